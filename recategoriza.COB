      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Recategorizacion mensual de socios, a correr antes de
      *           DEVENGAR: el cadete que cumple la edad de mayoria
      *           pasa a titular y el titular con la edad y la
      *           antiguedad de jubilado/vitalicio pasa a jubilado. Las
      *           edades y antiguedades se cuentan al fin del mes en
      *           curso con soc-fecha-nacimiento y soc-fecha-ingreso;
      *           los parametros vienen de recat.ctl. Cada cambio se
      *           lista en recategoriza.txt y queda en audit.log. Emite
      *           ademas antiguedad.txt con los socios que cumplen 25 y
      *           50 anios de antiguedad en el anio, para las
      *           distinciones.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECATEGORIZA IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT socios ASSIGN TO "..\arch.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is soc-nro
           ALTERNATE record key is soc-nom WITH DUPLICATES
           ALTERNATE record key is soc-apell WITH DUPLICATES
           ALTERNATE record key is soc-tel WITH DUPLICATES
           ALTERNATE record key is soc-documento WITH DUPLICATES
           FILE STATUS is ws-soc-fs.
           SELECT OPTIONAL control-rec ASSIGN TO "..\recat.ctl"
           ORGANIZATION SEQUENTIAL.
           SELECT listado ASSIGN TO "..\recategoriza.txt"
           ORGANIZATION SEQUENTIAL.
           SELECT listado-ant ASSIGN TO "..\antiguedad.txt"
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL audit-log ASSIGN TO "..\audit.log"
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL historial ASSIGN TO "..\historial.dat"
           ORGANIZATION SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       fd  socios.
       01  soc-reg.
           03 soc-nro pic 9(6).
               88 no-quiere-mas value 0.
           03 soc-nom pic x(10).
           03 soc-apell pic x(10).
           03 soc-tel pic 9(10).
           03 soc-provincia pic x(12).
           03 soc-localidad pic x(12).
           03 soc-calle pic x(12).
           03 soc-nro-calle pic 9(4).
           03 soc-estado pic x.
               88 socio-activo value "A".
               88 socio-suspendido value "S".
               88 socio-baja value "B".
           03 soc-fecha-baja pic 9(8).
           03 soc-categoria pic x.
               88 categoria-titular value "T".
               88 categoria-familiar value "F".
               88 categoria-jubilado value "J".
               88 categoria-cadete value "C".
           03 soc-documento pic 9(8).
           03 soc-fecha-ingreso pic 9(8).
           03 soc-fecha-nacimiento pic 9(8).
       fd  control-rec.
       01  rctl-reg.
           03 rctl-edad-cadete pic 9(2).
           03 rctl-edad-jubilado pic 9(2).
           03 rctl-antig-jubilado pic 9(2).
       fd  listado.
       01  listado-lin pic x(80).
       fd  listado-ant.
       01  listado-ant-lin pic x(80).
       fd  audit-log.
       01  audit-reg.
           03 au-tipo pic x(8).
           03 au-valor pic x(10).
           03 au-fecha pic 9(8).
           03 au-hora pic 9(8).
           03 au-estado pic x(15).
           03 au-operador pic x(8).
       fd  historial.
       01  his-reg.
           03 his-fecha pic 9(8).
           03 his-hora pic 9(8).
           03 his-socio pic 9(6).
           03 his-evento pic x(8).
           03 his-operador pic x(8).
           03 his-programa pic x(12).
           03 his-relacionado pic 9(6).
           03 his-antes pic x(110).
           03 his-despues pic x(110).
       WORKING-STORAGE SECTION.
       77  sen pic 9.
           88  fin-de-archivo value 1.
       77  ws-soc-fs pic xx.
       77  w-edad-cadete pic 9(2) value 18.
       77  w-edad-jubilado pic 9(2) value 65.
       77  w-antig-jubilado pic 9(2) value 30.
       77  w-fecha-hoy pic 9(8).
       77  w-edad pic 9(3) value zero.
       77  w-antiguedad pic 9(3) value zero.
       77  w-anios-ingreso pic 9(3) value zero.
       77  w-cat-anterior pic x.
       77  w-cont-revisados pic 9(6) value zero.
       77  w-cont-cambios pic 9(6) value zero.
       77  w-cont-sin-fecha pic 9(6) value zero.
       77  w-cont-distinciones pic 9(6) value zero.
       01  w-corte.
           03 w-co-aaaa pic 9(4).
           03 w-co-mmdd pic 9(4).
       01  w-corte-num redefines w-corte pic 9(8).
       01  w-fecha-aux.
           03 w-fa-aaaa pic 9(4).
           03 w-fa-mmdd pic 9(4).
       01  w-fecha-aux-num redefines w-fecha-aux pic 9(8).
       01  w-cambio.
           03 w-ca-anterior pic x.
           03 filler pic x(2) value "->".
           03 w-ca-nueva pic x.
       01  lin-titulo.
           03 filler pic x(36)
               value "RECATEGORIZACION DE SOCIOS - CORTE ".
           03 lti-corte pic 9(8).
       01  lin-criterio.
           03 filler pic x(15) value "CADETE HASTA ".
           03 lcr-cadete pic z9.
           03 filler pic x(23) value "  JUBILADO DESDE EDAD ".
           03 lcr-edad-jub pic z9.
           03 filler pic x(15) value " Y ANTIGUEDAD ".
           03 lcr-antig-jub pic z9.
       01  lin-separador pic x(72) value all "-".
       01  lin-cambio.
           03 filler pic x(6) value "SOCIO ".
           03 lca-socio pic zzzzz9.
           03 filler pic x value space.
           03 lca-apell pic x(10).
           03 filler pic x value space.
           03 lca-nom pic x(10).
           03 filler pic x(6) value " EDAD ".
           03 lca-edad pic zz9.
           03 filler pic x(7) value " ANTIG ".
           03 lca-antig pic zz9.
           03 filler pic x(6) value " CAT. ".
           03 lca-cambio pic x(4).
       01  lin-sin-fecha.
           03 filler pic x(6) value "SOCIO ".
           03 lsf-socio pic zzzzz9.
           03 filler pic x value space.
           03 lsf-apell pic x(10).
           03 filler pic x value space.
           03 lsf-nom pic x(10).
           03 filler pic x(34)
               value " CADETE SIN FECHA DE NACIMIENTO".
       01  lin-titulo-ant.
           03 filler pic x(40)
               value "DISTINCIONES POR ANTIGUEDAD - ANIO ".
           03 lta-anio pic 9(4).
       01  lin-antiguedad.
           03 filler pic x(6) value "SOCIO ".
           03 lan-socio pic zzzzz9.
           03 filler pic x value space.
           03 lan-apell pic x(10).
           03 filler pic x value space.
           03 lan-nom pic x(10).
           03 filler pic x(9) value " INGRESO ".
           03 lan-ingreso pic 9(8).
           03 filler pic x(7) value " CUMPLE".
           03 lan-anios pic zz9.
           03 filler pic x(6) value " ANIOS".
       01  lin-resumen.
           03 lre-leyenda pic x(30).
           03 lre-cant pic zzzzz9.
       01  w-soc-antes pic x(110).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-LEER-PARAMETROS.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE w-fecha-hoy TO w-corte-num.
           MOVE 31 TO w-corte-num(7:2).
           OPEN I-O socios.
           IF ws-soc-fs NOT = "00"
               display "arch.dat no disponible, no se recategoriza"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT listado.
           OPEN OUTPUT listado-ant.
           OPEN EXTEND audit-log.
           OPEN EXTEND historial.
           PERFORM 200-ENCABEZADO.
           MOVE zeros TO soc-nro.
           move zero to sen.
           START socios KEY IS NOT < soc-nro INVALID KEY
                   move 1 to sen
           END-START.
           PERFORM UNTIL fin-de-archivo
               READ socios NEXT AT END move 1 to sen
                   NOT AT END
                       IF NOT socio-baja AND soc-nro NOT = zero
                           PERFORM 300-REVISAR-SOCIO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 800-RESUMEN.
           CLOSE socios.
           CLOSE listado.
           CLOSE listado-ant.
           CLOSE audit-log.
           CLOSE historial.
           display "Socios revisados:          " w-cont-revisados.
           display "Cambios de categoria:      " w-cont-cambios.
           display "Cadetes sin fecha de nac.: " w-cont-sin-fecha.
           display "Distinciones en el anio:   " w-cont-distinciones.
           GOBACK.

      * Sin recat.ctl rigen 18 anios para dejar de ser cadete y 65 de
      * edad con 30 de antiguedad para jubilado/vitalicio
       100-LEER-PARAMETROS.
           OPEN INPUT control-rec.
           READ control-rec AT END
                   display "recat.ctl vacio, se usan 18/65/30"
               NOT AT END
                   MOVE rctl-edad-cadete TO w-edad-cadete
                   MOVE rctl-edad-jubilado TO w-edad-jubilado
                   MOVE rctl-antig-jubilado TO w-antig-jubilado
           END-READ.
           CLOSE control-rec.
           IF w-edad-cadete = zero
               MOVE 18 TO w-edad-cadete
           END-IF.
           IF w-edad-jubilado = zero
               MOVE 65 TO w-edad-jubilado
           END-IF.
           IF w-antig-jubilado = zero
               MOVE 30 TO w-antig-jubilado
           END-IF.

       200-ENCABEZADO.
           MOVE w-corte-num TO lti-corte.
           WRITE listado-lin FROM lin-titulo.
           MOVE w-edad-cadete TO lcr-cadete.
           MOVE w-edad-jubilado TO lcr-edad-jub.
           MOVE w-antig-jubilado TO lcr-antig-jub.
           WRITE listado-lin FROM lin-criterio.
           WRITE listado-lin FROM lin-separador.
           MOVE w-co-aaaa TO lta-anio.
           WRITE listado-ant-lin FROM lin-titulo-ant.
           WRITE listado-ant-lin FROM lin-separador.

      * ----------------------------------------------------------------
      * REVISION DEL SOCIO
      * ----------------------------------------------------------------
       300-REVISAR-SOCIO.
           ADD 1 TO w-cont-revisados.
           PERFORM 310-CALCULAR-EDAD.
           PERFORM 320-CALCULAR-ANTIGUEDAD.
           MOVE soc-categoria TO w-cat-anterior.
           MOVE soc-reg TO w-soc-antes.
           IF categoria-cadete
               IF soc-fecha-nacimiento = zero
                   PERFORM 390-LISTAR-SIN-FECHA
               ELSE
                   IF w-edad NOT < w-edad-cadete
                       MOVE "T" TO soc-categoria
                   END-IF
               END-IF
           END-IF.
           IF categoria-titular AND w-cat-anterior = "T"
              AND soc-fecha-nacimiento NOT = zero
              AND soc-fecha-ingreso NOT = zero
               IF w-edad NOT < w-edad-jubilado AND
                  w-antiguedad NOT < w-antig-jubilado
                   MOVE "J" TO soc-categoria
               END-IF
           END-IF.
           IF soc-categoria NOT = w-cat-anterior
               PERFORM 350-APLICAR-CAMBIO
           END-IF.
           IF soc-fecha-ingreso NOT = zero
               IF w-anios-ingreso = 25 OR w-anios-ingreso = 50
                   PERFORM 380-LISTAR-DISTINCION
               END-IF
           END-IF.

      * Anios cumplidos al corte: se descuenta uno si el cumpleanios
      * cae despues del fin del mes
       310-CALCULAR-EDAD.
           MOVE zero TO w-edad.
           IF soc-fecha-nacimiento NOT = zero
               MOVE soc-fecha-nacimiento TO w-fecha-aux-num
               IF w-fa-aaaa < w-co-aaaa
                   COMPUTE w-edad = w-co-aaaa - w-fa-aaaa
                   IF w-fa-mmdd > w-co-mmdd
                       SUBTRACT 1 FROM w-edad
                   END-IF
               END-IF
           END-IF.

       320-CALCULAR-ANTIGUEDAD.
           MOVE zero TO w-antiguedad.
           MOVE zero TO w-anios-ingreso.
           IF soc-fecha-ingreso NOT = zero
               MOVE soc-fecha-ingreso TO w-fecha-aux-num
               IF w-fa-aaaa < w-co-aaaa
                   COMPUTE w-anios-ingreso = w-co-aaaa - w-fa-aaaa
                   MOVE w-anios-ingreso TO w-antiguedad
                   IF w-fa-mmdd > w-co-mmdd
                       SUBTRACT 1 FROM w-antiguedad
                   END-IF
               END-IF
           END-IF.

       350-APLICAR-CAMBIO.
           REWRITE soc-reg
               INVALID KEY
                   display "No se pudo recategorizar el socio " soc-nro
               NOT INVALID KEY
                   ADD 1 TO w-cont-cambios
                   MOVE w-cat-anterior TO w-ca-anterior
                   MOVE soc-categoria TO w-ca-nueva
                   PERFORM 360-LISTAR-CAMBIO
                   PERFORM 900-REGISTRAR-EVENTO
                   PERFORM 910-REGISTRAR-HISTORIA
           END-REWRITE.

       360-LISTAR-CAMBIO.
           MOVE soc-nro TO lca-socio.
           MOVE soc-apell TO lca-apell.
           MOVE soc-nom TO lca-nom.
           MOVE w-edad TO lca-edad.
           MOVE w-antiguedad TO lca-antig.
           MOVE w-cambio TO lca-cambio.
           WRITE listado-lin FROM lin-cambio.

      * Socios que cumplen 25 o 50 anios de antiguedad en el anio
       380-LISTAR-DISTINCION.
           ADD 1 TO w-cont-distinciones.
           MOVE soc-nro TO lan-socio.
           MOVE soc-apell TO lan-apell.
           MOVE soc-nom TO lan-nom.
           MOVE soc-fecha-ingreso TO lan-ingreso.
           MOVE w-anios-ingreso TO lan-anios.
           WRITE listado-ant-lin FROM lin-antiguedad.

       390-LISTAR-SIN-FECHA.
           ADD 1 TO w-cont-sin-fecha.
           MOVE soc-nro TO lsf-socio.
           MOVE soc-apell TO lsf-apell.
           MOVE soc-nom TO lsf-nom.
           WRITE listado-lin FROM lin-sin-fecha.

       800-RESUMEN.
           WRITE listado-lin FROM lin-separador.
           MOVE "SOCIOS REVISADOS:" TO lre-leyenda.
           MOVE w-cont-revisados TO lre-cant.
           WRITE listado-lin FROM lin-resumen.
           MOVE "CAMBIOS DE CATEGORIA:" TO lre-leyenda.
           MOVE w-cont-cambios TO lre-cant.
           WRITE listado-lin FROM lin-resumen.
           MOVE "CADETES SIN FECHA DE NAC.:" TO lre-leyenda.
           MOVE w-cont-sin-fecha TO lre-cant.
           WRITE listado-lin FROM lin-resumen.
           WRITE listado-ant-lin FROM lin-separador.
           MOVE "SOCIOS A DISTINGUIR:" TO lre-leyenda.
           MOVE w-cont-distinciones TO lre-cant.
           WRITE listado-ant-lin FROM lin-resumen.

      * El cambio queda con la categoria anterior y la nueva
       900-REGISTRAR-EVENTO.
           MOVE spaces TO audit-reg.
           MOVE "RECATEG" TO au-tipo.
           MOVE soc-nro TO au-valor.
           ACCEPT au-fecha FROM DATE YYYYMMDD.
           ACCEPT au-hora FROM TIME.
           MOVE w-cambio TO au-estado.
           MOVE "BATCH" TO au-operador.
           WRITE audit-reg.

      * Imagen completa del socio antes y despues del cambio, para el
      * historial de modificaciones
       910-REGISTRAR-HISTORIA.
           MOVE spaces TO his-reg.
           ACCEPT his-fecha FROM DATE YYYYMMDD.
           ACCEPT his-hora FROM TIME.
           MOVE soc-nro TO his-socio.
           MOVE "RECATEG" TO his-evento.
           MOVE "BATCH" TO his-operador.
           MOVE "RECATEGORIZA" TO his-programa.
           MOVE zeros TO his-relacionado.
           MOVE w-soc-antes TO his-antes.
           MOVE soc-reg TO his-despues.
           WRITE his-reg.

       END PROGRAM RECATEGORIZA.
