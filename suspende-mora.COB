      *           audit.log. Encadenable en la corrida de NOCHE.
      *           Se niega a arrancar si otro puesto tiene abierto
      *           arch.dat, porque reescribe el estado de los socios.
      *           Cuando suspende a un titular avisa de los familiares
      *           a cargo (grupo.dat) y, si suspende.ctl lo indica,
      *           los suspende con el. Los periodos cubiertos por un
      *           convenio vigente no cuentan como impagos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE is DYNAMIC
           record KEY is car-clave
           FILE STATUS is ws-car-fs.
           SELECT grupo ASSIGN TO "..\grupo.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is grp-familiar
           ALTERNATE record key is grp-titular WITH DUPLICATES
           FILE STATUS is ws-grp-fs.
           SELECT OPTIONAL control-susp ASSIGN TO "..\suspende.ctl"
           ORGANIZATION SEQUENTIAL.
           SELECT listado ASSIGN TO "..\suspende.txt"
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL audit-log ASSIGN TO "..\audit.log"
           ORGANIZATION SEQUENTIAL.
           SELECT convenios ASSIGN TO "..\convenios.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cvn-clave
           FILE STATUS is ws-cvn-fs.
           SELECT convenio-per ASSIGN TO "..\convenio-per.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cvp-clave
           FILE STATUS is ws-cvp-fs.
           SELECT OPTIONAL historial ASSIGN TO "..\historial.dat"
           ORGANIZATION SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       fd  socios.
               88 categoria-jubilado value "J".
               88 categoria-cadete value "C".
           03 soc-documento pic 9(8).
           03 soc-fecha-ingreso pic 9(8).
           03 soc-fecha-nacimiento pic 9(8).
       fd  cuotas.
       01  cuota-reg.
           03 cuo-clave.
           03 cuo-estado pic x.
               88 pago-vigente value "V".
               88 pago-anulado value "N".
           03 cuo-concepto pic xx.
       fd  cargos.
       01  cargo-reg.
           03 car-clave.
               05 car-nro pic 9(6).
               05 car-periodo pic 9(6).
               05 car-concepto pic xx.
           03 car-importe pic 9(6)v99.
       fd  grupo.
       01  grp-reg.
           03 grp-familiar pic 9(6).
           03 grp-titular pic 9(6).
           03 grp-fecha-alta pic 9(8).
       fd  control-susp.
       01  sctl-reg.
           03 sctl-umbral pic 9(2).
           03 sctl-familia pic x.
       fd  listado.
       01  listado-lin pic x(80).
       fd  audit-log.
           03 au-hora pic 9(8).
           03 au-estado pic x(15).
           03 au-operador pic x(8).
       fd  convenios.
       01  convenio-reg.
           03 cvn-clave.
               05 cvn-socio pic 9(6).
               05 cvn-nro pic 9(2).
           03 cvn-fecha-alta pic 9(8).
           03 cvn-per-desde pic 9(6).
           03 cvn-per-hasta pic 9(6).
           03 cvn-deuda pic 9(8)v99.
           03 cvn-cant-cuotas pic 9(2).
           03 cvn-imp-cuota pic 9(6)v99.
           03 cvn-primer-venc pic 9(8).
           03 cvn-cuotas-pagas pic 9(2).
           03 cvn-estado pic x.
               88 convenio-vigente value "V".
               88 convenio-cumplido value "C".
               88 convenio-caido value "X".
           03 cvn-operador pic x(8).
       fd  convenio-per.
       01  convenio-per-reg.
           03 cvp-clave.
               05 cvp-socio pic 9(6).
               05 cvp-nro pic 9(2).
               05 cvp-periodo pic 9(6).
           03 cvp-saldo pic 9(6)v99.
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
       77  w-scan-periodo pic 9(6) value zero.
       77  w-pagado pic 9(8)v99 value zero.
       77  w-cant-impagos pic 9(3) value zero.
       77  w-ult-periodo pic 9(6) value zero.
       77  w-evento pic x(8).
       77  w-cont-suspendidos pic 9(6) value zero.
       77  w-cont-reactivados pic 9(6) value zero.
       77  ws-grp-fs pic xx.
       77  w-grp-disp pic 9 value 0.
           88 grupo-disponible value 1.
       77  ws-cvn-fs pic xx.
       77  ws-cvp-fs pic xx.
       77  w-cvn-disp pic 9 value 0.
           88 convenios-disponible value 1.
       77  sen-convenios pic 9.
           88  fin-de-convenios value 1.
       77  w-en-convenio pic 9 value 0.
           88 periodo-en-convenio value 1.
       77  sen-grupo pic 9.
           88  fin-de-grupo value 1.
       77  w-familia pic x value "N".
           88 arrastra-familia value "S".
       77  w-titular-susp pic 9 value 0.
           88 titular-suspendido value 1.
       77  w-titular pic 9(6).
       77  w-i pic 9(4).
       77  w-cont-avisos pic 9(6) value zero.
       77  w-cont-fam-susp pic 9(6) value zero.
       01  tabla-titulares.
           03 largo-tit pic 9(4) value zero.
           03 vec-tit OCCURS 1000.
               05 tt-nro pic 9(6).
       01  lin-cambio.
           03 filler pic x(6) value "SOCIO ".
           03 lca-nro pic 9(6).
       01  lin-resumen.
           03 lre-leyenda pic x(26).
           03 lre-cant pic zzzzz9.
       01  w-soc-antes pic x(110).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 010-CONTROLAR-PUESTOS.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT grupo.
           MOVE 0 TO w-grp-disp.
           IF ws-grp-fs = "00"
               MOVE 1 TO w-grp-disp
           END-IF.
           OPEN INPUT convenios.
           OPEN INPUT convenio-per.
           MOVE 0 TO w-cvn-disp.
           IF ws-cvn-fs = "00" AND ws-cvp-fs = "00"
               MOVE 1 TO w-cvn-disp
           ELSE
               IF ws-cvn-fs = "00"
                   CLOSE convenios
               END-IF
               IF ws-cvp-fs = "00"
                   CLOSE convenio-per
               END-IF
           END-IF.
           OPEN OUTPUT listado.
           OPEN EXTEND audit-log.
           OPEN EXTEND historial.
           MOVE zeros TO soc-nro.
           move zero to sen.
           START socios KEY IS NOT < soc-nro INVALID KEY
                       END-IF
               END-READ
           END-PERFORM.
           IF grupo-disponible
               PERFORM 650-GRUPO-DEL-TITULAR
                   VARYING w-i FROM 1 BY 1 UNTIL w-i > largo-tit
               CLOSE grupo
           END-IF.
           PERFORM 800-RESUMEN.
           CLOSE socios.
           CLOSE cuotas.
           CLOSE cargos.
           IF convenios-disponible
               CLOSE convenios
               CLOSE convenio-per
           END-IF.
           CLOSE listado.
           CLOSE audit-log.
           CLOSE historial.
           display "Suspendidos:  " w-cont-suspendidos.
           display "Reactivados:  " w-cont-reactivados.
           IF w-cont-avisos > zero OR w-cont-fam-susp > zero
               display "Familiares suspendidos con su titular: "
                       w-cont-fam-susp
               display "Familiares activos de titular suspendido: "
                       w-cont-avisos
           END-IF.
           GOBACK.

      * El intento de apertura exclusiva detecta puestos con el
           END-IF.

      * El umbral de periodos impagos se toma de suspende.ctl; sin
      * archivo de control rige la politica de tres cuotas. La marca
      * de familia en "S" suspende al grupo junto con su titular
       100-LEER-UMBRAL.
           OPEN INPUT control-susp.
           READ control-susp AT END
                   MOVE 3 TO w-umbral
               NOT AT END
                   MOVE sctl-umbral TO w-umbral
                   IF sctl-familia = "S" OR sctl-familia = "s"
                       MOVE "S" TO w-familia
                   END-IF
           END-READ.
           CLOSE control-susp.
           IF w-umbral = zero
           PERFORM 320-CONTAR-IMPAGOS.
           IF socio-activo AND w-cant-impagos >= w-umbral
               PERFORM 500-SUSPENDER
           ELSE
               IF socio-suspendido AND w-cant-impagos < w-umbral
                   PERFORM 610-CONTROLAR-TITULAR
                   IF NOT titular-suspendido
                       PERFORM 600-REACTIVAR
                   END-IF
               END-IF
           END-IF.

       320-CONTAR-IMPAGOS.
           MOVE zero TO w-cant-impagos.
           MOVE zero TO w-ult-periodo.
           MOVE w-socio TO car-nro.
           MOVE zeros TO car-periodo.
           MOVE low-values TO car-concepto.
           move zero to sen-cargos.
           START cargos KEY IS NOT < car-clave INVALID KEY
                   move 1 to sen-cargos
           END-START.
           PERFORM 330-LEER-CARGO.
           PERFORM UNTIL fin-de-cargos
               PERFORM 370-CONTROLAR-CONVENIO
               IF NOT periodo-en-convenio
                   PERFORM 340-CONTROLAR-CARGO
               END-IF
               PERFORM 330-LEER-CARGO
           END-PERFORM.

               END-IF
           END-IF.

      * Un periodo con varios conceptos impagos cuenta una sola vez
       340-CONTROLAR-CARGO.
           MOVE car-nro TO w-scan-nro.
           MOVE car-periodo TO w-scan-periodo.
           PERFORM 350-SUMAR-PAGOS.
           IF w-pagado < car-importe
              AND car-periodo NOT = w-ult-periodo
               ADD 1 TO w-cant-impagos
               MOVE car-periodo TO w-ult-periodo
           END-IF.

       350-SUMAR-PAGOS.
           PERFORM 360-LEER-MOVIMIENTO.
           PERFORM UNTIL fin-de-cuotas
               IF pago-normal AND pago-vigente
                  AND cuo-concepto = car-concepto
                   ADD cuo-importe TO w-pagado
               END-IF
               PERFORM 360-LEER-MOVIMIENTO
           END-IF.

       500-SUSPENDER.
           MOVE soc-reg TO w-soc-antes.
           MOVE "S" TO soc-estado.
           REWRITE soc-reg
               INVALID KEY
                   PERFORM 700-LISTAR-CAMBIO
                   MOVE "SUSP-AUT" TO w-evento
                   PERFORM 900-REGISTRAR-EVENTO
                   PERFORM 910-REGISTRAR-HISTORIA
                   IF grupo-disponible AND largo-tit < 1000
                       ADD 1 TO largo-tit
                       MOVE soc-nro TO tt-nro(largo-tit)
                   END-IF
           END-REWRITE.

       600-REACTIVAR.
           MOVE soc-reg TO w-soc-antes.
           MOVE "A" TO soc-estado.
           REWRITE soc-reg
               INVALID KEY
                   PERFORM 700-LISTAR-CAMBIO
                   MOVE "REIN-AUT" TO w-evento
                   PERFORM 900-REGISTRAR-EVENTO
                   PERFORM 910-REGISTRAR-HISTORIA
           END-REWRITE.

      * Un familiar suspendido junto con su titular sigue suspendido
      * mientras el titular lo este, aunque el no supere el umbral.
      * La lectura del titular mueve la posicion del recorrido, que
      * se recupera releyendo al socio en curso
       610-CONTROLAR-TITULAR.
           MOVE 0 TO w-titular-susp.
           IF grupo-disponible
               MOVE soc-nro TO grp-familiar
               READ grupo INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE grp-titular TO soc-nro
                       READ socios INVALID KEY
                               CONTINUE
                            NOT INVALID KEY
                               IF socio-suspendido
                                   MOVE 1 TO w-titular-susp
                               END-IF
                       END-READ
                       MOVE w-socio TO soc-nro
                       READ socios INVALID KEY
                               display "No se pudo releer el socio "
                                       w-socio
                       END-READ
               END-READ
           END-IF.

      * ----------------------------------------------------------------
      * FAMILIARES DE LOS TITULARES SUSPENDIDOS EN LA CORRIDA
      * ----------------------------------------------------------------
       650-GRUPO-DEL-TITULAR.
           MOVE tt-nro(w-i) TO w-titular.
           MOVE w-titular TO grp-titular.
           move zero to sen-grupo.
           START grupo KEY IS = grp-titular INVALID KEY
                   move 1 to sen-grupo
           END-START.
           PERFORM UNTIL fin-de-grupo
               READ grupo NEXT AT END move 1 to sen-grupo
               END-READ
               IF NOT fin-de-grupo
                   IF grp-titular NOT = w-titular
                       move 1 to sen-grupo
                   ELSE
                       PERFORM 660-FAMILIAR-DEL-TITULAR
                   END-IF
               END-IF
           END-PERFORM.

       660-FAMILIAR-DEL-TITULAR.
           MOVE grp-familiar TO soc-nro.
           READ socios INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF socio-activo
                       IF arrastra-familia
                           PERFORM 670-SUSPENDER-FAMILIAR
                       ELSE
                           ADD 1 TO w-cont-avisos
                           MOVE "AVISO" TO lca-accion
                           MOVE "FAMILIAR DE TITULAR SUSPENDIDO"
                               TO lca-motivo
                           PERFORM 700-LISTAR-CAMBIO
                       END-IF
                   END-IF
           END-READ.

       670-SUSPENDER-FAMILIAR.
           MOVE soc-reg TO w-soc-antes.
           MOVE "S" TO soc-estado.
           REWRITE soc-reg
               INVALID KEY
                   display "No se pudo suspender el socio " soc-nro
               NOT INVALID KEY
                   ADD 1 TO w-cont-fam-susp
                   MOVE "SUSPENDIDO" TO lca-accion
                   MOVE "GRUPO DE TITULAR SUSPENDIDO" TO lca-motivo
                   PERFORM 700-LISTAR-CAMBIO
                   MOVE "SUSP-FAM" TO w-evento
                   PERFORM 900-REGISTRAR-EVENTO
                   PERFORM 910-REGISTRAR-HISTORIA
           END-REWRITE.

       700-LISTAR-CAMBIO.
           MOVE "SOCIOS REACTIVADOS:" TO lre-leyenda.
           MOVE w-cont-reactivados TO lre-cant.
           WRITE listado-lin FROM lin-resumen.
           MOVE "FAMILIARES SUSPENDIDOS:" TO lre-leyenda.
           MOVE w-cont-fam-susp TO lre-cant.
           WRITE listado-lin FROM lin-resumen.
           MOVE "FAMILIARES CON AVISO:" TO lre-leyenda.
           MOVE w-cont-avisos TO lre-cant.
           WRITE listado-lin FROM lin-resumen.

       900-REGISTRAR-EVENTO.
           MOVE spaces TO audit-reg.
           MOVE "BATCH" TO au-operador.
           WRITE audit-reg.

      * Los periodos incluidos en un convenio vigente que conservan
      * saldo no son mora: los cubre el plan de pagos. Si el convenio
      * cayo, su deuda vuelve a contarse como atraso comun
       370-CONTROLAR-CONVENIO.
           MOVE 0 TO w-en-convenio.
           IF convenios-disponible
               MOVE w-socio TO cvn-socio
               MOVE zeros TO cvn-nro
               move zero to sen-convenios
               START convenios KEY IS NOT < cvn-clave INVALID KEY
                       move 1 to sen-convenios
               END-START
               PERFORM UNTIL fin-de-convenios OR periodo-en-convenio
                   READ convenios NEXT AT END move 1 to sen-convenios
                       NOT AT END
                           IF cvn-socio NOT = w-socio
                               move 1 to sen-convenios
                           ELSE
                               PERFORM 375-CONTROLAR-PERIODO-CVN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       375-CONTROLAR-PERIODO-CVN.
           IF convenio-vigente
              AND car-periodo NOT < cvn-per-desde
              AND car-periodo NOT > cvn-per-hasta
               MOVE cvn-socio TO cvp-socio
               MOVE cvn-nro TO cvp-nro
               MOVE car-periodo TO cvp-periodo
               READ convenio-per INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF cvp-saldo > zero
                           MOVE 1 TO w-en-convenio
                       END-IF
               END-READ
           END-IF.

      * Imagen completa del socio antes y despues del cambio, para el
      * historial de modificaciones
       910-REGISTRAR-HISTORIA.
           MOVE spaces TO his-reg.
           ACCEPT his-fecha FROM DATE YYYYMMDD.
           ACCEPT his-hora FROM TIME.
           MOVE soc-nro TO his-socio.
           MOVE w-evento TO his-evento.
           MOVE "BATCH" TO his-operador.
           MOVE "SUSP-MORA" TO his-programa.
           MOVE zeros TO his-relacionado.
           MOVE w-soc-antes TO his-antes.
           MOVE soc-reg TO his-despues.
           WRITE his-reg.

       END PROGRAM SUSPENDE-MORA.
