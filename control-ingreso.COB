      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Control de ingreso al club. En la puerta se tipea el
      *           numero de socio o el DNI (soc-documento) y se
      *           contesta HABILITADO o NO HABILITADO con el motivo,
      *           segun soc-estado y los periodos impagos contados como
      *           en SUSPENDE-MORA (umbral de suspende.ctl, sin contar
      *           los periodos de un convenio vigente). Cada ingreso
      *           queda en accesos.dat con fecha, hora y puerta. Emite
      *           la asistencia por hora y categoria de un rango de
      *           fechas (asistencia.txt) y el listado de alertas de
      *           intentos reiterados de socios no habilitados
      *           (alertas.txt).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-INGRESO IS INITIAL PROGRAM.
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
           SELECT cuotas ASSIGN TO "..\cuotas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cuo-clave
           FILE STATUS is ws-cuo-fs.
           SELECT cargos ASSIGN TO "..\cargos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is car-clave
           FILE STATUS is ws-car-fs.
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
           SELECT OPTIONAL control-susp ASSIGN TO "..\suspende.ctl"
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL accesos ASSIGN TO "..\accesos.dat"
           ORGANIZATION SEQUENTIAL
           FILE STATUS is ws-acc-fs.
           SELECT orden-alertas ASSIGN TO "..\orden-ale.tmp"
           ORGANIZATION SEQUENTIAL.
           SELECT listado ASSIGN TO "..\asistencia.txt"
           ORGANIZATION SEQUENTIAL.
           SELECT listado-ale ASSIGN TO "..\alertas.txt"
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
       fd  cuotas.
       01  cuota-reg.
           03 cuo-clave.
               05 cuo-nro pic 9(6).
               05 cuo-periodo pic 9(6).
               05 cuo-secuencia pic 9(2).
           03 cuo-fecha-pago pic 9(8).
           03 cuo-importe pic 9(6)v99.
           03 cuo-comprobante pic 9(8).
           03 cuo-operador pic x(8).
           03 cuo-canal pic x.
               88 canal-ventanilla value "V".
               88 canal-debito value "D".
           03 cuo-tipo pic x.
               88 pago-normal value "P".
               88 contraasiento value "A".
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
       fd  control-susp.
       01  sctl-reg.
           03 sctl-umbral pic 9(2).
           03 sctl-familia pic x.
       fd  accesos.
       01  acceso-reg.
           03 acc-fecha pic 9(8).
           03 acc-hora pic 9(8).
           03 acc-hora-r redefines acc-hora.
               05 acc-hh pic 9(2).
               05 filler pic 9(6).
           03 acc-puerta pic x(2).
           03 acc-socio pic 9(6).
           03 acc-documento pic 9(8).
           03 acc-categoria pic x.
           03 acc-resultado pic x.
               88 acceso-habilitado value "H".
               88 acceso-rechazado value "N".
           03 acc-motivo pic x(20).
           03 acc-operador pic x(8).
       SD  orden-alertas.
       01  orden-alertas-reg.
           03 oal-socio pic 9(6).
           03 oal-documento pic 9(8).
           03 oal-fecha pic 9(8).
           03 oal-hora pic 9(8).
           03 oal-puerta pic x(2).
           03 oal-motivo pic x(20).
       fd  listado.
       01  listado-lin pic x(80).
       fd  listado-ale.
       01  listado-ale-lin pic x(80).
       WORKING-STORAGE SECTION.
       77  sen pic 9.
           88  fin-de-archivo value 1.
       77  sen-cargos pic 9.
           88  fin-de-cargos value 1.
       77  sen-cuotas pic 9.
           88  fin-de-cuotas value 1.
       77  sen-convenios pic 9.
           88  fin-de-convenios value 1.
       77  sen-doc pic 9.
           88  fin-de-documentos value 1.
       77  w-opcion pic 9.
           88 salir value 4.
       77  ws-soc-fs pic xx.
       77  ws-cuo-fs pic xx.
       77  ws-car-fs pic xx.
       77  w-deuda-disp pic 9 value 0.
           88 deuda-disponible value 1.
       77  ws-cvn-fs pic xx.
       77  ws-cvp-fs pic xx.
       77  w-cvn-disp pic 9 value 0.
           88 convenios-disponible value 1.
       77  w-en-convenio pic 9 value 0.
           88 periodo-en-convenio value 1.
       77  ws-acc-fs pic xx.
       77  w-encontrado pic 9.
           88 socio-encontrado value 1.
       77  w-umbral pic 9(2) value 3.
       77  w-puerta pic x(2).
       77  w-ident pic 9(8).
       77  w-nro-vivo pic 9(6).
       77  w-pagado pic 9(8)v99 value zero.
       77  w-cant-impagos pic 9(3) value zero.
       77  w-ult-periodo pic 9(6) value zero.
       77  w-fecha-desde pic 9(8).
       77  w-fecha-hasta pic 9(8).
       77  w-min-intentos pic 9(3) value 2.
       77  w-h pic 99.
       77  w-c pic 9.
       77  w-intentos pic 9(5) value zero.
       77  w-ant-socio pic 9(6).
       77  w-ant-documento pic 9(8).
       77  w-cont-ingresos pic 9(6) value zero.
       77  w-cont-rechazos pic 9(6) value zero.
       77  w-cont-alertas pic 9(6) value zero.
       01  w-motivo-impagos.
           03 w-mi-cant pic zz9.
           03 filler pic x(17) value " PERIODOS IMPAGOS".
       01  tabla-asistencia.
           03 vec-hora OCCURS 24.
               05 ta-cat pic 9(6) OCCURS 5.
               05 ta-rechazos pic 9(6).
       01  w-total-cat.
           03 wt-cat pic 9(7) OCCURS 5.
       01  lin-titulo.
           03 filler pic x(28) value "ASISTENCIA AL CLUB - DESDE ".
           03 lti-desde pic 9(8).
           03 filler pic x(7) value " HASTA ".
           03 lti-hasta pic 9(8).
       01  lin-encabezado.
           03 filler pic x(40)
               value "HORA  TITULAR FAMILIAR JUBILADO  CADETE".
           03 filler pic x(30)
               value "   OTRAS   TOTAL RECHAZOS".
       01  lin-separador pic x(72) value all "-".
       01  lin-hora.
           03 lho-hora pic 99.
           03 filler pic x(3) value "hs ".
           03 lho-cat pic zzzzzz9 OCCURS 5.
           03 filler pic x value space.
           03 lho-total pic zzzzzz9.
           03 filler pic x value space.
           03 lho-rechazos pic zzzzzz9.
       01  lin-total-asis.
           03 filler pic x(5) value "TOTAL".
           03 lta-cat pic zzzzzz9 OCCURS 5.
           03 filler pic x value space.
           03 lta-total pic zzzzzz9.
           03 filler pic x value space.
           03 lta-rechazos pic zzzzzz9.
       01  lin-titulo-ale.
           03 filler pic x(36)
               value "INTENTOS REITERADOS NO HABILITADOS ".
           03 lta-desde pic 9(8).
           03 filler pic x(3) value " - ".
           03 lta-hasta pic 9(8).
       01  lin-alerta.
           03 filler pic x(6) value "SOCIO ".
           03 lal-socio pic zzzzz9.
           03 filler pic x(5) value " DNI ".
           03 lal-documento pic zzzzzzz9.
           03 filler pic x(10) value " INTENTOS ".
           03 lal-intentos pic zzzz9.
           03 filler pic x(8) value " ULTIMO ".
           03 lal-fecha pic 9(8).
           03 filler pic x value space.
           03 lal-motivo pic x(20).
       01  lin-resumen.
           03 lre-leyenda pic x(30).
           03 lre-cant pic zzzzz9.
       LINKAGE SECTION.
       01  lnk-operador pic x(8).
       PROCEDURE DIVISION USING lnk-operador.
       MAIN-PROCEDURE.
           PERFORM 100-LEER-UMBRAL.
           PERFORM with test after UNTIL salir
               PERFORM 200-MENU
               PERFORM 300-PROCESO-MENU
           END-PERFORM.
           GOBACK.

      * Mismo umbral de periodos impagos que la suspension automatica
       100-LEER-UMBRAL.
           OPEN INPUT control-susp.
           READ control-susp AT END
                   MOVE 3 TO w-umbral
               NOT AT END
                   MOVE sctl-umbral TO w-umbral
           END-READ.
           CLOSE control-susp.
           IF w-umbral = zero
               MOVE 3 TO w-umbral
           END-IF.

       200-MENU.
           display "1 - Control de ingreso".
           display "2 - Asistencia por hora y categoria".
           display "3 - Alertas de intentos reiterados".
           display "4 - Salir".
           ACCEPT w-opcion.

       300-PROCESO-MENU.
           EVALUATE w-opcion
               WHEN 1 PERFORM 500-CONTROL-INGRESO
                           thru 500-F-CONTROL-INGRESO
               WHEN 2 PERFORM 700-ASISTENCIA
               WHEN 3 PERFORM 800-ALERTAS
               WHEN 4 NEXT SENTENCE
           END-EVALUATE.

      * ----------------------------------------------------------------
      * CONTROL EN LA PUERTA
      * ----------------------------------------------------------------
       500-CONTROL-INGRESO.
           OPEN INPUT socios.
           IF ws-soc-fs NOT = "00"
               display "arch.dat no disponible, no se controla"
               GO TO 500-F-CONTROL-INGRESO
           END-IF.
           OPEN INPUT cuotas.
           OPEN INPUT cargos.
           MOVE 0 TO w-deuda-disp.
           IF ws-cuo-fs = "00" AND ws-car-fs = "00"
               MOVE 1 TO w-deuda-disp
           ELSE
               display "cuotas/cargos no disponibles, solo se controla"
                       " el estado"
               IF ws-cuo-fs = "00"
                   CLOSE cuotas
               END-IF
               IF ws-car-fs = "00"
                   CLOSE cargos
               END-IF
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
           OPEN EXTEND accesos.
           display "Puerta".
           accept w-puerta.
           MOVE 1 TO w-ident.
           PERFORM UNTIL w-ident = zero
               display "Socio o DNI (0 = terminar)"
               accept w-ident
               IF w-ident NOT = zero
                   PERFORM 510-CONTROLAR-SOCIO
               END-IF
           END-PERFORM.
           CLOSE socios.
           IF deuda-disponible
               CLOSE cuotas
               CLOSE cargos
           END-IF.
           IF convenios-disponible
               CLOSE convenios
               CLOSE convenio-per
           END-IF.
           CLOSE accesos.
       500-F-CONTROL-INGRESO.
           EXIT.

      * Hasta 6 cifras se toma como numero de socio, con mas como DNI
       510-CONTROLAR-SOCIO.
           MOVE spaces TO acceso-reg.
           MOVE zeros TO acc-socio.
           MOVE zeros TO acc-documento.
           MOVE "N" TO acc-resultado.
           IF w-ident > 999999
               PERFORM 520-BUSCAR-POR-DOCUMENTO
               MOVE w-ident TO acc-documento
           ELSE
               MOVE w-ident TO soc-nro
               PERFORM 530-BUSCAR-POR-NUMERO
           END-IF.
           IF NOT socio-encontrado
               MOVE "SOCIO INEXISTENTE" TO acc-motivo
           ELSE
               MOVE soc-nro TO acc-socio
               MOVE soc-documento TO acc-documento
               MOVE soc-categoria TO acc-categoria
               EVALUATE TRUE
                   WHEN socio-baja
                       MOVE "SOCIO DADO DE BAJA" TO acc-motivo
                   WHEN socio-suspendido
                       MOVE "SOCIO SUSPENDIDO" TO acc-motivo
                   WHEN OTHER
                       PERFORM 540-CONTAR-IMPAGOS
                       IF w-cant-impagos >= w-umbral
                           MOVE w-cant-impagos TO w-mi-cant
                           MOVE w-motivo-impagos TO acc-motivo
                       ELSE
                           MOVE "H" TO acc-resultado
                       END-IF
               END-EVALUATE
           END-IF.
           IF socio-encontrado
               display soc-nro " " soc-apell " " soc-nom
                       " cat. " soc-categoria
           END-IF.
           IF acceso-habilitado
               display "*** HABILITADO ***"
               IF socio-encontrado AND w-cant-impagos > zero
                   display "    (adeuda " w-cant-impagos
                           " periodo/s, pasar por tesoreria)"
               END-IF
           ELSE
               display "*** NO HABILITADO: " acc-motivo " ***"
           END-IF.
           ACCEPT acc-fecha FROM DATE YYYYMMDD.
           ACCEPT acc-hora FROM TIME.
           MOVE w-puerta TO acc-puerta.
           MOVE lnk-operador TO acc-operador.
           WRITE acceso-reg.

      * Con el mismo DNI puede haber socios dados de baja; vale el
      * vivo si lo hay
       520-BUSCAR-POR-DOCUMENTO.
           MOVE 0 TO w-encontrado.
           MOVE zeros TO w-nro-vivo.
           MOVE w-ident TO soc-documento.
           move zero to sen-doc.
           START socios KEY IS = soc-documento INVALID KEY
                   move 1 to sen-doc
           END-START.
           PERFORM UNTIL fin-de-documentos
               READ socios NEXT AT END move 1 to sen-doc
                   NOT AT END
                       IF soc-documento NOT = w-ident
                           move 1 to sen-doc
                       ELSE
                           MOVE 1 TO w-encontrado
                           IF w-nro-vivo = zero OR NOT socio-baja
                               MOVE soc-nro TO w-nro-vivo
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF socio-encontrado
               MOVE w-nro-vivo TO soc-nro
               PERFORM 530-BUSCAR-POR-NUMERO
           END-IF.

       530-BUSCAR-POR-NUMERO.
           MOVE 0 TO w-encontrado.
           MOVE zero TO w-cant-impagos.
           READ socios INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 1 TO w-encontrado
           END-READ.

       540-CONTAR-IMPAGOS.
           MOVE zero TO w-cant-impagos.
           MOVE zero TO w-ult-periodo.
           IF deuda-disponible
               MOVE soc-nro TO car-nro
               MOVE zeros TO car-periodo
               MOVE low-values TO car-concepto
               move zero to sen-cargos
               START cargos KEY IS NOT < car-clave INVALID KEY
                       move 1 to sen-cargos
               END-START
               PERFORM 545-LEER-CARGO
               PERFORM UNTIL fin-de-cargos
                   PERFORM 570-CONTROLAR-CONVENIO
                   IF NOT periodo-en-convenio
                       PERFORM 550-CONTROLAR-CARGO
                   END-IF
                   PERFORM 545-LEER-CARGO
               END-PERFORM
           END-IF.

       545-LEER-CARGO.
           IF NOT fin-de-cargos
               READ cargos NEXT AT END move 1 to sen-cargos
               END-READ
               IF NOT fin-de-cargos
                   IF car-nro NOT = soc-nro
                       move 1 to sen-cargos
                   END-IF
               END-IF
           END-IF.

      * Un periodo con varios conceptos impagos cuenta una sola vez
       550-CONTROLAR-CARGO.
           PERFORM 555-SUMAR-PAGOS.
           IF w-pagado < car-importe
              AND car-periodo NOT = w-ult-periodo
               ADD 1 TO w-cant-impagos
               MOVE car-periodo TO w-ult-periodo
           END-IF.

       555-SUMAR-PAGOS.
           MOVE zero TO w-pagado.
           MOVE car-nro TO cuo-nro.
           MOVE car-periodo TO cuo-periodo.
           MOVE zeros TO cuo-secuencia.
           move zero to sen-cuotas.
           START cuotas KEY IS NOT < cuo-clave INVALID KEY
                   move 1 to sen-cuotas
           END-START.
           PERFORM 560-LEER-MOVIMIENTO.
           PERFORM UNTIL fin-de-cuotas
               IF pago-normal AND pago-vigente
                  AND cuo-concepto = car-concepto
                   ADD cuo-importe TO w-pagado
               END-IF
               PERFORM 560-LEER-MOVIMIENTO
           END-PERFORM.

       560-LEER-MOVIMIENTO.
           IF NOT fin-de-cuotas
               READ cuotas NEXT AT END move 1 to sen-cuotas
               END-READ
               IF NOT fin-de-cuotas
                   IF cuo-nro NOT = car-nro
                      OR cuo-periodo NOT = car-periodo
                       move 1 to sen-cuotas
                   END-IF
               END-IF
           END-IF.

       570-CONTROLAR-CONVENIO.
           MOVE 0 TO w-en-convenio.
           IF convenios-disponible
               MOVE soc-nro TO cvn-socio
               MOVE zeros TO cvn-nro
               move zero to sen-convenios
               START convenios KEY IS NOT < cvn-clave INVALID KEY
                       move 1 to sen-convenios
               END-START
               PERFORM UNTIL fin-de-convenios OR periodo-en-convenio
                   READ convenios NEXT AT END move 1 to sen-convenios
                       NOT AT END
                           IF cvn-socio NOT = soc-nro
                               move 1 to sen-convenios
                           ELSE
                               PERFORM 575-CONTROLAR-PERIODO-CVN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       575-CONTROLAR-PERIODO-CVN.
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

      * ----------------------------------------------------------------
      * ASISTENCIA POR HORA Y CATEGORIA
      * ----------------------------------------------------------------
      * Un dia con desde = hasta, un mes con el primero y el ultimo
       700-ASISTENCIA.
           PERFORM 750-PEDIR-RANGO.
           MOVE zeros TO tabla-asistencia.
           MOVE zeros TO w-total-cat.
           MOVE zero TO w-cont-ingresos.
           MOVE zero TO w-cont-rechazos.
           OPEN INPUT accesos.
           move zero to sen.
           PERFORM UNTIL fin-de-archivo
               READ accesos AT END move 1 to sen
                   NOT AT END
                       IF acc-fecha >= w-fecha-desde AND
                          acc-fecha <= w-fecha-hasta
                           PERFORM 710-ACUMULAR-ACCESO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE accesos.
           OPEN OUTPUT listado.
           MOVE w-fecha-desde TO lti-desde.
           MOVE w-fecha-hasta TO lti-hasta.
           WRITE listado-lin FROM lin-titulo.
           WRITE listado-lin FROM lin-encabezado.
           WRITE listado-lin FROM lin-separador.
           PERFORM 720-LINEA-HORA
               VARYING w-h FROM 1 BY 1 UNTIL w-h > 24.
           WRITE listado-lin FROM lin-separador.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > 5
               MOVE wt-cat(w-c) TO lta-cat(w-c)
           END-PERFORM.
           MOVE w-cont-ingresos TO lta-total.
           MOVE w-cont-rechazos TO lta-rechazos.
           WRITE listado-lin FROM lin-total-asis.
           CLOSE listado.
           display "Ingresos habilitados: " w-cont-ingresos.
           display "Ingresos rechazados:  " w-cont-rechazos.
           display "Detalle en asistencia.txt".

       710-ACUMULAR-ACCESO.
           COMPUTE w-h = acc-hh + 1.
           IF w-h > 24
               MOVE 24 TO w-h
           END-IF.
           IF acceso-habilitado
               EVALUATE acc-categoria
                   WHEN "T" MOVE 1 TO w-c
                   WHEN "F" MOVE 2 TO w-c
                   WHEN "J" MOVE 3 TO w-c
                   WHEN "C" MOVE 4 TO w-c
                   WHEN OTHER MOVE 5 TO w-c
               END-EVALUATE
               ADD 1 TO ta-cat(w-h, w-c)
               ADD 1 TO wt-cat(w-c)
               ADD 1 TO w-cont-ingresos
           ELSE
               ADD 1 TO ta-rechazos(w-h)
               ADD 1 TO w-cont-rechazos
           END-IF.

      * Solo se imprimen las horas con movimiento
       720-LINEA-HORA.
           MOVE zero TO w-intentos.
           PERFORM VARYING w-c FROM 1 BY 1 UNTIL w-c > 5
               MOVE ta-cat(w-h, w-c) TO lho-cat(w-c)
               ADD ta-cat(w-h, w-c) TO w-intentos
           END-PERFORM.
           IF w-intentos > zero OR ta-rechazos(w-h) > zero
               COMPUTE lho-hora = w-h - 1
               MOVE w-intentos TO lho-total
               MOVE ta-rechazos(w-h) TO lho-rechazos
               WRITE listado-lin FROM lin-hora
           END-IF.

       750-PEDIR-RANGO.
           display "Fecha desde (AAAAMMDD)".
           accept w-fecha-desde.
           display "Fecha hasta (AAAAMMDD, igual para un dia)".
           accept w-fecha-hasta.
           IF w-fecha-hasta < w-fecha-desde
               MOVE w-fecha-desde TO w-fecha-hasta
           END-IF.

      * ----------------------------------------------------------------
      * ALERTAS DE INTENTOS REITERADOS
      * ----------------------------------------------------------------
       800-ALERTAS.
           PERFORM 750-PEDIR-RANGO.
           display "Cantidad minima de intentos (0 = 2)".
           accept w-min-intentos.
           IF w-min-intentos = zero
               MOVE 2 TO w-min-intentos
           END-IF.
           MOVE zero TO w-cont-alertas.
           SORT orden-alertas
               ON ASCENDING KEY oal-socio oal-documento oal-fecha
                                oal-hora
               INPUT PROCEDURE 810-CARGAR-RECHAZOS
               OUTPUT PROCEDURE 850-EMITIR-ALERTAS.
           display "Socios con intentos reiterados: " w-cont-alertas.
           display "Detalle en alertas.txt".

       810-CARGAR-RECHAZOS.
           OPEN INPUT accesos.
           move zero to sen.
           PERFORM UNTIL fin-de-archivo
               READ accesos AT END move 1 to sen
                   NOT AT END
                       IF acceso-rechazado AND
                          acc-fecha >= w-fecha-desde AND
                          acc-fecha <= w-fecha-hasta
                           MOVE acc-socio TO oal-socio
                           MOVE acc-documento TO oal-documento
                           MOVE acc-fecha TO oal-fecha
                           MOVE acc-hora TO oal-hora
                           MOVE acc-puerta TO oal-puerta
                           MOVE acc-motivo TO oal-motivo
                           RELEASE orden-alertas-reg
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE accesos.

      * Corte por socio (o por DNI cuando no hubo socio)
       850-EMITIR-ALERTAS.
           OPEN OUTPUT listado-ale.
           MOVE w-fecha-desde TO lta-desde.
           MOVE w-fecha-hasta TO lta-hasta.
           WRITE listado-ale-lin FROM lin-titulo-ale.
           WRITE listado-ale-lin FROM lin-separador.
           move zero to sen.
           RETURN orden-alertas AT END move 1 to sen.
           PERFORM UNTIL fin-de-archivo
               MOVE oal-socio TO w-ant-socio
               MOVE oal-documento TO w-ant-documento
               MOVE zero TO w-intentos
               PERFORM UNTIL fin-de-archivo
                       OR oal-socio NOT = w-ant-socio
                       OR oal-documento NOT = w-ant-documento
                   ADD 1 TO w-intentos
                   MOVE oal-fecha TO lal-fecha
                   MOVE oal-motivo TO lal-motivo
                   RETURN orden-alertas AT END move 1 to sen
               END-PERFORM
               IF w-intentos >= w-min-intentos
                   ADD 1 TO w-cont-alertas
                   MOVE w-ant-socio TO lal-socio
                   MOVE w-ant-documento TO lal-documento
                   MOVE w-intentos TO lal-intentos
                   WRITE listado-ale-lin FROM lin-alerta
               END-IF
           END-PERFORM.
           WRITE listado-ale-lin FROM lin-separador.
           MOVE "SOCIOS CON INTENTOS REITERADOS:" TO lre-leyenda.
           MOVE w-cont-alertas TO lre-cant.
           WRITE listado-ale-lin FROM lin-resumen.
           CLOSE listado-ale.

       END PROGRAM CONTROL-INGRESO.
