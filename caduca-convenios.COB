      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Caducidad de convenios de pago: recorre los convenios
      *           vigentes y da por caido (estado "X") al que acumula
      *           la cantidad de cuotas vencidas e impagas fijada en
      *           caduca.ctl, contando los vencimientos mensuales desde
      *           cvn-primer-venc. Los periodos del convenio con saldo
      *           vuelven a ser deuda comun: el listado para la
      *           comision directiva (caducidad.txt) muestra por
      *           periodo lo adeudado en cargos.dat con el recargo de
      *           tarifas.dat a la fecha de la corrida. Cada caida
      *           queda en audit.log. Encadenable en la corrida de
      *           NOCHE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADUCA-CONVENIOS IS INITIAL PROGRAM.
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
           ALTERNATE record key is soc-documento WITH DUPLICATES.
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
           SELECT tarifas ASSIGN TO "..\tarifas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is tar-clave
           FILE STATUS is ws-tar-fs.
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
           SELECT OPTIONAL control-cad ASSIGN TO "..\caduca.ctl"
           ORGANIZATION SEQUENTIAL.
           SELECT listado ASSIGN TO "..\caducidad.txt"
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL audit-log ASSIGN TO "..\audit.log"
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
       fd  tarifas.
       01  tarifa-reg.
           03 tar-clave.
               05 tar-periodo pic 9(6).
               05 tar-categoria pic x.
           03 tar-importe pic 9(6)v99.
           03 tar-vencimiento pic 9(8).
           03 tar-recargo pic 9(2)v99.
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
       fd  control-cad.
       01  cctl-reg.
           03 cctl-cuotas pic 9(2).
       fd  listado.
       01  listado-lin pic x(80).
       fd  audit-log.
       01  audit-reg.
           03 au-tipo pic x(8).
           03 au-valor pic x(10).
           03 au-fecha pic 9(8).
           03 au-hora pic 9(8).
           03 au-estado pic x(15).
           03 au-operador pic x(8).
       WORKING-STORAGE SECTION.
       77  sen pic 9.
           88  fin-de-archivo value 1.
       77  sen-detalle pic 9.
           88  fin-de-detalle value 1.
       77  sen-cargos pic 9.
           88  fin-de-cargos value 1.
       77  sen-cuotas pic 9.
           88  fin-de-cuotas value 1.
       77  ws-cuo-fs pic xx.
       77  ws-car-fs pic xx.
       77  ws-tar-fs pic xx.
       77  w-tar-disp pic 9 value 0.
           88 tarifas-disponible value 1.
       77  ws-cvn-fs pic xx.
       77  ws-cvp-fs pic xx.
       77  w-umbral pic 9(2) value 2.
       77  w-fecha-hoy pic 9(8).
       77  w-vencidas pic 9(2) value zero.
       77  w-atrasadas pic 9(2) value zero.
       77  w-pagado pic 9(8)v99 value zero.
       77  w-saldo-con pic 9(6)v99 value zero.
       77  w-recargo pic 9(6)v99 value zero.
       77  w-base-per pic 9(8)v99 value zero.
       77  w-recargo-per pic 9(8)v99 value zero.
       77  w-total-cvn pic 9(8)v99 value zero.
       77  w-total-general pic 9(10)v99 value zero.
       77  w-cont-revisados pic 9(6) value zero.
       77  w-cont-caidos pic 9(6) value zero.
       77  w-cont-periodos pic 9(6) value zero.
       01  w-venc.
           03 w-ve-aaaa pic 9(4).
           03 w-ve-mm pic 9(2).
           03 w-ve-dd pic 9(2).
       01  w-venc-num redefines w-venc pic 9(8).
       01  lin-titulo.
           03 filler pic x(33)
               value "CADUCIDAD DE CONVENIOS - FECHA ".
           03 lti-fecha pic 9(8).
       01  lin-criterio.
           03 filler pic x(38)
               value "CAE CON CUOTAS VENCIDAS E IMPAGAS >= ".
           03 lcr-umbral pic z9.
       01  lin-separador pic x(72) value all "-".
       01  lin-convenio.
           03 filler pic x(6) value "SOCIO ".
           03 lcv-socio pic zzzzz9.
           03 filler pic x value space.
           03 lcv-apell pic x(10).
           03 filler pic x value space.
           03 lcv-nom pic x(10).
           03 filler pic x(10) value " CONVENIO ".
           03 lcv-nro pic 99.
           03 filler pic x(7) value " ALTA ".
           03 lcv-alta pic 9(8).
       01  lin-cuotas.
           03 filler pic x(9) value "  CUOTAS ".
           03 lcu-pagas pic z9.
           03 filler pic x(9) value " PAGAS DE".
           03 lcu-total pic zz9.
           03 filler pic x(11) value " ATRASADAS ".
           03 lcu-atrasadas pic z9.
           03 filler pic x(16) value " DEUDA CONVENIO ".
           03 lcu-deuda pic zzzzzzz9.99.
       01  lin-periodo.
           03 filler pic x(10) value "  PERIODO ".
           03 lpe-periodo pic 9(6).
           03 filler pic x(10) value " EN CONV. ".
           03 lpe-saldo-cvn pic zzzzz9.99.
           03 filler pic x(7) value " DEUDA ".
           03 lpe-base pic zzzzzz9.99.
           03 filler pic x(9) value " RECARGO ".
           03 lpe-recargo pic zzzzz9.99.
       01  lin-total-cvn.
           03 filler pic x(35)
               value "  DEUDA RESTITUIDA CON RECARGO:    ".
           03 ltc-total pic zzzzzzz9.99.
       01  lin-resumen.
           03 lre-leyenda pic x(26).
           03 lre-cant pic zzzzz9.
       01  lin-resumen-imp.
           03 filler pic x(26) value "DEUDA TOTAL RESTITUIDA:".
           03 lri-total pic zzzzzzzzz9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-LEER-UMBRAL.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN I-O convenios.
           IF ws-cvn-fs NOT = "00"
               display "convenios.dat no disponible, sin caducidades"
               GOBACK
           END-IF.
           OPEN I-O convenio-per.
           IF ws-cvp-fs NOT = "00"
               display "convenio-per.dat no disponible, no se caduca"
               CLOSE convenios
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT cargos.
           IF ws-car-fs NOT = "00"
               display "cargos.dat no disponible, no se caduca"
               CLOSE convenios
               CLOSE convenio-per
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT cuotas.
           IF ws-cuo-fs NOT = "00"
               display "cuotas.dat no disponible, no se caduca"
               CLOSE convenios
               CLOSE convenio-per
               CLOSE cargos
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT tarifas.
           MOVE 0 TO w-tar-disp.
           IF ws-tar-fs = "00"
               MOVE 1 TO w-tar-disp
           ELSE
               display "tarifas.dat no disponible, sin recargos"
           END-IF.
           OPEN INPUT socios.
           OPEN OUTPUT listado.
           OPEN EXTEND audit-log.
           PERFORM 200-ENCABEZADO.
           MOVE zeros TO cvn-socio.
           MOVE zeros TO cvn-nro.
           move zero to sen.
           START convenios KEY IS NOT < cvn-clave INVALID KEY
                   move 1 to sen
           END-START.
           PERFORM UNTIL fin-de-archivo
               READ convenios NEXT AT END move 1 to sen
                   NOT AT END
                       IF convenio-vigente
                           PERFORM 300-CONTROLAR-CONVENIO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 800-RESUMEN.
           CLOSE socios.
           CLOSE cuotas.
           CLOSE cargos.
           IF tarifas-disponible
               CLOSE tarifas
           END-IF.
           CLOSE convenios.
           CLOSE convenio-per.
           CLOSE listado.
           CLOSE audit-log.
           display "Convenios vigentes revisados: " w-cont-revisados.
           display "Convenios caidos:             " w-cont-caidos.
           display "Deuda restituida:             " w-total-general.
           GOBACK.

      * La cantidad de cuotas atrasadas que hace caer el convenio se
      * toma de caduca.ctl; sin archivo de control rige el criterio
      * de dos cuotas
       100-LEER-UMBRAL.
           OPEN INPUT control-cad.
           READ control-cad AT END
                   display "caduca.ctl vacio, se cae con 2 cuotas"
                   MOVE 2 TO w-umbral
               NOT AT END
                   MOVE cctl-cuotas TO w-umbral
           END-READ.
           CLOSE control-cad.
           IF w-umbral = zero
               MOVE 2 TO w-umbral
           END-IF.
           display "Cuotas atrasadas para caer: " w-umbral.

       200-ENCABEZADO.
           MOVE w-fecha-hoy TO lti-fecha.
           WRITE listado-lin FROM lin-titulo.
           MOVE w-umbral TO lcr-umbral.
           WRITE listado-lin FROM lin-criterio.
           WRITE listado-lin FROM lin-separador.

      * ----------------------------------------------------------------
      * CONTROL DEL CALENDARIO DE CADA CONVENIO VIGENTE
      * ----------------------------------------------------------------
      * Cuotas vencidas a hoy segun el calendario mensual que arranca
      * en cvn-primer-venc, contra las cuotas que el socio ya pago
       300-CONTROLAR-CONVENIO.
           ADD 1 TO w-cont-revisados.
           MOVE zero TO w-vencidas.
           MOVE zero TO w-atrasadas.
           IF cvn-primer-venc NOT = zeros
               MOVE cvn-primer-venc TO w-venc
               PERFORM UNTIL w-vencidas >= cvn-cant-cuotas
                       OR w-venc-num > w-fecha-hoy
                   ADD 1 TO w-vencidas
                   PERFORM 310-MES-SIGUIENTE
               END-PERFORM
           END-IF.
           IF w-vencidas > cvn-cuotas-pagas
               COMPUTE w-atrasadas = w-vencidas - cvn-cuotas-pagas
           END-IF.
           IF w-atrasadas >= w-umbral
               PERFORM 400-CADUCAR-CONVENIO
           END-IF.

       310-MES-SIGUIENTE.
           ADD 1 TO w-ve-mm.
           IF w-ve-mm > 12
               MOVE 1 TO w-ve-mm
               ADD 1 TO w-ve-aaaa
           END-IF.

      * ----------------------------------------------------------------
      * CAIDA DEL CONVENIO Y RESTITUCION DE LA DEUDA
      * ----------------------------------------------------------------
       400-CADUCAR-CONVENIO.
           MOVE "X" TO cvn-estado.
           REWRITE convenio-reg
               INVALID KEY
                   display "No se pudo dar por caido el convenio "
                           cvn-nro " del socio " cvn-socio
               NOT INVALID KEY
                   ADD 1 TO w-cont-caidos
                   PERFORM 410-LISTAR-CONVENIO
                   PERFORM 420-RESTITUIR-PERIODOS
                   PERFORM 900-REGISTRAR-EVENTO
           END-REWRITE.

       410-LISTAR-CONVENIO.
           MOVE cvn-socio TO soc-nro.
           READ socios INVALID KEY
                   MOVE spaces TO soc-nom
                   MOVE spaces TO soc-apell
                   MOVE "T" TO soc-categoria
           END-READ.
           MOVE cvn-socio TO lcv-socio.
           MOVE soc-apell TO lcv-apell.
           MOVE soc-nom TO lcv-nom.
           MOVE cvn-nro TO lcv-nro.
           MOVE cvn-fecha-alta TO lcv-alta.
           WRITE listado-lin FROM lin-convenio.
           MOVE cvn-cuotas-pagas TO lcu-pagas.
           MOVE cvn-cant-cuotas TO lcu-total.
           MOVE w-atrasadas TO lcu-atrasadas.
           MOVE cvn-deuda TO lcu-deuda.
           WRITE listado-lin FROM lin-cuotas.

      * Cada periodo del convenio que conservaba saldo vuelve a la
      * mora comun; se informa lo que hoy adeuda en cargos.dat
       420-RESTITUIR-PERIODOS.
           MOVE zero TO w-total-cvn.
           MOVE cvn-socio TO cvp-socio.
           MOVE cvn-nro TO cvp-nro.
           MOVE zeros TO cvp-periodo.
           move zero to sen-detalle.
           START convenio-per KEY IS NOT < cvp-clave INVALID KEY
                   move 1 to sen-detalle
           END-START.
           PERFORM UNTIL fin-de-detalle
               READ convenio-per NEXT AT END move 1 to sen-detalle
                   NOT AT END
                       IF cvp-socio NOT = cvn-socio
                          OR cvp-nro NOT = cvn-nro
                           move 1 to sen-detalle
                       ELSE
                           IF cvp-saldo > zero
                               PERFORM 430-DEUDA-DEL-PERIODO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE w-total-cvn TO ltc-total.
           WRITE listado-lin FROM lin-total-cvn.
           WRITE listado-lin FROM lin-separador.
           ADD w-total-cvn TO w-total-general.

       430-DEUDA-DEL-PERIODO.
           ADD 1 TO w-cont-periodos.
           MOVE zero TO w-base-per.
           MOVE zero TO w-recargo-per.
           MOVE cvp-socio TO car-nro.
           MOVE cvp-periodo TO car-periodo.
           MOVE low-values TO car-concepto.
           move zero to sen-cargos.
           START cargos KEY IS NOT < car-clave INVALID KEY
                   move 1 to sen-cargos
           END-START.
           PERFORM UNTIL fin-de-cargos
               READ cargos NEXT AT END move 1 to sen-cargos
                   NOT AT END
                       IF car-nro NOT = cvp-socio
                          OR car-periodo NOT = cvp-periodo
                           move 1 to sen-cargos
                       ELSE
                           PERFORM 440-SALDO-CONCEPTO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE cvp-periodo TO lpe-periodo.
           MOVE cvp-saldo TO lpe-saldo-cvn.
           MOVE w-base-per TO lpe-base.
           MOVE w-recargo-per TO lpe-recargo.
           WRITE listado-lin FROM lin-periodo.
           ADD w-base-per TO w-total-cvn.
           ADD w-recargo-per TO w-total-cvn.

       440-SALDO-CONCEPTO.
           PERFORM 450-SUMAR-PAGOS.
           IF w-pagado < car-importe
               COMPUTE w-saldo-con = car-importe - w-pagado
               ADD w-saldo-con TO w-base-per
               IF car-concepto = "CS"
                   PERFORM 460-APLICAR-RECARGO
               END-IF
           END-IF.

      * Pagos vigentes del concepto en el periodo, incluidas las
      * imputaciones que el convenio llego a hacer
       450-SUMAR-PAGOS.
           MOVE zero TO w-pagado.
           MOVE car-nro TO cuo-nro.
           MOVE car-periodo TO cuo-periodo.
           MOVE zeros TO cuo-secuencia.
           move zero to sen-cuotas.
           START cuotas KEY IS NOT < cuo-clave INVALID KEY
                   move 1 to sen-cuotas
           END-START.
           PERFORM UNTIL fin-de-cuotas
               READ cuotas NEXT AT END move 1 to sen-cuotas
                   NOT AT END
                       IF cuo-nro NOT = car-nro
                          OR cuo-periodo NOT = car-periodo
                           move 1 to sen-cuotas
                       ELSE
                           IF pago-normal AND pago-vigente
                              AND cuo-concepto = car-concepto
                               ADD cuo-importe TO w-pagado
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * El recargo se recalcula con la tarifa del periodo a la fecha
      * de la corrida, como cualquier deuda vencida de cuota social
       460-APLICAR-RECARGO.
           IF tarifas-disponible
               MOVE car-periodo TO tar-periodo
               MOVE soc-categoria TO tar-categoria
               IF NOT categoria-titular AND NOT categoria-familiar AND
                  NOT categoria-jubilado AND NOT categoria-cadete
                   MOVE "T" TO tar-categoria
               END-IF
               READ tarifas INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF tar-vencimiento NOT = zeros AND
                          tar-recargo NOT = zeros AND
                          w-fecha-hoy > tar-vencimiento
                           COMPUTE w-recargo ROUNDED =
                               w-saldo-con * tar-recargo / 100
                           ADD w-recargo TO w-recargo-per
                       END-IF
               END-READ
           END-IF.

       800-RESUMEN.
           MOVE "CONVENIOS REVISADOS:" TO lre-leyenda.
           MOVE w-cont-revisados TO lre-cant.
           WRITE listado-lin FROM lin-resumen.
           MOVE "CONVENIOS CAIDOS:" TO lre-leyenda.
           MOVE w-cont-caidos TO lre-cant.
           WRITE listado-lin FROM lin-resumen.
           MOVE "PERIODOS RESTITUIDOS:" TO lre-leyenda.
           MOVE w-cont-periodos TO lre-cant.
           WRITE listado-lin FROM lin-resumen.
           MOVE w-total-general TO lri-total.
           WRITE listado-lin FROM lin-resumen-imp.

       900-REGISTRAR-EVENTO.
           MOVE spaces TO audit-reg.
           MOVE "CVN-CAE" TO au-tipo.
           MOVE cvn-socio TO au-valor.
           ACCEPT au-fecha FROM DATE YYYYMMDD.
           ACCEPT au-hora FROM TIME.
           MOVE "REGISTRADA" TO au-estado.
           MOVE "BATCH" TO au-operador.
           WRITE audit-reg.

       END PROGRAM CADUCA-CONVENIOS.
