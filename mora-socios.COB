      * Author:
      * Date:
      * Purpose:  Informe de socios morosos con periodos impagos y
      *           deuda acumulada contra los cargos devengados, abierta
      *           por concepto (cuota social y actividades). Los
      *           periodos cubiertos por un convenio vigente no se
      *           cuentan; los de un convenio caido si
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
       fd  tarifas.
       01  tarifa-reg.
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
       WORKING-STORAGE SECTION.
       77  sen pic 9.
           88  fin-de-archivo value 1.
       77  ws-car-fs pic xx.
       77  w-car-disp pic 9 value 0.
           88 cargos-disponible value 1.
       77  ws-cvn-fs pic xx.
       77  ws-cvp-fs pic xx.
       77  w-cvn-disp pic 9 value 0.
           88 convenios-disponible value 1.
       77  sen-convenios pic 9.
           88  fin-de-convenios value 1.
       77  w-en-convenio pic 9 value 0.
           88 periodo-en-convenio value 1.
       77  sen-cuotas pic 9.
           88  fin-de-cuotas value 1.
       77  w-scan-nro pic 9(6) value zero.
       77  w-deu-familiar pic 9(10)v99 value zero.
       77  w-deu-jubilado pic 9(10)v99 value zero.
       77  w-deu-cadete pic 9(10)v99 value zero.
       77  w-scan-concepto pic xx.
       77  w-ult-periodo pic 9(6) value zero.
       77  w-k pic 99.
       77  w-m pic 99.
       01  tabla-socio-con.
           03 largo-sc pic 99 value zero.
           03 vec-sc OCCURS 20.
               05 tsc-concepto pic xx.
               05 tsc-deuda pic 9(8)v99.
       01  tabla-total-con.
           03 largo-tc pic 99 value zero.
           03 vec-tc OCCURS 30.
               05 ttc-concepto pic xx.
               05 ttc-cant pic 9(6).
               05 ttc-deuda pic 9(10)v99.
       01  lin-mor-concepto.
           03 filler pic x(17) value spaces.
           03 filler pic x(9) value "CONCEPTO ".
           03 lmc-concepto pic xx.
           03 filler pic x(7) value " DEBE: ".
           03 lmc-deuda pic zzzzzz9.99.
       01  lin-moroso.
           03 filler pic x(14) value "SOCIO MOROSO: ".
           03 lm-nro pic zzzzz9.
           ELSE
               display "tarifas.dat no disponible, sin recargos"
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
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           move zero to sen.
           PERFORM UNTIL fin-de-archivo
                   w-deu-jubilado.
           display "  CADETES    " w-mor-cadete " DEUDA "
                   w-deu-cadete.
           display "POR CONCEPTO:".
           PERFORM 390-MOSTRAR-TOTAL-CONCEPTO
               VARYING w-m FROM 1 BY 1 UNTIL w-m > largo-tc.
           CLOSE socios.
           IF cuo-disponible
               CLOSE cuotas
           IF tarifas-disponible
               CLOSE tarifas
           END-IF.
           IF convenios-disponible
               CLOSE convenios
               CLOSE convenio-per
           END-IF.
           GOBACK.

       300-VERIFICAR-SOCIO.
           MOVE zero TO w-cant-impagos.
           MOVE zero TO w-deuda.
           MOVE zero TO w-ult-periodo.
           MOVE zero TO largo-sc.
           IF cargos-disponible
               PERFORM 310-RECORRER-CARGOS
           ELSE
       310-RECORRER-CARGOS.
           MOVE soc-nro TO car-nro.
           MOVE zeros TO car-periodo.
           MOVE low-values TO car-concepto.
           move zero to sen-cargos.
           START cargos KEY IS NOT < car-clave INVALID KEY
                   move 1 to sen-cargos
           END-START.
           PERFORM 320-LEER-CARGO.
           PERFORM UNTIL fin-de-cargos
               PERFORM 370-CONTROLAR-CONVENIO
               IF NOT periodo-en-convenio
                   PERFORM 330-CONTROLAR-CARGO
               END-IF
               PERFORM 320-LEER-CARGO
           END-PERFORM.

               END-IF
           END-IF.

      * Un periodo con varios conceptos impagos cuenta una sola vez
       330-CONTROLAR-CARGO.
           IF cuo-disponible
               MOVE car-nro TO w-scan-nro
               MOVE car-periodo TO w-scan-periodo
               MOVE car-concepto TO w-scan-concepto
               PERFORM 340-SUMAR-PAGOS
               IF w-pagado < car-importe
                   PERFORM 332-CONTAR-PERIODO
                   COMPUTE w-saldo-per = car-importe - w-pagado
                   PERFORM 348-APLICAR-RECARGO
                   ADD w-saldo-per TO w-deuda
                   PERFORM 335-ACUMULAR-CONCEPTO
               END-IF
           ELSE
               PERFORM 332-CONTAR-PERIODO
               MOVE car-importe TO w-saldo-per
               PERFORM 348-APLICAR-RECARGO
               ADD w-saldo-per TO w-deuda
               PERFORM 335-ACUMULAR-CONCEPTO
           END-IF.

       332-CONTAR-PERIODO.
           IF car-periodo NOT = w-ult-periodo
               ADD 1 TO w-cant-impagos
               MOVE car-periodo TO w-ult-periodo
           END-IF.

       335-ACUMULAR-CONCEPTO.
           MOVE 1 TO w-k.
           PERFORM UNTIL w-k > largo-sc
                   OR tsc-concepto(w-k) = car-concepto
               ADD 1 TO w-k
           END-PERFORM.
           IF w-k > largo-sc
               IF largo-sc < 20
                   ADD 1 TO largo-sc
                   MOVE car-concepto TO tsc-concepto(largo-sc)
                   MOVE zero TO tsc-deuda(largo-sc)
               END-IF
               MOVE largo-sc TO w-k
           END-IF.
           ADD w-saldo-per TO tsc-deuda(w-k).

      * La deuda vencida suma el recargo aprobado para el periodo,
      * que corresponde solo a la cuota social
       348-APLICAR-RECARGO.
           IF tarifas-disponible AND car-concepto = "CS"
               MOVE car-periodo TO tar-periodo
               MOVE soc-categoria TO tar-categoria
               IF NOT categoria-titular AND NOT categoria-familiar AND
               END-READ
           END-IF.

      * Acumula los pagos vigentes del concepto en el periodo (los
      * contraasientos, los pagos anulados y el saldo a favor "SF"
      * no aplicado no cuentan)
       340-SUMAR-PAGOS.
           MOVE zero TO w-pagado.
           MOVE w-scan-nro TO cuo-nro.
           PERFORM 345-LEER-MOVIMIENTO.
           PERFORM UNTIL fin-de-cuotas
               IF pago-normal AND pago-vigente
                  AND cuo-concepto = w-scan-concepto
                   ADD cuo-importe TO w-pagado
               END-IF
               PERFORM 345-LEER-MOVIMIENTO
           IF cuo-disponible
               MOVE soc-nro TO w-scan-nro
               MOVE w-periodo TO w-scan-periodo
               MOVE "CS" TO w-scan-concepto
               PERFORM 340-SUMAR-PAGOS
               IF w-pagado = zero
                   ADD 1 TO w-cant-impagos
           MOVE w-cant-impagos TO lm-cant.
           MOVE w-deuda TO lm-deuda.
           DISPLAY lin-moroso.
           PERFORM 355-MOSTRAR-CONCEPTO
               VARYING w-k FROM 1 BY 1 UNTIL w-k > largo-sc.
           ADD 1 TO w-cont-morosos.
           ADD w-deuda TO w-deuda-total.
           EVALUATE TRUE
                   ADD w-deuda TO w-deu-titular
           END-EVALUATE.

       355-MOSTRAR-CONCEPTO.
           MOVE tsc-concepto(w-k) TO lmc-concepto.
           MOVE tsc-deuda(w-k) TO lmc-deuda.
           DISPLAY lin-mor-concepto.
           MOVE 1 TO w-m.
           PERFORM UNTIL w-m > largo-tc
                   OR ttc-concepto(w-m) = tsc-concepto(w-k)
               ADD 1 TO w-m
           END-PERFORM.
           IF w-m > largo-tc
               IF largo-tc < 30
                   ADD 1 TO largo-tc
                   MOVE tsc-concepto(w-k) TO ttc-concepto(largo-tc)
                   MOVE zero TO ttc-cant(largo-tc)
                   MOVE zero TO ttc-deuda(largo-tc)
               END-IF
               MOVE largo-tc TO w-m
           END-IF.
           ADD 1 TO ttc-cant(w-m).
           ADD tsc-deuda(w-k) TO ttc-deuda(w-m).

       390-MOSTRAR-TOTAL-CONCEPTO.
           display "  " ttc-concepto(w-m) "         " ttc-cant(w-m)
                   " DEUDA " ttc-deuda(w-m).

      * Los periodos incluidos en un convenio vigente que conservan
      * saldo no son mora: los cubre el plan de pagos. Si el convenio
      * cayo, su deuda vuelve a contarse como atraso comun
       370-CONTROLAR-CONVENIO.
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

       END PROGRAM MORA-SOCIOS.
