      * Author:
      * Date:
      * Purpose:  Importacion de debitos automaticos cobrados por el
      *           banco (banco.txt) a cuotas.dat, con rechazos. El
      *           importe debitado se imputa a los conceptos del
      *           periodo con saldo (cuota social y actividades) con
      *           un unico comprobante. Los debitos de un periodo
      *           cerrado (cierres.dat) van a rechazos
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL recibo-nro ASSIGN TO "..\recibo-nro.dat"
           ORGANIZATION SEQUENTIAL.
           SELECT cierres ASSIGN TO "..\cierres.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cie-periodo
           FILE STATUS is ws-cie-fs.
           SELECT OPTIONAL audit-log ASSIGN TO "..\audit.log"
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
       fd  banco.
       01  banco-reg.
       fd  recibo-nro.
       01  rec-nro-reg.
           03 rn-ultimo pic 9(8).
       fd  cierres.
       01  cierre-reg.
           03 cie-periodo pic 9(6).
           03 cie-estado pic x.
               88 estado-cerrado value "C".
               88 estado-abierto value "A".
           03 cie-fecha pic 9(8).
           03 cie-operador pic x(8).
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
       77  w-cont-leidos pic 9(6) value zero.
       77  w-cont-aceptados pic 9(6) value zero.
       77  w-cont-rechazados pic 9(6) value zero.
       77  w-cont-parciales pic 9(6) value zero.
       77  sen-cuotas pic 9.
           88  fin-de-cuotas value 1.
       77  w-sec-libre pic 9(2) value zero.
       77  w-rechazar pic 9 value 0.
       77  w-bloqueado pic 9 value 0.
           88 lectura-bloqueada value 1.
       77  sen-cargos pic 9.
           88  fin-de-cargos value 1.
       77  w-k pic 99.
       77  w-m pic 99.
       77  w-concepto pic xx.
       77  w-saldo-total pic 9(8)v99 value zero.
       77  w-restante pic 9(8)v99 value zero.
       77  w-aplicar pic 9(8)v99 value zero.
       77  w-aplicado pic 9(8)v99 value zero.
       77  w-grabados pic 9(2) value zero.
       77  w-nro-comp pic 9(8) value zero.
       77  ws-cie-fs pic xx.
       77  w-cie-disp pic 9 value 0.
           88 cierres-disponible value 1.
       77  w-per-control pic 9(6).
       77  w-per-cerrado pic 9 value 0.
           88 periodo-cerrado value 1.
       01  w-fecha-control.
           03 w-fco-periodo pic 9(6).
           03 w-fco-dia pic 99.
       01  tabla-pagado.
           03 largo-pag pic 99 value zero.
           03 vec-pag OCCURS 20.
               05 tp-concepto pic xx.
               05 tp-pagado pic 9(8)v99.
       01  tabla-deuda.
           03 largo-deu pic 99 value zero.
           03 vec-deu OCCURS 20.
               05 td-concepto pic xx.
               05 td-saldo pic 9(8)v99.
       01  lin-rechazo.
           03 filler pic x(6) value "SOCIO ".
           03 lrz-nro pic 9(6).
           PERFORM 150-LEER-ULT-RECIBO.
           OPEN EXTEND recibos.
           OPEN OUTPUT rechazos.
           OPEN INPUT cierres.
           MOVE 0 TO w-cie-disp.
           IF ws-cie-fs = "00"
               MOVE 1 TO w-cie-disp
           END-IF.
           OPEN EXTEND audit-log.
           move zero to sen.
           PERFORM UNTIL fin-de-archivo
               READ banco AT END move 1 to sen
           CLOSE comprob.
           CLOSE recibos.
           CLOSE rechazos.
           IF cierres-disponible
               CLOSE cierres
           END-IF.
           CLOSE audit-log.
           display "Debitos leidos:     " w-cont-leidos.
           display "Debitos aceptados:  " w-cont-aceptados.
           display "Debitos rechazados: " w-cont-rechazados.
           display "Debitos parciales:  " w-cont-parciales.
           GOBACK.

       100-ABRIR-CUOTAS.
               MOVE "IMPORTE EN CERO" TO lrz-motivo
               PERFORM 600-RECHAZAR-DEBITO
           ELSE
               PERFORM 580-CONTROLAR-CIERRES
               IF periodo-cerrado
                   MOVE "PERIODO CERRADO" TO lrz-motivo
                   PERFORM 600-RECHAZAR-DEBITO
               ELSE
                   MOVE bco-nro TO soc-nro
                   READ socios INVALID KEY
                           MOVE "SOCIO INEXISTENTE" TO lrz-motivo
                           PERFORM 600-RECHAZAR-DEBITO
                        NOT INVALID KEY
                           PERFORM 520-REGISTRAR-DEBITO
                   END-READ
               END-IF
           END-IF.

       520-REGISTRAR-DEBITO.
               IF w-rechazar = 1
                   PERFORM 600-RECHAZAR-DEBITO
               ELSE
                   PERFORM 545-IMPUTAR-DEBITO
                   IF w-grabados = zero
                       MOVE "PAGO DUPLICADO PARA EL PERIODO"
                           TO lrz-motivo
                       PERFORM 600-RECHAZAR-DEBITO
                   ELSE
                       ADD 1 TO w-cont-aceptados
                       PERFORM 550-EMITIR-COMPROBANTE
                       IF w-aplicado < bco-importe
                           PERFORM 610-RECHAZAR-DIFERENCIA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Un periodo admite pagos parciales acumulables: el debito solo
      * se rechaza si todos los conceptos devengados ya quedaron
      * cubiertos, o si hay pago previo y no se conoce el cargo. Deja
      * en tabla-deuda el saldo de cada concepto del periodo
       535-CONTROLAR-SALDO.
           MOVE 0 TO w-rechazar.
           MOVE zero TO largo-deu.
           MOVE zero TO w-saldo-total.
           IF cargos-disponible
               PERFORM 536-CARGAR-CONCEPTOS
           END-IF.
           IF largo-deu > zero
               IF w-saldo-total = zero
                   MOVE 1 TO w-rechazar
                   MOVE "PERIODO YA CANCELADO"
                       TO lrz-motivo
               END-IF
           ELSE
               IF periodo-pagado
                   MOVE 1 TO w-rechazar
               END-IF
           END-IF.

       536-CARGAR-CONCEPTOS.
           MOVE bco-nro TO car-nro.
           MOVE bco-periodo TO car-periodo.
           MOVE low-values TO car-concepto.
           move zero to sen-cargos.
           START cargos KEY IS NOT < car-clave INVALID KEY
                   move 1 to sen-cargos
           END-START.
           PERFORM UNTIL fin-de-cargos
               READ cargos NEXT AT END move 1 to sen-cargos
                   NOT AT END
                       IF car-nro NOT = bco-nro
                          OR car-periodo NOT = bco-periodo
                          OR largo-deu NOT < 20
                           move 1 to sen-cargos
                       ELSE
                           PERFORM 537-SALDO-CONCEPTO
                       END-IF
               END-READ
           END-PERFORM.

       537-SALDO-CONCEPTO.
           ADD 1 TO largo-deu.
           MOVE car-concepto TO td-concepto(largo-deu).
           MOVE car-importe TO td-saldo(largo-deu).
           MOVE car-concepto TO w-concepto.
           PERFORM 539-BUSCAR-PAGADO.
           IF w-m NOT > largo-pag
               IF tp-pagado(w-m) < car-importe
                   SUBTRACT tp-pagado(w-m) FROM td-saldo(largo-deu)
               ELSE
                   MOVE zero TO td-saldo(largo-deu)
               END-IF
           END-IF.
           ADD td-saldo(largo-deu) TO w-saldo-total.

      * Deja en w-m el renglon del concepto en tabla-pagado (mayor que
      * largo-pag si el concepto no tiene pagos)
       539-BUSCAR-PAGADO.
           MOVE 1 TO w-m.
           PERFORM UNTIL w-m > largo-pag
                   OR tp-concepto(w-m) = w-concepto
               ADD 1 TO w-m
           END-PERFORM.

      * El debito cubre los conceptos en orden de clave hasta su
      * saldo; lo que sobra, o todo si no hay cargos, va a la cuota
      * social. Todos los movimientos llevan el mismo comprobante
       545-IMPUTAR-DEBITO.
           MOVE zero TO w-grabados.
           MOVE zero TO w-aplicado.
           COMPUTE w-nro-comp = w-ult-recibo + 1.
           MOVE bco-importe TO w-restante.
           PERFORM VARYING w-k FROM 1 BY 1
                   UNTIL w-k > largo-deu OR w-restante = zero
               IF td-saldo(w-k) > zero
                   IF td-saldo(w-k) < w-restante
                       MOVE td-saldo(w-k) TO w-aplicar
                   ELSE
                       MOVE w-restante TO w-aplicar
                   END-IF
                   MOVE td-concepto(w-k) TO w-concepto
                   PERFORM 548-GRABAR-MOVIMIENTO
               END-IF
           END-PERFORM.
           IF w-restante > zero
               MOVE w-restante TO w-aplicar
               MOVE "CS" TO w-concepto
               PERFORM 548-GRABAR-MOVIMIENTO
           END-IF.

       548-GRABAR-MOVIMIENTO.
           MOVE bco-nro TO cuo-nro.
           MOVE bco-periodo TO cuo-periodo.
           MOVE w-sec-libre TO cuo-secuencia.
           MOVE bco-fecha TO cuo-fecha-pago.
           MOVE w-aplicar TO cuo-importe.
           MOVE w-nro-comp TO cuo-comprobante.
           MOVE "BANCO" TO cuo-operador.
           MOVE "D" TO cuo-canal.
           MOVE "P" TO cuo-tipo.
           MOVE "V" TO cuo-estado.
           MOVE w-concepto TO cuo-concepto.
           WRITE cuota-reg
               INVALID KEY
                   display "No se pudo grabar el debito del socio "
                           bco-nro " concepto " w-concepto
               NOT INVALID KEY
                   ADD 1 TO w-grabados
                   ADD 1 TO w-sec-libre
                   ADD w-aplicar TO w-aplicado
                   SUBTRACT w-aplicar FROM w-restante
           END-WRITE.

      * Recorre los movimientos del periodo: deja en w-sec-libre la
      * proxima secuencia, avisa si ya hay un pago vigente y deja en
      * tabla-pagado lo pagado de cada concepto
       530-BUSCAR-SECUENCIA.
           MOVE 0 TO w-bloqueado.
           MOVE cuo-nro TO w-scan-nro.
                   move 1 to sen-cuotas
           END-START.
           MOVE zero TO w-pagado.
           MOVE zero TO largo-pag.
           PERFORM 540-LEER-MOVIMIENTO.
           PERFORM UNTIL fin-de-cuotas
               COMPUTE w-sec-libre = cuo-secuencia + 1
               IF pago-normal AND pago-vigente
                   MOVE 1 TO w-hay-pago
                   ADD cuo-importe TO w-pagado
                   PERFORM 532-ACUMULAR-PAGADO
               END-IF
               PERFORM 540-LEER-MOVIMIENTO
           END-PERFORM.
           MOVE w-scan-nro TO cuo-nro.
           MOVE w-scan-periodo TO cuo-periodo.

       532-ACUMULAR-PAGADO.
           MOVE cuo-concepto TO w-concepto.
           PERFORM 539-BUSCAR-PAGADO.
           IF w-m > largo-pag
               IF largo-pag < 20
                   ADD 1 TO largo-pag
                   MOVE w-concepto TO tp-concepto(largo-pag)
                   MOVE zero TO tp-pagado(largo-pag)
               END-IF
               MOVE largo-pag TO w-m
           END-IF.
           ADD cuo-importe TO tp-pagado(w-m).

       540-LEER-MOVIMIENTO.
           IF NOT fin-de-cuotas
               READ cuotas NEXT AT END move 1 to sen-cuotas
           MOVE soc-apell TO lr-apell.
           MOVE cuo-periodo TO lr-periodo.
           MOVE cuo-fecha-pago TO lr-fecha.
           MOVE w-aplicado TO lr-importe.
           WRITE recibo-lin FROM lin-recibo.
           PERFORM 555-GRABAR-COMPROBANTE.
           PERFORM 560-GRABAR-ULT-RECIBO.

           MOVE cuo-nro TO cpr-socio.
           MOVE cuo-periodo TO cpr-periodo.
           MOVE cuo-fecha-pago TO cpr-fecha.
           MOVE w-aplicado TO cpr-importe.
           MOVE cuo-operador TO cpr-operador.
           MOVE cuo-canal TO cpr-canal.
           MOVE "C" TO cpr-clase.
           WRITE rec-nro-reg.
           CLOSE recibo-nro.

      * El debito no entra si su periodo o su fecha de cobro caen en
      * un periodo cerrado
       580-CONTROLAR-CIERRES.
           MOVE bco-periodo TO w-per-control.
           PERFORM 950-CONTROLAR-CIERRE.
           IF NOT periodo-cerrado
               MOVE bco-fecha TO w-fecha-control
               MOVE w-fco-periodo TO w-per-control
               PERFORM 950-CONTROLAR-CIERRE
           END-IF.

       600-RECHAZAR-DEBITO.
           MOVE bco-nro TO lrz-nro.
           MOVE bco-periodo TO lrz-periodo.
           WRITE rechazo-lin FROM lin-rechazo.
           ADD 1 TO w-cont-rechazados.

      * Lo que no se pudo grabar en cuotas.dat queda fuera del
      * comprobante y va a rechazos por la diferencia, para que se
      * registre a mano
       610-RECHAZAR-DIFERENCIA.
           MOVE bco-nro TO lrz-nro.
           MOVE bco-periodo TO lrz-periodo.
           COMPUTE lrz-importe = bco-importe - w-aplicado.
           MOVE "IMPUTACION PARCIAL, DIFERENCIA" TO lrz-motivo.
           WRITE rechazo-lin FROM lin-rechazo.
           ADD 1 TO w-cont-parciales.

      * ----------------------------------------------------------------
      * CONTROL DE PERIODOS CERRADOS
      * ----------------------------------------------------------------
      * Un periodo cerrado (cierres.dat) no admite movimientos nuevos
      * ni cambios: se informa y el rechazo queda en audit.log
       950-CONTROLAR-CIERRE.
           MOVE 0 TO w-per-cerrado.
           IF cierres-disponible
               MOVE w-per-control TO cie-periodo
               READ cierres INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF estado-cerrado
                           MOVE 1 TO w-per-cerrado
                       END-IF
               END-READ
           END-IF.
           IF periodo-cerrado
               display "El periodo " w-per-control " esta cerrado,"
                       " no admite movimientos"
               PERFORM 955-REGISTRAR-RECHAZO
           END-IF.

       955-REGISTRAR-RECHAZO.
           MOVE spaces TO audit-reg.
           MOVE "PER-CERR" TO au-tipo.
           MOVE w-per-control TO au-valor.
           ACCEPT au-fecha FROM DATE YYYYMMDD.
           ACCEPT au-hora FROM TIME.
           MOVE "RECHAZADA" TO au-estado.
           MOVE "BANCO" TO au-operador.
           WRITE audit-reg.

       END PROGRAM DEBITO-BANCO.
