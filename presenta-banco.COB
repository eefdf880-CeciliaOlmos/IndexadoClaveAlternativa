      * Purpose:  Generacion del archivo de presentacion al banco para
      *           el debito automatico de un periodo: recorre el padron
      *           de adheridos activos y arma banco-presenta.txt con
      *           socio, CBU, periodo y saldo de lo devengado en el
      *           periodo (cuota social y actividades)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               88 categoria-jubilado value "J".
               88 categoria-cadete value "C".
           03 soc-documento pic 9(8).
           03 soc-fecha-ingreso pic 9(8).
           03 soc-fecha-nacimiento pic 9(8).
       fd  padron.
       01  dap-reg.
           03 dap-nro pic 9(6).
           03 car-clave.
               05 car-nro pic 9(6).
               05 car-periodo pic 9(6).
               05 car-concepto pic xx.
           03 car-importe pic 9(6)v99.
       fd  cuotas.
       01  cuota-reg.
           03 cuo-estado pic x.
               88 pago-vigente value "V".
               88 pago-anulado value "N".
           03 cuo-concepto pic xx.
       fd  presenta.
       01  presenta-reg.
           03 pre-nro pic 9(6).
       77  w-cont-sin-cargo pic 9(6) value zero.
       77  w-cont-cancelados pic 9(6) value zero.
       77  w-cont-no-activos pic 9(6) value zero.
       77  sen-cargos pic 9.
           88  fin-de-cargos value 1.
       77  w-cant-cargos pic 9(3) value zero.
       77  w-saldo-con pic s9(8)v99 value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           display "PRESENTACION DE DEBITOS AL BANCO".
           END-READ.

       520-CONTROLAR-CARGO.
           MOVE zero TO w-saldo.
           MOVE zero TO w-cant-cargos.
           MOVE dap-nro TO car-nro.
           MOVE w-periodo TO car-periodo.
           MOVE low-values TO car-concepto.
           move zero to sen-cargos.
           START cargos KEY IS NOT < car-clave INVALID KEY
                   move 1 to sen-cargos
           END-START.
           PERFORM UNTIL fin-de-cargos
               READ cargos NEXT AT END move 1 to sen-cargos
                   NOT AT END
                       IF car-nro NOT = dap-nro
                          OR car-periodo NOT = w-periodo
                           move 1 to sen-cargos
                       ELSE
                           ADD 1 TO w-cant-cargos
                           PERFORM 540-CALCULAR-SALDO
                       END-IF
               END-READ
           END-PERFORM.
           IF w-cant-cargos = zero
               ADD 1 TO w-cont-sin-cargo
           ELSE
               IF w-saldo > zero
                   PERFORM 560-GRABAR-PRESENTADO
               ELSE
                   ADD 1 TO w-cont-cancelados
               END-IF
           END-IF.

      * Se presenta el saldo pendiente de cada concepto del periodo:
      * lo ya cobrado por ventanilla o cubierto con saldo a favor no
      * se vuelve a debitar. El saldo a favor sin aplicar ("SF") no
      * es pago de ningun concepto
       540-CALCULAR-SALDO.
           MOVE zero TO w-pagado.
           IF cuo-disponible
               PERFORM 545-SUMAR-PAGOS
           END-IF.
           COMPUTE w-saldo-con = car-importe - w-pagado.
           IF w-saldo-con > zero
               ADD w-saldo-con TO w-saldo
           END-IF.

       545-SUMAR-PAGOS.
           MOVE dap-nro TO w-scan-nro.
           PERFORM 548-LEER-MOVIMIENTO.
           PERFORM UNTIL fin-de-cuotas
               IF pago-normal AND pago-vigente
                  AND cuo-concepto = car-concepto
                   ADD cuo-importe TO w-pagado
               END-IF
               PERFORM 548-LEER-MOVIMIENTO
