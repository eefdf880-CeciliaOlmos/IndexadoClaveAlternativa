      *           corresponda), lo parte en cuotas de convenio con su
      *           calendario, y cada cobro del convenio se imputa a
      *           los periodos originales en cuotas.dat para que la
      *           mora baje a medida que el socio cumple. La deuda de
      *           cada periodo suma todos sus conceptos (cuota social y
      *           actividades) y el cobro se reparte entre ellos.
      *           No se imputa a periodos cerrados (cierres.dat)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL audit-log ASSIGN TO "..\audit.log"
           ORGANIZATION SEQUENTIAL.
           SELECT cierres ASSIGN TO "..\cierres.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cie-periodo
           FILE STATUS is ws-cie-fs.
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
           03 cvn-estado pic x.
               88 convenio-vigente value "V".
               88 convenio-cumplido value "C".
               88 convenio-caido value "X".
           03 cvn-operador pic x(8).
       fd  convenio-per.
       01  convenio-per-reg.
           03 au-hora pic 9(8).
           03 au-estado pic x(15).
           03 au-operador pic x(8).
       fd  cierres.
       01  cierre-reg.
           03 cie-periodo pic 9(6).
           03 cie-estado pic x.
               88 estado-cerrado value "C".
               88 estado-abierto value "A".
           03 cie-fecha pic 9(8).
           03 cie-operador pic x(8).
       WORKING-STORAGE SECTION.
       77  w-opcion pic 9.
           88 salir value 4.
           88  fin-de-cuotas value 1.
       77  sen-conv pic 9.
           88  fin-de-convenios value 1.
       77  sen-car-per pic 9.
           88  fin-de-cargos-per value 1.
       77  w-scan-concepto pic xx.
       77  w-concepto pic xx.
       77  w-por-imputar pic 9(8)v99.
       77  w-parte pic 9(8)v99.
       77  w-saldo-con pic 9(8)v99.
       77  ws-cuo-fs pic xx.
       77  ws-car-fs pic xx.
       77  w-car-disp pic 9 value 0.
       77  w-evento pic x(8).
       77  w-bloqueado pic 9 value 0.
           88 lectura-bloqueada value 1.
       77  ws-cie-fs pic xx.
       77  w-cie-disp pic 9 value 0.
           88 cierres-disponible value 1.
       77  w-per-control pic 9(6).
       77  w-per-cerrado pic 9 value 0.
           88 periodo-cerrado value 1.
       01  w-fecha-control.
           03 w-fco-periodo pic 9(6).
           03 w-fco-dia pic 99.
       01  w-venc-prox.
           03 w-vp-aaaa pic 9(4).
           03 w-vp-mm pic 9(2).
           PERFORM 130-ABRIR-CONVENIOS.
           PERFORM 140-ABRIR-COMPROB.
           PERFORM 150-LEER-ULT-RECIBO.
           OPEN INPUT cierres.
           MOVE 0 TO w-cie-disp.
           IF ws-cie-fs = "00"
               MOVE 1 TO w-cie-disp
           END-IF.
           OPEN EXTEND recibos.
           OPEN EXTEND audit-log.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           CLOSE convenios.
           CLOSE convenio-per.
           CLOSE comprob.
           IF cierres-disponible
               CLOSE cierres
           END-IF.
           CLOSE recibos.
           CLOSE audit-log.
           GOBACK.
           MOVE zero TO w-deuda.
           MOVE w-socio TO car-nro.
           MOVE w-desde TO car-periodo.
           MOVE low-values TO car-concepto.
           move zero to sen-cargos.
           START cargos KEY IS NOT < car-clave INVALID KEY
                   move 1 to sen-cargos
               END-IF
           END-IF.

      * Cada concepto impago suma su saldo al renglon de su periodo
       440-EVALUAR-PERIODO.
           MOVE car-nro TO w-scan-nro.
           MOVE car-periodo TO w-scan-periodo.
           MOVE car-concepto TO w-scan-concepto.
           PERFORM 540-SUMAR-PAGOS.
           IF lectura-bloqueada
               move 1 to sen-cargos
           IF w-pagado < car-importe
               COMPUTE w-saldo-per = car-importe - w-pagado
               PERFORM 445-APLICAR-RECARGO
               IF largo-deu > zero AND
                  td-periodo(largo-deu) = car-periodo
                   ADD w-saldo-per TO td-saldo(largo-deu)
                   ADD w-saldo-per TO w-deuda
                   display "  Periodo " car-periodo " " car-concepto
                           " saldo " w-saldo-per
               ELSE
               IF largo-deu < 120
                   ADD 1 TO largo-deu
                   MOVE car-periodo TO td-periodo(largo-deu)
                   MOVE w-saldo-per TO td-saldo(largo-deu)
                   ADD w-saldo-per TO w-deuda
                   display "  Periodo " car-periodo " " car-concepto
                           " saldo " w-saldo-per
               ELSE
                   display "Mas de 120 periodos, se corta el rango"
                   move 1 to sen-cargos
               END-IF
               END-IF
           END-IF
           END-IF.

      * El recargo de tarifas.dat corresponde solo a la cuota social
       445-APLICAR-RECARGO.
           IF tarifas-disponible AND car-concepto = "CS"
               MOVE car-periodo TO tar-periodo
               MOVE soc-categoria TO tar-categoria
               IF NOT categoria-titular AND NOT categoria-familiar AND
                   IF ws-cvn-fs = "00"
                       IF convenio-vigente
                           PERFORM 620-REGISTRAR-COBRO
                               thru 620-F-REGISTRAR-COBRO
                       ELSE
                           IF convenio-caido
                               display "El convenio cayo por falta "
                                       "de pago"
                           ELSE
                               display "El convenio no esta vigente"
                           END-IF
                       END-IF
                   END-IF
               END-IF
       620-REGISTRAR-COBRO.
           display "Fecha de pago (AAAAMMDD)".
           accept w-fecha-pago.
           PERFORM 630-CONTROLAR-CIERRES.
           IF periodo-cerrado
               display "Cobro no registrado"
               GO TO 620-F-REGISTRAR-COBRO
           END-IF.
           MOVE 0 TO w-bloqueado.
           MOVE cvn-imp-cuota TO w-restante.
           MOVE zero TO w-aplicado.
               END-IF
           END-IF
           END-IF.
       620-F-REGISTRAR-COBRO.
           EXIT.

      * El cobro se rechaza entero si la fecha de pago o alguno de los
      * periodos que recibirian la imputacion esta cerrado, para no
      * dejar la cuota del convenio imputada a medias
       630-CONTROLAR-CIERRES.
           MOVE w-fecha-pago TO w-fecha-control.
           MOVE w-fco-periodo TO w-per-control.
           PERFORM 950-CONTROLAR-CIERRE.
           MOVE cvn-imp-cuota TO w-restante.
           MOVE w-socio TO cvp-socio.
           MOVE w-nro-convenio TO cvp-nro.
           MOVE zeros TO cvp-periodo.
           move zero to sen-cargos.
           START convenio-per KEY IS NOT < cvp-clave INVALID KEY
                   move 1 to sen-cargos
           END-START.
           PERFORM 650-LEER-DETALLE.
           PERFORM UNTIL fin-de-cargos OR w-restante = zero
                   OR periodo-cerrado
               IF cvp-saldo > zero
                   MOVE cvp-periodo TO w-per-control
                   PERFORM 950-CONTROLAR-CIERRE
                   IF cvp-saldo < w-restante
                       SUBTRACT cvp-saldo FROM w-restante
                   ELSE
                       MOVE zero TO w-restante
                   END-IF
               END-IF
               PERFORM 650-LEER-DETALLE
           END-PERFORM.

      * Imputacion a los periodos mas viejos primero
       640-IMPUTAR-PERIODOS.
               END-IF
           END-IF.

      * Lo imputado al periodo cubre primero el saldo de cada
      * concepto devengado; lo que sobra (el recargo) va a la cuota
      * social
       660-IMPUTAR-PERIODO.
           IF cvp-saldo < w-restante
               MOVE cvp-saldo TO w-aplicar
           ELSE
               MOVE w-restante TO w-aplicar
           END-IF.
           MOVE w-aplicar TO w-por-imputar.
           MOVE w-socio TO w-scan-nro.
           MOVE cvp-periodo TO w-scan-periodo.
           MOVE spaces TO w-scan-concepto.
           PERFORM 540-SUMAR-PAGOS.
           IF lectura-bloqueada
               move 1 to sen-cargos
               GO TO 660-F-IMPUTAR-PERIODO
           END-IF.
           IF cargos-disponible
               PERFORM 670-IMPUTAR-CONCEPTOS
           END-IF.
           IF lectura-bloqueada
               move 1 to sen-cargos
           ELSE
               IF w-por-imputar > zero
                   MOVE w-por-imputar TO w-parte
                   MOVE "CS" TO w-concepto
                   PERFORM 680-GRABAR-IMPUTACION
               END-IF
           END-IF.
           REWRITE convenio-per-reg END-REWRITE.
       660-F-IMPUTAR-PERIODO.
           EXIT.

       670-IMPUTAR-CONCEPTOS.
           MOVE w-socio TO car-nro.
           MOVE cvp-periodo TO car-periodo.
           MOVE low-values TO car-concepto.
           move zero to sen-car-per.
           START cargos KEY IS NOT < car-clave INVALID KEY
                   move 1 to sen-car-per
           END-START.
           PERFORM UNTIL fin-de-cargos-per OR w-por-imputar = zero
               READ cargos NEXT AT END move 1 to sen-car-per
                   NOT AT END
                       IF car-nro NOT = w-socio
                          OR car-periodo NOT = cvp-periodo
                           move 1 to sen-car-per
                       ELSE
                           PERFORM 675-IMPUTAR-CONCEPTO
                       END-IF
               END-READ
           END-PERFORM.

       675-IMPUTAR-CONCEPTO.
           MOVE car-concepto TO w-scan-concepto.
           PERFORM 540-SUMAR-PAGOS.
           IF lectura-bloqueada
               move 1 to sen-car-per
           ELSE
               IF w-pagado < car-importe
                   COMPUTE w-saldo-con = car-importe - w-pagado
                   IF w-saldo-con < w-por-imputar
                       MOVE w-saldo-con TO w-parte
                   ELSE
                       MOVE w-por-imputar TO w-parte
                   END-IF
                   MOVE car-concepto TO w-concepto
                   PERFORM 680-GRABAR-IMPUTACION
               END-IF
           END-IF.

       680-GRABAR-IMPUTACION.
           MOVE w-socio TO cuo-nro.
           MOVE cvp-periodo TO cuo-periodo.
           MOVE w-sec-libre TO cuo-secuencia.
           MOVE w-fecha-pago TO cuo-fecha-pago.
           MOVE w-parte TO cuo-importe.
           MOVE w-ult-recibo TO cuo-comprobante.
           MOVE lnk-operador TO cuo-operador.
           MOVE "V" TO cuo-canal.
           MOVE "P" TO cuo-tipo.
           MOVE "V" TO cuo-estado.
           MOVE w-concepto TO cuo-concepto.
           WRITE cuota-reg
               INVALID KEY
                   display "No se pudo imputar el periodo "
                           cvp-periodo " " w-concepto
                   MOVE zero TO w-por-imputar
               NOT INVALID KEY
                   ADD 1 TO w-sec-libre
                   SUBTRACT w-parte FROM w-restante
                   ADD w-parte TO w-aplicado
                   SUBTRACT w-parte FROM cvp-saldo
                   SUBTRACT w-parte FROM w-por-imputar
           END-WRITE.

      * Recorre los movimientos del periodo para la proxima secuencia
      * y el total ya pagado del concepto en w-scan-concepto (todos
      * menos el saldo a favor "SF" si viene en blanco)
       540-SUMAR-PAGOS.
           MOVE 01 TO w-sec-libre.
           MOVE zero TO w-pagado.
           PERFORM UNTIL fin-de-cuotas
               COMPUTE w-sec-libre = cuo-secuencia + 1
               IF pago-normal AND pago-vigente
                  AND ((w-scan-concepto = spaces
                        AND cuo-concepto NOT = "SF")
                       OR cuo-concepto = w-scan-concepto)
                   ADD cuo-importe TO w-pagado
               END-IF
               PERFORM 545-LEER-MOVIMIENTO
           MOVE lnk-operador TO au-operador.
           WRITE audit-reg.

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
           MOVE lnk-operador TO au-operador.
           WRITE audit-reg.

       END PROGRAM CONVENIOS.
