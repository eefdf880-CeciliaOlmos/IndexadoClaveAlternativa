      *           acumulan contra el cargo devengado. La
      *           anulacion no borra el pago: genera un contraasiento,
      *           marca el pago y el comprobante como anulados y deja
      *           el evento en audit.log. El pago de grupo familiar
      *           cancela con un solo comprobante el periodo del
      *           titular y de sus familiares a cargo (grupo.dat).
      *           Lo pagado de mas sobre el saldo del concepto, o el
      *           pago a cuenta, queda como saldo a favor (concepto
      *           "SF") con su propio comprobante; DEVENGAR lo aplica
      *           a los cargos nuevos. No se graban ni anulan pagos
      *           de un periodo cerrado (cierres.dat) o fechados en
      *           un mes cerrado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           record KEY is cpr-nro
           ALTERNATE record key is cpr-socio WITH DUPLICATES
           FILE STATUS is ws-cpr-fs.
           SELECT grupo ASSIGN TO "..\grupo.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is grp-familiar
           ALTERNATE record key is grp-titular WITH DUPLICATES
           FILE STATUS is ws-grp-fs.
           SELECT OPTIONAL recibos ASSIGN TO "..\recibos.dat"
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL recibo-nro ASSIGN TO "..\recibo-nro.dat"
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
           03 cuo-canal pic x.
               88 canal-ventanilla value "V".
               88 canal-debito value "D".
               88 canal-saldo value "S".
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
           03 cpr-clase pic x.
               88 comp-cuota value "C".
               88 comp-convenio value "N".
               88 comp-saldo-favor value "F".
           03 cpr-estado pic x.
               88 comp-emitido value "E".
               88 comp-anulado value "A".
       fd  grupo.
       01  grp-reg.
           03 grp-familiar pic 9(6).
           03 grp-titular pic 9(6).
           03 grp-fecha-alta pic 9(8).
       fd  recibos.
       01  recibo-lin pic x(90).
       fd  recibo-nro.
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
           88 salir value 5.
       77  w-encontrado pic 9.
           88 socio-encontrado value 1.
       77  ws-cuo-fs pic xx.
       77  w-anu-importe pic 9(6)v99.
       77  w-anu-comp pic 9(8).
       77  w-anu-canal pic x.
       77  w-concepto-ok pic 9 value 0.
           88 concepto-valido value 1.
           88 concepto-cancelado value 2.
       77  w-bloqueado pic 9 value 0.
           88 lectura-bloqueada value 1.
       77  w-estado-desc pic x(10).
       77  ws-grp-fs pic xx.
       77  w-grp-disp pic 9 value 0.
           88 grupo-disponible value 1.
       77  sen-grupo pic 9.
           88  fin-de-grupo value 1.
       77  w-titular pic 9(6).
       77  w-fam-periodo pic 9(6).
       77  w-fam-fecha pic 9(8).
       77  w-fam-total pic 9(8)v99 value zero.
       77  w-fam-grabado pic 9(8)v99 value zero.
       77  w-comp-vigente pic 9 value 0.
           88 comprobante-con-vigentes value 1.
       77  w-resp pic x.
       77  w-j pic 9(2).
       77  w-concepto pic xx.
       77  w-scan-concepto pic xx.
       77  w-anu-concepto pic xx.
       77  sen-cargos pic 9.
           88  fin-de-cargos value 1.
       77  w-deuda-periodo pic 9(8)v99 value zero.
       77  w-integrantes pic 9(2) value zero.
       77  w-excedente pic 9(6)v99 value zero.
       77  w-a-cubrir pic 9(8)v99 value zero.
       77  w-saldo-favor pic s9(8)v99 value zero.
       77  w-sf-socio pic 9(6).
       77  ws-cie-fs pic xx.
       77  w-cie-disp pic 9 value 0.
           88 cierres-disponible value 1.
       77  w-per-control pic 9(6).
       77  w-per-cerrado pic 9 value 0.
           88 periodo-cerrado value 1.
       01  w-fecha-pago.
           03 w-fpa-periodo pic 9(6).
           03 w-fpa-dia pic 99.
       01  tabla-familia.
           03 largo-fam pic 9(2) value zero.
           03 vec-fam OCCURS 60.
               05 tf-nro pic 9(6).
               05 tf-nom pic x(10).
               05 tf-apell pic x(10).
               05 tf-concepto pic xx.
               05 tf-saldo pic 9(6)v99.
               05 tf-recargo pic 9(6)v99.
               05 tf-importe pic 9(6)v99.
       01  lin-familia.
           03 filler pic x(2) value spaces.
           03 lfa-nro pic zzzzz9.
           03 filler pic x value space.
           03 lfa-nombre pic x(10).
           03 filler pic x value space.
           03 lfa-apell pic x(10).
           03 filler pic x value space.
           03 lfa-concepto pic xx.
           03 filler pic x(7) value " SALDO ".
           03 lfa-saldo pic zzzzz9.99.
           03 filler pic x(9) value " RECARGO ".
           03 lfa-recargo pic zzzzz9.99.
           03 filler pic x(7) value " TOTAL ".
           03 lfa-importe pic zzzzz9.99.
       01  lin-recibo.
           03 filler pic x(6) value "COMP. ".
           03 lr-comp pic 9(8).
           PERFORM 120-ABRIR-CARGOS.
           PERFORM 130-ABRIR-TARIFAS.
           PERFORM 140-ABRIR-COMPROB.
           PERFORM 145-ABRIR-GRUPO.
           PERFORM 150-LEER-ULT-RECIBO.
           OPEN INPUT cierres.
           MOVE 0 TO w-cie-disp.
           IF ws-cie-fs = "00"
               MOVE 1 TO w-cie-disp
           END-IF.
           OPEN EXTEND recibos.
           OPEN EXTEND audit-log.
           PERFORM with test after UNTIL salir
               CLOSE tarifas
           END-IF.
           CLOSE comprob.
           IF grupo-disponible
               CLOSE grupo
           END-IF.
           IF cierres-disponible
               CLOSE cierres
           END-IF.
           CLOSE recibos.
           CLOSE audit-log.
           GOBACK.
               OPEN I-O comprob
           END-IF.

       145-ABRIR-GRUPO.
           OPEN INPUT grupo.
           MOVE 0 TO w-grp-disp.
           IF ws-grp-fs = "00"
               MOVE 1 TO w-grp-disp
           END-IF.

       150-LEER-ULT-RECIBO.
           OPEN INPUT recibo-nro.
           READ recibo-nro AT END
       200-MENU.
           display "1 - Registrar pago de cuota".
           display "2 - Anular pago".
           display "3 - Pago de grupo familiar".
           display "4 - Pago a cuenta (saldo a favor)".
           display "5 - Salir".
           ACCEPT w-opcion.

       300-PROCESO-MENU.
               WHEN 1 PERFORM 500-REGISTRAR-PAGO
                           thru 500-F-REGISTRAR-PAGO
               WHEN 2 PERFORM 700-ANULAR-PAGO
               WHEN 3 PERFORM 600-PAGO-FAMILIAR
                           thru 600-F-PAGO-FAMILIAR
               WHEN 4 PERFORM 800-PAGO-A-CUENTA
                           thru 800-F-PAGO-A-CUENTA
               WHEN 5 NEXT SENTENCE
           END-EVALUATE.

       500-REGISTRAR-PAGO.
               MOVE 0 TO w-encontrado
           END-IF.
           IF socio-encontrado
               PERFORM 580-CALCULAR-SALDO-FAVOR
               IF w-saldo-favor > zero
                   display "Saldo a favor disponible: " w-saldo-favor
               END-IF
               display "Ingrese periodo (AAAAMM)"
               accept cuo-periodo
               MOVE cuo-periodo TO w-per-control
               PERFORM 950-CONTROLAR-CIERRE
               IF periodo-cerrado
                   GO TO 500-F-REGISTRAR-PAGO
               END-IF
               PERFORM 505-DEUDA-POR-CONCEPTO
                   thru 505-F-DEUDA-POR-CONCEPTO
               IF lectura-bloqueada
                   GO TO 500-F-REGISTRAR-PAGO
               END-IF
               PERFORM 503-PIDO-CONCEPTO
                   with test after
                   UNTIL concepto-valido OR concepto-cancelado
               IF concepto-cancelado
                   display "Pago cancelado"
                   GO TO 500-F-REGISTRAR-PAGO
               END-IF
               MOVE w-concepto TO w-scan-concepto
               PERFORM 510-BUSCAR-SECUENCIA
               IF lectura-bloqueada
                   GO TO 500-F-REGISTRAR-PAGO
                   MOVE w-sec-libre TO cuo-secuencia
                   display "Ingrese fecha de pago (AAAAMMDD)"
                   accept cuo-fecha-pago
                   MOVE cuo-fecha-pago TO w-fecha-pago
                   MOVE w-fpa-periodo TO w-per-control
                   PERFORM 950-CONTROLAR-CIERRE
                   IF periodo-cerrado
                       GO TO 500-F-REGISTRAR-PAGO
                   END-IF
                   PERFORM 530-CONTROLAR-VENCIMIENTO
                       thru 530-F-CONTROLAR-VENCIMIENTO
                   display "Ingrese importe"
                   accept cuo-importe
                   PERFORM 535-CALCULAR-EXCEDENTE
                       thru 535-F-CALCULAR-EXCEDENTE
                   MOVE zeros TO cuo-comprobante
                   MOVE lnk-operador TO cuo-operador
                   MOVE "V" TO cuo-canal
                   MOVE "P" TO cuo-tipo
                   MOVE "V" TO cuo-estado
                   MOVE w-concepto TO cuo-concepto
                   WRITE cuota-reg
                       INVALID KEY
                           display "No se pudo grabar el pago"
                           display "Pago registrado"
                           PERFORM 540-CONTROLAR-CARGO
                           PERFORM 550-EMITIR-COMPROBANTE
                           IF w-excedente > zero
                               PERFORM 570-GRABAR-EXCEDENTE
                           END-IF
                   END-WRITE
               END-IF
           END-IF.
       500-F-REGISTRAR-PAGO.
           EXIT.

      * El pago solo entra contra un concepto devengado del periodo;
      * el pago a cuenta va como saldo a favor por su propia opcion
       503-PIDO-CONCEPTO.
           MOVE 1 TO w-concepto-ok.
           display "Concepto a pagar (CS = cuota social)".
           accept w-concepto.
           IF w-concepto = spaces
               MOVE "CS" TO w-concepto
           END-IF.
           IF cargos-disponible
               MOVE cuo-nro TO car-nro
               MOVE cuo-periodo TO car-periodo
               MOVE w-concepto TO car-concepto
               READ cargos INVALID KEY
                       display "Sin cargo devengado del concepto "
                               w-concepto " en el periodo"
                       display "Reingresa el concepto? (S/N)"
                       accept w-resp
                       IF w-resp = "S" OR w-resp = "s"
                           MOVE 0 TO w-concepto-ok
                       ELSE
                           MOVE 2 TO w-concepto-ok
                       END-IF
               END-READ
               IF ws-car-fs = "51" OR ws-car-fs = "99"
                   display "Registro tomado por otro puesto,"
                           " reintente"
                   MOVE 2 TO w-concepto-ok
               END-IF
           END-IF.

      * Muestra cada concepto devengado del periodo con lo pagado y
      * su saldo, y el total adeudado del periodo
       505-DEUDA-POR-CONCEPTO.
           MOVE 0 TO w-bloqueado.
           IF NOT cargos-disponible
               GO TO 505-F-DEUDA-POR-CONCEPTO
           END-IF.
           MOVE zero TO w-deuda-periodo.
           MOVE cuo-nro TO car-nro.
           MOVE cuo-periodo TO car-periodo.
           MOVE low-values TO car-concepto.
           move zero to sen-cargos.
           START cargos KEY IS NOT < car-clave INVALID KEY
                   move 1 to sen-cargos
           END-START.
           display "Deuda del periodo por concepto:".
           PERFORM UNTIL fin-de-cargos
               READ cargos NEXT AT END move 1 to sen-cargos
                   NOT AT END
                       IF car-nro NOT = cuo-nro
                          OR car-periodo NOT = cuo-periodo
                           move 1 to sen-cargos
                       ELSE
                           MOVE car-concepto TO w-scan-concepto
                           PERFORM 510-BUSCAR-SECUENCIA
                           IF lectura-bloqueada
                               move 1 to sen-cargos
                           ELSE
                               PERFORM 507-MOSTRAR-CONCEPTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           display "Total adeudado del periodo: " w-deuda-periodo.
       505-F-DEUDA-POR-CONCEPTO.
           EXIT.

       507-MOSTRAR-CONCEPTO.
           MOVE zero TO w-saldo-per.
           IF w-pagado < car-importe
               COMPUTE w-saldo-per = car-importe - w-pagado
           END-IF.
           ADD w-saldo-per TO w-deuda-periodo.
           display "  " car-concepto " cargo " car-importe
                   " pagado " w-pagado " saldo " w-saldo-per.

      * Un periodo admite varios pagos parciales: solo se rechaza
      * cuando el cargo devengado ya quedo cubierto
       515-CONTROLAR-SALDO.
           END-IF.
           MOVE cuo-nro TO car-nro.
           MOVE cuo-periodo TO car-periodo.
           MOVE w-concepto TO car-concepto.
           READ cargos INVALID KEY
                   GO TO 515-F-CONTROLAR-SALDO
           END-READ.
           EXIT.

      * Recorre los movimientos del periodo: deja en w-sec-libre la
      * proxima secuencia y avisa si ya hay un pago vigente del
      * concepto en w-scan-concepto, con el total pagado
       510-BUSCAR-SECUENCIA.
           MOVE 0 TO w-bloqueado.
           MOVE cuo-nro TO w-scan-nro.
           PERFORM UNTIL fin-de-cuotas
               COMPUTE w-sec-libre = cuo-secuencia + 1
               IF pago-normal AND pago-vigente
                  AND cuo-concepto = w-scan-concepto
                   MOVE 1 TO w-hay-pago
                   ADD cuo-importe TO w-pagado
               END-IF
           END-IF.

      * Si el pago entra despues del vencimiento del periodo avisa el
      * recargo y el total a pagar con el saldo pendiente. El recargo
      * de tarifas.dat corresponde solo a la cuota social
       530-CONTROLAR-VENCIMIENTO.
           MOVE zero TO w-recargo.
           IF NOT tarifas-disponible OR w-scan-concepto NOT = "CS"
               GO TO 530-F-CONTROLAR-VENCIMIENTO
           END-IF.
           MOVE cuo-periodo TO tar-periodo.
           IF cargos-disponible
               MOVE cuo-nro TO car-nro
               MOVE cuo-periodo TO car-periodo
               MOVE "CS" TO car-concepto
               READ cargos INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
       530-F-CONTROLAR-VENCIMIENTO.
           EXIT.

      * Lo que supera el saldo del concepto (con el recargo, si lo
      * hay) no se rechaza: queda como saldo a favor del socio
       535-CALCULAR-EXCEDENTE.
           MOVE zero TO w-excedente.
           IF NOT cargos-disponible
               GO TO 535-F-CALCULAR-EXCEDENTE
           END-IF.
           MOVE cuo-nro TO car-nro.
           MOVE cuo-periodo TO car-periodo.
           MOVE w-concepto TO car-concepto.
           READ cargos INVALID KEY
                   GO TO 535-F-CALCULAR-EXCEDENTE
           END-READ.
           COMPUTE w-a-cubrir = car-importe - w-pagado + w-recargo.
           IF cuo-importe > w-a-cubrir
               COMPUTE w-excedente = cuo-importe - w-a-cubrir
               MOVE w-a-cubrir TO cuo-importe
               display "Se imputan " w-a-cubrir " al concepto y "
                       w-excedente " quedan como saldo a favor"
           END-IF.
       535-F-CALCULAR-EXCEDENTE.
           EXIT.

       540-CONTROLAR-CARGO.
           IF cargos-disponible
               MOVE cuo-nro TO car-nro
               MOVE cuo-periodo TO car-periodo
               MOVE cuo-concepto TO car-concepto
               READ cargos INVALID KEY
                       display "Sin cargo devengado para el concepto"
                    NOT INVALID KEY
                       COMPUTE w-saldo-per = w-pagado + cuo-importe
                       IF w-saldo-per < car-importe
                           display "PAGO PARCIAL, cargo del concepto: "
                                   car-importe
                       END-IF
                       IF w-saldo-per > car-importe
                           display "Pago mayor al cargo del concepto: "
                                   car-importe
                       END-IF
               END-READ
           MOVE cuo-importe TO cpr-importe.
           MOVE cuo-operador TO cpr-operador.
           MOVE cuo-canal TO cpr-canal.
           IF cuo-concepto = "SF"
               MOVE "F" TO cpr-clase
           ELSE
               MOVE "C" TO cpr-clase
           END-IF.
           MOVE "E" TO cpr-estado.
           WRITE comprob-reg
               INVALID KEY
           WRITE rec-nro-reg.
           CLOSE recibo-nro.

      * El excedente se graba como concepto "SF" en el mismo periodo,
      * a continuacion del pago, con su propio comprobante
       570-GRABAR-EXCEDENTE.
           ADD 1 TO cuo-secuencia.
           MOVE w-excedente TO cuo-importe.
           MOVE zeros TO cuo-comprobante.
           MOVE "SF" TO cuo-concepto.
           WRITE cuota-reg
               INVALID KEY
                   display "No se pudo grabar el saldo a favor"
               NOT INVALID KEY
                   PERFORM 550-EMITIR-COMPROBANTE
                   PERFORM 580-CALCULAR-SALDO-FAVOR
                   display "Saldo a favor disponible: " w-saldo-favor
           END-WRITE.

      * Saldo a favor del socio en cuo-nro: lo recibido como "SF" menos
      * lo que DEVENGAR ya aplico a cargos (canal "S")
       580-CALCULAR-SALDO-FAVOR.
           MOVE 0 TO w-bloqueado.
           MOVE zero TO w-saldo-favor.
           MOVE cuo-nro TO w-sf-socio.
           MOVE zeros TO cuo-periodo.
           MOVE zeros TO cuo-secuencia.
           move zero to sen-cuotas.
           START cuotas KEY IS NOT < cuo-clave INVALID KEY
                   move 1 to sen-cuotas
           END-START.
           PERFORM UNTIL fin-de-cuotas
               READ cuotas NEXT AT END move 1 to sen-cuotas
               END-READ
               IF ws-cuo-fs = "51" OR ws-cuo-fs = "99"
                   MOVE 1 TO w-bloqueado
                   move 1 to sen-cuotas
               END-IF
               IF NOT fin-de-cuotas
                   IF cuo-nro NOT = w-sf-socio
                       move 1 to sen-cuotas
                   ELSE
                       PERFORM 585-ACUMULAR-SALDO-FAVOR
                   END-IF
               END-IF
           END-PERFORM.
           MOVE w-sf-socio TO cuo-nro.

       585-ACUMULAR-SALDO-FAVOR.
           IF pago-normal AND pago-vigente
               IF cuo-concepto = "SF"
                   ADD cuo-importe TO w-saldo-favor
               END-IF
               IF canal-saldo
                   SUBTRACT cuo-importe FROM w-saldo-favor
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * PAGO DE GRUPO FAMILIAR: UN COMPROBANTE PARA TODO EL GRUPO
      * ----------------------------------------------------------------
       600-PAGO-FAMILIAR.
           IF NOT grupo-disponible
               display "grupo.dat no disponible"
               GO TO 600-F-PAGO-FAMILIAR
           END-IF.
           display "Ingrese numero de socio titular".
           accept w-titular.
           MOVE w-titular TO soc-nro.
           READ socios INVALID KEY
                   display "El socio no existe"
                   GO TO 600-F-PAGO-FAMILIAR
           END-READ.
           IF socio-baja
               display "El socio esta dado de baja"
               GO TO 600-F-PAGO-FAMILIAR
           END-IF.
           display "Ingrese periodo (AAAAMM)".
           accept w-fam-periodo.
           display "Ingrese fecha de pago (AAAAMMDD)".
           accept w-fam-fecha.
           MOVE w-fam-periodo TO w-per-control.
           PERFORM 950-CONTROLAR-CIERRE.
           IF periodo-cerrado
               GO TO 600-F-PAGO-FAMILIAR
           END-IF.
           MOVE w-fam-fecha TO w-fecha-pago.
           MOVE w-fpa-periodo TO w-per-control.
           PERFORM 950-CONTROLAR-CIERRE.
           IF periodo-cerrado
               GO TO 600-F-PAGO-FAMILIAR
           END-IF.
           MOVE zero TO largo-fam.
           MOVE zero TO w-integrantes.
           MOVE zero TO w-fam-total.
           PERFORM 610-CARGAR-INTEGRANTE
               thru 610-F-CARGAR-INTEGRANTE.
           IF lectura-bloqueada
               GO TO 600-F-PAGO-FAMILIAR
           END-IF.
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
                       MOVE grp-familiar TO soc-nro
                       READ socios INVALID KEY
                               CONTINUE
                            NOT INVALID KEY
                               IF NOT socio-baja AND largo-fam < 60
                                   PERFORM 610-CARGAR-INTEGRANTE
                                       thru 610-F-CARGAR-INTEGRANTE
                               END-IF
                       END-READ
                       IF lectura-bloqueada
                           move 1 to sen-grupo
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF lectura-bloqueada
               GO TO 600-F-PAGO-FAMILIAR
           END-IF.
           IF w-integrantes < 2
               display "El socio no tiene familiares a cargo"
               GO TO 600-F-PAGO-FAMILIAR
           END-IF.
           display "GRUPO FAMILIAR DEL TITULAR " w-titular
                   " - PERIODO " w-fam-periodo.
           PERFORM 620-MOSTRAR-INTEGRANTE
               VARYING w-j FROM 1 BY 1 UNTIL w-j > largo-fam.
           display "TOTAL DEL GRUPO: " w-fam-total.
           IF w-fam-total = zero
               display "El grupo no tiene saldo en el periodo"
               GO TO 600-F-PAGO-FAMILIAR
           END-IF.
           display "Confirma el pago del grupo? (S/N)".
           accept w-resp.
           IF w-resp NOT = "S" AND w-resp NOT = "s"
               display "Pago cancelado"
               GO TO 600-F-PAGO-FAMILIAR
           END-IF.
           ADD 1 TO w-ult-recibo.
           MOVE zero TO w-fam-grabado.
           PERFORM 630-GRABAR-PAGO-INTEGRANTE
               VARYING w-j FROM 1 BY 1 UNTIL w-j > largo-fam.
           IF w-fam-grabado = zero
               display "No se grabo ningun pago, no se emite"
                       " comprobante"
               SUBTRACT 1 FROM w-ult-recibo
               GO TO 600-F-PAGO-FAMILIAR
           END-IF.
           IF w-fam-grabado NOT = w-fam-total
               display "ATENCION: el comprobante solo cubre lo"
                       " grabado: " w-fam-grabado
           END-IF.
           MOVE w-titular TO cuo-nro.
           MOVE w-fam-periodo TO cuo-periodo.
           MOVE w-fam-fecha TO cuo-fecha-pago.
           MOVE w-fam-grabado TO cuo-importe.
           MOVE lnk-operador TO cuo-operador.
           MOVE "V" TO cuo-canal.
           PERFORM 555-GRABAR-COMPROBANTE.
           PERFORM 560-GRABAR-ULT-RECIBO.
           display "Comprobante nro " w-ult-recibo.
       600-F-PAGO-FAMILIAR.
           EXIT.

      * Deja en la tabla un renglon por cada concepto devengado del
      * periodo del socio en soc-reg, con su saldo y el recargo de la
      * cuota social si el pago entra fuera de termino
       610-CARGAR-INTEGRANTE.
           ADD 1 TO w-integrantes.
           MOVE 0 TO w-bloqueado.
           IF NOT cargos-disponible
               GO TO 610-F-CARGAR-INTEGRANTE
           END-IF.
           MOVE soc-nro TO car-nro.
           MOVE w-fam-periodo TO car-periodo.
           MOVE low-values TO car-concepto.
           move zero to sen-cargos.
           START cargos KEY IS NOT < car-clave INVALID KEY
                   move 1 to sen-cargos
           END-START.
           PERFORM UNTIL fin-de-cargos
               READ cargos NEXT AT END move 1 to sen-cargos
                   NOT AT END
                       IF car-nro NOT = soc-nro
                          OR car-periodo NOT = w-fam-periodo
                          OR largo-fam NOT < 60
                           move 1 to sen-cargos
                       ELSE
                           PERFORM 615-CARGAR-CONCEPTO
                           IF lectura-bloqueada
                               move 1 to sen-cargos
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       610-F-CARGAR-INTEGRANTE.
           EXIT.

       615-CARGAR-CONCEPTO.
           ADD 1 TO largo-fam.
           MOVE soc-nro TO tf-nro(largo-fam).
           MOVE soc-nom TO tf-nom(largo-fam).
           MOVE soc-apell TO tf-apell(largo-fam).
           MOVE car-concepto TO tf-concepto(largo-fam).
           MOVE soc-nro TO cuo-nro.
           MOVE w-fam-periodo TO cuo-periodo.
           MOVE car-concepto TO w-scan-concepto.
           PERFORM 510-BUSCAR-SECUENCIA.
           MOVE zero TO tf-saldo(largo-fam).
           MOVE zero TO tf-recargo(largo-fam).
           IF w-pagado < car-importe
               COMPUTE tf-saldo(largo-fam) = car-importe - w-pagado
           END-IF.
           IF tf-saldo(largo-fam) > zero
               MOVE w-fam-fecha TO cuo-fecha-pago
               PERFORM 530-CONTROLAR-VENCIMIENTO
                   thru 530-F-CONTROLAR-VENCIMIENTO
               MOVE w-recargo TO tf-recargo(largo-fam)
           END-IF.
           COMPUTE tf-importe(largo-fam) =
               tf-saldo(largo-fam) + tf-recargo(largo-fam).
           ADD tf-importe(largo-fam) TO w-fam-total.

       620-MOSTRAR-INTEGRANTE.
           MOVE tf-nro(w-j) TO lfa-nro.
           MOVE tf-nom(w-j) TO lfa-nombre.
           MOVE tf-apell(w-j) TO lfa-apell.
           MOVE tf-concepto(w-j) TO lfa-concepto.
           MOVE tf-saldo(w-j) TO lfa-saldo.
           MOVE tf-recargo(w-j) TO lfa-recargo.
           MOVE tf-importe(w-j) TO lfa-importe.
           DISPLAY lin-familia.

      * Cada concepto con saldo recibe su pago en cuotas.dat, todos
      * con el mismo numero de comprobante; la secuencia se toma al
      * grabar porque un socio puede tener varios conceptos. El
      * comprobante toma solo lo que efectivamente quedo grabado
       630-GRABAR-PAGO-INTEGRANTE.
           IF tf-importe(w-j) > zero
               MOVE tf-nro(w-j) TO cuo-nro
               MOVE w-fam-periodo TO cuo-periodo
               MOVE tf-concepto(w-j) TO w-scan-concepto
               PERFORM 510-BUSCAR-SECUENCIA
               MOVE tf-nro(w-j) TO cuo-nro
               MOVE w-fam-periodo TO cuo-periodo
               MOVE w-sec-libre TO cuo-secuencia
               MOVE w-fam-fecha TO cuo-fecha-pago
               MOVE tf-importe(w-j) TO cuo-importe
               MOVE w-ult-recibo TO cuo-comprobante
               MOVE lnk-operador TO cuo-operador
               MOVE "V" TO cuo-canal
               MOVE "P" TO cuo-tipo
               MOVE "V" TO cuo-estado
               MOVE tf-concepto(w-j) TO cuo-concepto
               WRITE cuota-reg
                   INVALID KEY
                       display "No se pudo grabar el pago del socio "
                               tf-nro(w-j) " concepto " tf-concepto(w-j)
                   NOT INVALID KEY
                       ADD tf-importe(w-j) TO w-fam-grabado
                       MOVE w-ult-recibo TO lr-comp
                       MOVE tf-nro(w-j) TO lr-socio
                       MOVE tf-nom(w-j) TO lr-nombre
                       MOVE tf-apell(w-j) TO lr-apell
                       MOVE w-fam-periodo TO lr-periodo
                       MOVE w-fam-fecha TO lr-fecha
                       MOVE tf-importe(w-j) TO lr-importe
                       WRITE recibo-lin FROM lin-recibo
               END-WRITE
           END-IF.

      * ----------------------------------------------------------------
      * ANULACION: CONTRAASIENTO SIN BORRAR EL PAGO ORIGINAL
      * ----------------------------------------------------------------
               ELSE
                   IF ws-cuo-fs = "00"
                       IF pago-normal AND pago-vigente
                           PERFORM 760-CONTROLAR-SALDO-FAVOR
                           IF anulacion-posible
                               PERFORM 770-CONTROLAR-CIERRE-ANULACION
                           END-IF
                           IF anulacion-posible
                               PERFORM 730-GENERAR-CONTRAASIENTO
                           END-IF
                       ELSE
                           display "Solo se anula un pago vigente"
                       END-IF
                   MOVE "VIGENTE" TO w-estado-desc
                   MOVE 1 TO w-anu-ok
           END-EVALUATE.
           display "  Sec. " cuo-secuencia " " cuo-concepto
                   " fecha " cuo-fecha-pago
                   " imp " cuo-importe " comp. " cuo-comprobante
                   " " w-estado-desc.

           MOVE cuo-importe TO w-anu-importe.
           MOVE cuo-comprobante TO w-anu-comp.
           MOVE cuo-canal TO w-anu-canal.
           MOVE cuo-concepto TO w-anu-concepto.
           MOVE "N" TO cuo-estado.
           REWRITE cuota-reg
               INVALID KEY
           MOVE w-anu-canal TO cuo-canal.
           MOVE "A" TO cuo-tipo.
           MOVE "V" TO cuo-estado.
           MOVE w-anu-concepto TO cuo-concepto.
           WRITE cuota-reg
               INVALID KEY
                   display "No se pudo grabar el contraasiento"
           END-WRITE.

      * El comprobante emitido queda marcado como ANULADO en el
      * listado de recibos. Un comprobante de grupo familiar sigue
      * emitido mientras otro integrante tenga su pago vigente con
      * ese numero
       750-MARCAR-COMPROBANTE.
           MOVE w-anu-comp TO la-comp.
           MOVE cuo-nro TO la-socio.
           MOVE cuo-periodo TO la-periodo.
           MOVE w-fecha-hoy TO la-fecha.
           MOVE w-anu-importe TO la-importe.
           WRITE recibo-lin FROM lin-anulado.
           PERFORM 755-BUSCAR-VIGENTES.
           MOVE w-scan-nro TO cuo-nro.
           MOVE w-scan-periodo TO cuo-periodo.
           IF comprobante-con-vigentes
               display "El comprobante " w-anu-comp " sigue emitido"
                       " por otros pagos vigentes"
           ELSE
               MOVE w-anu-comp TO cpr-nro
               READ comprob INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE "A" TO cpr-estado
                       REWRITE comprob-reg END-REWRITE
               END-READ
           END-IF.

       755-BUSCAR-VIGENTES.
           MOVE 0 TO w-comp-vigente.
           MOVE low-values TO cuo-clave.
           move zero to sen-cuotas.
           START cuotas KEY IS NOT < cuo-clave INVALID KEY
                   move 1 to sen-cuotas
           END-START.
           PERFORM UNTIL fin-de-cuotas
               READ cuotas NEXT AT END move 1 to sen-cuotas
                   NOT AT END
                       IF cuo-comprobante = w-anu-comp
                          AND pago-normal AND pago-vigente
                           MOVE 1 TO w-comp-vigente
                           move 1 to sen-cuotas
                       END-IF
               END-READ
           END-PERFORM.

      * Un saldo a favor solo se anula mientras siga disponible, es
      * decir, mientras DEVENGAR no lo haya aplicado a cargos
       760-CONTROLAR-SALDO-FAVOR.
           MOVE 1 TO w-anu-ok.
           IF cuo-concepto = "SF"
               MOVE cuo-importe TO w-anu-importe
               PERFORM 580-CALCULAR-SALDO-FAVOR
               MOVE w-scan-nro TO cuo-nro
               MOVE w-scan-periodo TO cuo-periodo
               MOVE w-sec-elegida TO cuo-secuencia
               READ cuotas INVALID KEY
                       MOVE 0 TO w-anu-ok
               END-READ
               IF ws-cuo-fs NOT = "00"
                   display "Registro tomado por otro puesto,"
                           " reintente"
                   MOVE 0 TO w-anu-ok
               ELSE
                   IF w-saldo-favor < w-anu-importe
                       display "El saldo a favor ya fue aplicado,"
                               " no se puede anular"
                       MOVE 0 TO w-anu-ok
                   END-IF
               END-IF
           END-IF.

      * La anulacion toca el periodo del pago, el comprobante emitido
      * en su fecha y deja el contraasiento fechado hoy: ninguno de
      * los tres puede caer en un periodo cerrado
       770-CONTROLAR-CIERRE-ANULACION.
           MOVE cuo-periodo TO w-per-control.
           PERFORM 950-CONTROLAR-CIERRE.
           IF NOT periodo-cerrado
               MOVE cuo-fecha-pago TO w-fecha-pago
               MOVE w-fpa-periodo TO w-per-control
               PERFORM 950-CONTROLAR-CIERRE
           END-IF.
           IF NOT periodo-cerrado
               ACCEPT w-fecha-pago FROM DATE YYYYMMDD
               MOVE w-fpa-periodo TO w-per-control
               PERFORM 950-CONTROLAR-CIERRE
           END-IF.
           IF periodo-cerrado
               MOVE 0 TO w-anu-ok
           END-IF.

      * ----------------------------------------------------------------
      * PAGO A CUENTA: TODO EL IMPORTE QUEDA COMO SALDO A FAVOR
      * ----------------------------------------------------------------
      * Se registra en el periodo de la fecha de pago; DEVENGAR lo
      * aplica a los cargos que se vayan generando
       800-PAGO-A-CUENTA.
           display "Ingrese numero de socio".
           accept cuo-nro.
           MOVE cuo-nro TO soc-nro.
           READ socios INVALID KEY
                   display "El socio no existe"
                   GO TO 800-F-PAGO-A-CUENTA
           END-READ.
           IF socio-baja
               display "El socio esta dado de baja"
               GO TO 800-F-PAGO-A-CUENTA
           END-IF.
           display "Ingrese fecha de pago (AAAAMMDD)".
           accept w-fecha-pago.
           MOVE w-fpa-periodo TO w-per-control.
           PERFORM 950-CONTROLAR-CIERRE.
           IF periodo-cerrado
               GO TO 800-F-PAGO-A-CUENTA
           END-IF.
           display "Ingrese importe".
           accept w-excedente.
           IF w-excedente = zero
               display "Importe invalido"
               GO TO 800-F-PAGO-A-CUENTA
           END-IF.
           MOVE soc-nro TO cuo-nro.
           MOVE w-fpa-periodo TO cuo-periodo.
           MOVE "SF" TO w-scan-concepto.
           PERFORM 510-BUSCAR-SECUENCIA.
           IF lectura-bloqueada
               GO TO 800-F-PAGO-A-CUENTA
           END-IF.
           MOVE w-sec-libre TO cuo-secuencia.
           MOVE w-fecha-pago TO cuo-fecha-pago.
           MOVE w-excedente TO cuo-importe.
           MOVE zeros TO cuo-comprobante.
           MOVE lnk-operador TO cuo-operador.
           MOVE "V" TO cuo-canal.
           MOVE "P" TO cuo-tipo.
           MOVE "V" TO cuo-estado.
           MOVE "SF" TO cuo-concepto.
           WRITE cuota-reg
               INVALID KEY
                   display "No se pudo grabar el pago a cuenta"
               NOT INVALID KEY
                   display "Pago a cuenta registrado"
                   PERFORM 550-EMITIR-COMPROBANTE
                   PERFORM 580-CALCULAR-SALDO-FAVOR
                   display "Saldo a favor disponible: " w-saldo-favor
           END-WRITE.
       800-F-PAGO-A-CUENTA.
           EXIT.

       900-REGISTRAR-ANULACION.
           MOVE spaces TO audit-reg.
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

       END PROGRAM CUOTAS.
