      *           cargos devengados y los pagos periodo por periodo,
      *           muestra fecha y comprobante de cada pago y el saldo
      *           acumulado, con opcion de acotar por rango de periodos.
      *           El resumen del grupo familiar encadena las cuentas
      *           del titular y de sus familiares (grupo.dat) con el
      *           saldo consolidado. Cada cargo y cada pago muestran su
      *           concepto (CS cuota social o la actividad) y la cuenta
      *           cierra con el saldo por concepto. Emite por pantalla
      *           y deja copia en ctacte.txt
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
           SELECT ctacte ASSIGN TO "..\ctacte.txt"
           ORGANIZATION SEQUENTIAL.
       DATA DIVISION.
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
       fd  grupo.
       01  grp-reg.
           03 grp-familiar pic 9(6).
           03 grp-titular pic 9(6).
           03 grp-fecha-alta pic 9(8).
       fd  ctacte.
       01  ctacte-lin pic x(80).
       WORKING-STORAGE SECTION.
       77  w-opcion pic 9.
           88 salir value 3.
       77  w-encontrado pic 9.
           88 socio-encontrado value 1.
       77  w-cargo-ok pic 9.
       77  w-scan-periodo pic 9(6) value zero.
       77  w-hay-pago pic 9 value 0.
       77  w-renglones pic 9(4) value zero.
       77  ws-grp-fs pic xx.
       77  w-grp-disp pic 9 value 0.
           88 grupo-disponible value 1.
       77  sen-grupo pic 9.
           88  fin-de-grupo value 1.
       77  w-titular pic 9(6).
       77  w-saldo-grupo pic s9(8)v99 value zero.
       77  w-cant-familiares pic 9(3) value zero.
       77  w-concepto pic xx.
       77  w-k pic 99.
       77  w-saldo-favor pic s9(8)v99 value zero.
       01  tabla-conceptos.
           03 largo-con pic 99 value zero.
           03 vec-con OCCURS 20.
               05 tc-concepto pic xx.
               05 tc-cargos pic 9(8)v99.
               05 tc-pagos pic 9(8)v99.
       01  lin-concepto.
           03 filler pic x(9) value "CONCEPTO ".
           03 lco-concepto pic xx.
           03 filler pic x(8) value " CARGOS ".
           03 lco-cargos pic zzzzzz9.99.
           03 filler pic x(7) value " PAGOS ".
           03 lco-pagos pic zzzzzz9.99.
           03 filler pic x(7) value " SALDO ".
           03 lco-saldo pic -(7)9.99.
       01  w-linea pic x(80).
       01  lin-titulo.
           03 filler pic x(19) value "CUENTA CORRIENTE - ".
           03 filler pic x(8) value " HASTA  ".
           03 lra-hasta pic 9(6).
       01  lin-detalle.
           03 filler pic x(4) value "PER.".
           03 lde-periodo pic 9(6).
           03 filler pic x value space.
           03 lde-concepto pic xx.
           03 filler pic x(7) value " CARGO ".
           03 lde-cargo pic zzzz9.99.
           03 filler pic x(6) value " PAGO ".
           03 lde-pago pic zzzz9.99.
           03 filler pic x value space.
           03 lde-fecha pic 9(8).
           03 lde-tit-comp pic x(6) value " COMP ".
           03 lde-comp pic 9(8).
           03 filler pic x(5) value " SDO ".
           03 lde-saldo pic -(6)9.99.
       01  lin-parcial.
           03 filler pic x(4) value "PER.".
           03 lpa-periodo pic 9(6).
           03 filler pic x value space.
           03 lpa-concepto pic xx.
           03 lpa-leyenda pic x(15) value " PAGO PARCIAL  ".
           03 lpa-pago pic zzzz9.99.
           03 filler pic x value space.
           03 lpa-fecha pic 9(8).
           03 filler pic x(5) value " SDO ".
           03 lpa-saldo pic -(6)9.99.
       01  lin-impago.
           03 filler pic x(4) value "PER.".
           03 lim-periodo pic 9(6).
           03 filler pic x value space.
           03 lim-concepto pic xx.
           03 filler pic x(7) value " CARGO ".
           03 lim-cargo pic zzzz9.99.
           03 filler pic x(29) value " IMPAGO".
           03 filler pic x(5) value " SDO ".
           03 lim-saldo pic -(6)9.99.
       01  lin-suelto.
           03 filler pic x(4) value "PER.".
           03 lsu-periodo pic 9(6).
           03 filler pic x value space.
           03 lsu-concepto pic xx.
           03 filler pic x(21) value " PAGO SIN CARGO      ".
           03 lsu-pago pic zzzz9.99.
           03 filler pic x value space.
           03 lsu-fecha pic 9(8).
           03 filler pic x(5) value " SDO ".
           03 lsu-saldo pic -(6)9.99.
       01  lin-sfavor.
           03 filler pic x(4) value "PER.".
           03 lsf-periodo pic 9(6).
           03 filler pic x(19) value " SF SALDO A FAVOR  ".
           03 lsf-pago pic zzzz9.99.
           03 filler pic x value space.
           03 lsf-fecha pic 9(8).
           03 filler pic x(7) value " COMP. ".
           03 lsf-comp pic 9(8).
       01  lin-saldo-favor.
           03 filler pic x(26) value "SALDO A FAVOR DISPONIBLE: ".
           03 lsd-saldo pic -(7)9.99.
       01  lin-saldo.
           03 filler pic x(24) value "SALDO DE LA CUENTA:     ".
           03 lsa-saldo pic -(7)9.99.
           03 filler pic x(22) value "  (POSITIVO = ADEUDA) ".
       01  lin-saldo-grupo.
           03 filler pic x(24) value "SALDO DEL GRUPO FAMILIAR".
           03 lsg-saldo pic -(7)9.99.
           03 filler pic x(22) value "  (POSITIVO = ADEUDA) ".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT socios.
           ELSE
               display "cargos.dat no disponible, sin cargos"
           END-IF.
           OPEN INPUT grupo.
           MOVE 0 TO w-grp-disp.
           IF ws-grp-fs = "00"
               MOVE 1 TO w-grp-disp
           END-IF.
           OPEN OUTPUT ctacte.
           PERFORM with test after UNTIL salir
               PERFORM 200-MENU
           IF cargos-disponible
               CLOSE cargos
           END-IF.
           IF grupo-disponible
               CLOSE grupo
           END-IF.
           CLOSE ctacte.
           GOBACK.

       200-MENU.
           display "1 - Cuenta corriente de un socio".
           display "2 - Resumen del grupo familiar".
           display "3 - Salir".
           ACCEPT w-opcion.

       300-PROCESO-MENU.
           EVALUATE w-opcion
               WHEN 1 PERFORM 500-CONSULTA
               WHEN 2 PERFORM 700-CONSULTA-GRUPO
               WHEN 3 NEXT SENTENCE
           END-EVALUATE.

       500-CONSULTA.
           IF socio-encontrado
               PERFORM 510-PIDO-RANGO
               PERFORM 520-EMITIR-CUENTA
               IF grupo-disponible
                   MOVE w-socio TO grp-familiar
                   READ grupo INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           display "Integra el grupo familiar del"
                                   " titular " grp-titular
                   END-READ
               END-IF
           END-IF.

       510-PIDO-RANGO.
       520-EMITIR-CUENTA.
           MOVE zero TO w-saldo.
           MOVE zero TO w-renglones.
           MOVE zero TO largo-con.
           MOVE soc-nro TO ltc-nro.
           MOVE soc-nom TO ltc-nombre.
           MOVE soc-apell TO ltc-apell.
               MOVE "SIN MOVIMIENTOS EN EL RANGO PEDIDO" TO w-linea
               PERFORM 600-EMITIR-LINEA
           END-IF.
           PERFORM 590-LINEA-CONCEPTO
               VARYING w-k FROM 1 BY 1 UNTIL w-k > largo-con.
           MOVE w-saldo TO lsa-saldo.
           MOVE lin-saldo TO w-linea.
           PERFORM 600-EMITIR-LINEA.
           IF cuo-disponible
               PERFORM 595-CALCULAR-SALDO-FAVOR
               IF w-saldo-favor NOT = zero
                   MOVE w-saldo-favor TO lsd-saldo
                   MOVE lin-saldo-favor TO w-linea
                   PERFORM 600-EMITIR-LINEA
               END-IF
           END-IF.

       530-RECORRER-CARGOS.
           MOVE w-socio TO car-nro.
           MOVE w-desde TO car-periodo.
           MOVE low-values TO car-concepto.
           move zero to sen-cargos.
           START cargos KEY IS NOT < car-clave INVALID KEY
                   move 1 to sen-cargos

       550-MOSTRAR-PERIODO.
           ADD car-importe TO w-saldo.
           MOVE car-concepto TO w-concepto.
           PERFORM 585-BUSCAR-CONCEPTO.
           ADD car-importe TO tc-cargos(w-k).
           ADD 1 TO w-renglones.
           MOVE 0 TO w-hay-pago.
           IF cuo-disponible
               PERFORM 555-LINEA-IMPAGA
           END-IF.

      * Un concepto del periodo puede tener varios pagos: el primero
      * sale con el cargo y los siguientes como pago parcial. Los
      * contraasientos y los pagos anulados no se muestran. Lo
      * cubierto con saldo a favor (canal "S") se marca como tal
       552-RECORRER-PAGOS.
           MOVE w-socio TO w-scan-nro.
           MOVE car-periodo TO w-scan-periodo.
           PERFORM 570-LEER-CUOTA.
           PERFORM UNTIL fin-de-cuotas
               IF pago-normal AND pago-vigente
                  AND cuo-concepto = car-concepto
                   PERFORM 553-LINEA-PAGO
               END-IF
               PERFORM 570-LEER-CUOTA

       553-LINEA-PAGO.
           SUBTRACT cuo-importe FROM w-saldo.
           ADD cuo-importe TO tc-pagos(w-k).
           IF w-hay-pago = zero
               MOVE car-periodo TO lde-periodo
               MOVE car-concepto TO lde-concepto
               MOVE car-importe TO lde-cargo
               MOVE cuo-importe TO lde-pago
               MOVE cuo-fecha-pago TO lde-fecha
               MOVE cuo-comprobante TO lde-comp
               IF canal-saldo
                   MOVE " S/FAV" TO lde-tit-comp
               ELSE
                   MOVE " COMP " TO lde-tit-comp
               END-IF
               MOVE w-saldo TO lde-saldo
               MOVE lin-detalle TO w-linea
           ELSE
               MOVE cuo-periodo TO lpa-periodo
               MOVE cuo-concepto TO lpa-concepto
               MOVE cuo-importe TO lpa-pago
               MOVE cuo-fecha-pago TO lpa-fecha
               MOVE cuo-comprobante TO lpa-comp
               IF canal-saldo
                   MOVE " APLIC. S/FAVOR" TO lpa-leyenda
               ELSE
                   MOVE " PAGO PARCIAL  " TO lpa-leyenda
               END-IF
               MOVE w-saldo TO lpa-saldo
               MOVE lin-parcial TO w-linea
           END-IF.

       555-LINEA-IMPAGA.
           MOVE car-periodo TO lim-periodo.
           MOVE car-concepto TO lim-concepto.
           MOVE car-importe TO lim-cargo.
           MOVE w-saldo TO lim-saldo.
           MOVE lin-impago TO w-linea.
           PERFORM 600-EMITIR-LINEA.

      * Pagos registrados sin cargo devengado: se listan aparte para
      * que la cuenta cierre contra lo efectivamente cobrado. El
      * saldo a favor ("SF") se lista pero no descuenta deuda: la
      * descuenta recien al aplicarse a un cargo
       560-PAGOS-SIN-CARGO.
           MOVE w-socio TO w-scan-nro.
           MOVE zeros TO w-scan-periodo.
           IF NOT pago-normal OR NOT pago-vigente
               GO TO 580-F-CONTROLAR-SUELTO
           END-IF.
           IF cuo-concepto = "SF"
               ADD 1 TO w-renglones
               MOVE cuo-periodo TO lsf-periodo
               MOVE cuo-importe TO lsf-pago
               MOVE cuo-fecha-pago TO lsf-fecha
               MOVE cuo-comprobante TO lsf-comp
               MOVE lin-sfavor TO w-linea
               PERFORM 600-EMITIR-LINEA
               GO TO 580-F-CONTROLAR-SUELTO
           END-IF.
           MOVE 1 TO w-cargo-ok.
           IF cargos-disponible
               MOVE cuo-nro TO car-nro
               MOVE cuo-periodo TO car-periodo
               MOVE cuo-concepto TO car-concepto
               READ cargos INVALID KEY
                       MOVE 0 TO w-cargo-ok
               END-READ
           END-IF.
           IF NOT cargo-encontrado
               SUBTRACT cuo-importe FROM w-saldo
               MOVE cuo-concepto TO w-concepto
               PERFORM 585-BUSCAR-CONCEPTO
               ADD cuo-importe TO tc-pagos(w-k)
               ADD 1 TO w-renglones
               MOVE cuo-periodo TO lsu-periodo
               MOVE cuo-concepto TO lsu-concepto
               MOVE cuo-importe TO lsu-pago
               MOVE cuo-fecha-pago TO lsu-fecha
               MOVE w-saldo TO lsu-saldo
       580-F-CONTROLAR-SUELTO.
           EXIT.

      * Deja en w-k el renglon del concepto en la tabla de totales; si
      * la tabla se llena, lo que sobra se acumula en el ultimo
       585-BUSCAR-CONCEPTO.
           MOVE 1 TO w-k.
           PERFORM UNTIL w-k > largo-con
                   OR tc-concepto(w-k) = w-concepto
               ADD 1 TO w-k
           END-PERFORM.
           IF w-k > largo-con
               IF largo-con < 20
                   ADD 1 TO largo-con
                   MOVE w-concepto TO tc-concepto(largo-con)
                   MOVE zero TO tc-cargos(largo-con)
                   MOVE zero TO tc-pagos(largo-con)
               END-IF
               MOVE largo-con TO w-k
           END-IF.

       590-LINEA-CONCEPTO.
           MOVE tc-concepto(w-k) TO lco-concepto.
           MOVE tc-cargos(w-k) TO lco-cargos.
           MOVE tc-pagos(w-k) TO lco-pagos.
           COMPUTE lco-saldo = tc-cargos(w-k) - tc-pagos(w-k).
           MOVE lin-concepto TO w-linea.
           PERFORM 600-EMITIR-LINEA.

      * Saldo a favor de todos los periodos del socio: lo recibido como
      * "SF" menos lo aplicado a cargos (canal "S")
       595-CALCULAR-SALDO-FAVOR.
           MOVE zero TO w-saldo-favor.
           MOVE w-socio TO cuo-nro.
           MOVE zeros TO cuo-periodo.
           MOVE zeros TO cuo-secuencia.
           move zero to sen-cuotas.
           START cuotas KEY IS NOT < cuo-clave INVALID KEY
                   move 1 to sen-cuotas
           END-START.
           PERFORM UNTIL fin-de-cuotas
               READ cuotas NEXT AT END move 1 to sen-cuotas
                   NOT AT END
                       IF cuo-nro NOT = w-socio
                           move 1 to sen-cuotas
                       ELSE
                           PERFORM 597-ACUMULAR-SALDO-FAVOR
                       END-IF
               END-READ
           END-PERFORM.

       597-ACUMULAR-SALDO-FAVOR.
           IF pago-normal AND pago-vigente
               IF cuo-concepto = "SF"
                   ADD cuo-importe TO w-saldo-favor
               END-IF
               IF canal-saldo
                   SUBTRACT cuo-importe FROM w-saldo-favor
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * RESUMEN DEL GRUPO FAMILIAR
      * ----------------------------------------------------------------
       700-CONSULTA-GRUPO.
           IF NOT grupo-disponible
               display "grupo.dat no disponible"
           ELSE
               display "Ingrese numero de socio titular"
               accept w-titular
               MOVE w-titular TO soc-nro
               MOVE 0 TO w-encontrado
               READ socios INVALID KEY
                               display "El socio no existe"
                            NOT INVALID KEY
                               MOVE 1 TO w-encontrado
               END-READ
               IF socio-encontrado
                   PERFORM 510-PIDO-RANGO
                   MOVE zero TO w-saldo-grupo
                   MOVE zero TO w-cant-familiares
                   MOVE w-titular TO w-socio
                   PERFORM 520-EMITIR-CUENTA
                   ADD w-saldo TO w-saldo-grupo
                   PERFORM 710-RECORRER-GRUPO
                   IF w-cant-familiares = zero
                       MOVE "EL SOCIO NO TIENE FAMILIARES A CARGO"
                           TO w-linea
                       PERFORM 600-EMITIR-LINEA
                   END-IF
                   MOVE w-saldo-grupo TO lsg-saldo
                   MOVE lin-saldo-grupo TO w-linea
                   PERFORM 600-EMITIR-LINEA
               END-IF
           END-IF.

       710-RECORRER-GRUPO.
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
                       PERFORM 720-CUENTA-FAMILIAR
                   END-IF
               END-IF
           END-PERFORM.

       720-CUENTA-FAMILIAR.
           MOVE grp-familiar TO soc-nro.
           READ socios INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   ADD 1 TO w-cant-familiares
                   MOVE soc-nro TO w-socio
                   PERFORM 520-EMITIR-CUENTA
                   ADD w-saldo TO w-saldo-grupo
           END-READ.

       600-EMITIR-LINEA.
           DISPLAY w-linea.
           WRITE ctacte-lin FROM w-linea.
