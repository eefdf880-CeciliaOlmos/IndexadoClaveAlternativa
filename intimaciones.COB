      * Date:
      * Purpose:  Cartas de intimacion a socios morosos para un rango
      *           de periodos, con domicilio para la casa de mailing y
      *           hoja resumen con la cantidad de cartas. La deuda de
      *           los familiares (grupo.dat) va en la carta de su
      *           titular activo: una sola carta por grupo familiar.
      *           No se intiman los periodos cubiertos por un convenio
      *           vigente; los de un convenio caido vuelven a la carta.
      *           Los socios con correo devuelto (dom-invalido.dat) no
      *           reciben carta: salen aparte en
      *           intimaciones-sin-dom.txt para reclamar por telefono
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT socios ASSIGN TO "..\arch.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is soc-nro
           ALTERNATE record key is soc-nom WITH DUPLICATES
           ALTERNATE record key is soc-apell WITH DUPLICATES
           ACCESS MODE is DYNAMIC
           record KEY is tar-clave
           FILE STATUS is ws-tar-fs.
           SELECT grupo ASSIGN TO "..\grupo.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is grp-familiar
           ALTERNATE record key is grp-titular WITH DUPLICATES
           FILE STATUS is ws-grp-fs.
           SELECT cartas ASSIGN TO "..\intimaciones.txt"
           ORGANIZATION SEQUENTIAL.
           SELECT dom-invalido ASSIGN TO "..\dom-invalido.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is dinv-nro
           FILE STATUS is ws-dinv-fs.
           SELECT sin-domicilio ASSIGN TO "..\intimaciones-sin-dom.txt"
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
       fd  grupo.
       01  grp-reg.
           03 grp-familiar pic 9(6).
           03 grp-titular pic 9(6).
           03 grp-fecha-alta pic 9(8).
       fd  cartas.
       01  carta-lin pic x(80).
       fd  dom-invalido.
       01  dinv-reg.
           03 dinv-nro pic 9(6).
           03 dinv-fecha-dev pic 9(8).
           03 dinv-motivo pic x(30).
           03 dinv-fecha-carga pic 9(8).
           03 dinv-operador pic x(8).
       fd  sin-domicilio.
       01  sin-domicilio-lin pic x(100).
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
       77  w-deuda pic 9(8)v99 value zero.
       77  w-deuda-per pic 9(6)v99 value zero.
       77  w-impago pic 9 value 0.
       77  w-impago-con pic 9 value 0.
       77  w-deuda-con pic 9(6)v99 value zero.
       77  w-scan-concepto pic xx.
       77  sen-cargos pic 9.
           88  fin-de-cargos value 1.
       77  ws-tar-fs pic xx.
       77  w-tar-disp pic 9 value 0.
           88 tarifas-disponible value 1.
       77  w-pagado pic 9(8)v99 value zero.
       77  w-hay-pago pic 9 value 0.
       77  w-cont-cartas pic 9(6) value zero.
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
       77  w-socio pic 9(6).
       77  w-en-grupo pic 9 value 0.
           88 familiar-en-grupo value 1.
       77  w-cont-en-grupo pic 9(6) value zero.
       77  ws-dinv-fs pic xx.
       77  w-dinv-disp pic 9 value 0.
           88 dom-invalido-disponible value 1.
       77  w-dom-invalido pic 9 value 0.
           88 domicilio-invalido value 1.
       77  w-cont-sin-dom pic 9(6) value zero.
       01  w-periodo.
           03 w-per-aaaa pic 9(4).
           03 w-per-mm pic 99.
       01  tabla-impagos.
           03 largo-imp pic 9(3) value zero.
           03 vec-imp OCCURS 120.
               05 ti-socio pic 9(6).
               05 ti-periodo pic 9(6).
               05 ti-importe pic 9(6)v99.
       77  w-i pic 9(3).
           03 lpe-periodo pic 9(6).
           03 filler pic x(10) value "  IMPORTE ".
           03 lpe-importe pic zzzzz9.99.
           03 filler pic x(8) value "  SOCIO ".
           03 lpe-socio pic zzzzz9.
       01  lin-total.
           03 filler pic x(16) value "TOTAL ADEUDADO: ".
           03 lto-total pic zzzzzz9.99.
       01  lin-resumen.
           03 filler pic x(18) value "CARTAS GENERADAS: ".
           03 lre-cant pic zzzzz9.
       01  lin-resumen-grupo.
           03 filler pic x(34)
               value "FAMILIARES EN CARTA DEL TITULAR: ".
           03 lrg-cant pic zzzzz9.
       01  lin-resumen-sin-dom.
           03 filler pic x(34)
               value "RETENIDAS POR CORREO DEVUELTO:   ".
           03 lrd-cant pic zzzzz9.
       01  lin-titulo-sin-dom.
           03 filler pic x(44)
               value "INTIMACIONES RETENIDAS POR CORREO DEVUELTO".
       01  lin-encab-sin-dom.
           03 filler pic x(7) value "SOCIO".
           03 filler pic x(21) value "APELLIDO Y NOMBRE".
           03 filler pic x(11) value "TELEFONO".
           03 filler pic x(12) value "DEUDA".
           03 filler pic x(9) value "DEVUELTO".
           03 filler pic x(30) value "MOTIVO".
       01  lin-sin-dom.
           03 lsd-nro pic 9(6).
           03 filler pic x value space.
           03 lsd-apell pic x(10).
           03 filler pic x value space.
           03 lsd-nom pic x(10).
           03 filler pic x value space.
           03 lsd-tel pic x(10).
           03 filler pic x value space.
           03 lsd-deuda pic zzzzzz9.99.
           03 filler pic x value space.
           03 lsd-fecha pic 9(8).
           03 filler pic x value space.
           03 lsd-motivo pic x(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           display "INTIMACIONES A SOCIOS MOROSOS".
           ELSE
               display "tarifas.dat no disponible, sin recargos"
           END-IF.
           OPEN INPUT grupo.
           MOVE 0 TO w-grp-disp.
           IF ws-grp-fs = "00"
               MOVE 1 TO w-grp-disp
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
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
           OPEN INPUT dom-invalido.
           MOVE 0 TO w-dinv-disp.
           IF ws-dinv-fs = "00"
               MOVE 1 TO w-dinv-disp
           END-IF.
           OPEN OUTPUT cartas.
           OPEN OUTPUT sin-domicilio.
           WRITE sin-domicilio-lin FROM lin-titulo-sin-dom.
           WRITE sin-domicilio-lin FROM lin-encab-sin-dom.
           move zero to sen.
           PERFORM UNTIL fin-de-archivo
               READ socios NEXT AT END move 1 to sen
           IF tarifas-disponible
               CLOSE tarifas
           END-IF.
           IF grupo-disponible
               CLOSE grupo
           END-IF.
           IF convenios-disponible
               CLOSE convenios
               CLOSE convenio-per
           END-IF.
           IF dom-invalido-disponible
               CLOSE dom-invalido
           END-IF.
           CLOSE cartas.
           CLOSE sin-domicilio.
           display "Cartas generadas: " w-cont-cartas.
           IF w-cont-sin-dom > zero
               display "Retenidas por correo devuelto: " w-cont-sin-dom
                       " (intimaciones-sin-dom.txt)"
           END-IF.
           GOBACK.

      * El familiar con titular activo no recibe carta propia: su
      * deuda sale en la carta del titular
       300-VERIFICAR-SOCIO.
           MOVE soc-nro TO w-socio.
           MOVE zero TO w-cant-impagos.
           MOVE zero TO w-deuda.
           MOVE zero TO largo-imp.
           MOVE 0 TO w-en-grupo.
           IF grupo-disponible
               PERFORM 305-CONTROLAR-VINCULO
           END-IF.
           IF familiar-en-grupo
               ADD 1 TO w-cont-en-grupo
           ELSE
               PERFORM 310-RECORRER-PERIODOS
               IF grupo-disponible
                   PERFORM 350-DEUDA-DEL-GRUPO
               END-IF
               IF w-cant-impagos > zero
                   PERFORM 380-CONTROLAR-DOMICILIO
                   IF domicilio-invalido
                       PERFORM 550-LISTAR-SIN-DOMICILIO
                   ELSE
                       PERFORM 500-GENERAR-CARTA
                   END-IF
               END-IF
           END-IF.

      * La lectura del titular mueve la posicion del recorrido de
      * socios, que se recupera releyendo al socio en curso
       305-CONTROLAR-VINCULO.
           MOVE w-socio TO grp-familiar.
           READ grupo INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE grp-titular TO soc-nro
                   READ socios INVALID KEY
                           CONTINUE
                        NOT INVALID KEY
                           IF socio-activo
                               MOVE 1 TO w-en-grupo
                           END-IF
                   END-READ
                   PERFORM 360-RELEER-SOCIO
           END-READ.

       310-RECORRER-PERIODOS.
           MOVE w-periodo-desde TO w-periodo-num.
           PERFORM UNTIL w-periodo-num > w-periodo-hasta
               PERFORM 370-CONTROLAR-CONVENIO
               IF NOT periodo-en-convenio
                   PERFORM 320-CONTROLAR-PERIODO
               END-IF
               PERFORM 340-PERIODO-SIGUIENTE
           END-PERFORM.

      * La deuda del periodo es la suma de los saldos de cada concepto
      * devengado (cuota social y actividades)
       320-CONTROLAR-PERIODO.
           MOVE zero TO w-deuda-per.
           MOVE 0 TO w-impago.
           IF cargos-disponible
               PERFORM 322-RECORRER-CONCEPTOS
           ELSE
               MOVE zero TO w-deuda-con
               MOVE spaces TO w-scan-concepto
               PERFORM 330-CONTROLAR-PAGO
               MOVE w-impago-con TO w-impago
           END-IF.
           IF w-impago = 1
               ADD 1 TO w-cant-impagos
               ADD w-deuda-per TO w-deuda
               IF largo-imp < 120
                   ADD 1 TO largo-imp
                   MOVE soc-nro TO ti-socio(largo-imp)
                   MOVE w-periodo-num TO ti-periodo(largo-imp)
                   MOVE w-deuda-per TO ti-importe(largo-imp)
               END-IF
           END-IF.

       322-RECORRER-CONCEPTOS.
           MOVE soc-nro TO car-nro.
           MOVE w-periodo-num TO car-periodo.
           MOVE low-values TO car-concepto.
           move zero to sen-cargos.
           START cargos KEY IS NOT < car-clave INVALID KEY
                   move 1 to sen-cargos
           END-START.
           PERFORM UNTIL fin-de-cargos
               READ cargos NEXT AT END move 1 to sen-cargos
                   NOT AT END
                       IF car-nro NOT = soc-nro
                          OR car-periodo NOT = w-periodo-num
                           move 1 to sen-cargos
                       ELSE
                           PERFORM 324-CONTROLAR-CONCEPTO
                       END-IF
               END-READ
           END-PERFORM.

       324-CONTROLAR-CONCEPTO.
           MOVE car-importe TO w-deuda-con.
           MOVE car-concepto TO w-scan-concepto.
           PERFORM 330-CONTROLAR-PAGO.
           IF w-impago-con = 1
               IF car-concepto = "CS"
                   PERFORM 325-APLICAR-RECARGO
               END-IF
               ADD w-deuda-con TO w-deuda-per
               MOVE 1 TO w-impago
           END-IF.

      * La deuda vencida de la cuota social suma el recargo aprobado
      * para el periodo
       325-APLICAR-RECARGO.
           IF tarifas-disponible
               MOVE w-periodo-num TO tar-periodo
                          tar-recargo NOT = zeros AND
                          w-fecha-hoy > tar-vencimiento
                           COMPUTE w-recargo ROUNDED =
                               w-deuda-con * tar-recargo / 100
                           ADD w-recargo TO w-deuda-con
                       END-IF
               END-READ
           END-IF.

       330-CONTROLAR-PAGO.
           MOVE 0 TO w-impago-con.
           IF cuo-disponible
               MOVE soc-nro TO w-scan-nro
               MOVE w-periodo-num TO w-scan-periodo
               PERFORM 335-SUMAR-PAGOS
               IF w-hay-pago = zero
                   MOVE 1 TO w-impago-con
               ELSE
                   IF w-pagado < w-deuda-con
                       MOVE 1 TO w-impago-con
                       SUBTRACT w-pagado FROM w-deuda-con
                   END-IF
               END-IF
           ELSE
               MOVE 1 TO w-impago-con
           END-IF.

      * Acumula los pagos vigentes del concepto en el periodo (los
      * contraasientos y los pagos anulados no cuentan); sin cargos
      * devengados se toman todos los conceptos menos el saldo a
      * favor ("SF"), que no cancela deuda hasta aplicarse
       335-SUMAR-PAGOS.
           MOVE zero TO w-pagado.
           MOVE 0 TO w-hay-pago.
           PERFORM 338-LEER-MOVIMIENTO.
           PERFORM UNTIL fin-de-cuotas
               IF pago-normal AND pago-vigente
                  AND ((w-scan-concepto = spaces
                        AND cuo-concepto NOT = "SF")
                       OR cuo-concepto = w-scan-concepto)
                   MOVE 1 TO w-hay-pago
                   ADD cuo-importe TO w-pagado
               END-IF
               ADD 1 TO w-per-aaaa
           END-IF.

      * Suma a la carta del titular los periodos impagos de sus
      * familiares activos
       350-DEUDA-DEL-GRUPO.
           MOVE w-socio TO grp-titular.
           move zero to sen-grupo.
           START grupo KEY IS = grp-titular INVALID KEY
                   move 1 to sen-grupo
           END-START.
           PERFORM UNTIL fin-de-grupo
               READ grupo NEXT AT END move 1 to sen-grupo
               END-READ
               IF NOT fin-de-grupo
                   IF grp-titular NOT = w-socio
                       move 1 to sen-grupo
                   ELSE
                       MOVE grp-familiar TO soc-nro
                       READ socios INVALID KEY
                               CONTINUE
                            NOT INVALID KEY
                               IF socio-activo
                                   PERFORM 310-RECORRER-PERIODOS
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 360-RELEER-SOCIO.

       360-RELEER-SOCIO.
           MOVE w-socio TO soc-nro.
           READ socios INVALID KEY
                   display "No se pudo releer el socio " w-socio
           END-READ.

       500-GENERAR-CARTA.
           WRITE carta-lin FROM lin-separador.
           WRITE carta-lin FROM lin-titulo.
           WRITE carta-lin FROM lin-encab-periodos.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > largo-imp
               MOVE ti-periodo(w-i) TO lpe-periodo
               MOVE ti-socio(w-i) TO lpe-socio
               MOVE ti-importe(w-i) TO lpe-importe
               WRITE carta-lin FROM lin-periodo
           END-PERFORM.
           WRITE carta-lin FROM lin-total.
           ADD 1 TO w-cont-cartas.

      * La deuda del socio con correo devuelto se lista con su
      * telefono en lugar de mandarle la carta a un domicilio malo
       550-LISTAR-SIN-DOMICILIO.
           MOVE soc-nro TO lsd-nro.
           MOVE soc-apell TO lsd-apell.
           MOVE soc-nom TO lsd-nom.
           IF soc-tel = zero
               MOVE "SIN TEL." TO lsd-tel
           ELSE
               MOVE soc-tel TO lsd-tel
           END-IF.
           MOVE w-deuda TO lsd-deuda.
           MOVE dinv-fecha-dev TO lsd-fecha.
           MOVE dinv-motivo TO lsd-motivo.
           WRITE sin-domicilio-lin FROM lin-sin-dom.
           ADD 1 TO w-cont-sin-dom.

       800-HOJA-RESUMEN.
           WRITE carta-lin FROM lin-separador.
           MOVE w-cont-cartas TO lre-cant.
           WRITE carta-lin FROM lin-resumen.
           MOVE w-cont-en-grupo TO lrg-cant.
           WRITE carta-lin FROM lin-resumen-grupo.
           MOVE w-cont-sin-dom TO lrd-cant.
           WRITE carta-lin FROM lin-resumen-sin-dom.

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
              AND w-periodo-num NOT < cvn-per-desde
              AND w-periodo-num NOT > cvn-per-hasta
               MOVE cvn-socio TO cvp-socio
               MOVE cvn-nro TO cvp-nro
               MOVE w-periodo-num TO cvp-periodo
               READ convenio-per INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF cvp-saldo > zero
                           MOVE 1 TO w-en-convenio
                       END-IF
               END-READ
           END-IF.

       380-CONTROLAR-DOMICILIO.
           MOVE 0 TO w-dom-invalido.
           IF dom-invalido-disponible
               MOVE soc-nro TO dinv-nro
               READ dom-invalido INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 1 TO w-dom-invalido
               END-READ
           END-IF.

       END PROGRAM INTIMACIONES.
