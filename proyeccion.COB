      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Proyeccion de recaudacion de la cuota social para el
      *           presupuesto, de 3 a 12 meses. Por cada mes y
      *           categoria multiplica los socios activos por la tarifa
      *           cargada en tarifas.dat (si el periodo no tiene
      *           tarifa rige la ultima conocida de la categoria) y
      *           suma las cuotas de los convenios vigentes que vencen
      *           en el mes. Lo facturado se ajusta por la
      *           cobrabilidad historica de la cuota social de los
      *           ultimos doce periodos cerrados, medida como en
      *           COBRABILIDAD pero por separado para los adheridos al
      *           debito automatico (debito-padron.dat) y para los que
      *           pagan por ventanilla. Sale por pantalla y en
      *           proyeccion.txt para compararla luego con lo real
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROYECCION IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT socios ASSIGN TO "..\arch.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is soc-nro
           ALTERNATE record key is soc-nom WITH DUPLICATES
           ALTERNATE record key is soc-apell WITH DUPLICATES
           ALTERNATE record key is soc-tel WITH DUPLICATES
           ALTERNATE record key is soc-documento WITH DUPLICATES
           FILE STATUS is ws-soc-fs.
           SELECT padron ASSIGN TO "..\debito-padron.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is dap-nro
           FILE STATUS is ws-dap-fs.
           SELECT cargos ASSIGN TO "..\cargos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is car-clave
           FILE STATUS is ws-car-fs.
           SELECT cuotas ASSIGN TO "..\cuotas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is cuo-clave
           FILE STATUS is ws-cuo-fs.
           SELECT tarifas ASSIGN TO "..\tarifas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is tar-clave
           FILE STATUS is ws-tar-fs.
           SELECT convenios ASSIGN TO "..\convenios.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is cvn-clave
           FILE STATUS is ws-cvn-fs.
           SELECT informe ASSIGN TO "..\proyeccion.txt"
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
       fd  padron.
       01  dap-reg.
           03 dap-nro pic 9(6).
           03 dap-cbu pic x(22).
           03 dap-fecha-alta pic 9(8).
           03 dap-estado pic x.
               88 adherido value "A".
               88 adhesion-baja value "B".
       fd  cargos.
       01  cargo-reg.
           03 car-clave.
               05 car-nro pic 9(6).
               05 car-periodo pic 9(6).
               05 car-concepto pic xx.
           03 car-importe pic 9(6)v99.
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
               88 canal-saldo value "S".
               88 canal-cobrador value "C".
           03 cuo-tipo pic x.
               88 pago-normal value "P".
               88 contraasiento value "A".
           03 cuo-estado pic x.
               88 pago-vigente value "V".
               88 pago-anulado value "N".
           03 cuo-concepto pic xx.
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
       fd  informe.
       01  informe-lin pic x(100).
       WORKING-STORAGE SECTION.
       77  sen pic 9.
           88  fin-de-archivo value 1.
       77  ws-soc-fs pic xx.
       77  ws-dap-fs pic xx.
       77  w-dap-disp pic 9 value 0.
           88 padron-disponible value 1.
       77  ws-car-fs pic xx.
       77  ws-cuo-fs pic xx.
       77  ws-tar-fs pic xx.
       77  w-tar-disp pic 9 value 0.
           88 tarifas-disponible value 1.
       77  ws-cvn-fs pic xx.
       77  w-inicio pic 9(6).
       77  w-meses pic 9(2).
       77  w-i pic 9(2).
       77  w-k pic 9.
       77  w-c pic 9(2).
       77  w-total-meses pic 9(6).
       77  w-anio pic 9(4).
       77  w-resto pic 9(2).
       77  w-hist-desde pic 9(6).
       77  w-hist-hasta pic 9(6).
       77  w-grupo pic 9.
           88 grupo-debito value 2.
       77  w-dev-ventanilla pic 9(10)v99 value zero.
       77  w-cob-ventanilla pic 9(10)v99 value zero.
       77  w-dev-debito pic 9(10)v99 value zero.
       77  w-cob-debito pic 9(10)v99 value zero.
       77  w-tasa-ventanilla pic 9(3)v99 value zero.
       77  w-tasa-debito pic 9(3)v99 value zero.
       77  w-tarifa pic 9(6)v99.
       77  w-tarifa-supuesta pic x.
       77  w-fact-ventanilla pic 9(10)v99.
       77  w-fact-debito pic 9(10)v99.
       77  w-facturado pic 9(10)v99.
       77  w-cobrado pic 9(10)v99.
       77  w-mes-facturado pic 9(10)v99.
       77  w-mes-cobrado pic 9(10)v99.
       77  w-tot-facturado pic 9(10)v99 value zero.
       77  w-tot-cobrado pic 9(10)v99 value zero.
       77  w-cvn-facturado pic 9(10)v99 value zero.
       77  w-cvn-cobrado pic 9(10)v99 value zero.
       01  w-hoy.
           03 w-hoy-periodo pic 9(6).
           03 w-hoy-dd pic 9(2).
       01  w-hoy-num redefines w-hoy pic 9(8).
       01  w-per-aux.
           03 w-pa-aaaa pic 9(4).
           03 w-pa-mm pic 9(2).
       01  w-per-aux-num redefines w-per-aux pic 9(6).
       01  w-per-inicio.
           03 w-pi-aaaa pic 9(4).
           03 w-pi-mm pic 9(2).
       01  w-venc.
           03 w-venc-aaaa pic 9(4).
           03 w-venc-mm pic 9(2).
           03 w-venc-dd pic 9(2).
       01  w-venc-num redefines w-venc pic 9(8).
      * Socios activos por categoria, separados en ventanilla (1) y
      * debito automatico (2), con la ultima tarifa conocida
       01  tabla-categorias.
           03 vec-cat OCCURS 4.
               05 tca-categoria pic x.
               05 tca-socios pic 9(6) OCCURS 2.
               05 tca-ult-tarifa pic 9(6)v99.
               05 tca-facturado pic 9(10)v99.
               05 tca-cobrado pic 9(10)v99.
       01  tabla-meses.
           03 vec-mes OCCURS 12.
               05 tm-periodo pic 9(6).
               05 tm-cvn-cuotas pic 9(4).
               05 tm-cvn-importe pic 9(8)v99.
       01  lin-titulo.
           03 filler pic x(33)
               value "PROYECCION DE RECAUDACION DESDE ".
           03 lti-inicio pic 9(6).
           03 filler pic x(3) value " - ".
           03 lti-meses pic z9.
           03 filler pic x(6) value " MESES".
       01  lin-tasas.
           03 filler pic x(24) value "COBRABILIDAD HISTORICA ".
           03 lta-desde pic 9(6).
           03 filler pic x(3) value " A ".
           03 lta-hasta pic 9(6).
           03 filler pic x(15) value "  VENTANILLA % ".
           03 lta-ventanilla pic zz9.99.
           03 filler pic x(11) value "  DEBITO % ".
           03 lta-debito pic zz9.99.
       01  lin-separador pic x(100) value all "-".
       01  lin-encabezado.
           03 filler pic x(9) value "PERIODO".
           03 filler pic x(12) value "CATEGORIA".
           03 filler pic x(8) value "VENT.".
           03 filler pic x(8) value "DEBITO".
           03 filler pic x(11) value "TARIFA".
           03 filler pic x(16) value "FACTURADO".
           03 filler pic x(16) value "COBRADO".
       01  lin-detalle.
           03 lde-periodo pic 9(6).
           03 filler pic x(3) value spaces.
           03 lde-categoria pic x(10).
           03 filler pic x value space.
           03 lde-ventanilla pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 lde-debito pic zzzzz9.
           03 filler pic x value space.
           03 lde-tarifa pic zzzzz9.99.
           03 lde-supuesta pic x.
           03 filler pic x value space.
           03 lde-facturado pic zzzzzzzzz9.99.
           03 filler pic x(3) value spaces.
           03 lde-cobrado pic zzzzzzzzz9.99.
       01  lin-convenio.
           03 lcv-periodo pic 9(6).
           03 filler pic x(3) value spaces.
           03 filler pic x(10) value "CONVENIOS".
           03 filler pic x(7) value " CUOTAS".
           03 lcv-cuotas pic zzzz9.
           03 filler pic x(17) value spaces.
           03 lcv-facturado pic zzzzzzzzz9.99.
           03 filler pic x(3) value spaces.
           03 lcv-cobrado pic zzzzzzzzz9.99.
       01  lin-total-mes.
           03 ltm-periodo pic 9(6).
           03 filler pic x(3) value spaces.
           03 filler pic x(39) value "TOTAL DEL MES".
           03 ltm-facturado pic zzzzzzzzz9.99.
           03 filler pic x(3) value spaces.
           03 ltm-cobrado pic zzzzzzzzz9.99.
       01  lin-total-categoria.
           03 filler pic x(9) value "TOTAL".
           03 ltc-categoria pic x(10).
           03 filler pic x(29) value spaces.
           03 ltc-facturado pic zzzzzzzzz9.99.
           03 filler pic x(3) value spaces.
           03 ltc-cobrado pic zzzzzzzzz9.99.
       01  lin-total.
           03 filler pic x(48) value "TOTAL PROYECTADO".
           03 lto-facturado pic zzzzzzzzz9.99.
           03 filler pic x(3) value spaces.
           03 lto-cobrado pic zzzzzzzzz9.99.
       01  lin-nota pic x(60)
               value "* periodo sin tarifa: rige la ultima conocida".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           display "PROYECCION DE RECAUDACION".
           ACCEPT w-hoy-num FROM DATE YYYYMMDD.
           display "Periodo inicial (AAAAMM, 0 = mes siguiente)".
           accept w-inicio.
           display "Cantidad de meses a proyectar (3 a 12)".
           accept w-meses.
           IF w-meses < 3 OR w-meses > 12
               display "Cantidad de meses invalida"
               GOBACK
           END-IF.
           IF w-inicio = zero
               MOVE w-hoy-periodo TO w-per-aux-num
               PERFORM 150-MES-SIGUIENTE
               MOVE w-per-aux-num TO w-inicio
           END-IF.
           MOVE w-inicio TO w-per-aux-num.
           IF w-pa-mm < 1 OR w-pa-mm > 12 OR w-pa-aaaa = zero
               display "Periodo invalido"
               GOBACK
           END-IF.
           OPEN INPUT socios.
           IF ws-soc-fs NOT = "00"
               display "arch.dat no disponible"
               GOBACK
           END-IF.
           OPEN INPUT padron.
           MOVE 0 TO w-dap-disp.
           IF ws-dap-fs = "00"
               MOVE 1 TO w-dap-disp
           ELSE
               display "debito-padron.dat no disponible, todos por"
                       " ventanilla"
           END-IF.
           PERFORM 100-ARMAR-MESES.
           PERFORM 200-CONTAR-SOCIOS.
           CLOSE socios.
           PERFORM 300-TASAS-HISTORICAS.
           IF padron-disponible
               CLOSE padron
           END-IF.
           OPEN INPUT tarifas.
           MOVE 0 TO w-tar-disp.
           IF ws-tar-fs = "00"
               MOVE 1 TO w-tar-disp
               PERFORM 400-TARIFAS-VIGENTES
           ELSE
               display "tarifas.dat no disponible, sin importes"
           END-IF.
           PERFORM 500-CUOTAS-CONVENIO.
           PERFORM 800-EMITIR-PROYECCION.
           IF tarifas-disponible
               CLOSE tarifas
           END-IF.
           GOBACK.

       100-ARMAR-MESES.
           MOVE w-inicio TO w-per-inicio.
           MOVE w-inicio TO w-per-aux-num.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > w-meses
               MOVE w-per-aux-num TO tm-periodo(w-i)
               MOVE zero TO tm-cvn-cuotas(w-i)
               MOVE zero TO tm-cvn-importe(w-i)
               PERFORM 150-MES-SIGUIENTE
           END-PERFORM.
           MOVE "T" TO tca-categoria(1).
           MOVE "F" TO tca-categoria(2).
           MOVE "J" TO tca-categoria(3).
           MOVE "C" TO tca-categoria(4).
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 4
               MOVE zero TO tca-socios(w-k, 1)
               MOVE zero TO tca-socios(w-k, 2)
               MOVE zero TO tca-ult-tarifa(w-k)
               MOVE zero TO tca-facturado(w-k)
               MOVE zero TO tca-cobrado(w-k)
           END-PERFORM.

       150-MES-SIGUIENTE.
           ADD 1 TO w-pa-mm.
           IF w-pa-mm > 12
               MOVE 1 TO w-pa-mm
               ADD 1 TO w-pa-aaaa
           END-IF.

      * Deja en w-i el renglon del periodo w-per-aux-num dentro de la
      * proyeccion (cero si cae fuera)
       160-BUSCAR-MES.
           MOVE zero TO w-i.
           IF w-per-aux-num >= w-inicio
               COMPUTE w-total-meses = (w-pa-aaaa - w-pi-aaaa) * 12
                   + w-pa-mm - w-pi-mm + 1
               IF w-total-meses <= w-meses
                   MOVE w-total-meses TO w-i
               END-IF
           END-IF.

      * Deja en w-grupo 2 si el socio de dap-nro esta adherido al
      * debito automatico y 1 si paga por ventanilla
       180-BUSCAR-GRUPO.
           MOVE 1 TO w-grupo.
           IF padron-disponible
               READ padron INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF adherido
                           MOVE 2 TO w-grupo
                       END-IF
               END-READ
           END-IF.

      * ----------------------------------------------------------------
      * SOCIOS ACTIVOS POR CATEGORIA Y CANAL
      * ----------------------------------------------------------------
      * La categoria desconocida se proyecta como titular, igual que
      * la devenga DEVENGAR
       200-CONTAR-SOCIOS.
           move zero to sen.
           PERFORM UNTIL fin-de-archivo
               READ socios NEXT AT END move 1 to sen
                   NOT AT END
                       IF NOT no-quiere-mas AND socio-activo
                           PERFORM 220-CONTAR-SOCIO
                       END-IF
               END-READ
           END-PERFORM.

       220-CONTAR-SOCIO.
           EVALUATE TRUE
               WHEN categoria-familiar MOVE 2 TO w-k
               WHEN categoria-jubilado MOVE 3 TO w-k
               WHEN categoria-cadete MOVE 4 TO w-k
               WHEN OTHER MOVE 1 TO w-k
           END-EVALUATE.
           MOVE soc-nro TO dap-nro.
           PERFORM 180-BUSCAR-GRUPO.
           ADD 1 TO tca-socios(w-k, w-grupo).

      * ----------------------------------------------------------------
      * COBRABILIDAD HISTORICA DE LA CUOTA SOCIAL POR CANAL
      * ----------------------------------------------------------------
      * Los doce periodos anteriores al mes en curso. Lo cobrado de
      * un adherido cuenta para el debito aunque lo haya pagado por
      * ventanilla despues de un rechazo: se mide la cobrabilidad del
      * grupo, no la del canal del pago
       300-TASAS-HISTORICAS.
           MOVE w-hoy-periodo TO w-per-aux-num.
           COMPUTE w-total-meses = w-pa-aaaa * 12 + w-pa-mm - 1 - 1.
           DIVIDE w-total-meses BY 12 GIVING w-anio
               REMAINDER w-resto.
           MOVE w-anio TO w-pa-aaaa.
           COMPUTE w-pa-mm = w-resto + 1.
           MOVE w-per-aux-num TO w-hist-hasta.
           SUBTRACT 11 FROM w-total-meses.
           DIVIDE w-total-meses BY 12 GIVING w-anio
               REMAINDER w-resto.
           MOVE w-anio TO w-pa-aaaa.
           COMPUTE w-pa-mm = w-resto + 1.
           MOVE w-per-aux-num TO w-hist-desde.
           OPEN INPUT cargos.
           IF ws-car-fs NOT = "00"
               display "cargos.dat no disponible, sin historia"
               MOVE 1 TO sen
           ELSE
               move zero to sen
           END-IF.
           PERFORM UNTIL fin-de-archivo
               READ cargos NEXT AT END move 1 to sen
                   NOT AT END
                       IF car-concepto = "CS"
                          AND car-periodo >= w-hist-desde
                          AND car-periodo <= w-hist-hasta
                           MOVE car-nro TO dap-nro
                           PERFORM 180-BUSCAR-GRUPO
                           IF grupo-debito
                               ADD car-importe TO w-dev-debito
                           ELSE
                               ADD car-importe TO w-dev-ventanilla
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF ws-car-fs = "00" OR ws-car-fs = "10"
               CLOSE cargos
           END-IF.
           OPEN INPUT cuotas.
           IF ws-cuo-fs NOT = "00"
               display "cuotas.dat no disponible, sin historia"
               MOVE 1 TO sen
           ELSE
               move zero to sen
           END-IF.
           PERFORM UNTIL fin-de-archivo
               READ cuotas NEXT AT END move 1 to sen
                   NOT AT END
                       IF pago-normal AND pago-vigente
                          AND cuo-concepto = "CS"
                          AND cuo-periodo >= w-hist-desde
                          AND cuo-periodo <= w-hist-hasta
                           MOVE cuo-nro TO dap-nro
                           PERFORM 180-BUSCAR-GRUPO
                           IF grupo-debito
                               ADD cuo-importe TO w-cob-debito
                           ELSE
                               ADD cuo-importe TO w-cob-ventanilla
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF ws-cuo-fs = "00" OR ws-cuo-fs = "10"
               CLOSE cuotas
           END-IF.
           PERFORM 350-CALCULAR-TASAS.

      * Sin historia en un canal se toma la del otro; sin historia en
      * ninguno se proyecta el cobro completo. Lo cobrado de mas sobre
      * lo devengado no lleva la tasa por encima del cien por ciento
       350-CALCULAR-TASAS.
           IF w-dev-ventanilla > zero
               COMPUTE w-tasa-ventanilla ROUNDED =
                   w-cob-ventanilla * 100 / w-dev-ventanilla
           END-IF.
           IF w-dev-debito > zero
               COMPUTE w-tasa-debito ROUNDED =
                   w-cob-debito * 100 / w-dev-debito
           END-IF.
           IF w-dev-ventanilla = zero AND w-dev-debito = zero
               MOVE 100 TO w-tasa-ventanilla
               MOVE 100 TO w-tasa-debito
           END-IF.
           IF w-dev-ventanilla = zero AND w-dev-debito > zero
               MOVE w-tasa-debito TO w-tasa-ventanilla
           END-IF.
           IF w-dev-debito = zero AND w-dev-ventanilla > zero
               MOVE w-tasa-ventanilla TO w-tasa-debito
           END-IF.
           IF w-tasa-ventanilla > 100
               MOVE 100 TO w-tasa-ventanilla
           END-IF.
           IF w-tasa-debito > 100
               MOVE 100 TO w-tasa-debito
           END-IF.

      * ----------------------------------------------------------------
      * ULTIMA TARIFA CONOCIDA ANTES DEL PRIMER MES PROYECTADO
      * ----------------------------------------------------------------
      * tarifas.dat viene ordenado por periodo: la ultima leida de
      * cada categoria antes del inicio es la vigente
       400-TARIFAS-VIGENTES.
           MOVE zeros TO tar-periodo.
           MOVE low-values TO tar-categoria.
           move zero to sen.
           START tarifas KEY IS NOT < tar-clave INVALID KEY
                   move 1 to sen
           END-START.
           PERFORM UNTIL fin-de-archivo
               READ tarifas NEXT AT END move 1 to sen
                   NOT AT END
                       IF tar-periodo >= w-inicio
                           move 1 to sen
                       ELSE
                           PERFORM VARYING w-k FROM 1 BY 1
                                   UNTIL w-k > 4
                               IF tca-categoria(w-k) = tar-categoria
                                   MOVE tar-importe
                                       TO tca-ult-tarifa(w-k)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

      * ----------------------------------------------------------------
      * CUOTAS DE CONVENIO QUE VENCEN EN LOS MESES PROYECTADOS
      * ----------------------------------------------------------------
      * Las cuotas impagas de un convenio vigente vencen mes a mes
      * desde cvn-primer-venc; las ya vencidas son atraso y no se
      * proyectan
       500-CUOTAS-CONVENIO.
           OPEN INPUT convenios.
           IF ws-cvn-fs NOT = "00"
               MOVE 1 TO sen
           ELSE
               move zero to sen
           END-IF.
           PERFORM UNTIL fin-de-archivo
               READ convenios NEXT AT END move 1 to sen
                   NOT AT END
                       IF convenio-vigente
                          AND cvn-primer-venc NOT = zeros
                           PERFORM 510-RECORRER-CUOTAS
                       END-IF
               END-READ
           END-PERFORM.
           IF ws-cvn-fs = "00" OR ws-cvn-fs = "10"
               CLOSE convenios
           END-IF.

       510-RECORRER-CUOTAS.
           MOVE cvn-primer-venc TO w-venc-num.
           PERFORM 520-CUOTA-CONVENIO
               VARYING w-c FROM 1 BY 1 UNTIL w-c > cvn-cant-cuotas.

       520-CUOTA-CONVENIO.
           IF w-c > cvn-cuotas-pagas
               MOVE w-venc-aaaa TO w-pa-aaaa
               MOVE w-venc-mm TO w-pa-mm
               PERFORM 160-BUSCAR-MES
               IF w-i > zero
                   ADD 1 TO tm-cvn-cuotas(w-i)
                   ADD cvn-imp-cuota TO tm-cvn-importe(w-i)
               END-IF
           END-IF.
           ADD 1 TO w-venc-mm.
           IF w-venc-mm > 12
               MOVE 1 TO w-venc-mm
               ADD 1 TO w-venc-aaaa
           END-IF.

      * ----------------------------------------------------------------
      * EMISION DE LA PROYECCION
      * ----------------------------------------------------------------
       800-EMITIR-PROYECCION.
           OPEN OUTPUT informe.
           MOVE w-inicio TO lti-inicio.
           MOVE w-meses TO lti-meses.
           MOVE w-hist-desde TO lta-desde.
           MOVE w-hist-hasta TO lta-hasta.
           MOVE w-tasa-ventanilla TO lta-ventanilla.
           MOVE w-tasa-debito TO lta-debito.
           DISPLAY lin-titulo.
           WRITE informe-lin FROM lin-titulo.
           DISPLAY lin-tasas.
           WRITE informe-lin FROM lin-tasas.
           WRITE informe-lin FROM lin-separador.
           DISPLAY lin-encabezado.
           WRITE informe-lin FROM lin-encabezado.
           PERFORM 820-EMITIR-MES
               VARYING w-i FROM 1 BY 1 UNTIL w-i > w-meses.
           WRITE informe-lin FROM lin-separador.
           PERFORM 880-TOTAL-CATEGORIA
               VARYING w-k FROM 1 BY 1 UNTIL w-k > 4.
           MOVE w-cvn-facturado TO ltc-facturado.
           MOVE w-cvn-cobrado TO ltc-cobrado.
           MOVE "CONVENIOS" TO ltc-categoria.
           DISPLAY lin-total-categoria.
           WRITE informe-lin FROM lin-total-categoria.
           MOVE w-tot-facturado TO lto-facturado.
           MOVE w-tot-cobrado TO lto-cobrado.
           DISPLAY lin-total.
           WRITE informe-lin FROM lin-total.
           WRITE informe-lin FROM lin-nota.
           CLOSE informe.
           display "Proyeccion generada en proyeccion.txt".

       820-EMITIR-MES.
           MOVE zero TO w-mes-facturado.
           MOVE zero TO w-mes-cobrado.
           PERFORM 830-EMITIR-CATEGORIA
               VARYING w-k FROM 1 BY 1 UNTIL w-k > 4.
           MOVE tm-cvn-importe(w-i) TO w-facturado.
           COMPUTE w-cobrado ROUNDED =
               w-facturado * w-tasa-ventanilla / 100.
           ADD w-facturado TO w-cvn-facturado.
           ADD w-cobrado TO w-cvn-cobrado.
           ADD w-facturado TO w-mes-facturado.
           ADD w-cobrado TO w-mes-cobrado.
           MOVE tm-periodo(w-i) TO lcv-periodo.
           MOVE tm-cvn-cuotas(w-i) TO lcv-cuotas.
           MOVE w-facturado TO lcv-facturado.
           MOVE w-cobrado TO lcv-cobrado.
           DISPLAY lin-convenio.
           WRITE informe-lin FROM lin-convenio.
           MOVE tm-periodo(w-i) TO ltm-periodo.
           MOVE w-mes-facturado TO ltm-facturado.
           MOVE w-mes-cobrado TO ltm-cobrado.
           DISPLAY lin-total-mes.
           WRITE informe-lin FROM lin-total-mes.
           ADD w-mes-facturado TO w-tot-facturado.
           ADD w-mes-cobrado TO w-tot-cobrado.

      * La tarifa del periodo, si esta cargada, pasa a ser la ultima
      * conocida para los meses siguientes
       830-EMITIR-CATEGORIA.
           MOVE "*" TO w-tarifa-supuesta.
           IF tarifas-disponible
               MOVE tm-periodo(w-i) TO tar-periodo
               MOVE tca-categoria(w-k) TO tar-categoria
               READ tarifas INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE tar-importe TO tca-ult-tarifa(w-k)
                       MOVE space TO w-tarifa-supuesta
               END-READ
           END-IF.
           MOVE tca-ult-tarifa(w-k) TO w-tarifa.
           COMPUTE w-fact-ventanilla = tca-socios(w-k, 1) * w-tarifa.
           COMPUTE w-fact-debito = tca-socios(w-k, 2) * w-tarifa.
           COMPUTE w-facturado = w-fact-ventanilla + w-fact-debito.
           COMPUTE w-cobrado ROUNDED =
               w-fact-ventanilla * w-tasa-ventanilla / 100
               + w-fact-debito * w-tasa-debito / 100.
           ADD w-facturado TO tca-facturado(w-k).
           ADD w-cobrado TO tca-cobrado(w-k).
           ADD w-facturado TO w-mes-facturado.
           ADD w-cobrado TO w-mes-cobrado.
           MOVE tm-periodo(w-i) TO lde-periodo.
           PERFORM 850-NOMBRE-CATEGORIA.
           MOVE w-tarifa-supuesta TO lde-supuesta.
           MOVE tca-socios(w-k, 1) TO lde-ventanilla.
           MOVE tca-socios(w-k, 2) TO lde-debito.
           MOVE w-tarifa TO lde-tarifa.
           MOVE w-facturado TO lde-facturado.
           MOVE w-cobrado TO lde-cobrado.
           DISPLAY lin-detalle.
           WRITE informe-lin FROM lin-detalle.

       850-NOMBRE-CATEGORIA.
           EVALUATE w-k
               WHEN 1 MOVE "TITULAR" TO lde-categoria
               WHEN 2 MOVE "FAMILIAR" TO lde-categoria
               WHEN 3 MOVE "JUBILADO" TO lde-categoria
               WHEN 4 MOVE "CADETE" TO lde-categoria
           END-EVALUATE.

       880-TOTAL-CATEGORIA.
           PERFORM 850-NOMBRE-CATEGORIA.
           MOVE lde-categoria TO ltc-categoria.
           MOVE tca-facturado(w-k) TO ltc-facturado.
           MOVE tca-cobrado(w-k) TO ltc-cobrado.
           DISPLAY lin-total-categoria.
           WRITE informe-lin FROM lin-total-categoria.

       END PROGRAM PROYECCION.
