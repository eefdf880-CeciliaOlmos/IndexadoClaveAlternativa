      * Purpose:  Devengamiento mensual: genera en cargos.dat la cuota
      *           esperada de cada socio activo para un periodo, con el
      *           importe de la tarifa de su categoria (tarifas.dat,
      *           clave periodo + categoria). Deja en grupos.txt el
      *           total devengado de cada grupo familiar (titular y
      *           familiares de grupo.dat) para el aviso consolidado.
      *           Junto con la cuota social (concepto "CS") genera el
      *           cargo de cada actividad en que el socio esta
      *           inscripto (inscripciones.dat / actividades.dat).
      *           Si el socio tiene saldo a favor en cuotas.dat se
      *           aplica a cada cargo nuevo como pago de canal "S".
      *           No devenga un periodo cerrado (cierres.dat). El
      *           socio cuya categoria no tiene tarifa del periodo se
      *           omite y se informa: la tarifa se carga con
      *           ABM-TARIFAS y se vuelve a correr el devengamiento
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
           record KEY is car-clave
           FILE STATUS is ws-car-fs.
           SELECT actividades ASSIGN TO "..\actividades.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is act-codigo
           FILE STATUS is ws-act-fs.
           SELECT inscripciones ASSIGN TO "..\inscripciones.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is ins-clave
           FILE STATUS is ws-ins-fs.
           SELECT cuotas ASSIGN TO "..\cuotas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cuo-clave
           FILE STATUS is ws-cuo-fs.
           SELECT grupo ASSIGN TO "..\grupo.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is grp-familiar
           ALTERNATE record key is grp-titular WITH DUPLICATES
           FILE STATUS is ws-grp-fs.
           SELECT listado-grupos ASSIGN TO "..\grupos.txt"
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
       fd  tarifas.
       01  tarifa-reg.
           03 tar-clave.
           03 car-clave.
               05 car-nro pic 9(6).
               05 car-periodo pic 9(6).
               05 car-concepto pic xx.
           03 car-importe pic 9(6)v99.
       fd  actividades.
       01  act-reg.
           03 act-codigo pic xx.
           03 act-descripcion pic x(20).
           03 act-importe pic 9(6)v99.
           03 act-mes-desde pic 99.
           03 act-mes-hasta pic 99.
           03 act-estado pic x.
               88 actividad-vigente value "A".
       fd  inscripciones.
       01  ins-reg.
           03 ins-clave.
               05 ins-socio pic 9(6).
               05 ins-actividad pic xx.
           03 ins-fecha-alta pic 9(8).
           03 ins-fecha-baja pic 9(8).
           03 ins-estado pic x.
               88 inscripcion-vigente value "A".
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
           03 cuo-tipo pic x.
               88 pago-normal value "P".
               88 contraasiento value "A".
           03 cuo-estado pic x.
               88 pago-vigente value "V".
               88 pago-anulado value "N".
           03 cuo-concepto pic xx.
       fd  grupo.
       01  grp-reg.
           03 grp-familiar pic 9(6).
           03 grp-titular pic 9(6).
           03 grp-fecha-alta pic 9(8).
       fd  listado-grupos.
       01  listado-grupos-lin pic x(80).
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
       77  ws-tar-fs pic xx.
       77  ws-car-fs pic xx.
       77  w-periodo pic 9(6).
       77  w-categoria pic x.
       77  w-cont-generados pic 9(6) value zero.
       77  w-cont-existentes pic 9(6) value zero.
       77  w-cont-sin-tarifa pic 9(6) value zero.
       77  w-tar-encontrada pic 9 value 0.
           88 tarifa-encontrada value 1.
       77  w-c pic 9.
       77  ws-grp-fs pic xx.
       77  sen-grupo pic 9.
           88  fin-de-grupo value 1.
       77  w-titular pic 9(6) value zero.
       77  w-integrantes pic 9(3) value zero.
       77  w-total-grupo pic 9(8)v99 value zero.
       77  w-cont-grupos pic 9(6) value zero.
       77  ws-act-fs pic xx.
       77  ws-ins-fs pic xx.
       77  w-act-disp pic 9 value 0.
           88 actividades-disponible value 1.
       77  sen-ins pic 9.
           88  fin-de-inscripciones value 1.
       77  sen-car pic 9.
           88  fin-de-cargos value 1.
       77  w-en-temporada pic 9.
           88 mes-en-temporada value 1.
       77  w-socio-grupo pic 9(6).
       77  w-act-generados pic 9(6) value zero.
       77  w-act-existentes pic 9(6) value zero.
       77  ws-cuo-fs pic xx.
       77  sen-cuotas pic 9.
           88  fin-de-cuotas value 1.
       77  w-saldo-favor pic s9(8)v99 value zero.
       77  w-pagado pic 9(8)v99 value zero.
       77  w-aplicar pic 9(6)v99 value zero.
       77  w-sec-libre pic 9(2) value zero.
       77  w-fecha-hoy pic 9(8).
       77  w-cont-aplicados pic 9(6) value zero.
       77  w-imp-aplicado pic 9(8)v99 value zero.
       77  ws-cie-fs pic xx.
       77  w-cie-disp pic 9 value 0.
           88 cierres-disponible value 1.
       77  w-per-control pic 9(6).
       77  w-per-cerrado pic 9 value 0.
           88 periodo-cerrado value 1.
       01  w-cat-avisadas.
           03 w-cat-avisada pic x OCCURS 4.
       01  w-fecha-control.
           03 w-fco-periodo pic 9(6).
           03 w-fco-dia pic 99.
       01  w-periodo-r.
           03 w-per-aaaa pic 9(4).
           03 w-per-mm pic 99.
       01  lin-titulo-grupos.
           03 filler pic x(36)
               value "DEVENGADO POR GRUPO FAMILIAR - PER. ".
           03 ltg-periodo pic 9(6).
       01  lin-grupo.
           03 filler pic x(8) value "TITULAR ".
           03 lgr-titular pic zzzzz9.
           03 filler pic x value space.
           03 lgr-apell pic x(10).
           03 filler pic x value space.
           03 lgr-nom pic x(10).
           03 filler pic x(13) value " INTEGRANTES ".
           03 lgr-integrantes pic zz9.
           03 filler pic x(7) value " TOTAL ".
           03 lgr-total pic zzzzzz9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           display "DEVENGAMIENTO MENSUAL DE CUOTAS".
           display "Ingrese periodo a devengar (AAAAMM)".
           accept w-periodo.
           PERFORM 050-CONTROLAR-CIERRES.
           IF periodo-cerrado
               display "Devengamiento cancelado"
               GOBACK
           END-IF.
           PERFORM 100-ABRIR-TARIFAS.
           PERFORM 200-ABRIR-CARGOS.
           PERFORM 300-ABRIR-ACTIVIDADES.
           PERFORM 400-ABRIR-CUOTAS.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE w-periodo TO w-periodo-r.
           MOVE spaces TO w-cat-avisadas.
           OPEN INPUT socios.
           move zero to sen.
           PERFORM UNTIL fin-de-archivo
               READ socios NEXT AT END move 1 to sen
                   NOT AT END
                       IF NOT no-quiere-mas AND socio-activo
                           PERFORM 800-CALCULAR-SALDO-FAVOR
                           PERFORM 500-GENERAR-CARGO
                               thru 500-F-GENERAR-CARGO
                           IF actividades-disponible
                               PERFORM 600-GENERAR-ACTIVIDADES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 700-RESUMEN-GRUPOS.
           CLOSE socios.
           CLOSE tarifas.
           CLOSE cargos.
           CLOSE cuotas.
           IF actividades-disponible
               CLOSE actividades
               CLOSE inscripciones
           END-IF.
           display "Cargos generados:     " w-cont-generados.
           display "Cargos ya existentes: " w-cont-existentes.
           display "Socios sin tarifa:    " w-cont-sin-tarifa.
           display "Actividades generadas:" w-act-generados.
           display "Actividades ya exist.:" w-act-existentes.
           display "Cargos con saldo a favor aplicado: "
                   w-cont-aplicados.
           display "Saldo a favor aplicado: " w-imp-aplicado.
           GOBACK.

      * Los cargos se generan en el periodo pedido y el saldo a favor
      * se aplica con fecha de hoy: ninguno de los dos periodos puede
      * estar cerrado
       050-CONTROLAR-CIERRES.
           OPEN INPUT cierres.
           MOVE 0 TO w-cie-disp.
           IF ws-cie-fs = "00"
               MOVE 1 TO w-cie-disp
           END-IF.
           OPEN EXTEND audit-log.
           MOVE w-periodo TO w-per-control.
           PERFORM 950-CONTROLAR-CIERRE.
           IF NOT periodo-cerrado
               ACCEPT w-fecha-control FROM DATE YYYYMMDD
               MOVE w-fco-periodo TO w-per-control
               PERFORM 950-CONTROLAR-CIERRE
           END-IF.
           CLOSE audit-log.
           IF cierres-disponible
               CLOSE cierres
           END-IF.

       100-ABRIR-TARIFAS.
           OPEN I-O tarifas.
           IF ws-tar-fs NOT = "00"
               OPEN I-O cargos
           END-IF.

      * Sin inscripciones no hay actividades que devengar
       300-ABRIR-ACTIVIDADES.
           MOVE 0 TO w-act-disp.
           OPEN INPUT inscripciones.
           IF ws-ins-fs = "00"
               OPEN INPUT actividades
               IF ws-act-fs = "00"
                   MOVE 1 TO w-act-disp
               ELSE
                   CLOSE inscripciones
               END-IF
           END-IF.

       400-ABRIR-CUOTAS.
           OPEN I-O cuotas.
           IF ws-cuo-fs NOT = "00"
               OPEN OUTPUT cuotas
               CLOSE cuotas
               OPEN I-O cuotas
           END-IF.

       500-GENERAR-CARGO.
           PERFORM 510-BUSCAR-TARIFA.
           IF NOT tarifa-encontrada
               ADD 1 TO w-cont-sin-tarifa
               GO TO 500-F-GENERAR-CARGO
           END-IF.
           MOVE soc-nro TO car-nro.
           MOVE w-periodo TO car-periodo.
           MOVE "CS" TO car-concepto.
           MOVE tar-importe TO car-importe.
           WRITE cargo-reg
               INVALID KEY
                   ADD 1 TO w-cont-existentes
               NOT INVALID KEY
                   ADD 1 TO w-cont-generados
                   IF w-saldo-favor > zero
                       PERFORM 850-APLICAR-SALDO-FAVOR
                           thru 850-F-APLICAR-SALDO-FAVOR
                   END-IF
           END-WRITE.
       500-F-GENERAR-CARGO.
           EXIT.

      * Las tarifas se cargan solo con ABM-TARIFAS, que las audita: la
      * que falta se avisa una vez por categoria y sus socios quedan
      * sin cuota social hasta la proxima corrida
       510-BUSCAR-TARIFA.
           MOVE 1 TO w-tar-encontrada.
           MOVE w-periodo TO tar-periodo.
           MOVE soc-categoria TO tar-categoria.
           IF NOT categoria-titular AND NOT categoria-familiar AND
           END-IF.
           MOVE tar-categoria TO w-categoria.
           READ tarifas INVALID KEY
                   MOVE 0 TO w-tar-encontrada
                   PERFORM 515-AVISAR-SIN-TARIFA
           END-READ.

       515-AVISAR-SIN-TARIFA.
           EVALUATE w-categoria
               WHEN "F" MOVE 2 TO w-c
               WHEN "J" MOVE 3 TO w-c
               WHEN "C" MOVE 4 TO w-c
               WHEN OTHER MOVE 1 TO w-c
           END-EVALUATE.
           IF w-cat-avisada(w-c) = space
               MOVE "S" TO w-cat-avisada(w-c)
               display "Sin tarifa del periodo para la categoria "
                       w-categoria ", cargar con ABM-TARIFAS"
           END-IF.

      * ----------------------------------------------------------------
      * CARGOS DE ACTIVIDADES
      * ----------------------------------------------------------------
      * Un cargo por cada inscripcion vigente del socio cuya actividad
      * este vigente y el mes del periodo caiga en su temporada
       600-GENERAR-ACTIVIDADES.
           MOVE soc-nro TO ins-socio.
           MOVE low-values TO ins-actividad.
           move zero to sen-ins.
           START inscripciones KEY IS NOT < ins-clave INVALID KEY
                   move 1 to sen-ins
           END-START.
           PERFORM UNTIL fin-de-inscripciones
               READ inscripciones NEXT AT END move 1 to sen-ins
                   NOT AT END
                       IF ins-socio NOT = soc-nro
                           move 1 to sen-ins
                       ELSE
                           IF inscripcion-vigente
                               PERFORM 610-GENERAR-ACTIVIDAD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       610-GENERAR-ACTIVIDAD.
           MOVE ins-actividad TO act-codigo.
           READ actividades INVALID KEY
                   display "Actividad " ins-actividad " inexistente,"
                           " socio " soc-nro
                NOT INVALID KEY
                   PERFORM 620-CONTROLAR-TEMPORADA
                   IF actividad-vigente AND mes-en-temporada
                       MOVE soc-nro TO car-nro
                       MOVE w-periodo TO car-periodo
                       MOVE act-codigo TO car-concepto
                       MOVE act-importe TO car-importe
                       WRITE cargo-reg
                           INVALID KEY
                               ADD 1 TO w-act-existentes
                           NOT INVALID KEY
                               ADD 1 TO w-act-generados
                               IF w-saldo-favor > zero
                                   PERFORM 850-APLICAR-SALDO-FAVOR
                                       thru 850-F-APLICAR-SALDO-FAVOR
                               END-IF
                       END-WRITE
                   END-IF
           END-READ.

      * Temporada 00-00 es todo el anio; desde > hasta cruza el anio
      * (pileta de diciembre a marzo)
       620-CONTROLAR-TEMPORADA.
           MOVE 0 TO w-en-temporada.
           IF act-mes-desde = zero OR act-mes-hasta = zero
               MOVE 1 TO w-en-temporada
           ELSE
               IF act-mes-desde NOT > act-mes-hasta
                   IF w-per-mm NOT < act-mes-desde AND
                      w-per-mm NOT > act-mes-hasta
                       MOVE 1 TO w-en-temporada
                   END-IF
               ELSE
                   IF w-per-mm NOT < act-mes-desde OR
                      w-per-mm NOT > act-mes-hasta
                       MOVE 1 TO w-en-temporada
                   END-IF
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * TOTAL DEVENGADO POR GRUPO FAMILIAR
      * ----------------------------------------------------------------
      * grupo.dat se recorre por titular; el corte de control suma el
      * cargo del periodo del titular y de cada familiar
       700-RESUMEN-GRUPOS.
           OPEN INPUT grupo.
           IF ws-grp-fs = "00"
               OPEN OUTPUT listado-grupos
               MOVE w-periodo TO ltg-periodo
               WRITE listado-grupos-lin FROM lin-titulo-grupos
               MOVE zero TO w-titular
               MOVE zeros TO grp-titular
               move zero to sen-grupo
               START grupo KEY IS NOT < grp-titular INVALID KEY
                       move 1 to sen-grupo
               END-START
               PERFORM UNTIL fin-de-grupo
                   READ grupo NEXT AT END move 1 to sen-grupo
                       NOT AT END
                           IF grp-titular NOT = w-titular
                               PERFORM 720-CERRAR-GRUPO
                               PERFORM 710-ABRIR-GRUPO
                           END-IF
                           MOVE grp-familiar TO car-nro
                           PERFORM 730-SUMAR-CARGO
                   END-READ
               END-PERFORM
               PERFORM 720-CERRAR-GRUPO
               CLOSE grupo
               CLOSE listado-grupos
               display "Grupos familiares:    " w-cont-grupos
           END-IF.

       710-ABRIR-GRUPO.
           MOVE grp-titular TO w-titular.
           MOVE zero TO w-integrantes.
           MOVE zero TO w-total-grupo.
           MOVE w-titular TO car-nro.
           PERFORM 730-SUMAR-CARGO.

       720-CERRAR-GRUPO.
           IF w-titular NOT = zero
               MOVE w-titular TO soc-nro
               MOVE spaces TO soc-nom
               MOVE spaces TO soc-apell
               READ socios INVALID KEY
                       CONTINUE
               END-READ
               MOVE w-titular TO lgr-titular
               MOVE soc-apell TO lgr-apell
               MOVE soc-nom TO lgr-nom
               MOVE w-integrantes TO lgr-integrantes
               MOVE w-total-grupo TO lgr-total
               WRITE listado-grupos-lin FROM lin-grupo
               ADD 1 TO w-cont-grupos
           END-IF.

      * Suma todos los conceptos del periodo del integrante
       730-SUMAR-CARGO.
           ADD 1 TO w-integrantes.
           MOVE car-nro TO w-socio-grupo.
           MOVE w-periodo TO car-periodo.
           MOVE low-values TO car-concepto.
           move zero to sen-car.
           START cargos KEY IS NOT < car-clave INVALID KEY
                   move 1 to sen-car
           END-START.
           PERFORM UNTIL fin-de-cargos
               READ cargos NEXT AT END move 1 to sen-car
                   NOT AT END
                       IF car-nro NOT = w-socio-grupo
                          OR car-periodo NOT = w-periodo
                           move 1 to sen-car
                       ELSE
                           ADD car-importe TO w-total-grupo
                       END-IF
               END-READ
           END-PERFORM.

      * ----------------------------------------------------------------
      * APLICACION DEL SALDO A FAVOR
      * ----------------------------------------------------------------
      * Saldo a favor del socio en soc-reg: lo recibido como concepto
      * "SF" menos lo ya aplicado a cargos (canal "S")
       800-CALCULAR-SALDO-FAVOR.
           MOVE zero TO w-saldo-favor.
           MOVE soc-nro TO cuo-nro.
           MOVE zeros TO cuo-periodo.
           MOVE zeros TO cuo-secuencia.
           move zero to sen-cuotas.
           START cuotas KEY IS NOT < cuo-clave INVALID KEY
                   move 1 to sen-cuotas
           END-START.
           PERFORM UNTIL fin-de-cuotas
               READ cuotas NEXT AT END move 1 to sen-cuotas
                   NOT AT END
                       IF cuo-nro NOT = soc-nro
                           move 1 to sen-cuotas
                       ELSE
                           IF pago-normal AND pago-vigente
                               IF cuo-concepto = "SF"
                                   ADD cuo-importe TO w-saldo-favor
                               END-IF
                               IF canal-saldo
                                   SUBTRACT cuo-importe
                                       FROM w-saldo-favor
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * El cargo recien grabado en cargo-reg se cubre con el saldo a
      * favor hasta donde alcance, descontando lo que ya tuviera
      * pagado el concepto en el periodo
       850-APLICAR-SALDO-FAVOR.
           PERFORM 860-BUSCAR-SECUENCIA.
           IF w-pagado NOT < car-importe
               GO TO 850-F-APLICAR-SALDO-FAVOR
           END-IF.
           COMPUTE w-aplicar = car-importe - w-pagado.
           IF w-aplicar > w-saldo-favor
               MOVE w-saldo-favor TO w-aplicar
           END-IF.
           MOVE car-nro TO cuo-nro.
           MOVE car-periodo TO cuo-periodo.
           MOVE w-sec-libre TO cuo-secuencia.
           MOVE w-fecha-hoy TO cuo-fecha-pago.
           MOVE w-aplicar TO cuo-importe.
           MOVE zeros TO cuo-comprobante.
           MOVE "BATCH" TO cuo-operador.
           MOVE "S" TO cuo-canal.
           MOVE "P" TO cuo-tipo.
           MOVE "V" TO cuo-estado.
           MOVE car-concepto TO cuo-concepto.
           WRITE cuota-reg
               INVALID KEY
                   display "No se pudo aplicar el saldo a favor del"
                           " socio " car-nro
               NOT INVALID KEY
                   SUBTRACT w-aplicar FROM w-saldo-favor
                   ADD 1 TO w-cont-aplicados
                   ADD w-aplicar TO w-imp-aplicado
           END-WRITE.
       850-F-APLICAR-SALDO-FAVOR.
           EXIT.

      * Proxima secuencia libre del periodo y lo ya pagado del
      * concepto del cargo
       860-BUSCAR-SECUENCIA.
           MOVE 01 TO w-sec-libre.
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
                           COMPUTE w-sec-libre = cuo-secuencia + 1
                           IF pago-normal AND pago-vigente
                              AND cuo-concepto = car-concepto
                               ADD cuo-importe TO w-pagado
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

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
           MOVE "BATCH" TO au-operador.
           WRITE audit-reg.

       END PROGRAM DEVENGAR.
