      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Mantenimiento de tarifas.dat (clave periodo +
      *           categoria): alta, modificacion, consulta, listado
      *           por periodo y copia de las tarifas T/F/J/C de un
      *           periodo a un rango de periodos futuros aplicando un
      *           porcentaje de aumento. No se admiten cambios en
      *           periodos que ya tienen cargos devengados en
      *           cargos.dat. Cada cambio queda en audit.log
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABM-TARIFAS IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT tarifas ASSIGN TO "..\tarifas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is tar-clave
           LOCK MODE is AUTOMATIC
           FILE STATUS is ws-tar-fs.
           SELECT cargos ASSIGN TO "..\cargos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is car-clave
           FILE STATUS is ws-car-fs.
           SELECT OPTIONAL audit-log ASSIGN TO "..\audit.log"
           ORGANIZATION SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       fd  tarifas.
       01  tarifa-reg.
           03 tar-clave.
               05 tar-periodo pic 9(6).
               05 tar-categoria pic x.
                   88 tar-categoria-valida value "T" "F" "J" "C".
           03 tar-importe pic 9(6)v99.
           03 tar-vencimiento pic 9(8).
           03 tar-recargo pic 9(2)v99.
       fd  cargos.
       01  cargo-reg.
           03 car-clave.
               05 car-nro pic 9(6).
               05 car-periodo pic 9(6).
               05 car-concepto pic xx.
           03 car-importe pic 9(6)v99.
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
       77  w-opcion pic 9.
           88 salir value 6.
       77  ws-tar-fs pic xx.
       77  ws-car-fs pic xx.
       77  w-car-disp pic 9 value 0.
           88 cargos-disponible value 1.
       77  w-encontrado pic 9.
           88 tarifa-encontrada value 1.
       77  w-con-cargos pic 9.
           88 periodo-con-cargos value 1.
       77  w-evento pic x(8).
       77  w-periodo pic 9(6).
       77  w-per-origen pic 9(6).
       77  w-per-hasta pic 9(6).
       77  w-porcentaje pic 9(3)v99.
       77  w-i pic 9.
       77  w-desfase pic s9(3).
       77  w-meses-venc pic 9(6).
       77  w-cont-listados pic 9(4) value zero.
       77  w-cont-grabadas pic 9(4) value zero.
       77  w-cont-omitidas pic 9(4) value zero.
       01  w-categorias pic x(4) value "TFJC".
       01  w-cat-tabla redefines w-categorias.
           03 w-cat pic x OCCURS 4.
       01  tabla-origen.
           03 vec-origen OCCURS 4.
               05 to-existe pic 9.
               05 to-importe pic 9(6)v99.
               05 to-vencimiento pic 9(8).
               05 to-recargo pic 9(2)v99.
       01  w-per-aux.
           03 w-pa-aaaa pic 9(4).
           03 w-pa-mm pic 9(2).
       01  w-per-aux-num redefines w-per-aux pic 9(6).
       01  w-per-org.
           03 w-po-aaaa pic 9(4).
           03 w-po-mm pic 9(2).
       01  w-per-org-num redefines w-per-org pic 9(6).
       01  w-per-fin.
           03 w-pf-aaaa pic 9(4).
           03 w-pf-mm pic 9(2).
       01  w-per-fin-num redefines w-per-fin pic 9(6).
       01  w-venc.
           03 w-ve-aaaa pic 9(4).
           03 w-ve-mm pic 9(2).
           03 w-ve-dd pic 9(2).
       01  w-venc-num redefines w-venc pic 9(8).
       01  w-clave-audit.
           03 w-cla-periodo pic 9(6).
           03 w-cla-categoria pic x.
       01  lin-tarifa.
           03 filler pic x(5) value "PER. ".
           03 ltr-periodo pic 9(6).
           03 filler pic x(6) value " CAT. ".
           03 ltr-categoria pic x.
           03 filler pic x(10) value " IMPORTE ".
           03 ltr-importe pic zzzzz9.99.
           03 filler pic x(7) value " VENC. ".
           03 ltr-vencimiento pic 9(8).
           03 filler pic x(11) value " RECARGO % ".
           03 ltr-recargo pic z9.99.
       LINKAGE SECTION.
       01  lnk-operador pic x(8).
       PROCEDURE DIVISION USING lnk-operador.
       MAIN-PROCEDURE.
           PERFORM 100-ABRIR-TARIFAS.
           PERFORM 150-ABRIR-CARGOS.
           OPEN EXTEND audit-log.
           PERFORM with test after UNTIL salir
               PERFORM 200-MENU
               PERFORM 300-PROCESO-MENU
           END-PERFORM.
           CLOSE tarifas.
           IF cargos-disponible
               CLOSE cargos
           END-IF.
           CLOSE audit-log.
           GOBACK.

       100-ABRIR-TARIFAS.
           OPEN I-O tarifas.
           IF ws-tar-fs NOT = "00"
               OPEN OUTPUT tarifas
               CLOSE tarifas
               OPEN I-O tarifas
           END-IF.

      * Sin cargos.dat todavia no hay periodos devengados
       150-ABRIR-CARGOS.
           OPEN INPUT cargos.
           IF ws-car-fs = "00"
               MOVE 1 TO w-car-disp
           ELSE
               MOVE 0 TO w-car-disp
           END-IF.

       200-MENU.
           display "1 - Alta de tarifa".
           display "2 - Modificacion de tarifa".
           display "3 - Consulta de tarifa".
           display "4 - Listado de tarifas de un periodo".
           display "5 - Copia de un periodo con aumento".
           display "6 - Salir".
           ACCEPT w-opcion.

       300-PROCESO-MENU.
           EVALUATE w-opcion
               WHEN 1 PERFORM 500-ALTA-TARIFA
               WHEN 2 PERFORM 600-MODIFICAR-TARIFA
               WHEN 3 PERFORM 700-CONSULTA-TARIFA
               WHEN 4 PERFORM 750-LISTAR-PERIODO
               WHEN 5 PERFORM 800-COPIAR-PERIODO thru 800-F-COPIAR
               WHEN 6 NEXT SENTENCE
           END-EVALUATE.

       360-PIDO-CLAVE.
           display "Periodo (AAAAMM)"
           accept tar-periodo.
           display "Categoria (T/F/J/C)"
           accept tar-categoria.

       363-BUSCO-TARIFA.
           MOVE 0 TO w-encontrado.
           READ tarifas INVALID KEY
                           display "Tarifa no encontrada"
                        NOT INVALID KEY
                           MOVE 1 TO w-encontrado
           END-READ.
           IF ws-tar-fs = "51" OR ws-tar-fs = "99"
               display "Registro tomado por otro puesto, reintente"
               MOVE 0 TO w-encontrado
           END-IF.

      * Periodo con cargos devengados: cargos.dat esta ordenado por
      * socio, asi que se recorre hasta encontrar uno del periodo
       400-CONTROLAR-CARGOS.
           MOVE 0 TO w-con-cargos.
           IF cargos-disponible
               MOVE zeros TO car-clave
               move zero to sen
               START cargos KEY IS NOT < car-clave INVALID KEY
                       move 1 to sen
               END-START
               PERFORM UNTIL fin-de-archivo OR periodo-con-cargos
                   READ cargos NEXT AT END move 1 to sen
                       NOT AT END
                           IF car-periodo = w-periodo
                               MOVE 1 TO w-con-cargos
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       510-PIDO-DATOS-TARIFA.
           display "Importe de la cuota"
           accept tar-importe.
           display "Fecha de vencimiento (AAAAMMDD)"
           accept tar-vencimiento.
           display "Tasa de recargo % (ej 10.00)"
           accept tar-recargo.

      * ----------------------------------------------------------------
      * ALTA
      * ----------------------------------------------------------------
       500-ALTA-TARIFA.
           PERFORM 360-PIDO-CLAVE.
           IF tar-periodo = zero OR NOT tar-categoria-valida
               display "Periodo o categoria invalidos"
           ELSE
               MOVE tar-periodo TO w-periodo
               PERFORM 400-CONTROLAR-CARGOS
               IF periodo-con-cargos
                   display "El periodo ya tiene cargos devengados,"
                           " no admite cambios de tarifa"
               ELSE
                   MOVE w-periodo TO tar-periodo
                   PERFORM 510-PIDO-DATOS-TARIFA
                   WRITE tarifa-reg
                       INVALID KEY
                           display "La tarifa ya existe"
                       NOT INVALID KEY
                           display "Alta registrada"
                           MOVE "TAR-ALTA" TO w-evento
                           PERFORM 900-REGISTRAR-EVENTO
                   END-WRITE
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * MODIFICACION
      * ----------------------------------------------------------------
       600-MODIFICAR-TARIFA.
           PERFORM 360-PIDO-CLAVE.
           PERFORM 363-BUSCO-TARIFA.
           IF tarifa-encontrada
               MOVE tar-periodo TO w-periodo
               PERFORM 400-CONTROLAR-CARGOS
               IF periodo-con-cargos
                   display "El periodo ya tiene cargos devengados,"
                           " no admite cambios de tarifa"
               ELSE
                   PERFORM 720-MOSTRAR-TARIFA
                   PERFORM 510-PIDO-DATOS-TARIFA
                   REWRITE tarifa-reg
                       INVALID KEY
                           display "No se pudo modificar la tarifa"
                       NOT INVALID KEY
                           display "Modificacion registrada"
                           MOVE "TAR-MODI" TO w-evento
                           PERFORM 900-REGISTRAR-EVENTO
                   END-REWRITE
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * CONSULTA Y LISTADO
      * ----------------------------------------------------------------
       700-CONSULTA-TARIFA.
           PERFORM 360-PIDO-CLAVE.
           PERFORM 363-BUSCO-TARIFA.
           IF tarifa-encontrada
               PERFORM 720-MOSTRAR-TARIFA
           END-IF.

       720-MOSTRAR-TARIFA.
           MOVE tar-periodo TO ltr-periodo.
           MOVE tar-categoria TO ltr-categoria.
           MOVE tar-importe TO ltr-importe.
           MOVE tar-vencimiento TO ltr-vencimiento.
           MOVE tar-recargo TO ltr-recargo.
           DISPLAY lin-tarifa.

       750-LISTAR-PERIODO.
           display "Periodo a listar (AAAAMM)".
           accept w-periodo.
           MOVE w-periodo TO tar-periodo.
           MOVE spaces TO tar-categoria.
           move zero to sen.
           move zero to w-cont-listados.
           START tarifas KEY IS NOT < tar-clave INVALID KEY
                   move 1 to sen
           END-START.
           PERFORM UNTIL fin-de-archivo
               READ tarifas NEXT AT END move 1 to sen
               END-READ
               IF ws-tar-fs = "51" OR ws-tar-fs = "99"
                   display "Registro tomado por otro puesto, se"
                           " corta el listado; reintente luego"
                   move 1 to sen
               END-IF
               IF NOT fin-de-archivo
                   IF tar-periodo NOT = w-periodo
                       move 1 to sen
                   ELSE
                       PERFORM 720-MOSTRAR-TARIFA
                       ADD 1 TO w-cont-listados
                   END-IF
               END-IF
           END-PERFORM.
           display "Tarifas del periodo: " w-cont-listados.
           PERFORM 400-CONTROLAR-CARGOS.
           IF periodo-con-cargos
               display "Periodo con cargos devengados (cerrado a"
                       " cambios de tarifa)"
           END-IF.

      * ----------------------------------------------------------------
      * COPIA DE UN PERIODO A UN RANGO CON AUMENTO
      * ----------------------------------------------------------------
       800-COPIAR-PERIODO.
           display "Periodo origen (AAAAMM)".
           accept w-per-origen.
           display "Copiar desde el periodo (AAAAMM)".
           accept w-periodo.
           display "Copiar hasta el periodo (AAAAMM)".
           accept w-per-hasta.
           display "Porcentaje de aumento (ej 15.00)".
           accept w-porcentaje.
           MOVE w-per-origen TO w-per-org-num.
           MOVE w-periodo TO w-per-aux-num.
           MOVE w-per-hasta TO w-per-fin-num.
           IF w-po-mm < 1 OR w-po-mm > 12 OR w-po-aaaa = zero
              OR w-pa-mm < 1 OR w-pa-mm > 12 OR w-pa-aaaa = zero
              OR w-pf-mm < 1 OR w-pf-mm > 12 OR w-pf-aaaa = zero
               display "Periodo invalido"
               GO TO 800-F-COPIAR
           END-IF.
           IF w-per-aux-num NOT > w-per-origen
              OR w-per-hasta < w-per-aux-num
               display "Rango de periodos invalido"
               GO TO 800-F-COPIAR
           END-IF.
           PERFORM 810-CARGAR-ORIGEN.
           IF w-cont-listados = zero
               display "El periodo origen no tiene tarifas"
               GO TO 800-F-COPIAR
           END-IF.
           move zero to w-cont-grabadas.
           move zero to w-cont-omitidas.
           PERFORM UNTIL w-per-aux-num > w-per-hasta
               MOVE w-per-aux-num TO w-periodo
               PERFORM 400-CONTROLAR-CARGOS
               IF periodo-con-cargos
                   display "Periodo " w-periodo " con cargos"
                           " devengados, se omite"
                   ADD 1 TO w-cont-omitidas
               ELSE
                   PERFORM 830-COPIAR-CATEGORIA
                       VARYING w-i FROM 1 BY 1 UNTIL w-i > 4
               END-IF
               ADD 1 TO w-pa-mm
               IF w-pa-mm > 12
                   MOVE 1 TO w-pa-mm
                   ADD 1 TO w-pa-aaaa
               END-IF
           END-PERFORM.
           display "Tarifas grabadas:   " w-cont-grabadas.
           display "Periodos omitidos:  " w-cont-omitidas.
       800-F-COPIAR.
           EXIT.

       810-CARGAR-ORIGEN.
           move zero to w-cont-listados.
           PERFORM 815-CARGAR-CATEGORIA
               VARYING w-i FROM 1 BY 1 UNTIL w-i > 4.

       815-CARGAR-CATEGORIA.
           MOVE 0 TO to-existe(w-i).
           MOVE w-per-origen TO tar-periodo.
           MOVE w-cat(w-i) TO tar-categoria.
           READ tarifas
               NOT INVALID KEY
                   MOVE 1 TO to-existe(w-i)
                   MOVE tar-importe TO to-importe(w-i)
                   MOVE tar-vencimiento TO to-vencimiento(w-i)
                   MOVE tar-recargo TO to-recargo(w-i)
                   ADD 1 TO w-cont-listados
           END-READ.

      * El vencimiento conserva el dia y la distancia en meses que
      * tenia respecto de su periodo en el origen
       830-COPIAR-CATEGORIA.
           IF to-existe(w-i) = 1
               MOVE w-periodo TO tar-periodo
               MOVE w-cat(w-i) TO tar-categoria
               READ tarifas
                   INVALID KEY
                       MOVE 0 TO w-encontrado
                   NOT INVALID KEY
                       MOVE 1 TO w-encontrado
               END-READ
               IF ws-tar-fs = "51" OR ws-tar-fs = "99"
                   display "Registro tomado por otro puesto, no se"
                           " copia " w-periodo " " w-cat(w-i)
               ELSE
                   MOVE w-periodo TO tar-periodo
                   MOVE w-cat(w-i) TO tar-categoria
                   COMPUTE tar-importe ROUNDED = to-importe(w-i)
                       * (100 + w-porcentaje) / 100
                   MOVE to-recargo(w-i) TO tar-recargo
                   PERFORM 840-CALCULAR-VENCIMIENTO
                   IF tarifa-encontrada
                       REWRITE tarifa-reg
                           INVALID KEY
                               display "No se pudo modificar la tarifa "
                                       w-periodo " " w-cat(w-i)
                           NOT INVALID KEY
                               PERFORM 835-COPIA-GRABADA
                       END-REWRITE
                   ELSE
                       WRITE tarifa-reg
                           INVALID KEY
                               display "No se pudo grabar la tarifa "
                                       w-periodo " " w-cat(w-i)
                           NOT INVALID KEY
                               PERFORM 835-COPIA-GRABADA
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

       835-COPIA-GRABADA.
           ADD 1 TO w-cont-grabadas.
           MOVE "TAR-COPI" TO w-evento.
           PERFORM 900-REGISTRAR-EVENTO.

       840-CALCULAR-VENCIMIENTO.
           IF to-vencimiento(w-i) = zero
               MOVE zero TO tar-vencimiento
           ELSE
               MOVE to-vencimiento(w-i) TO w-venc-num
               COMPUTE w-desfase = (w-ve-aaaa - w-po-aaaa) * 12
                   + w-ve-mm - w-po-mm
               COMPUTE w-meses-venc = w-pa-aaaa * 12 + w-pa-mm - 1
                   + w-desfase
               DIVIDE w-meses-venc BY 12 GIVING w-ve-aaaa
                   REMAINDER w-ve-mm
               ADD 1 TO w-ve-mm
               EVALUATE w-ve-mm
                   WHEN 2
                       IF w-ve-dd > 28
                           MOVE 28 TO w-ve-dd
                       END-IF
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       IF w-ve-dd > 30
                           MOVE 30 TO w-ve-dd
                       END-IF
               END-EVALUATE
               MOVE w-venc-num TO tar-vencimiento
           END-IF.

       900-REGISTRAR-EVENTO.
           MOVE tar-periodo TO w-cla-periodo.
           MOVE tar-categoria TO w-cla-categoria.
           MOVE spaces TO audit-reg.
           MOVE w-evento TO au-tipo.
           MOVE w-clave-audit TO au-valor.
           ACCEPT au-fecha FROM DATE YYYYMMDD.
           ACCEPT au-hora FROM TIME.
           MOVE "REGISTRADA" TO au-estado.
           MOVE lnk-operador TO au-operador.
           WRITE audit-reg.

       END PROGRAM ABM-TARIFAS.
