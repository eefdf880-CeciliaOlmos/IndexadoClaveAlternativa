      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Cierre y reapertura de periodos (cierres.dat). Un
      *           periodo cerrado ya fue informado a la comision
      *           directiva: CUOTAS, CONVENIOS, DEBITO-BANCO, DEVENGAR
      *           y la fusion de DUPLI-SOCIOS no graban ni modifican
      *           pagos, cargos ni comprobantes que pertenezcan a el
      *           o esten fechados en el. Solo un operador con rol
      *           administrador (operadores.dat) puede reabrirlo. Cada
      *           cierre y reapertura queda en audit.log
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-PERIODOS IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cierres ASSIGN TO "..\cierres.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cie-periodo
           LOCK MODE is AUTOMATIC
           FILE STATUS is ws-cie-fs.
           SELECT operadores ASSIGN TO "..\operadores.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is ope-codigo
           FILE STATUS is ws-ope-fs.
           SELECT OPTIONAL audit-log ASSIGN TO "..\audit.log"
           ORGANIZATION SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       fd  cierres.
       01  cierre-reg.
           03 cie-periodo pic 9(6).
           03 cie-estado pic x.
               88 estado-cerrado value "C".
               88 estado-abierto value "A".
           03 cie-fecha pic 9(8).
           03 cie-operador pic x(8).
       fd  operadores.
       01  ope-reg.
           03 ope-codigo pic x(8).
           03 ope-nombre pic x(20).
           03 ope-password pic x(8).
           03 ope-rol pic x.
               88 rol-administrador value "A".
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
           88 salir value 4.
       77  ws-cie-fs pic xx.
       77  ws-ope-fs pic xx.
       77  w-encontrado pic 9.
           88 cierre-encontrado value 1.
       77  w-admin pic 9 value 0.
           88 operador-admin value 1.
       77  w-evento pic x(8).
       77  w-estado-evento pic x(15).
       77  w-fecha-hoy pic 9(8).
       77  w-cont-listados pic 9(4) value zero.
       01  w-per-aux.
           03 w-pa-aaaa pic 9(4).
           03 w-pa-mm pic 9(2).
       01  w-per-aux-num redefines w-per-aux pic 9(6).
       01  lin-cierre.
           03 filler pic x(5) value "PER. ".
           03 lci-periodo pic 9(6).
           03 filler pic x value space.
           03 lci-estado pic x(8).
           03 filler pic x(7) value " FECHA ".
           03 lci-fecha pic 9(8).
           03 filler pic x(10) value " OPERADOR ".
           03 lci-operador pic x(8).
       LINKAGE SECTION.
       01  lnk-operador pic x(8).
       PROCEDURE DIVISION USING lnk-operador.
       MAIN-PROCEDURE.
           PERFORM 100-ABRIR-CIERRES.
           PERFORM 150-CONTROLAR-ROL.
           OPEN EXTEND audit-log.
           PERFORM with test after UNTIL salir
               PERFORM 200-MENU
               PERFORM 300-PROCESO-MENU
           END-PERFORM.
           CLOSE cierres.
           CLOSE audit-log.
           GOBACK.

       100-ABRIR-CIERRES.
           OPEN I-O cierres.
           IF ws-cie-fs NOT = "00"
               OPEN OUTPUT cierres
               CLOSE cierres
               OPEN I-O cierres
           END-IF.

      * La reapertura queda reservada al rol administrador del
      * operador que ingreso al sistema
       150-CONTROLAR-ROL.
           MOVE 0 TO w-admin.
           OPEN INPUT operadores.
           IF ws-ope-fs = "00"
               MOVE lnk-operador TO ope-codigo
               READ operadores INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF rol-administrador
                           MOVE 1 TO w-admin
                       END-IF
               END-READ
               CLOSE operadores
           END-IF.

       200-MENU.
           display "1 - Cerrar periodo".
           display "2 - Reabrir periodo".
           display "3 - Listado de cierres".
           display "4 - Salir".
           ACCEPT w-opcion.

       300-PROCESO-MENU.
           EVALUATE w-opcion
               WHEN 1 PERFORM 500-CERRAR-PERIODO
                           thru 500-F-CERRAR-PERIODO
               WHEN 2 PERFORM 600-REABRIR-PERIODO
                           thru 600-F-REABRIR-PERIODO
               WHEN 3 PERFORM 700-LISTAR-CIERRES
               WHEN 4 NEXT SENTENCE
           END-EVALUATE.

       360-PIDO-PERIODO.
           display "Periodo (AAAAMM)".
           accept w-per-aux-num.

       363-BUSCO-CIERRE.
           MOVE 0 TO w-encontrado.
           MOVE w-per-aux-num TO cie-periodo.
           READ cierres INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 1 TO w-encontrado
           END-READ.
           IF ws-cie-fs = "51" OR ws-cie-fs = "99"
               display "Registro tomado por otro puesto, reintente"
           END-IF.

      * ----------------------------------------------------------------
      * CIERRE
      * ----------------------------------------------------------------
       500-CERRAR-PERIODO.
           PERFORM 360-PIDO-PERIODO.
           IF w-pa-mm < 1 OR w-pa-mm > 12 OR w-pa-aaaa = zero
               display "Periodo invalido"
               GO TO 500-F-CERRAR-PERIODO
           END-IF.
           PERFORM 363-BUSCO-CIERRE.
           IF ws-cie-fs = "51" OR ws-cie-fs = "99"
               GO TO 500-F-CERRAR-PERIODO
           END-IF.
           IF cierre-encontrado AND estado-cerrado
               display "El periodo ya esta cerrado"
               GO TO 500-F-CERRAR-PERIODO
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE w-per-aux-num TO cie-periodo.
           MOVE "C" TO cie-estado.
           MOVE w-fecha-hoy TO cie-fecha.
           MOVE lnk-operador TO cie-operador.
           IF cierre-encontrado
               REWRITE cierre-reg
                   INVALID KEY
                       display "No se pudo cerrar el periodo"
                   NOT INVALID KEY
                       display "Periodo cerrado"
                       MOVE "PER-CIER" TO w-evento
                       MOVE "REGISTRADA" TO w-estado-evento
                       PERFORM 900-REGISTRAR-EVENTO
               END-REWRITE
           ELSE
               WRITE cierre-reg
                   INVALID KEY
                       display "No se pudo cerrar el periodo"
                   NOT INVALID KEY
                       display "Periodo cerrado"
                       MOVE "PER-CIER" TO w-evento
                       MOVE "REGISTRADA" TO w-estado-evento
                       PERFORM 900-REGISTRAR-EVENTO
               END-WRITE
           END-IF.
       500-F-CERRAR-PERIODO.
           EXIT.

      * ----------------------------------------------------------------
      * REAPERTURA
      * ----------------------------------------------------------------
      * El registro se conserva con estado "A" para que quede a la
      * vista quien y cuando lo reabrio
       600-REABRIR-PERIODO.
           PERFORM 360-PIDO-PERIODO.
           IF NOT operador-admin
               display "Solo un administrador puede reabrir periodos"
               MOVE w-per-aux-num TO cie-periodo
               MOVE "PER-REAB" TO w-evento
               MOVE "RECHAZADA" TO w-estado-evento
               PERFORM 900-REGISTRAR-EVENTO
               GO TO 600-F-REABRIR-PERIODO
           END-IF.
           PERFORM 363-BUSCO-CIERRE.
           IF ws-cie-fs = "51" OR ws-cie-fs = "99"
               GO TO 600-F-REABRIR-PERIODO
           END-IF.
           IF NOT cierre-encontrado OR NOT estado-cerrado
               display "El periodo no esta cerrado"
               GO TO 600-F-REABRIR-PERIODO
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE "A" TO cie-estado.
           MOVE w-fecha-hoy TO cie-fecha.
           MOVE lnk-operador TO cie-operador.
           REWRITE cierre-reg
               INVALID KEY
                   display "No se pudo reabrir el periodo"
               NOT INVALID KEY
                   display "Periodo reabierto"
                   MOVE "PER-REAB" TO w-evento
                   MOVE "REGISTRADA" TO w-estado-evento
                   PERFORM 900-REGISTRAR-EVENTO
           END-REWRITE.
       600-F-REABRIR-PERIODO.
           EXIT.

      * ----------------------------------------------------------------
      * LISTADO
      * ----------------------------------------------------------------
       700-LISTAR-CIERRES.
           MOVE zero TO w-cont-listados.
           MOVE zeros TO cie-periodo.
           move zero to sen.
           START cierres KEY IS NOT < cie-periodo INVALID KEY
                   move 1 to sen
           END-START.
           PERFORM UNTIL fin-de-archivo
               READ cierres NEXT AT END move 1 to sen
                   NOT AT END
                       PERFORM 720-MOSTRAR-CIERRE
               END-READ
           END-PERFORM.
           display "Periodos listados: " w-cont-listados.

       720-MOSTRAR-CIERRE.
           ADD 1 TO w-cont-listados.
           MOVE cie-periodo TO lci-periodo.
           IF estado-cerrado
               MOVE "CERRADO" TO lci-estado
           ELSE
               MOVE "ABIERTO" TO lci-estado
           END-IF.
           MOVE cie-fecha TO lci-fecha.
           MOVE cie-operador TO lci-operador.
           display lin-cierre.

       900-REGISTRAR-EVENTO.
           MOVE spaces TO audit-reg.
           MOVE w-evento TO au-tipo.
           MOVE cie-periodo TO au-valor.
           ACCEPT au-fecha FROM DATE YYYYMMDD.
           ACCEPT au-hora FROM TIME.
           MOVE w-estado-evento TO au-estado.
           MOVE lnk-operador TO au-operador.
           WRITE audit-reg.

       END PROGRAM CIERRE-PERIODOS.
