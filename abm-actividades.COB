      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Mantenimiento de los conceptos de cobro distintos de
      *           la cuota social (actividades.dat: deportes, pileta,
      *           casillero, con importe mensual y temporada) y de la
      *           inscripcion de cada socio a ellos (inscripciones.dat,
      *           clave socio + actividad). DEVENGAR genera el cargo de
      *           cada inscripcion vigente junto con la cuota social
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABM-ACTIVIDADES IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT socios ASSIGN TO "..\arch.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is soc-nro
           ALTERNATE record key is soc-nom WITH DUPLICATES
           ALTERNATE record key is soc-apell WITH DUPLICATES
           ALTERNATE record key is soc-tel WITH DUPLICATES
           ALTERNATE record key is soc-documento WITH DUPLICATES.
           SELECT actividades ASSIGN TO "..\actividades.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is act-codigo
           LOCK MODE is AUTOMATIC
           FILE STATUS is ws-act-fs.
           SELECT inscripciones ASSIGN TO "..\inscripciones.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is ins-clave
           LOCK MODE is AUTOMATIC
           FILE STATUS is ws-ins-fs.
           SELECT OPTIONAL audit-log ASSIGN TO "..\audit.log"
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
       fd  actividades.
       01  act-reg.
           03 act-codigo pic xx.
               88 concepto-cuota-social value "CS".
           03 act-descripcion pic x(20).
           03 act-importe pic 9(6)v99.
           03 act-mes-desde pic 99.
           03 act-mes-hasta pic 99.
           03 act-estado pic x.
               88 actividad-vigente value "A".
               88 actividad-baja value "B".
       fd  inscripciones.
       01  ins-reg.
           03 ins-clave.
               05 ins-socio pic 9(6).
               05 ins-actividad pic xx.
           03 ins-fecha-alta pic 9(8).
           03 ins-fecha-baja pic 9(8).
           03 ins-estado pic x.
               88 inscripcion-vigente value "A".
               88 inscripcion-baja value "B".
       fd  audit-log.
       01  audit-reg.
           03 au-tipo pic x(8).
           03 au-valor pic x(10).
           03 au-fecha pic 9(8).
           03 au-hora pic 9(8).
           03 au-estado pic x(15).
           03 au-operador pic x(8).
       WORKING-STORAGE SECTION.
       77  w-opcion pic 9.
           88 salir value 6.
       77  ws-act-fs pic xx.
       77  ws-ins-fs pic xx.
       77  w-encontrado pic 9.
           88 socio-encontrado value 1.
       77  w-evento pic x(8).
       77  w-valor pic x(10).
       77  w-codigo pic xx.
       77  w-existe pic 9.
           88 actividad-existente value 1.
       77  w-fecha-hoy pic 9(8).
       77  w-cont pic 9(4).
       77  sen pic 9.
           88 fin-de-archivo value 1.
       LINKAGE SECTION.
       01  lnk-operador pic x(8).
       PROCEDURE DIVISION USING lnk-operador.
       MAIN-PROCEDURE.
           OPEN INPUT socios.
           PERFORM 100-ABRIR-ACTIVIDADES.
           PERFORM 110-ABRIR-INSCRIPCIONES.
           OPEN EXTEND audit-log.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM with test after UNTIL salir
               PERFORM 200-MENU
               PERFORM 300-PROCESO-MENU
           END-PERFORM.
           CLOSE socios.
           CLOSE actividades.
           CLOSE inscripciones.
           CLOSE audit-log.
           GOBACK.

       100-ABRIR-ACTIVIDADES.
           OPEN I-O actividades.
           IF ws-act-fs NOT = "00"
               OPEN OUTPUT actividades
               CLOSE actividades
               OPEN I-O actividades
           END-IF.

       110-ABRIR-INSCRIPCIONES.
           OPEN I-O inscripciones.
           IF ws-ins-fs NOT = "00"
               OPEN OUTPUT inscripciones
               CLOSE inscripciones
               OPEN I-O inscripciones
           END-IF.

       200-MENU.
           display "1 - Alta/modificacion de actividad".
           display "2 - Listado de actividades".
           display "3 - Inscribir socio en una actividad".
           display "4 - Dar de baja una inscripcion".
           display "5 - Consultar inscripciones del socio".
           display "6 - Salir".
           ACCEPT w-opcion.

       300-PROCESO-MENU.
           EVALUATE w-opcion
               WHEN 1 PERFORM 400-GRABAR-ACTIVIDAD
                          thru 400-F-GRABAR-ACTIVIDAD
               WHEN 2 PERFORM 450-LISTAR-ACTIVIDADES
               WHEN 3 PERFORM 500-ALTA-INSCRIPCION
                          thru 500-F-ALTA-INSCRIPCION
               WHEN 4 PERFORM 600-BAJA-INSCRIPCION
               WHEN 5 PERFORM 700-CONSULTA-INSCRIPCIONES
               WHEN 6 NEXT SENTENCE
           END-EVALUATE.

       360-PIDO-NUM.
           display "Ingrese un nro de socio"
           accept soc-nro.

       363-BUSCO-SOCIO.
           MOVE 0 TO w-encontrado.
           READ SOCIOS INVALID KEY
                           display "Numero no encontrado"
                        NOT INVALID KEY
                           MOVE 1 TO w-encontrado
           END-READ.

      * ----------------------------------------------------------------
      * ACTIVIDADES
      * ----------------------------------------------------------------
      * "CS" queda reservado para la cuota social, que sale de tarifas,
      * y "SF" para el saldo a favor que se registra en cuotas.dat
       400-GRABAR-ACTIVIDAD.
           display "Codigo de actividad (2 letras)".
           accept w-codigo.
           IF w-codigo = spaces OR w-codigo = "CS" OR w-codigo = "SF"
               display "Codigo invalido o reservado (CS/SF)"
               GO TO 400-F-GRABAR-ACTIVIDAD
           END-IF.
           MOVE w-codigo TO act-codigo.
           MOVE 0 TO w-existe.
           READ actividades INVALID KEY
                   MOVE spaces TO act-descripcion
                   MOVE zeros TO act-importe
                   MOVE zeros TO act-mes-desde
                   MOVE zeros TO act-mes-hasta
                NOT INVALID KEY
                   MOVE 1 TO w-existe
                   display "Actual: " act-descripcion " importe "
                           act-importe " temporada " act-mes-desde
                           "-" act-mes-hasta " estado " act-estado
           END-READ.
           IF ws-act-fs = "51" OR ws-act-fs = "99"
               display "Registro tomado por otro puesto, reintente"
               GO TO 400-F-GRABAR-ACTIVIDAD
           END-IF.
           MOVE w-codigo TO act-codigo.
           display "Descripcion".
           accept act-descripcion.
           display "Importe mensual".
           accept act-importe.
           display "Mes desde de la temporada (00 = todo el anio)".
           accept act-mes-desde.
           display "Mes hasta de la temporada (00 = todo el anio)".
           accept act-mes-hasta.
           IF act-mes-desde > 12 OR act-mes-hasta > 12
               display "Mes invalido, no se graba"
               GO TO 400-F-GRABAR-ACTIVIDAD
           END-IF.
           display "Estado (A vigente / B baja)".
           accept act-estado.
           IF NOT actividad-vigente AND NOT actividad-baja
               MOVE "A" TO act-estado
           END-IF.
           MOVE act-codigo TO w-valor.
           IF actividad-existente
               REWRITE act-reg
                   INVALID KEY
                       display "No se pudo regrabar la actividad"
                   NOT INVALID KEY
                       display "Actividad modificada"
                       MOVE "ACT-MODI" TO w-evento
                       PERFORM 900-REGISTRAR-EVENTO
               END-REWRITE
           ELSE
               WRITE act-reg
                   INVALID KEY
                       display "No se pudo grabar la actividad"
                   NOT INVALID KEY
                       display "Actividad registrada"
                       MOVE "ACT-ALTA" TO w-evento
                       PERFORM 900-REGISTRAR-EVENTO
               END-WRITE
           END-IF.
       400-F-GRABAR-ACTIVIDAD.
           EXIT.

       450-LISTAR-ACTIVIDADES.
           MOVE low-values TO act-codigo.
           move zero to sen.
           START actividades KEY IS NOT < act-codigo INVALID KEY
                   move 1 to sen
           END-START.
           PERFORM UNTIL fin-de-archivo
               READ actividades NEXT AT END move 1 to sen
                   NOT AT END
                       display act-codigo " " act-descripcion " "
                               act-importe " temporada "
                               act-mes-desde "-" act-mes-hasta " "
                               act-estado
               END-READ
           END-PERFORM.

      * ----------------------------------------------------------------
      * INSCRIPCIONES
      * ----------------------------------------------------------------
       500-ALTA-INSCRIPCION.
           PERFORM 360-PIDO-NUM.
           PERFORM 363-BUSCO-SOCIO.
           IF NOT socio-encontrado
               GO TO 500-F-ALTA-INSCRIPCION
           END-IF.
           IF socio-baja
               display "El socio esta dado de baja"
               GO TO 500-F-ALTA-INSCRIPCION
           END-IF.
           display "Codigo de actividad".
           accept w-codigo.
           MOVE w-codigo TO act-codigo.
           READ actividades INVALID KEY
                   display "La actividad no existe"
                   GO TO 500-F-ALTA-INSCRIPCION
           END-READ.
           IF actividad-baja
               display "La actividad esta dada de baja"
               GO TO 500-F-ALTA-INSCRIPCION
           END-IF.
           MOVE soc-nro TO ins-socio.
           MOVE w-codigo TO ins-actividad.
           MOVE soc-nro TO w-valor.
           READ inscripciones INVALID KEY
                   MOVE w-fecha-hoy TO ins-fecha-alta
                   MOVE zeros TO ins-fecha-baja
                   MOVE "A" TO ins-estado
                   WRITE ins-reg
                       INVALID KEY
                           display "No se pudo grabar la inscripcion"
                       NOT INVALID KEY
                           display "Inscripcion registrada"
                           MOVE "INS-ALTA" TO w-evento
                           PERFORM 900-REGISTRAR-EVENTO
                   END-WRITE
                NOT INVALID KEY
                   IF inscripcion-vigente
                       display "El socio ya esta inscripto"
                   ELSE
                       MOVE w-fecha-hoy TO ins-fecha-alta
                       MOVE zeros TO ins-fecha-baja
                       MOVE "A" TO ins-estado
                       REWRITE ins-reg
                           INVALID KEY
                               display "No se pudo regrabar la"
                                       " inscripcion"
                           NOT INVALID KEY
                               display "Inscripcion reactivada"
                               MOVE "INS-ALTA" TO w-evento
                               PERFORM 900-REGISTRAR-EVENTO
                       END-REWRITE
                   END-IF
           END-READ.
           IF ws-ins-fs = "51" OR ws-ins-fs = "99"
               display "Registro tomado por otro puesto, reintente"
           END-IF.
       500-F-ALTA-INSCRIPCION.
           EXIT.

       600-BAJA-INSCRIPCION.
           PERFORM 360-PIDO-NUM.
           display "Codigo de actividad".
           accept w-codigo.
           MOVE soc-nro TO ins-socio.
           MOVE w-codigo TO ins-actividad.
           MOVE soc-nro TO w-valor.
           READ inscripciones INVALID KEY
                   display "El socio no esta inscripto"
                NOT INVALID KEY
                   IF inscripcion-baja
                       display "La inscripcion ya esta de baja"
                   ELSE
                       MOVE w-fecha-hoy TO ins-fecha-baja
                       MOVE "B" TO ins-estado
                       REWRITE ins-reg
                           INVALID KEY
                               display "No se pudo dar de baja"
                           NOT INVALID KEY
                               display "Inscripcion dada de baja"
                               MOVE "INS-BAJA" TO w-evento
                               PERFORM 900-REGISTRAR-EVENTO
                       END-REWRITE
                   END-IF
           END-READ.
           IF ws-ins-fs = "51" OR ws-ins-fs = "99"
               display "Registro tomado por otro puesto, reintente"
           END-IF.

       700-CONSULTA-INSCRIPCIONES.
           PERFORM 360-PIDO-NUM.
           MOVE zero TO w-cont.
           MOVE soc-nro TO ins-socio.
           MOVE low-values TO ins-actividad.
           move zero to sen.
           START inscripciones KEY IS NOT < ins-clave INVALID KEY
                   move 1 to sen
           END-START.
           PERFORM UNTIL fin-de-archivo
               READ inscripciones NEXT AT END move 1 to sen
                   NOT AT END
                       IF ins-socio NOT = soc-nro
                           move 1 to sen
                       ELSE
                           ADD 1 TO w-cont
                           MOVE ins-actividad TO act-codigo
                           MOVE spaces TO act-descripcion
                           READ actividades INVALID KEY
                                   CONTINUE
                           END-READ
                           display ins-actividad " " act-descripcion
                                   " alta " ins-fecha-alta " baja "
                                   ins-fecha-baja " estado "
                                   ins-estado
                       END-IF
               END-READ
           END-PERFORM.
           IF w-cont = zero
               display "El socio no tiene inscripciones"
           END-IF.

       900-REGISTRAR-EVENTO.
           MOVE spaces TO audit-reg.
           MOVE w-evento TO au-tipo.
           MOVE w-valor TO au-valor.
           ACCEPT au-fecha FROM DATE YYYYMMDD.
           ACCEPT au-hora FROM TIME.
           MOVE "REGISTRADA" TO au-estado.
           MOVE lnk-operador TO au-operador.
           WRITE audit-reg.

       END PROGRAM ABM-ACTIVIDADES.
