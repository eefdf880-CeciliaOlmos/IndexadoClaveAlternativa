           FILE STATUS is ws-soc-fs.
           SELECT OPTIONAL audit-log ASSIGN TO "..\audit.log"
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL historial ASSIGN TO "..\historial.dat"
           ORGANIZATION SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       fd  socios.
               88 categoria-jubilado value "J".
               88 categoria-cadete value "C".
           03 soc-documento pic 9(8).
           03 soc-fecha-ingreso pic 9(8).
           03 soc-fecha-nacimiento pic 9(8).
       fd  audit-log.
       01  audit-reg.
           03 au-tipo pic x(8).
           03 au-hora pic 9(8).
           03 au-estado pic x(15).
           03 au-operador pic x(8).
       fd  historial.
       01  his-reg.
           03 his-fecha pic 9(8).
           03 his-hora pic 9(8).
           03 his-socio pic 9(6).
           03 his-evento pic x(8).
           03 his-operador pic x(8).
           03 his-programa pic x(12).
           03 his-relacionado pic 9(6).
           03 his-antes pic x(110).
           03 his-despues pic x(110).
       WORKING-STORAGE SECTION.
       77  sen pic 9.
           88  fin-de-archivo value 1.
           88 pasada-cortada value 1.
       77  w-cont-cargados pic 9(6) value zero.
       77  w-cont-salteados pic 9(6) value zero.
       01  w-soc-antes pic x(110).
       LINKAGE SECTION.
       01  lnk-operador pic x(8).
       PROCEDURE DIVISION USING lnk-operador.
           display "0 saltea el socio, 9 corta la pasada".
           OPEN I-O socios.
           OPEN EXTEND audit-log.
           OPEN EXTEND historial.
           MOVE zeros TO soc-nro.
           move zero to sen.
           START socios KEY IS NOT < soc-nro INVALID KEY
           END-PERFORM.
           CLOSE socios.
           CLOSE audit-log.
           CLOSE historial.
           display "Documentos cargados: " w-cont-cargados.
           display "Socios salteados:    " w-cont-salteados.
           GOBACK.
           END-EVALUATE.

       520-GRABAR-DOCUMENTO.
           MOVE soc-reg TO w-soc-antes.
           MOVE w-doc TO soc-documento.
           REWRITE soc-reg
               INVALID KEY
               NOT INVALID KEY
                   ADD 1 TO w-cont-cargados
                   PERFORM 900-REGISTRAR-EVENTO
                   PERFORM 910-REGISTRAR-HISTORIA
           END-REWRITE.

       900-REGISTRAR-EVENTO.
           MOVE lnk-operador TO au-operador.
           WRITE audit-reg.

      * Imagen completa del socio antes y despues del cambio, para el
      * historial de modificaciones
       910-REGISTRAR-HISTORIA.
           MOVE spaces TO his-reg.
           ACCEPT his-fecha FROM DATE YYYYMMDD.
           ACCEPT his-hora FROM TIME.
           MOVE soc-nro TO his-socio.
           MOVE "CARGADOC" TO his-evento.
           MOVE lnk-operador TO his-operador.
           MOVE "CARGA-DOC" TO his-programa.
           MOVE zeros TO his-relacionado.
           MOVE w-soc-antes TO his-antes.
           MOVE soc-reg TO his-despues.
           WRITE his-reg.

       END PROGRAM CARGA-DOC.
