      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Conversion por unica vez de arch.dat al layout con
      *           fecha de ingreso y fecha de nacimiento del socio.
      *           Descarga el archivo con el layout anterior y lo
      *           reconstruye con el nuevo; las dos fechas quedan en
      *           cero (desconocidas) hasta que se carguen por
      *           ABM-SOCIOS. Muestra los conteos antes/despues.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-SOCIOS3 IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT socios-vie ASSIGN TO "..\arch.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is vie-nro
           ALTERNATE record key is vie-nom WITH DUPLICATES
           ALTERNATE record key is vie-apell WITH DUPLICATES
           ALTERNATE record key is vie-tel WITH DUPLICATES
           ALTERNATE record key is vie-documento WITH DUPLICATES
           FILE STATUS is ws-soc-fs.
           SELECT socios-nue ASSIGN TO "..\arch.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is soc-nro
           ALTERNATE record key is soc-nom WITH DUPLICATES
           ALTERNATE record key is soc-apell WITH DUPLICATES
           ALTERNATE record key is soc-tel WITH DUPLICATES
           ALTERNATE record key is soc-documento WITH DUPLICATES.
           SELECT trabajo-soc ASSIGN TO "..\convsoc.tmp"
           ORGANIZATION SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       fd  socios-vie.
       01  vie-reg.
           03 vie-nro pic 9(6).
           03 vie-nom pic x(10).
           03 vie-apell pic x(10).
           03 vie-tel pic 9(10).
           03 vie-provincia pic x(12).
           03 vie-localidad pic x(12).
           03 vie-calle pic x(12).
           03 vie-nro-calle pic 9(4).
           03 vie-estado pic x.
           03 vie-fecha-baja pic 9(8).
           03 vie-categoria pic x.
           03 vie-documento pic 9(8).
       fd  socios-nue.
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
       fd  trabajo-soc.
       01  trabajo-soc-reg pic x(110).
       WORKING-STORAGE SECTION.
       77  sen pic 9.
           88  fin-de-archivo value 1.
       77  ws-soc-fs pic xx.
       77  w-soc-antes pic 9(6) value zero.
       77  w-soc-despues pic 9(6) value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           display "CONVERSION DE ARCH.DAT AL LAYOUT CON FECHAS".
           PERFORM 100-DESCARGAR-SOCIOS.
           IF w-soc-antes > zero
               PERFORM 200-RECARGAR-SOCIOS
               PERFORM 300-INFORMAR-CONTEOS
           ELSE
               display "arch.dat vacio o no disponible, no se convierte"
           END-IF.
           GOBACK.

       100-DESCARGAR-SOCIOS.
           OPEN INPUT socios-vie.
           IF ws-soc-fs NOT = "00"
               display "arch.dat no disponible"
           ELSE
               OPEN OUTPUT trabajo-soc
               move zero to sen
               PERFORM UNTIL fin-de-archivo
                   READ socios-vie NEXT AT END move 1 to sen
                       NOT AT END
                           MOVE spaces TO soc-reg
                           MOVE vie-nro TO soc-nro
                           MOVE vie-nom TO soc-nom
                           MOVE vie-apell TO soc-apell
                           MOVE vie-tel TO soc-tel
                           MOVE vie-provincia TO soc-provincia
                           MOVE vie-localidad TO soc-localidad
                           MOVE vie-calle TO soc-calle
                           MOVE vie-nro-calle TO soc-nro-calle
                           MOVE vie-estado TO soc-estado
                           MOVE vie-fecha-baja TO soc-fecha-baja
                           MOVE vie-categoria TO soc-categoria
                           MOVE vie-documento TO soc-documento
                           MOVE zeros TO soc-fecha-ingreso
                           MOVE zeros TO soc-fecha-nacimiento
                           WRITE trabajo-soc-reg FROM soc-reg
                           ADD 1 TO w-soc-antes
                   END-READ
               END-PERFORM
               CLOSE socios-vie
               CLOSE trabajo-soc
           END-IF.

       200-RECARGAR-SOCIOS.
           OPEN OUTPUT socios-nue.
           CLOSE socios-nue.
           OPEN INPUT trabajo-soc.
           OPEN I-O socios-nue.
           move zero to sen.
           PERFORM UNTIL fin-de-archivo
               READ trabajo-soc AT END move 1 to sen
                   NOT AT END
                       MOVE trabajo-soc-reg TO soc-reg
                       WRITE soc-reg
                       ADD 1 TO w-soc-despues
               END-READ
           END-PERFORM.
           CLOSE trabajo-soc.
           CLOSE socios-nue.

       300-INFORMAR-CONTEOS.
           display "SOCIOS ANTES:  " w-soc-antes.
           display "SOCIOS DESPUES:" w-soc-despues.
           IF w-soc-antes = w-soc-despues
               display "CONVERSION CORRECTA"
           ELSE
               display "ATENCION: CONTEOS DISTINTOS, REVISAR"
           END-IF.

       END PROGRAM CONVIERTE-SOCIOS3.
