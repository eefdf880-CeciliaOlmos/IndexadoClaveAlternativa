      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Exportacion de socios a CSV para la casa de mailing.
      *           El numero de socio encabeza cada linea para que la
      *           casa de mailing lo informe en las devoluciones. Los
      *           socios con correo devuelto (dom-invalido.dat) no se
      *           exportan: van a export-sin-dom.txt
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ALTERNATE record key is soc-documento WITH DUPLICATES.
           SELECT export-csv ASSIGN TO "..\export-socios.csv"
           ORGANIZATION SEQUENTIAL.
           SELECT dom-invalido ASSIGN TO "..\dom-invalido.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is dinv-nro
           FILE STATUS is ws-dinv-fs.
           SELECT sin-domicilio ASSIGN TO "..\export-sin-dom.txt"
           ORGANIZATION SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       fd  socios.
               88 categoria-jubilado value "J".
               88 categoria-cadete value "C".
           03 soc-documento pic 9(8).
           03 soc-fecha-ingreso pic 9(8).
           03 soc-fecha-nacimiento pic 9(8).
       fd  export-csv.
       01  export-csv-lin pic x(80).
       fd  dom-invalido.
       01  dinv-reg.
           03 dinv-nro pic 9(6).
           03 dinv-fecha-dev pic 9(8).
           03 dinv-motivo pic x(30).
           03 dinv-fecha-carga pic 9(8).
           03 dinv-operador pic x(8).
       fd  sin-domicilio.
       01  sin-domicilio-lin pic x(80).
       WORKING-STORAGE SECTION.
       77  sen pic 9 value 0.
       77  ws-dinv-fs pic xx.
       77  w-dinv-disp pic 9 value 0.
           88 dom-invalido-disponible value 1.
       77  w-dom-invalido pic 9 value 0.
           88 domicilio-invalido value 1.
       77  w-cont-exportados pic 9(6) value zero.
       77  w-cont-sin-dom pic 9(6) value zero.
       01  lin-csv.
           03 lc-nro pic 9(6).
           03 filler pic x value ",".
           03 lc-nom pic x(10).
           03 filler pic x value ",".
           03 lc-apell pic x(10).
           03 lc-calle pic x(12).
           03 filler pic x value ",".
           03 lc-nro-calle pic zzz9.
       01  lin-titulo-sin-dom pic x(40)
               value "SOCIOS NO EXPORTADOS POR CORREO DEVUELTO".
       01  lin-sin-dom.
           03 lsd-nro pic 9(6).
           03 filler pic x value space.
           03 lsd-apell pic x(10).
           03 filler pic x value space.
           03 lsd-nom pic x(10).
           03 filler pic x value space.
           03 lsd-fecha pic 9(8).
           03 filler pic x value space.
           03 lsd-motivo pic x(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT socios.
           OPEN OUTPUT export-csv.
           OPEN INPUT dom-invalido.
           MOVE 0 TO w-dinv-disp.
           IF ws-dinv-fs = "00"
               MOVE 1 TO w-dinv-disp
           END-IF.
           OPEN OUTPUT sin-domicilio.
           WRITE sin-domicilio-lin FROM lin-titulo-sin-dom.
           perform leo.
           perform until sen = 1
               IF NOT no-quiere-mas AND socio-activo
                   PERFORM 150-CONTROLAR-DOMICILIO
                   IF domicilio-invalido
                       PERFORM 300-LISTAR-SIN-DOMICILIO
                   ELSE
                       PERFORM 200-EXPORTAR-REGISTRO
                   END-IF
               END-IF
               perform leo
           END-PERFORM.
           CLOSE socios.
           CLOSE export-csv.
           IF dom-invalido-disponible
               CLOSE dom-invalido
           END-IF.
           CLOSE sin-domicilio.
           display "Socios exportados: " w-cont-exportados.
           display "Excluidos por correo devuelto: " w-cont-sin-dom.
           GOBACK.

       150-CONTROLAR-DOMICILIO.
           MOVE 0 TO w-dom-invalido.
           IF dom-invalido-disponible
               MOVE soc-nro TO dinv-nro
               READ dom-invalido INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 1 TO w-dom-invalido
               END-READ
           END-IF.

       200-EXPORTAR-REGISTRO.
           MOVE soc-nro TO lc-nro.
           MOVE soc-nom TO lc-nom.
           MOVE soc-apell TO lc-apell.
           MOVE soc-provincia TO lc-provincia.
           MOVE soc-nro-calle TO lc-nro-calle.
           MOVE lin-csv TO export-csv-lin.
           WRITE export-csv-lin.
           ADD 1 TO w-cont-exportados.

       300-LISTAR-SIN-DOMICILIO.
           MOVE soc-nro TO lsd-nro.
           MOVE soc-apell TO lsd-apell.
           MOVE soc-nom TO lsd-nom.
           MOVE dinv-fecha-dev TO lsd-fecha.
           MOVE dinv-motivo TO lsd-motivo.
           WRITE sin-domicilio-lin FROM lin-sin-dom.
           ADD 1 TO w-cont-sin-dom.

       leo.
           read socios at end move 1 to sen.
