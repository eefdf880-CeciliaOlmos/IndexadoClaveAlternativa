      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Consulta del historial de modificaciones de los
      *           socios (historial.dat). Cada alta, modificacion,
      *           baja, suspension, reincorporacion, recategorizacion,
      *           carga de documento y fusion de duplicados deja la
      *           imagen completa del socio antes y despues del
      *           cambio. Muestra la linea de tiempo de un socio con
      *           los datos que cambiaron en cada paso y lista los
      *           cambios de un rango de fechas agrupados por operador
      *           en cambios-socios.txt
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORIAL-SOCIOS IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL historial ASSIGN TO "..\historial.dat"
           ORGANIZATION SEQUENTIAL
           FILE STATUS is ws-his-fs.
           SELECT orden-hist ASSIGN TO "..\orden-hist.tmp"
           ORGANIZATION SEQUENTIAL.
           SELECT listado-cambios ASSIGN TO "..\cambios-socios.txt"
           ORGANIZATION SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       SD  orden-hist.
       01  orden-hist-reg.
           03 oh-operador pic x(8).
           03 oh-fecha pic 9(8).
           03 oh-hora pic 9(8).
           03 oh-socio pic 9(6).
           03 oh-evento pic x(8).
           03 oh-programa pic x(12).
           03 oh-relacionado pic 9(6).
           03 oh-campos pic x(40).
       fd  listado-cambios.
       01  listado-cambios-lin pic x(100).
       WORKING-STORAGE SECTION.
       77  sen pic 9.
           88  fin-de-archivo value 1.
       77  ws-his-fs pic xx.
       77  w-opcion pic 9.
           88 salir value 3.
       77  w-socio pic 9(6).
       77  w-fecha-desde pic 9(8).
       77  w-fecha-hasta pic 9(8).
       77  w-operador pic x(8).
       77  w-operador-ant pic x(8).
       77  w-cant pic 9(6) value zero.
       77  w-cant-oper pic 9(6) value zero.
       77  w-cant-total pic 9(6) value zero.
       77  w-campos pic x(40).
       77  w-ptr pic 99.
       77  w-campo-corto pic x(5).
       77  w-modo pic 9 value 1.
           88 modo-pantalla value 1.
           88 modo-informe value 2.
       01  w-hora.
           03 w-hora-hh pic 99.
           03 w-hora-mm pic 99.
           03 w-hora-ss pic 99.
           03 w-hora-cc pic 99.
      * Vistas de las dos imagenes del socio con el formato de arch.dat
       01  w-antes.
           03 ant-nro pic 9(6).
           03 ant-nom pic x(10).
           03 ant-apell pic x(10).
           03 ant-tel pic 9(10).
           03 ant-provincia pic x(12).
           03 ant-localidad pic x(12).
           03 ant-calle pic x(12).
           03 ant-nro-calle pic 9(4).
           03 ant-estado pic x.
           03 ant-fecha-baja pic 9(8).
           03 ant-categoria pic x.
           03 ant-documento pic 9(8).
           03 ant-fecha-ingreso pic 9(8).
           03 ant-fecha-nacimiento pic 9(8).
       01  w-despues.
           03 des-nro pic 9(6).
           03 des-nom pic x(10).
           03 des-apell pic x(10).
           03 des-tel pic 9(10).
           03 des-provincia pic x(12).
           03 des-localidad pic x(12).
           03 des-calle pic x(12).
           03 des-nro-calle pic 9(4).
           03 des-estado pic x.
           03 des-fecha-baja pic 9(8).
           03 des-categoria pic x.
           03 des-documento pic 9(8).
           03 des-fecha-ingreso pic 9(8).
           03 des-fecha-nacimiento pic 9(8).
       01  lin-evento.
           03 lev-fecha pic 9(8).
           03 filler pic x value space.
           03 lev-hh pic 99.
           03 filler pic x value ":".
           03 lev-mm pic 99.
           03 filler pic x value space.
           03 lev-evento pic x(8).
           03 filler pic x(5) value " OP: ".
           03 lev-operador pic x(8).
           03 filler pic x value space.
           03 lev-programa pic x(12).
           03 lev-relacion pic x(7).
           03 lev-relacionado pic z(6).
       01  lin-diferencia.
           03 filler pic x(4) value spaces.
           03 ldf-campo pic x(16).
           03 filler pic x(2) value ": ".
           03 ldf-antes pic x(12).
           03 filler pic x(4) value " -> ".
           03 ldf-despues pic x(12).
       01  lin-alta.
           03 filler pic x(4) value spaces.
           03 lal-apell pic x(10).
           03 filler pic x value space.
           03 lal-nom pic x(10).
           03 filler pic x(5) value " DNI ".
           03 lal-documento pic z(8).
           03 filler pic x(6) value " CAT. ".
           03 lal-categoria pic x.
           03 filler pic x(8) value " ESTADO ".
           03 lal-estado pic x.
       01  lin-alta-dom.
           03 filler pic x(4) value spaces.
           03 lad-calle pic x(12).
           03 filler pic x value space.
           03 lad-nro-calle pic z(4).
           03 filler pic x value space.
           03 lad-localidad pic x(12).
           03 filler pic x value space.
           03 lad-provincia pic x(12).
           03 filler pic x(5) value " TEL ".
           03 lad-tel pic z(10).
       01  lin-titulo.
           03 filler pic x(28) value "CAMBIOS EN DATOS DE SOCIOS ".
           03 filler pic x(6) value "DESDE ".
           03 lti-desde pic 9(8).
           03 filler pic x(7) value " HASTA ".
           03 lti-hasta pic 9(8).
       01  lin-separador pic x(100) value all "-".
       01  lin-operador.
           03 filler pic x(10) value "OPERADOR: ".
           03 lop-operador pic x(8).
       01  lin-encabezado.
           03 filler pic x(9) value "FECHA".
           03 filler pic x(6) value "HORA".
           03 filler pic x(7) value "SOCIO".
           03 filler pic x(9) value "EVENTO".
           03 filler pic x(13) value "PROGRAMA".
           03 filler pic x(7) value "RELAC.".
           03 filler pic x(15) value "DATOS CAMBIADOS".
       01  lin-cambio.
           03 lca-fecha pic 9(8).
           03 filler pic x value space.
           03 lca-hh pic 99.
           03 filler pic x value ":".
           03 lca-mm pic 99.
           03 filler pic x value space.
           03 lca-socio pic 9(6).
           03 filler pic x value space.
           03 lca-evento pic x(8).
           03 filler pic x value space.
           03 lca-programa pic x(12).
           03 filler pic x value space.
           03 lca-relacionado pic z(6).
           03 filler pic x value space.
           03 lca-campos pic x(40).
       01  lin-total-oper.
           03 filler pic x(22) value "  CAMBIOS DEL OPERADOR".
           03 filler pic x value space.
           03 lto-operador pic x(8).
           03 filler pic x(2) value ": ".
           03 lto-cant pic zzzzz9.
       01  lin-total.
           03 filler pic x(22) value "TOTAL DE CAMBIOS".
           03 lto-total pic zzzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           display "HISTORIAL DE MODIFICACIONES DE SOCIOS".
           PERFORM with test after UNTIL salir
               PERFORM 200-MENU
               PERFORM 300-PROCESO-MENU
           END-PERFORM.
           GOBACK.

       200-MENU.
           display "1 - Historial de un socio".
           display "2 - Cambios por operador en un rango de fechas".
           display "3 - Salir".
           ACCEPT w-opcion.

       300-PROCESO-MENU.
           EVALUATE w-opcion
               WHEN 1 PERFORM 400-HISTORIAL-SOCIO
                           thru 400-F-HISTORIAL-SOCIO
               WHEN 2 PERFORM 600-CAMBIOS-POR-OPERADOR
               WHEN 3 NEXT SENTENCE
           END-EVALUATE.

      * ----------------------------------------------------------------
      * LINEA DE TIEMPO DE UN SOCIO
      * ----------------------------------------------------------------
       400-HISTORIAL-SOCIO.
           display "Numero de socio".
           accept w-socio.
           IF w-socio = zero
               GO TO 400-F-HISTORIAL-SOCIO
           END-IF.
           OPEN INPUT historial.
           IF ws-his-fs NOT = "00" AND ws-his-fs NOT = "05"
               display "historial.dat no disponible"
               GO TO 400-F-HISTORIAL-SOCIO
           END-IF.
           MOVE 1 TO w-modo.
           MOVE zero TO w-cant.
           move zero to sen.
           PERFORM UNTIL fin-de-archivo
               READ historial AT END move 1 to sen
                   NOT AT END
                       IF his-socio = w-socio
                           PERFORM 450-MOSTRAR-EVENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE historial.
           IF w-cant = zero
               display "El socio " w-socio " no tiene cambios"
                       " registrados"
           ELSE
               display "Cambios registrados del socio " w-socio
                       ": " w-cant
           END-IF.
       400-F-HISTORIAL-SOCIO.
           EXIT.

       450-MOSTRAR-EVENTO.
           ADD 1 TO w-cant.
           MOVE his-fecha TO lev-fecha.
           MOVE his-hora TO w-hora.
           MOVE w-hora-hh TO lev-hh.
           MOVE w-hora-mm TO lev-mm.
           MOVE his-evento TO lev-evento.
           MOVE his-operador TO lev-operador.
           MOVE his-programa TO lev-programa.
           IF his-relacionado = zero
               MOVE spaces TO lev-relacion
               MOVE zero TO lev-relacionado
           ELSE
               MOVE " SOCIO " TO lev-relacion
               MOVE his-relacionado TO lev-relacionado
           END-IF.
           display lin-evento.
           MOVE his-despues TO w-despues.
      * El alta no tiene imagen anterior: se muestran los datos
      * completos con que entro el socio
           IF his-antes = spaces
               MOVE des-apell TO lal-apell
               MOVE des-nom TO lal-nom
               MOVE des-documento TO lal-documento
               MOVE des-categoria TO lal-categoria
               MOVE des-estado TO lal-estado
               display lin-alta
               MOVE des-calle TO lad-calle
               MOVE des-nro-calle TO lad-nro-calle
               MOVE des-localidad TO lad-localidad
               MOVE des-provincia TO lad-provincia
               MOVE des-tel TO lad-tel
               display lin-alta-dom
           ELSE
               MOVE his-antes TO w-antes
               PERFORM 500-COMPARAR-IMAGENES
           END-IF.

      * ----------------------------------------------------------------
      * COMPARACION CAMPO A CAMPO DE LAS IMAGENES ANTES Y DESPUES
      * ----------------------------------------------------------------
       500-COMPARAR-IMAGENES.
           MOVE spaces TO w-campos.
           MOVE 1 TO w-ptr.
           IF ant-nom NOT = des-nom
               MOVE "NOMBRE" TO ldf-campo
               MOVE "NOM" TO w-campo-corto
               MOVE ant-nom TO ldf-antes
               MOVE des-nom TO ldf-despues
               PERFORM 520-INFORMAR-CAMPO
           END-IF.
           IF ant-apell NOT = des-apell
               MOVE "APELLIDO" TO ldf-campo
               MOVE "APE" TO w-campo-corto
               MOVE ant-apell TO ldf-antes
               MOVE des-apell TO ldf-despues
               PERFORM 520-INFORMAR-CAMPO
           END-IF.
           IF ant-tel NOT = des-tel
               MOVE "TELEFONO" TO ldf-campo
               MOVE "TEL" TO w-campo-corto
               MOVE ant-tel TO ldf-antes
               MOVE des-tel TO ldf-despues
               PERFORM 520-INFORMAR-CAMPO
           END-IF.
           IF ant-provincia NOT = des-provincia
               MOVE "PROVINCIA" TO ldf-campo
               MOVE "PROV" TO w-campo-corto
               MOVE ant-provincia TO ldf-antes
               MOVE des-provincia TO ldf-despues
               PERFORM 520-INFORMAR-CAMPO
           END-IF.
           IF ant-localidad NOT = des-localidad
               MOVE "LOCALIDAD" TO ldf-campo
               MOVE "LOC" TO w-campo-corto
               MOVE ant-localidad TO ldf-antes
               MOVE des-localidad TO ldf-despues
               PERFORM 520-INFORMAR-CAMPO
           END-IF.
           IF ant-calle NOT = des-calle
               MOVE "CALLE" TO ldf-campo
               MOVE "CALLE" TO w-campo-corto
               MOVE ant-calle TO ldf-antes
               MOVE des-calle TO ldf-despues
               PERFORM 520-INFORMAR-CAMPO
           END-IF.
           IF ant-nro-calle NOT = des-nro-calle
               MOVE "NUMERO CALLE" TO ldf-campo
               MOVE "NRO" TO w-campo-corto
               MOVE ant-nro-calle TO ldf-antes
               MOVE des-nro-calle TO ldf-despues
               PERFORM 520-INFORMAR-CAMPO
           END-IF.
           IF ant-estado NOT = des-estado
               MOVE "ESTADO" TO ldf-campo
               MOVE "EST" TO w-campo-corto
               MOVE ant-estado TO ldf-antes
               MOVE des-estado TO ldf-despues
               PERFORM 520-INFORMAR-CAMPO
           END-IF.
           IF ant-fecha-baja NOT = des-fecha-baja
               MOVE "FECHA BAJA" TO ldf-campo
               MOVE "FBAJA" TO w-campo-corto
               MOVE ant-fecha-baja TO ldf-antes
               MOVE des-fecha-baja TO ldf-despues
               PERFORM 520-INFORMAR-CAMPO
           END-IF.
           IF ant-categoria NOT = des-categoria
               MOVE "CATEGORIA" TO ldf-campo
               MOVE "CAT" TO w-campo-corto
               MOVE ant-categoria TO ldf-antes
               MOVE des-categoria TO ldf-despues
               PERFORM 520-INFORMAR-CAMPO
           END-IF.
           IF ant-documento NOT = des-documento
               MOVE "DOCUMENTO" TO ldf-campo
               MOVE "DNI" TO w-campo-corto
               MOVE ant-documento TO ldf-antes
               MOVE des-documento TO ldf-despues
               PERFORM 520-INFORMAR-CAMPO
           END-IF.
           IF ant-fecha-ingreso NOT = des-fecha-ingreso
               MOVE "FECHA INGRESO" TO ldf-campo
               MOVE "FING" TO w-campo-corto
               MOVE ant-fecha-ingreso TO ldf-antes
               MOVE des-fecha-ingreso TO ldf-despues
               PERFORM 520-INFORMAR-CAMPO
           END-IF.
           IF ant-fecha-nacimiento NOT = des-fecha-nacimiento
               MOVE "FECHA NACIMIENTO" TO ldf-campo
               MOVE "FNAC" TO w-campo-corto
               MOVE ant-fecha-nacimiento TO ldf-antes
               MOVE des-fecha-nacimiento TO ldf-despues
               PERFORM 520-INFORMAR-CAMPO
           END-IF.
           IF w-ptr = 1 AND modo-pantalla
               display "    sin cambios en los datos del socio"
           END-IF.

      * En pantalla cada campo va con su valor anterior y el nuevo;
      * en el informe se junta la lista corta de campos cambiados
       520-INFORMAR-CAMPO.
           IF modo-pantalla
               display lin-diferencia
               ADD 1 TO w-ptr
           ELSE
               IF w-ptr < 36
                   STRING w-campo-corto DELIMITED BY space
                       " " DELIMITED BY size
                       INTO w-campos WITH POINTER w-ptr
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * CAMBIOS DE UN RANGO DE FECHAS POR OPERADOR
      * ----------------------------------------------------------------
       600-CAMBIOS-POR-OPERADOR.
           display "Ingrese fecha desde (AAAAMMDD)".
           accept w-fecha-desde.
           display "Ingrese fecha hasta (AAAAMMDD)".
           accept w-fecha-hasta.
           display "Operador (en blanco todos)".
           MOVE spaces TO w-operador.
           accept w-operador.
           MOVE 2 TO w-modo.
           MOVE zero TO w-cant-total.
           SORT orden-hist
               ON ASCENDING KEY oh-operador oh-fecha oh-hora
               INPUT PROCEDURE 700-SELECCIONAR-CAMBIOS
               OUTPUT PROCEDURE 800-EMITIR-CAMBIOS.
           display "Total de cambios: " w-cant-total.
           display "Informe en cambios-socios.txt".

       700-SELECCIONAR-CAMBIOS.
           OPEN INPUT historial.
           IF ws-his-fs NOT = "00" AND ws-his-fs NOT = "05"
               display "historial.dat no disponible"
               MOVE 1 TO sen
           ELSE
               move zero to sen
           END-IF.
           PERFORM UNTIL fin-de-archivo
               READ historial AT END move 1 to sen
                   NOT AT END
                       IF his-fecha >= w-fecha-desde
                          AND his-fecha <= w-fecha-hasta
                          AND (w-operador = spaces
                               OR his-operador = w-operador)
                           PERFORM 720-LIBERAR-CAMBIO
                       END-IF
               END-READ
           END-PERFORM.
           IF ws-his-fs = "00" OR ws-his-fs = "10"
               CLOSE historial
           END-IF.

       720-LIBERAR-CAMBIO.
           MOVE his-operador TO oh-operador.
           MOVE his-fecha TO oh-fecha.
           MOVE his-hora TO oh-hora.
           MOVE his-socio TO oh-socio.
           MOVE his-evento TO oh-evento.
           MOVE his-programa TO oh-programa.
           MOVE his-relacionado TO oh-relacionado.
           MOVE his-despues TO w-despues.
           IF his-antes = spaces
               MOVE "ALTA, DATOS COMPLETOS" TO w-campos
           ELSE
               MOVE his-antes TO w-antes
               PERFORM 500-COMPARAR-IMAGENES
               IF w-ptr = 1
                   MOVE "SIN CAMBIOS EN DATOS" TO w-campos
               END-IF
           END-IF.
           MOVE w-campos TO oh-campos.
           RELEASE orden-hist-reg.

       800-EMITIR-CAMBIOS.
           OPEN OUTPUT listado-cambios.
           MOVE w-fecha-desde TO lti-desde.
           MOVE w-fecha-hasta TO lti-hasta.
           WRITE listado-cambios-lin FROM lin-titulo.
           display lin-titulo.
           MOVE low-values TO w-operador-ant.
           MOVE zero TO w-cant-oper.
           move zero to sen.
           PERFORM UNTIL fin-de-archivo
               RETURN orden-hist AT END move 1 to sen
                   NOT AT END
                       PERFORM 820-EMITIR-CAMBIO
           END-RETURN
           END-PERFORM.
           IF w-cant-total > zero
               PERFORM 850-CORTE-OPERADOR
           END-IF.
           WRITE listado-cambios-lin FROM lin-separador.
           MOVE w-cant-total TO lto-total.
           WRITE listado-cambios-lin FROM lin-total.
           CLOSE listado-cambios.

       820-EMITIR-CAMBIO.
           IF oh-operador NOT = w-operador-ant
               IF w-cant-total > zero
                   PERFORM 850-CORTE-OPERADOR
               END-IF
               MOVE oh-operador TO w-operador-ant
               MOVE zero TO w-cant-oper
               MOVE oh-operador TO lop-operador
               WRITE listado-cambios-lin FROM lin-separador
               WRITE listado-cambios-lin FROM lin-operador
               WRITE listado-cambios-lin FROM lin-encabezado
               display lin-operador
           END-IF.
           MOVE oh-fecha TO lca-fecha.
           MOVE oh-hora TO w-hora.
           MOVE w-hora-hh TO lca-hh.
           MOVE w-hora-mm TO lca-mm.
           MOVE oh-socio TO lca-socio.
           MOVE oh-evento TO lca-evento.
           MOVE oh-programa TO lca-programa.
           MOVE oh-relacionado TO lca-relacionado.
           MOVE oh-campos TO lca-campos.
           WRITE listado-cambios-lin FROM lin-cambio.
           display lin-cambio.
           ADD 1 TO w-cant-oper.
           ADD 1 TO w-cant-total.

       850-CORTE-OPERADOR.
           MOVE w-operador-ant TO lto-operador.
           MOVE w-cant-oper TO lto-cant.
           WRITE listado-cambios-lin FROM lin-total-oper.
           display lin-total-oper.

       END PROGRAM HISTORIAL-SOCIOS.
