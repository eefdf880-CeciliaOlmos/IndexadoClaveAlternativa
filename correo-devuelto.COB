      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Correo devuelto por la casa de mailing. Importa el
      *           archivo de devoluciones (correo-devuelto.txt) de las
      *           cartas de INTIMACIONES y los envios de
      *           EXPORT-SOCIOS que no se pudieron entregar y marca el
      *           domicilio del socio como invalido en dom-invalido.dat
      *           con el motivo y la fecha de la devolucion. Emite la
      *           lista de socios a contactar por telefono para
      *           actualizar el domicilio (contactar-socios.txt). La
      *           marca se levanta cuando ABM-SOCIOS cambia el
      *           domicilio
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORREO-DEVUELTO IS INITIAL PROGRAM.
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
           ALTERNATE record key is soc-documento WITH DUPLICATES
           FILE STATUS is ws-soc-fs.
           SELECT dom-invalido ASSIGN TO "..\dom-invalido.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is dinv-nro
           FILE STATUS is ws-dinv-fs.
           SELECT devoluciones ASSIGN TO "..\correo-devuelto.txt"
           ORGANIZATION SEQUENTIAL
           FILE STATUS is ws-dev-fs.
           SELECT listado-contacto ASSIGN TO "..\contactar-socios.txt"
           ORGANIZATION SEQUENTIAL.
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
       fd  dom-invalido.
       01  dinv-reg.
           03 dinv-nro pic 9(6).
           03 dinv-fecha-dev pic 9(8).
           03 dinv-motivo pic x(30).
           03 dinv-fecha-carga pic 9(8).
           03 dinv-operador pic x(8).
      * Un registro por envio devuelto, tal como lo entrega la casa de
      * mailing: socio, fecha de la devolucion y motivo
       fd  devoluciones.
       01  devolucion-reg.
           03 dev-nro pic 9(6).
           03 dev-fecha pic 9(8).
           03 dev-motivo pic x(30).
       fd  listado-contacto.
       01  listado-contacto-lin pic x(100).
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
       77  ws-soc-fs pic xx.
       77  ws-dinv-fs pic xx.
       77  ws-dev-fs pic xx.
       77  w-opcion pic 9.
           88 salir value 3.
       77  w-fecha-hoy pic 9(8).
       77  w-evento pic x(8).
       77  w-cont-leidos pic 9(6) value zero.
       77  w-cont-marcados pic 9(6) value zero.
       77  w-cont-actualizados pic 9(6) value zero.
       77  w-cont-rechazados pic 9(6) value zero.
       77  w-cont-contactar pic 9(6) value zero.
       77  w-cont-sin-tel pic 9(6) value zero.
       01  lin-rechazo.
           03 filler pic x(6) value "SOCIO ".
           03 lrc-nro pic 9(6).
           03 filler pic x(7) value " FECHA ".
           03 lrc-fecha pic 9(8).
           03 filler pic x(3) value " - ".
           03 lrc-motivo pic x(30).
       01  lin-titulo-contacto.
           03 filler pic x(39)
               value "SOCIOS A CONTACTAR POR CORREO DEVUELTO ".
           03 filler pic x(6) value "FECHA ".
           03 ltc-fecha pic 9(8).
       01  lin-separador pic x(100) value all "-".
       01  lin-encabezado-contacto.
           03 filler pic x(7) value "SOCIO".
           03 filler pic x(21) value "APELLIDO Y NOMBRE".
           03 filler pic x(11) value "TELEFONO".
           03 filler pic x(9) value "DEVUELTO".
           03 filler pic x(31) value "MOTIVO".
           03 filler pic x(21) value "DOMICILIO OBSERVADO".
       01  lin-contacto.
           03 lco-nro pic 9(6).
           03 filler pic x value space.
           03 lco-apell pic x(10).
           03 filler pic x value space.
           03 lco-nom pic x(10).
           03 filler pic x value space.
           03 lco-tel pic x(10).
           03 filler pic x value space.
           03 lco-fecha pic 9(8).
           03 filler pic x value space.
           03 lco-motivo pic x(30).
           03 filler pic x value space.
           03 lco-calle pic x(12).
           03 filler pic x value space.
           03 lco-nro-calle pic zzz9.
       01  lin-total-contacto.
           03 filler pic x(20) value "SOCIOS A CONTACTAR: ".
           03 ltt-cant pic zzzzz9.
           03 filler pic x(17) value "  SIN TELEFONO: ".
           03 ltt-sin-tel pic zzzzz9.
       LINKAGE SECTION.
       01  lnk-operador pic x(8).
       PROCEDURE DIVISION USING lnk-operador.
       MAIN-PROCEDURE.
           display "CORREO DEVUELTO POR LA CASA DE MAILING".
           OPEN INPUT socios.
           IF ws-soc-fs NOT = "00"
               display "arch.dat no disponible"
               GOBACK
           END-IF.
           PERFORM 110-ABRIR-DOM-INVALIDO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM with test after UNTIL salir
               PERFORM 200-MENU
               PERFORM 300-PROCESO-MENU
           END-PERFORM.
           CLOSE socios.
           CLOSE dom-invalido.
           GOBACK.

       110-ABRIR-DOM-INVALIDO.
           OPEN I-O dom-invalido.
           IF ws-dinv-fs NOT = "00"
               OPEN OUTPUT dom-invalido
               CLOSE dom-invalido
               OPEN I-O dom-invalido
           END-IF.

       200-MENU.
           display "1 - Importar devoluciones de la casa de mailing".
           display "2 - Socios a contactar por telefono".
           display "3 - Salir".
           ACCEPT w-opcion.

       300-PROCESO-MENU.
           EVALUATE w-opcion
               WHEN 1 PERFORM 400-IMPORTAR-DEVOLUCIONES
                           thru 400-F-IMPORTAR-DEVOLUCIONES
               WHEN 2 PERFORM 600-LISTAR-CONTACTOS
               WHEN 3 NEXT SENTENCE
           END-EVALUATE.

      * ----------------------------------------------------------------
      * IMPORTACION DE LAS DEVOLUCIONES
      * ----------------------------------------------------------------
       400-IMPORTAR-DEVOLUCIONES.
           OPEN INPUT devoluciones.
           IF ws-dev-fs NOT = "00"
               display "correo-devuelto.txt no disponible"
               GO TO 400-F-IMPORTAR-DEVOLUCIONES
           END-IF.
           OPEN EXTEND audit-log.
           MOVE zero TO w-cont-leidos.
           MOVE zero TO w-cont-marcados.
           MOVE zero TO w-cont-actualizados.
           MOVE zero TO w-cont-rechazados.
           move zero to sen.
           PERFORM UNTIL fin-de-archivo
               READ devoluciones AT END move 1 to sen
                   NOT AT END
                       ADD 1 TO w-cont-leidos
                       PERFORM 450-PROCESAR-DEVOLUCION
                           thru 450-F-PROCESAR-DEVOLUCION
               END-READ
           END-PERFORM.
           CLOSE devoluciones.
           CLOSE audit-log.
           display "Devoluciones leidas:    " w-cont-leidos.
           display "Domicilios marcados:    " w-cont-marcados.
           display "Marcas actualizadas:    " w-cont-actualizados.
           display "Devoluciones rechazadas: " w-cont-rechazados.
       400-F-IMPORTAR-DEVOLUCIONES.
           EXIT.

      * Una segunda devolucion del mismo socio actualiza la fecha y el
      * motivo de la marca que ya tenia
       450-PROCESAR-DEVOLUCION.
           MOVE dev-nro TO soc-nro.
           READ socios INVALID KEY
                   MOVE "SOCIO INEXISTENTE" TO lrc-motivo
                   PERFORM 480-RECHAZAR-DEVOLUCION
                   GO TO 450-F-PROCESAR-DEVOLUCION
           END-READ.
           IF socio-baja
               MOVE "SOCIO DADO DE BAJA" TO lrc-motivo
               PERFORM 480-RECHAZAR-DEVOLUCION
               GO TO 450-F-PROCESAR-DEVOLUCION
           END-IF.
           MOVE dev-nro TO dinv-nro.
           READ dom-invalido INVALID KEY
                   PERFORM 460-ARMAR-MARCA
                   WRITE dinv-reg
                   ADD 1 TO w-cont-marcados
                NOT INVALID KEY
                   PERFORM 460-ARMAR-MARCA
                   REWRITE dinv-reg
                   ADD 1 TO w-cont-actualizados
           END-READ.
           MOVE "DOM-INV" TO w-evento.
           PERFORM 900-REGISTRAR-EVENTO.
       450-F-PROCESAR-DEVOLUCION.
           EXIT.

       460-ARMAR-MARCA.
           MOVE dev-nro TO dinv-nro.
           MOVE dev-fecha TO dinv-fecha-dev.
           MOVE dev-motivo TO dinv-motivo.
           MOVE w-fecha-hoy TO dinv-fecha-carga.
           MOVE lnk-operador TO dinv-operador.

       480-RECHAZAR-DEVOLUCION.
           MOVE dev-nro TO lrc-nro.
           MOVE dev-fecha TO lrc-fecha.
           display lin-rechazo.
           ADD 1 TO w-cont-rechazados.

      * ----------------------------------------------------------------
      * LISTA DE SOCIOS A CONTACTAR POR TELEFONO
      * ----------------------------------------------------------------
      * Los socios que pasaron a baja despues de la devolucion ya no
      * se contactan
       600-LISTAR-CONTACTOS.
           OPEN OUTPUT listado-contacto.
           MOVE w-fecha-hoy TO ltc-fecha.
           WRITE listado-contacto-lin FROM lin-titulo-contacto.
           WRITE listado-contacto-lin FROM lin-separador.
           WRITE listado-contacto-lin FROM lin-encabezado-contacto.
           display lin-titulo-contacto.
           display lin-encabezado-contacto.
           MOVE zero TO w-cont-contactar.
           MOVE zero TO w-cont-sin-tel.
           MOVE zeros TO dinv-nro.
           move zero to sen.
           START dom-invalido KEY IS NOT < dinv-nro INVALID KEY
                   move 1 to sen
           END-START.
           PERFORM UNTIL fin-de-archivo
               READ dom-invalido NEXT AT END move 1 to sen
                   NOT AT END
                       MOVE dinv-nro TO soc-nro
                       READ socios INVALID KEY
                               CONTINUE
                            NOT INVALID KEY
                               IF NOT socio-baja
                                   PERFORM 650-LINEA-CONTACTO
                               END-IF
                       END-READ
               END-READ
           END-PERFORM.
           WRITE listado-contacto-lin FROM lin-separador.
           MOVE w-cont-contactar TO ltt-cant.
           MOVE w-cont-sin-tel TO ltt-sin-tel.
           WRITE listado-contacto-lin FROM lin-total-contacto.
           CLOSE listado-contacto.
           display lin-total-contacto.
           display "Lista en contactar-socios.txt".

       650-LINEA-CONTACTO.
           MOVE soc-nro TO lco-nro.
           MOVE soc-apell TO lco-apell.
           MOVE soc-nom TO lco-nom.
           IF soc-tel = zero
               MOVE "SIN TEL." TO lco-tel
               ADD 1 TO w-cont-sin-tel
           ELSE
               MOVE soc-tel TO lco-tel
           END-IF.
           MOVE dinv-fecha-dev TO lco-fecha.
           MOVE dinv-motivo TO lco-motivo.
           MOVE soc-calle TO lco-calle.
           MOVE soc-nro-calle TO lco-nro-calle.
           WRITE listado-contacto-lin FROM lin-contacto.
           display lin-contacto.
           ADD 1 TO w-cont-contactar.

      * ----------------------------------------------------------------
      * AUDITORIA DE EVENTOS
      * ----------------------------------------------------------------
       900-REGISTRAR-EVENTO.
           MOVE spaces TO audit-reg.
           MOVE w-evento TO au-tipo.
           MOVE soc-nro TO au-valor.
           ACCEPT au-fecha FROM DATE YYYYMMDD.
           ACCEPT au-hora FROM TIME.
           MOVE "REGISTRADA" TO au-estado.
           MOVE lnk-operador TO au-operador.
           WRITE audit-reg.

       END PROGRAM CORREO-DEVUELTO.
