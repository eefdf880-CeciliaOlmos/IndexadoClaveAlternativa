      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Alta/baja/modificacion de socios sobre arch.dat y
      *           vinculacion de los familiares con su titular en
      *           grupo.dat. Cada cambio deja la imagen del socio
      *           antes y despues en historial.dat. El cambio de
      *           domicilio levanta la marca de correo devuelto
      *           (dom-invalido.dat)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE is DYNAMIC
           record KEY is pl-clave
           FILE STATUS is ws-pl-fs.
           SELECT grupo ASSIGN TO "..\grupo.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is grp-familiar
           ALTERNATE record key is grp-titular WITH DUPLICATES
           LOCK MODE is AUTOMATIC
           FILE STATUS is ws-grp-fs.
           SELECT dom-invalido ASSIGN TO "..\dom-invalido.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is dinv-nro
           FILE STATUS is ws-dinv-fs.
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
       fd  prov-loc.
       01  pl-reg.
           03 pl-clave.
               05 pl-provincia pic x(12).
               05 pl-localidad pic x(12).
       fd  grupo.
       01  grp-reg.
           03 grp-familiar pic 9(6).
           03 grp-titular pic 9(6).
           03 grp-fecha-alta pic 9(8).
       fd  dom-invalido.
       01  dinv-reg.
           03 dinv-nro pic 9(6).
           03 dinv-fecha-dev pic 9(8).
           03 dinv-motivo pic x(30).
           03 dinv-fecha-carga pic 9(8).
           03 dinv-operador pic x(8).
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
       77  w-opcion pic 9.
           88 salir value 7.
       77  w-opcion-grupo pic 9.
       77  w-fecha-hoy pic 9(8).
       77  w-encontrado pic 9.
           88 socio-encontrado value 1.
           88 documento-unico value 1.
       77  sen-doc pic 9.
           88  fin-de-documentos value 1.
       77  ws-grp-fs pic xx.
       77  sen-grupo pic 9.
           88  fin-de-grupo value 1.
       77  w-titular pic 9(6).
       77  w-familiar pic 9(6).
       77  w-cant-familiares pic 9(3) value zero.
       77  w-resp pic x.
       77  w-estado-grupo pic x.
       77  ws-dinv-fs pic xx.
       01  w-fecha-aux.
           03 w-fa-aaaa pic 9(4).
           03 w-fa-mm pic 9(2).
           03 w-fa-dd pic 9(2).
       01  w-fecha-aux-num redefines w-fecha-aux pic 9(8).
       01  w-soc-antes pic x(110).
       01  w-soc-antes-dom redefines w-soc-antes.
           03 filler pic x(36).
           03 w-ant-provincia pic x(12).
           03 w-ant-localidad pic x(12).
           03 w-ant-calle pic x(12).
           03 w-ant-nro-calle pic 9(4).
           03 filler pic x(34).
       LINKAGE SECTION.
       01  lnk-operador pic x(8).
       PROCEDURE DIVISION USING lnk-operador.
       100-INICIO-ABM.
           OPEN I-O socios.
           OPEN EXTEND audit-log.
           OPEN EXTEND historial.
           PERFORM 110-ABRIR-GRUPO.
           PERFORM 120-ABRIR-DOM-INVALIDO.
           OPEN INPUT prov-loc.
           MOVE 0 TO w-pl-disp.
           IF ws-pl-fs = "00"
               display "provloc.dat no disponible, sin validar"
           END-IF.

       110-ABRIR-GRUPO.
           OPEN I-O grupo.
           IF ws-grp-fs NOT = "00"
               OPEN OUTPUT grupo
               CLOSE grupo
               OPEN I-O grupo
           END-IF.

       120-ABRIR-DOM-INVALIDO.
           OPEN I-O dom-invalido.
           IF ws-dinv-fs NOT = "00"
               OPEN OUTPUT dom-invalido
               CLOSE dom-invalido
               OPEN I-O dom-invalido
           END-IF.

       200-MENU.
           PERFORM 230-MOSTRAR-OPCIONES.
           ACCEPT w-opcion.
           display "3 - Baja de socio".
           display "4 - Suspension de socio".
           display "5 - Reincorporacion de socio".
           display "6 - Grupo familiar".
           display "7 - Salir".

       300-PROCESO-MENU.
           EVALUATE w-opcion
               WHEN 3 PERFORM 700-BAJA-SOCIO
               WHEN 4 PERFORM 750-SUSPENDER-SOCIO
               WHEN 5 PERFORM 800-REINCORPORAR-SOCIO
               WHEN 6 PERFORM 850-GRUPO-FAMILIAR
               WHEN 7 NEXT SENTENCE
           END-EVALUATE.

       360-PIDO-NUM.
                           display "Numero no encontrado"
                        NOT INVALID KEY
                           MOVE 1 TO w-encontrado
                           MOVE soc-reg TO w-soc-antes
           END-READ.
           IF ws-soc-fs = "51" OR ws-soc-fs = "99"
               display "Registro tomado por otro puesto, reintente"
                   display "Ya existe un socio vivo con ese documento"
               ELSE
               MOVE w-nro-alta TO soc-nro
               MOVE spaces TO w-soc-antes
               MOVE zeros TO soc-fecha-ingreso
               MOVE zeros TO soc-fecha-nacimiento
               PERFORM 510-PIDO-DATOS-SOCIO
               MOVE w-doc TO soc-documento
               MOVE "A" TO soc-estado
                           display "Alta registrada"
                           MOVE "ALTA" TO w-evento
                           PERFORM 900-REGISTRAR-EVENTO
                           PERFORM 910-REGISTRAR-HISTORIA
                           IF categoria-familiar
                               PERFORM 530-VINCULAR-EN-ALTA
                           END-IF
                   END-WRITE
               ELSE
                   display "Alta rechazada por prov/loc invalida"
               display "Categoria invalida, se asume T (titular)"
               MOVE "T" TO soc-categoria
           END-IF.
           PERFORM 515-PIDO-FECHAS.
           PERFORM 520-VALIDAR-PROV-LOC.

      * Fecha de ingreso (antiguedad) y de nacimiento (edad) para la
      * recategorizacion automatica; en el alta el ingreso en cero
      * toma la fecha del dia, en cero quedan como desconocidas
       515-PIDO-FECHAS.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           display "Fecha de ingreso (AAAAMMDD, 0 deja "
                   soc-fecha-ingreso ")".
           accept w-fecha-aux-num.
           IF w-fecha-aux-num NOT = zero
               IF w-fa-mm < 1 OR w-fa-mm > 12 OR w-fa-dd < 1 OR
                  w-fa-dd > 31 OR w-fecha-aux-num > w-fecha-hoy
                   display "Fecha de ingreso invalida, no se cambia"
               ELSE
                   MOVE w-fecha-aux-num TO soc-fecha-ingreso
               END-IF
           END-IF.
           IF soc-fecha-ingreso NOT NUMERIC
               MOVE zeros TO soc-fecha-ingreso
           END-IF.
           IF soc-fecha-ingreso = zero AND w-opcion = 1
               MOVE w-fecha-hoy TO soc-fecha-ingreso
           END-IF.
           display "Fecha de nacimiento (AAAAMMDD, 0 deja "
                   soc-fecha-nacimiento ")".
           accept w-fecha-aux-num.
           IF w-fecha-aux-num NOT = zero
               IF w-fa-mm < 1 OR w-fa-mm > 12 OR w-fa-dd < 1 OR
                  w-fa-dd > 31 OR w-fecha-aux-num > w-fecha-hoy
                   display "Fecha de nacimiento invalida, no se cambia"
               ELSE
                   MOVE w-fecha-aux-num TO soc-fecha-nacimiento
               END-IF
           END-IF.
           IF soc-fecha-nacimiento NOT NUMERIC
               MOVE zeros TO soc-fecha-nacimiento
           END-IF.

       520-VALIDAR-PROV-LOC.
           MOVE 0 TO w-prov-loc-ok.
           IF prov-loc-disponible
               MOVE 1 TO w-prov-loc-ok
           END-IF.

      * El familiar recien dado de alta se vincula con su titular
       530-VINCULAR-EN-ALTA.
           MOVE soc-nro TO w-familiar.
           display "Nro de socio titular del grupo (0 = sin grupo)".
           accept w-titular.
           IF w-titular NOT = zero
               PERFORM 870-VALIDAR-TITULAR
               IF socio-encontrado
                   PERFORM 875-GRABAR-VINCULO
               END-IF
           END-IF.
           MOVE w-familiar TO soc-nro.

      * ----------------------------------------------------------------
      * MODIFICACION
      * ----------------------------------------------------------------
           ELSE
               PERFORM 363-BUSCO-SOCIO
               IF socio-encontrado
                   PERFORM 615-AVISAR-CORREO-DEVUELTO
                   PERFORM 510-PIDO-DATOS-SOCIO
                   IF prov-loc-valida
                       REWRITE soc-reg
                               display "Modificacion registrada"
                               MOVE "MODIF" TO w-evento
                               PERFORM 900-REGISTRAR-EVENTO
                               PERFORM 910-REGISTRAR-HISTORIA
                               PERFORM 620-LEVANTAR-MARCA-DOM
                               IF NOT categoria-familiar
                                   PERFORM 610-QUITAR-VINCULO
                               ELSE
                                   MOVE soc-nro TO w-titular
                                   PERFORM 885-DESARMAR-GRUPO
                               END-IF
                       END-REWRITE
                   ELSE
                       display "Modif. rechazada, prov/loc invalida"
               END-IF
           END-IF.

      * Un socio que deja de ser familiar sale del grupo de su titular
       610-QUITAR-VINCULO.
           MOVE soc-nro TO grp-familiar.
           READ grupo INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   DELETE grupo
                       NOT INVALID KEY
                           display "Deja de integrar el grupo del"
                                   " titular " grp-titular
                           MOVE "GRP-BAJA" TO w-evento
                           PERFORM 900-REGISTRAR-EVENTO
                   END-DELETE
           END-READ.

      * El domicilio con correo devuelto se avisa antes de pedir los
      * datos, para aprovechar el contacto y corregirlo
       615-AVISAR-CORREO-DEVUELTO.
           MOVE soc-nro TO dinv-nro.
           READ dom-invalido INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   display "Atencion: domicilio con correo devuelto el "
                           dinv-fecha-dev " (" dinv-motivo ")"
           END-READ.

      * Cualquier cambio en el domicilio levanta la marca de correo
      * devuelto; los demas datos no la tocan
       620-LEVANTAR-MARCA-DOM.
           IF soc-provincia NOT = w-ant-provincia OR
              soc-localidad NOT = w-ant-localidad OR
              soc-calle NOT = w-ant-calle OR
              soc-nro-calle NOT = w-ant-nro-calle
               MOVE soc-nro TO dinv-nro
               DELETE dom-invalido
                   NOT INVALID KEY
                       display "Domicilio corregido, se levanta la"
                               " marca de correo devuelto"
                       MOVE "DOM-OK" TO w-evento
                       PERFORM 900-REGISTRAR-EVENTO
               END-DELETE
           END-IF.

      * ----------------------------------------------------------------
      * BAJA
      * ----------------------------------------------------------------
                           display "Baja registrada"
                           MOVE "BAJA" TO w-evento
                           PERFORM 900-REGISTRAR-EVENTO
                           PERFORM 910-REGISTRAR-HISTORIA
                           MOVE "B" TO w-estado-grupo
                           PERFORM 880-ARRASTRAR-GRUPO
                           PERFORM 885-DESARMAR-GRUPO
                   END-REWRITE
               END-IF
           END-IF.
                           display "Suspension registrada"
                           MOVE "SUSP" TO w-evento
                           PERFORM 900-REGISTRAR-EVENTO
                           PERFORM 910-REGISTRAR-HISTORIA
                           MOVE "S" TO w-estado-grupo
                           PERFORM 880-ARRASTRAR-GRUPO
                   END-REWRITE
               END-IF
           END-IF.
                           display "Reincorporacion registrada"
                           MOVE "REINC" TO w-evento
                           PERFORM 900-REGISTRAR-EVENTO
                           PERFORM 910-REGISTRAR-HISTORIA
                   END-REWRITE
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * GRUPO FAMILIAR
      * ----------------------------------------------------------------
       850-GRUPO-FAMILIAR.
           display "1 - Vincular familiar con su titular".
           display "2 - Desvincular familiar".
           display "3 - Consultar grupo de un titular".
           display "4 - Volver".
           ACCEPT w-opcion-grupo.
           EVALUATE w-opcion-grupo
               WHEN 1 PERFORM 855-VINCULAR-FAMILIAR
               WHEN 2 PERFORM 860-DESVINCULAR-FAMILIAR
               WHEN 3 PERFORM 865-CONSULTAR-GRUPO
               WHEN OTHER NEXT SENTENCE
           END-EVALUATE.

       855-VINCULAR-FAMILIAR.
           display "Nro de socio familiar".
           accept w-familiar.
           MOVE w-familiar TO soc-nro.
           PERFORM 363-BUSCO-SOCIO.
           IF socio-encontrado
               IF NOT categoria-familiar OR socio-baja
                   display "Solo se vincula un familiar que no este"
                           " dado de baja"
               ELSE
                   display "Nro de socio titular"
                   accept w-titular
                   PERFORM 870-VALIDAR-TITULAR
                   IF socio-encontrado
                       PERFORM 875-GRABAR-VINCULO
                   END-IF
               END-IF
           END-IF.

       860-DESVINCULAR-FAMILIAR.
           display "Nro de socio familiar".
           accept w-familiar.
           MOVE w-familiar TO soc-nro.
           MOVE w-familiar TO grp-familiar.
           READ grupo INVALID KEY
                   display "El socio no integra ningun grupo"
                NOT INVALID KEY
                   DELETE grupo
                       INVALID KEY
                           display "No se pudo desvincular"
                       NOT INVALID KEY
                           display "Familiar desvinculado del titular "
                                   grp-titular
                           MOVE "GRP-BAJA" TO w-evento
                           PERFORM 900-REGISTRAR-EVENTO
                   END-DELETE
           END-READ.
           IF ws-grp-fs = "51" OR ws-grp-fs = "99"
               display "Registro tomado por otro puesto, reintente"
           END-IF.

       865-CONSULTAR-GRUPO.
           display "Nro de socio titular".
           accept w-titular.
           MOVE w-titular TO soc-nro.
           PERFORM 363-BUSCO-SOCIO.
           IF socio-encontrado
               display "Titular " soc-nro " " soc-nom " " soc-apell
                       " estado " soc-estado
               MOVE zero TO w-cant-familiares
               MOVE space TO w-estado-grupo
               MOVE "N" TO w-resp
               PERFORM 890-RECORRER-GRUPO
               IF w-cant-familiares = zero
                   display "El socio no tiene familiares a cargo"
               END-IF
           END-IF.

      * El titular tiene que existir, no ser a su vez familiar y no
      * estar dado de baja
       870-VALIDAR-TITULAR.
           MOVE w-titular TO soc-nro.
           PERFORM 363-BUSCO-SOCIO.
           IF socio-encontrado
               IF categoria-familiar OR socio-baja
                   display "El titular no puede ser familiar ni"
                           " estar dado de baja"
                   MOVE 0 TO w-encontrado
               END-IF
           END-IF.

       875-GRABAR-VINCULO.
           MOVE w-familiar TO grp-familiar.
           MOVE w-titular TO grp-titular.
           ACCEPT grp-fecha-alta FROM DATE YYYYMMDD.
           WRITE grp-reg
               INVALID KEY
                   REWRITE grp-reg
                       INVALID KEY
                           display "No se pudo grabar el vinculo"
                       NOT INVALID KEY
                           display "Familiar pasado al grupo del"
                                   " titular " w-titular
                   END-REWRITE
               NOT INVALID KEY
                   display "Familiar vinculado al titular " w-titular
           END-WRITE.
           IF ws-grp-fs = "00"
               MOVE w-familiar TO soc-nro
               MOVE "GRP-ALTA" TO w-evento
               PERFORM 900-REGISTRAR-EVENTO
           ELSE
               IF ws-grp-fs = "51" OR ws-grp-fs = "99"
                   display "Registro tomado por otro puesto, reintente"
               END-IF
           END-IF.

      * Baja o suspension del titular: avisa de los familiares a cargo
      * que seguirian vigentes y ofrece aplicarles el mismo cambio
       880-ARRASTRAR-GRUPO.
           MOVE soc-nro TO w-titular.
           MOVE zero TO w-cant-familiares.
           MOVE "N" TO w-resp.
           PERFORM 890-RECORRER-GRUPO.
           IF w-cant-familiares > zero
               display "ATENCION: el socio tiene " w-cant-familiares
                       " familiar(es) a cargo en el grupo"
               IF w-estado-grupo = "B"
                   display "Dar de baja tambien al grupo? (S/N)"
               ELSE
                   display "Suspender tambien al grupo? (S/N)"
               END-IF
               accept w-resp
               IF w-resp = "S" OR w-resp = "s"
                   MOVE "S" TO w-resp
                   PERFORM 890-RECORRER-GRUPO
               END-IF
           END-IF.
           MOVE w-titular TO soc-nro.

      * Un titular dado de baja o que pasa a familiar deja de tener
      * grupo: se desvinculan todos sus familiares. Se vuelve a
      * posicionar en cada vuelta porque el DELETE pierde la lectura
       885-DESARMAR-GRUPO.
           move zero to sen-grupo.
           PERFORM UNTIL fin-de-grupo
               MOVE w-titular TO grp-titular
               START grupo KEY IS = grp-titular INVALID KEY
                       move 1 to sen-grupo
               END-START
               IF NOT fin-de-grupo
                   READ grupo NEXT AT END move 1 to sen-grupo
                   END-READ
               END-IF
               IF NOT fin-de-grupo
                   IF grp-titular NOT = w-titular
                       move 1 to sen-grupo
                   ELSE
                       PERFORM 887-QUITAR-FAMILIAR
                   END-IF
               END-IF
           END-PERFORM.
           MOVE w-titular TO soc-nro.

       887-QUITAR-FAMILIAR.
           MOVE grp-familiar TO soc-nro.
           DELETE grupo
               INVALID KEY
                   display "No se pudo desvincular al familiar "
                           soc-nro
                   move 1 to sen-grupo
               NOT INVALID KEY
                   display "  Familiar " soc-nro " desvinculado"
                           " del titular " w-titular
                   MOVE "GRP-BAJA" TO w-evento
                   PERFORM 900-REGISTRAR-EVENTO
           END-DELETE.

      * Recorre los familiares del titular: con w-resp en "S" les
      * aplica el estado de w-estado-grupo, si no solo los muestra
       890-RECORRER-GRUPO.
           MOVE w-titular TO grp-titular.
           move zero to sen-grupo.
           START grupo KEY IS = grp-titular INVALID KEY
                   move 1 to sen-grupo
           END-START.
           PERFORM UNTIL fin-de-grupo
               READ grupo NEXT AT END move 1 to sen-grupo
               END-READ
               IF NOT fin-de-grupo
                   IF grp-titular NOT = w-titular
                       move 1 to sen-grupo
                   ELSE
                       PERFORM 895-PROCESAR-FAMILIAR
                   END-IF
               END-IF
           END-PERFORM.

       895-PROCESAR-FAMILIAR.
           MOVE grp-familiar TO soc-nro.
           PERFORM 363-BUSCO-SOCIO.
           IF socio-encontrado
               IF w-resp = "S"
                   PERFORM 897-CAMBIAR-FAMILIAR
               ELSE
                   display "  Familiar " soc-nro " " soc-nom " "
                           soc-apell " estado " soc-estado
                   IF w-estado-grupo = "B" AND NOT socio-baja
                       ADD 1 TO w-cant-familiares
                   END-IF
                   IF w-estado-grupo = "S" AND socio-activo
                       ADD 1 TO w-cant-familiares
                   END-IF
                   IF w-estado-grupo = space
                       ADD 1 TO w-cant-familiares
                   END-IF
               END-IF
           END-IF.

       897-CAMBIAR-FAMILIAR.
           IF w-estado-grupo = "B" AND NOT socio-baja
               MOVE "B" TO soc-estado
               ACCEPT w-fecha-hoy FROM DATE YYYYMMDD
               MOVE w-fecha-hoy TO soc-fecha-baja
               REWRITE soc-reg
                   INVALID KEY
                       display "No se pudo dar de baja al familiar "
                               soc-nro
                   NOT INVALID KEY
                       display "  Baja del familiar " soc-nro
                       MOVE "BAJA" TO w-evento
                       PERFORM 900-REGISTRAR-EVENTO
                       PERFORM 910-REGISTRAR-HISTORIA
               END-REWRITE
           END-IF.
           IF w-estado-grupo = "S" AND socio-activo
               MOVE "S" TO soc-estado
               REWRITE soc-reg
                   INVALID KEY
                       display "No se pudo suspender al familiar "
                               soc-nro
                   NOT INVALID KEY
                       display "  Suspension del familiar " soc-nro
                       MOVE "SUSP" TO w-evento
                       PERFORM 900-REGISTRAR-EVENTO
                       PERFORM 910-REGISTRAR-HISTORIA
               END-REWRITE
           END-IF.

       400-FIN-ABM.
           CLOSE SOCIOS.
           CLOSE grupo.
           CLOSE dom-invalido.
           CLOSE audit-log.
           CLOSE historial.
           IF prov-loc-disponible
               CLOSE prov-loc
           END-IF.
           MOVE lnk-operador TO au-operador.
           WRITE audit-reg.

      * Imagen completa del socio antes y despues del cambio, para el
      * historial de modificaciones
       910-REGISTRAR-HISTORIA.
           MOVE spaces TO his-reg.
           ACCEPT his-fecha FROM DATE YYYYMMDD.
           ACCEPT his-hora FROM TIME.
           MOVE soc-nro TO his-socio.
           MOVE w-evento TO his-evento.
           MOVE lnk-operador TO his-operador.
           MOVE "ABM-SOCIOS" TO his-programa.
           MOVE zeros TO his-relacionado.
           MOVE w-soc-antes TO his-antes.
           MOVE soc-reg TO his-despues.
           WRITE his-reg.

       END PROGRAM ABM-SOCIOS.
