      *           nombre y apellido) y fusion confirmada por el
      *           operador: las cuotas del socio perdedor pasan al
      *           sobreviviente, las colisiones de periodo van a un
      *           informe y el duplicado queda dado de baja. No se
      *           fusiona si el perdedor tiene pagos en un periodo
      *           cerrado (cierres.dat). La fusion queda en el
      *           historial de ambos socios (historial.dat)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL colisiones
           ASSIGN TO "..\dupli-colisiones.txt"
           ORGANIZATION SEQUENTIAL.
           SELECT cierres ASSIGN TO "..\cierres.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cie-periodo
           FILE STATUS is ws-cie-fs.
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
       fd  cuotas.
       01  cuota-reg.
           03 cuo-clave.
           03 cuo-estado pic x.
               88 pago-vigente value "V".
               88 pago-anulado value "N".
           03 cuo-concepto pic xx.
       SD  orden-dup.
       01  orden-dup-reg.
           03 od-clave pic x(20).
           03 od-nro pic 9(6).
       fd  colisiones.
       01  colision-lin pic x(80).
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
       77  w-desborde pic 9 value 0.
       77  w-cont-fusiones pic 9(4) value zero.
       77  w-cont-colisiones pic 9(4) value zero.
       77  ws-cie-fs pic xx.
       77  w-cie-disp pic 9 value 0.
           88 cierres-disponible value 1.
       77  w-per-control pic 9(6).
       77  w-per-cerrado pic 9 value 0.
           88 periodo-cerrado value 1.
       77  w-evento pic x(8).
       77  w-relacionado pic 9(6).
       01  w-clave-armada.
           03 w-cla-nom pic x(10).
           03 w-cla-apell pic x(10).
               05 tc-canal pic x.
               05 tc-tipo pic x.
               05 tc-estado pic x.
               05 tc-concepto pic xx.
       01  lin-colision.
           03 filler pic x(17) value "PERIODO REPETIDO ".
           03 lcl-periodo pic 9(6).
           03 lcl-sobrevive pic 9(6).
           03 filler pic x(5) value " IMP ".
           03 lcl-importe pic zzzzz9.99.
       01  w-soc-antes pic x(110).
       LINKAGE SECTION.
       01  lnk-operador pic x(8).
       PROCEDURE DIVISION USING lnk-operador.
       MAIN-PROCEDURE.
           display "DETECCION Y FUSION DE SOCIOS DUPLICADOS".
           OPEN I-O socios.
               display "cuotas.dat no disponible, sin traspaso"
           END-IF.
           OPEN EXTEND colisiones.
           OPEN INPUT cierres.
           MOVE 0 TO w-cie-disp.
           IF ws-cie-fs = "00"
               MOVE 1 TO w-cie-disp
           END-IF.
           OPEN EXTEND audit-log.
           OPEN EXTEND historial.
           display "-- Candidatos por documento --".
           MOVE 0 TO w-pase.
           SORT orden-dup
               CLOSE cuotas
           END-IF.
           CLOSE colisiones.
           IF cierres-disponible
               CLOSE cierres
           END-IF.
           CLOSE audit-log.
           CLOSE historial.
           display "Fusiones realizadas:  " w-cont-fusiones.
           display "Periodos en colision: " w-cont-colisiones.
           GOBACK.
       850-FUSIONAR.
           MOVE 0 TO w-desborde.
           MOVE 0 TO w-bloqueado.
           MOVE 0 TO w-per-cerrado.
           IF cuo-disponible
               PERFORM 860-CARGAR-CUOTAS-PERDEDOR
               IF NOT lectura-bloqueada AND w-desborde = 0
                   PERFORM 865-CONTROLAR-CIERRES
                       VARYING w-i FROM 1 BY 1
                       UNTIL w-i > largo-cuo OR periodo-cerrado
               END-IF
           END-IF.
           IF lectura-bloqueada
               display "Fusion abandonada por registro tomado por"
           IF w-desborde = 1
               display "El socio " w-perdedor " tiene mas de 200"
                       " cuotas, no se fusiona este par"
           ELSE
           IF periodo-cerrado
               display "El socio " w-perdedor " tiene pagos en"
                       " periodos cerrados, no se fusiona este par"
           ELSE
               IF cuo-disponible
                   PERFORM 870-TRASPASAR-CUOTAS
               display "Fusion registrada, sobrevive el socio "
                       w-sobrevive
           END-IF
           END-IF
           END-IF.

       860-CARGAR-CUOTAS-PERDEDOR.
                                   TO tc-tipo(largo-cuo)
                               MOVE cuo-estado
                                   TO tc-estado(largo-cuo)
                               MOVE cuo-concepto
                                   TO tc-concepto(largo-cuo)
                           ELSE
                               MOVE 1 TO w-desborde
                               move 1 to sen-cuotas
               END-IF
           END-PERFORM.

      * El traspaso borra y graba cuotas en el periodo de cada pago:
      * con uno solo en un periodo cerrado, o fechado en un mes
      * cerrado, no se fusiona el par
       865-CONTROLAR-CIERRES.
           MOVE tc-periodo(w-i) TO w-per-control.
           PERFORM 950-CONTROLAR-CIERRE.
           IF NOT periodo-cerrado
               MOVE tc-fecha(w-i)(1:6) TO w-per-control
               PERFORM 950-CONTROLAR-CIERRE
           END-IF.

       870-TRASPASAR-CUOTAS.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > largo-cuo
               MOVE w-sobrevive TO cuo-nro
               MOVE tc-canal(w-i) TO cuo-canal
               MOVE tc-tipo(w-i) TO cuo-tipo
               MOVE tc-estado(w-i) TO cuo-estado
               MOVE tc-concepto(w-i) TO cuo-concepto
               WRITE cuota-reg
                   INVALID KEY
                       PERFORM 880-INFORMAR-COLISION
                       " a mano al socio " w-perdedor
           ELSE
               IF ws-soc-fs = "00"
                   MOVE soc-reg TO w-soc-antes
                   MOVE "B" TO soc-estado
                   ACCEPT w-fecha-hoy FROM DATE YYYYMMDD
                   MOVE w-fecha-hoy TO soc-fecha-baja
                   REWRITE soc-reg
                       INVALID KEY
                           display "No se pudo dar de baja el perdedor"
                       NOT INVALID KEY
                           MOVE "FUSION" TO w-evento
                           MOVE w-sobrevive TO w-relacionado
                           PERFORM 910-REGISTRAR-HISTORIA
                           PERFORM 895-HISTORIA-SOBREVIVIENTE
                   END-REWRITE
               END-IF
           END-IF.

      * El sobreviviente no cambia sus datos, pero su historial
      * registra el socio que absorbio
       895-HISTORIA-SOBREVIVIENTE.
           MOVE w-sobrevive TO soc-nro.
           READ socios INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE soc-reg TO w-soc-antes
                   MOVE "ABSORBE" TO w-evento
                   MOVE w-perdedor TO w-relacionado
                   PERFORM 910-REGISTRAR-HISTORIA
           END-READ.

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
           MOVE "DUPLI-SOCIOS" TO his-programa.
           MOVE w-relacionado TO his-relacionado.
           MOVE w-soc-antes TO his-antes.
           MOVE soc-reg TO his-despues.
           WRITE his-reg.

       END PROGRAM DUPLI-SOCIOS.
