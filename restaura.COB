           ACCESS MODE is SEQUENTIAL
           record KEY is cpr-nro
           ALTERNATE record key is cpr-socio WITH DUPLICATES.
           SELECT grupo ASSIGN TO "..\grupo.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is grp-familiar
           ALTERNATE record key is grp-titular WITH DUPLICATES.
           SELECT actividades ASSIGN TO "..\actividades.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is act-codigo.
           SELECT inscripciones ASSIGN TO "..\inscripciones.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is ins-clave.
           SELECT cierres ASSIGN TO "..\cierres.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is cie-periodo.
           SELECT cupones ASSIGN TO "..\cupones.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is cup-nro
           ALTERNATE record key is cup-cargo WITH DUPLICATES.
           SELECT dom-invalido ASSIGN TO "..\dom-invalido.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is dinv-nro.
           SELECT archivo-bajas ASSIGN TO "..\archivo-bajas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is arb-clave
           ALTERNATE record key is arb-apell WITH DUPLICATES
           ALTERNATE record key is arb-documento WITH DUPLICATES.
           SELECT recibos ASSIGN TO "..\recibos.dat"
           ORGANIZATION SEQUENTIAL.
           SELECT recibo-nro ASSIGN TO "..\recibo-nro.dat"
           ORGANIZATION SEQUENTIAL.
           SELECT audit-log ASSIGN TO "..\audit.log"
           ORGANIZATION SEQUENTIAL.
           SELECT accesos ASSIGN TO "..\accesos.dat"
           ORGANIZATION SEQUENTIAL.
           SELECT cupon-nro ASSIGN TO "..\cupon-nro.dat"
           ORGANIZATION SEQUENTIAL.
           SELECT historial ASSIGN TO "..\historial.dat"
           ORGANIZATION SEQUENTIAL.
           SELECT entrada ASSIGN TO w-nombre-entrada
           ORGANIZATION SEQUENTIAL
           FILE STATUS is ws-ent-fs.
           03 soc-tel pic 9(10).
           03 soc-resto pic x(50).
           03 soc-documento pic 9(8).
           03 soc-fecha-ingreso pic 9(8).
           03 soc-fecha-nacimiento pic 9(8).
       fd  cuotas.
       01  cuota-reg.
           03 cuo-clave.
               05 cuo-nro pic 9(6).
               05 cuo-periodo pic 9(6).
               05 cuo-secuencia pic 9(2).
           03 cuo-resto pic x(37).
       fd  cargos.
       01  cargo-reg.
           03 car-clave.
               05 car-nro pic 9(6).
               05 car-periodo pic 9(6).
               05 car-concepto pic xx.
           03 car-resto pic x(8).
       fd  tarifas.
       01  tarifa-reg.
           03 cpr-nro pic 9(8).
           03 cpr-socio pic 9(6).
           03 cpr-resto pic x(33).
       fd  grupo.
       01  grp-reg.
           03 grp-familiar pic 9(6).
           03 grp-titular pic 9(6).
           03 grp-resto pic x(8).
       fd  actividades.
       01  act-reg.
           03 act-codigo pic xx.
           03 act-resto pic x(33).
       fd  inscripciones.
       01  ins-reg.
           03 ins-clave.
               05 ins-socio pic 9(6).
               05 ins-actividad pic xx.
           03 ins-resto pic x(17).
       fd  cierres.
       01  cierre-reg.
           03 cie-periodo pic 9(6).
           03 cie-estado pic x.
           03 cie-fecha pic 9(8).
           03 cie-operador pic x(8).
       fd  cupones.
       01  cupon-reg.
           03 cup-nro pic 9(8).
           03 cup-cargo.
               05 cup-socio pic 9(6).
               05 cup-periodo pic 9(6).
               05 cup-concepto pic xx.
           03 filler pic x(57).
       fd  dom-invalido.
       01  dinv-reg.
           03 dinv-nro pic 9(6).
           03 dinv-fecha-dev pic 9(8).
           03 dinv-motivo pic x(30).
           03 dinv-fecha-carga pic 9(8).
           03 dinv-operador pic x(8).
       fd  archivo-bajas.
       01  arb-reg.
           03 arb-clave.
               05 arb-nro pic 9(6).
               05 arb-fecha-archivo pic 9(8).
           03 arb-apell pic x(10).
           03 arb-nom pic x(10).
           03 arb-documento pic 9(8).
           03 arb-fecha-baja pic 9(8).
           03 arb-cant-cuotas pic 9(4).
           03 arb-cant-cargos pic 9(4).
           03 arb-cant-comprob pic 9(4).
           03 arb-operador pic x(8).
       fd  recibos.
       01  recibo-lin pic x(90).
       fd  recibo-nro.
       01  rec-nro-reg pic x(8).
       fd  audit-log.
       01  audit-reg pic x(57).
       fd  accesos.
       01  acceso-reg pic x(62).
       fd  cupon-nro.
       01  cup-nro-reg pic x(8).
      * El historial viene en tres tramos por registro
       fd  historial.
       01  his-reg.
           03 his-tramo1 pic x(110).
           03 his-tramo2 pic x(110).
           03 his-tramo3 pic x(56).
       fd  entrada.
       01  entrada-reg pic x(110).
       fd  control-bkp.
       01  control-reg.
           03 ctl-nombre pic x(20).
       77  w-error pic 9 value 0.
           88 juego-con-error value 1.
       77  w-resp pic x.
       77  w-en-juego pic 9 value 0.
           88 archivo-en-juego value 1.
       77  w-tramo pic 9 value 0.
       01  tabla-control.
           03 largo-ctl pic 9(2) value zero.
           03 vec-ctl OCCURS 30.
               05 tcl-nombre pic x(20).
               05 tcl-cant pic 9(8).
       PROCEDURE DIVISION.
               PERFORM UNTIL fin-de-archivo
                   READ control-bkp AT END move 1 to sen
                       NOT AT END
                           IF largo-ctl < 30
                               ADD 1 TO largo-ctl
                               MOVE ctl-nombre
                                   TO tcl-nombre(largo-ctl)
               MOVE 1 TO w-error
           END-IF.

      * Los archivos que se sumaron al respaldo despues de la fecha
      * del juego no figuran en su control y se dejan como estan
       320-BUSCAR-EN-JUEGO.
           MOVE 0 TO w-en-juego.
           PERFORM VARYING w-i FROM 1 BY 1 UNTIL w-i > largo-ctl
               IF tcl-nombre(w-i) = w-nombre-arch
                   MOVE 1 TO w-en-juego
               END-IF
           END-PERFORM.

      * ----------------------------------------------------------------
      * PASADA 2: REEMPLAZO DE LOS ARCHIVOS VIVOS
      * ----------------------------------------------------------------
               PERFORM 665-RESTAURAR-AUDIT
                   thru 665-F-RESTAURAR-AUDIT
           END-IF.
           IF NOT juego-con-error
               PERFORM 670-RESTAURAR-GRUPO
                   thru 670-F-RESTAURAR-GRUPO
           END-IF.
           IF NOT juego-con-error
               PERFORM 675-RESTAURAR-ACTIVIDADES
                   thru 675-F-RESTAURAR-ACTIVIDADES
           END-IF.
           IF NOT juego-con-error
               PERFORM 680-RESTAURAR-INSCRIPCIONES
                   thru 680-F-RESTAURAR-INSCRIPCIONES
           END-IF.
           IF NOT juego-con-error
               PERFORM 685-RESTAURAR-CIERRES
                   thru 685-F-RESTAURAR-CIERRES
           END-IF.
           IF NOT juego-con-error
               PERFORM 690-RESTAURAR-ACCESOS
                   thru 690-F-RESTAURAR-ACCESOS
           END-IF.
           IF NOT juego-con-error
               PERFORM 695-RESTAURAR-CUPONES
                   thru 695-F-RESTAURAR-CUPONES
           END-IF.
           IF NOT juego-con-error
               PERFORM 700-RESTAURAR-CUPON-NRO
                   thru 700-F-RESTAURAR-CUPON-NRO
           END-IF.
           IF NOT juego-con-error
               PERFORM 705-RESTAURAR-HISTORIAL
                   thru 705-F-RESTAURAR-HISTORIAL
           END-IF.
           IF NOT juego-con-error
               PERFORM 710-RESTAURAR-DOM-INVALIDO
                   thru 710-F-RESTAURAR-DOM-INVALIDO
           END-IF.
           IF NOT juego-con-error
               PERFORM 715-RESTAURAR-ARCHIVO-BAJAS
                   thru 715-F-RESTAURAR-ARCHIVO-BAJAS
           END-IF.

       600-RESTAURAR-SOCIOS.
           MOVE "arch.dat" TO w-nombre-arch.
       665-F-RESTAURAR-AUDIT.
           EXIT.

       670-RESTAURAR-GRUPO.
           MOVE "grupo.dat" TO w-nombre-arch.
           PERFORM 320-BUSCAR-EN-JUEGO.
           IF NOT archivo-en-juego
               display "  grupo.dat no figura en el juego, se conserva"
               GO TO 670-F-RESTAURAR-GRUPO
           END-IF.
           PERFORM 300-ABRIR-ENTRADA.
           PERFORM 310-CONTROLAR-ENTRADA.
           IF juego-con-error
               GO TO 670-F-RESTAURAR-GRUPO
           END-IF.
           OPEN OUTPUT grupo.
           move zero to sen.
           MOVE zero TO w-cant.
           PERFORM UNTIL fin-de-archivo
               READ entrada AT END move 1 to sen
                   NOT AT END
                       MOVE entrada-reg TO grp-reg
                       WRITE grp-reg
                       ADD 1 TO w-cant
               END-READ
           END-PERFORM.
           CLOSE entrada.
           CLOSE grupo.
           display "  grupo.dat restaurado, registros " w-cant.
       670-F-RESTAURAR-GRUPO.
           EXIT.

       675-RESTAURAR-ACTIVIDADES.
           MOVE "actividades.dat" TO w-nombre-arch.
           PERFORM 320-BUSCAR-EN-JUEGO.
           IF NOT archivo-en-juego
               display "  actividades.dat no figura en el juego"
               GO TO 675-F-RESTAURAR-ACTIVIDADES
           END-IF.
           PERFORM 300-ABRIR-ENTRADA.
           PERFORM 310-CONTROLAR-ENTRADA.
           IF juego-con-error
               GO TO 675-F-RESTAURAR-ACTIVIDADES
           END-IF.
           OPEN OUTPUT actividades.
           move zero to sen.
           MOVE zero TO w-cant.
           PERFORM UNTIL fin-de-archivo
               READ entrada AT END move 1 to sen
                   NOT AT END
                       MOVE entrada-reg TO act-reg
                       WRITE act-reg
                       ADD 1 TO w-cant
               END-READ
           END-PERFORM.
           CLOSE entrada.
           CLOSE actividades.
           display "  actividades.dat restaurado, reg. " w-cant.
       675-F-RESTAURAR-ACTIVIDADES.
           EXIT.

       680-RESTAURAR-INSCRIPCIONES.
           MOVE "inscripciones.dat" TO w-nombre-arch.
           PERFORM 320-BUSCAR-EN-JUEGO.
           IF NOT archivo-en-juego
               display "  inscripciones.dat no figura en el juego"
               GO TO 680-F-RESTAURAR-INSCRIPCIONES
           END-IF.
           PERFORM 300-ABRIR-ENTRADA.
           PERFORM 310-CONTROLAR-ENTRADA.
           IF juego-con-error
               GO TO 680-F-RESTAURAR-INSCRIPCIONES
           END-IF.
           OPEN OUTPUT inscripciones.
           move zero to sen.
           MOVE zero TO w-cant.
           PERFORM UNTIL fin-de-archivo
               READ entrada AT END move 1 to sen
                   NOT AT END
                       MOVE entrada-reg TO ins-reg
                       WRITE ins-reg
                       ADD 1 TO w-cant
               END-READ
           END-PERFORM.
           CLOSE entrada.
           CLOSE inscripciones.
           display "  inscripciones.dat restaurado, reg. " w-cant.
       680-F-RESTAURAR-INSCRIPCIONES.
           EXIT.

       685-RESTAURAR-CIERRES.
           MOVE "cierres.dat" TO w-nombre-arch.
           PERFORM 320-BUSCAR-EN-JUEGO.
           IF NOT archivo-en-juego
               display "  cierres.dat no figura en el juego"
               GO TO 685-F-RESTAURAR-CIERRES
           END-IF.
           PERFORM 300-ABRIR-ENTRADA.
           PERFORM 310-CONTROLAR-ENTRADA.
           IF juego-con-error
               GO TO 685-F-RESTAURAR-CIERRES
           END-IF.
           OPEN OUTPUT cierres.
           move zero to sen.
           MOVE zero TO w-cant.
           PERFORM UNTIL fin-de-archivo
               READ entrada AT END move 1 to sen
                   NOT AT END
                       MOVE entrada-reg TO cierre-reg
                       WRITE cierre-reg
                       ADD 1 TO w-cant
               END-READ
           END-PERFORM.
           CLOSE entrada.
           CLOSE cierres.
           display "  cierres.dat restaurado, registros " w-cant.
       685-F-RESTAURAR-CIERRES.
           EXIT.

       690-RESTAURAR-ACCESOS.
           MOVE "accesos.dat" TO w-nombre-arch.
           PERFORM 320-BUSCAR-EN-JUEGO.
           IF NOT archivo-en-juego
               display "  accesos.dat no figura en el juego"
               GO TO 690-F-RESTAURAR-ACCESOS
           END-IF.
           PERFORM 300-ABRIR-ENTRADA.
           PERFORM 310-CONTROLAR-ENTRADA.
           IF juego-con-error
               GO TO 690-F-RESTAURAR-ACCESOS
           END-IF.
           OPEN OUTPUT accesos.
           move zero to sen.
           MOVE zero TO w-cant.
           PERFORM UNTIL fin-de-archivo
               READ entrada AT END move 1 to sen
                   NOT AT END
                       MOVE entrada-reg TO acceso-reg
                       WRITE acceso-reg
                       ADD 1 TO w-cant
               END-READ
           END-PERFORM.
           CLOSE entrada.
           CLOSE accesos.
           display "  accesos.dat restaurado, registros " w-cant.
       690-F-RESTAURAR-ACCESOS.
           EXIT.

       695-RESTAURAR-CUPONES.
           MOVE "cupones.dat" TO w-nombre-arch.
           PERFORM 320-BUSCAR-EN-JUEGO.
           IF NOT archivo-en-juego
               display "  cupones.dat no figura en el juego"
               GO TO 695-F-RESTAURAR-CUPONES
           END-IF.
           PERFORM 300-ABRIR-ENTRADA.
           PERFORM 310-CONTROLAR-ENTRADA.
           IF juego-con-error
               GO TO 695-F-RESTAURAR-CUPONES
           END-IF.
           OPEN OUTPUT cupones.
           move zero to sen.
           MOVE zero TO w-cant.
           PERFORM UNTIL fin-de-archivo
               READ entrada AT END move 1 to sen
                   NOT AT END
                       MOVE entrada-reg TO cupon-reg
                       WRITE cupon-reg
                       ADD 1 TO w-cant
               END-READ
           END-PERFORM.
           CLOSE entrada.
           CLOSE cupones.
           display "  cupones.dat restaurado, registros " w-cant.
       695-F-RESTAURAR-CUPONES.
           EXIT.

       700-RESTAURAR-CUPON-NRO.
           MOVE "cupon-nro.dat" TO w-nombre-arch.
           PERFORM 320-BUSCAR-EN-JUEGO.
           IF NOT archivo-en-juego
               display "  cupon-nro.dat no figura en el juego"
               GO TO 700-F-RESTAURAR-CUPON-NRO
           END-IF.
           PERFORM 300-ABRIR-ENTRADA.
           PERFORM 310-CONTROLAR-ENTRADA.
           IF juego-con-error
               GO TO 700-F-RESTAURAR-CUPON-NRO
           END-IF.
           OPEN OUTPUT cupon-nro.
           move zero to sen.
           MOVE zero TO w-cant.
           PERFORM UNTIL fin-de-archivo
               READ entrada AT END move 1 to sen
                   NOT AT END
                       MOVE entrada-reg TO cup-nro-reg
                       WRITE cup-nro-reg
                       ADD 1 TO w-cant
               END-READ
           END-PERFORM.
           CLOSE entrada.
           CLOSE cupon-nro.
           display "  cupon-nro.dat restaurado, registros " w-cant.
       700-F-RESTAURAR-CUPON-NRO.
           EXIT.

       705-RESTAURAR-HISTORIAL.
           MOVE "historial.dat" TO w-nombre-arch.
           PERFORM 320-BUSCAR-EN-JUEGO.
           IF NOT archivo-en-juego
               display "  historial.dat no figura en el juego"
               GO TO 705-F-RESTAURAR-HISTORIAL
           END-IF.
           PERFORM 300-ABRIR-ENTRADA.
           PERFORM 310-CONTROLAR-ENTRADA.
           IF juego-con-error
               GO TO 705-F-RESTAURAR-HISTORIAL
           END-IF.
           OPEN OUTPUT historial.
           move zero to sen.
           MOVE 0 TO w-tramo.
           MOVE zero TO w-cant.
           PERFORM UNTIL fin-de-archivo
               READ entrada AT END move 1 to sen
                   NOT AT END
                       ADD 1 TO w-tramo
                       EVALUATE w-tramo
                           WHEN 1
                               MOVE entrada-reg TO his-tramo1
                           WHEN 2
                               MOVE entrada-reg TO his-tramo2
                           WHEN OTHER
                               MOVE entrada-reg TO his-tramo3
                               WRITE his-reg
                               MOVE 0 TO w-tramo
                               ADD 1 TO w-cant
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE entrada.
           CLOSE historial.
           display "  historial.dat restaurado, registros " w-cant.
       705-F-RESTAURAR-HISTORIAL.
           EXIT.

       710-RESTAURAR-DOM-INVALIDO.
           MOVE "dom-invalido.dat" TO w-nombre-arch.
           PERFORM 320-BUSCAR-EN-JUEGO.
           IF NOT archivo-en-juego
               display "  dom-invalido.dat no figura en el juego"
               GO TO 710-F-RESTAURAR-DOM-INVALIDO
           END-IF.
           PERFORM 300-ABRIR-ENTRADA.
           PERFORM 310-CONTROLAR-ENTRADA.
           IF juego-con-error
               GO TO 710-F-RESTAURAR-DOM-INVALIDO
           END-IF.
           OPEN OUTPUT dom-invalido.
           move zero to sen.
           MOVE zero TO w-cant.
           PERFORM UNTIL fin-de-archivo
               READ entrada AT END move 1 to sen
                   NOT AT END
                       MOVE entrada-reg TO dinv-reg
                       WRITE dinv-reg
                       ADD 1 TO w-cant
               END-READ
           END-PERFORM.
           CLOSE entrada.
           CLOSE dom-invalido.
           display "  dom-invalido.dat restaurado, reg. " w-cant.
       710-F-RESTAURAR-DOM-INVALIDO.
           EXIT.

       715-RESTAURAR-ARCHIVO-BAJAS.
           MOVE "archivo-bajas.dat" TO w-nombre-arch.
           PERFORM 320-BUSCAR-EN-JUEGO.
           IF NOT archivo-en-juego
               display "  archivo-bajas.dat no figura en el juego"
               GO TO 715-F-RESTAURAR-ARCHIVO-BAJAS
           END-IF.
           PERFORM 300-ABRIR-ENTRADA.
           PERFORM 310-CONTROLAR-ENTRADA.
           IF juego-con-error
               GO TO 715-F-RESTAURAR-ARCHIVO-BAJAS
           END-IF.
           OPEN OUTPUT archivo-bajas.
           move zero to sen.
           MOVE zero TO w-cant.
           PERFORM UNTIL fin-de-archivo
               READ entrada AT END move 1 to sen
                   NOT AT END
                       MOVE entrada-reg TO arb-reg
                       WRITE arb-reg
                       ADD 1 TO w-cant
               END-READ
           END-PERFORM.
           CLOSE entrada.
           CLOSE archivo-bajas.
           display "  archivo-bajas.dat restaurado, reg. " w-cant.
       715-F-RESTAURAR-ARCHIVO-BAJAS.
           EXIT.

       END PROGRAM RESTAURA.
