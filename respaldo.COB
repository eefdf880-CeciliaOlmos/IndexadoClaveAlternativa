           record KEY is cpr-nro
           ALTERNATE record key is cpr-socio WITH DUPLICATES
           FILE STATUS is ws-ent-fs.
           SELECT grupo ASSIGN TO "..\grupo.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is grp-familiar
           ALTERNATE record key is grp-titular WITH DUPLICATES
           FILE STATUS is ws-ent-fs.
           SELECT actividades ASSIGN TO "..\actividades.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is act-codigo
           FILE STATUS is ws-ent-fs.
           SELECT inscripciones ASSIGN TO "..\inscripciones.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is ins-clave
           FILE STATUS is ws-ent-fs.
           SELECT cierres ASSIGN TO "..\cierres.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is cie-periodo
           FILE STATUS is ws-ent-fs.
           SELECT cupones ASSIGN TO "..\cupones.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is cup-nro
           ALTERNATE record key is cup-cargo WITH DUPLICATES
           FILE STATUS is ws-ent-fs.
           SELECT dom-invalido ASSIGN TO "..\dom-invalido.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is dinv-nro
           FILE STATUS is ws-ent-fs.
           SELECT archivo-bajas ASSIGN TO "..\archivo-bajas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is arb-clave
           ALTERNATE record key is arb-apell WITH DUPLICATES
           ALTERNATE record key is arb-documento WITH DUPLICATES
           FILE STATUS is ws-ent-fs.
           SELECT recibos ASSIGN TO "..\recibos.dat"
           ORGANIZATION SEQUENTIAL
           FILE STATUS is ws-ent-fs.
           SELECT audit-log ASSIGN TO "..\audit.log"
           ORGANIZATION SEQUENTIAL
           FILE STATUS is ws-ent-fs.
           SELECT accesos ASSIGN TO "..\accesos.dat"
           ORGANIZATION SEQUENTIAL
           FILE STATUS is ws-ent-fs.
           SELECT cupon-nro ASSIGN TO "..\cupon-nro.dat"
           ORGANIZATION SEQUENTIAL
           FILE STATUS is ws-ent-fs.
           SELECT historial ASSIGN TO "..\historial.dat"
           ORGANIZATION SEQUENTIAL
           FILE STATUS is ws-ent-fs.
           SELECT salida ASSIGN TO w-nombre-salida
           ORGANIZATION SEQUENTIAL.
           SELECT control-bkp ASSIGN TO w-nombre-control
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
      * El historial no entra en el registro de respaldo y se graba
      * en tres tramos consecutivos
       fd  historial.
       01  his-reg.
           03 his-tramo1 pic x(110).
           03 his-tramo2 pic x(110).
           03 his-tramo3 pic x(56).
       fd  salida.
       01  salida-reg pic x(110).
       fd  control-bkp.
       01  control-reg.
           03 ctl-nombre pic x(20).
           PERFORM 555-RESPALDAR-RECIBOS.
           PERFORM 560-RESPALDAR-RECIBO-NRO.
           PERFORM 565-RESPALDAR-AUDIT.
           PERFORM 570-RESPALDAR-GRUPO.
           PERFORM 575-RESPALDAR-ACTIVIDADES.
           PERFORM 580-RESPALDAR-INSCRIPCIONES.
           PERFORM 585-RESPALDAR-CIERRES.
           PERFORM 590-RESPALDAR-ACCESOS.
           PERFORM 595-RESPALDAR-CUPONES.
           PERFORM 600-RESPALDAR-CUPON-NRO.
           PERFORM 605-RESPALDAR-HISTORIAL.
           PERFORM 610-RESPALDAR-DOM-INVALIDO.
           PERFORM 615-RESPALDAR-ARCHIVO-BAJAS.
           CLOSE control-bkp.
           display "Archivos respaldados: " w-archivos.
           display "Registros copiados:   " w-cant-total.
           END-IF.
           PERFORM 450-CERRAR-SALIDA.

       570-RESPALDAR-GRUPO.
           MOVE "grupo.dat" TO w-nombre-arch.
           PERFORM 400-ABRIR-SALIDA.
           OPEN INPUT grupo.
           IF ws-ent-fs NOT = "00"
               display "  grupo.dat no disponible, se respalda vacio"
               MOVE 1 TO sen
           ELSE
               move zero to sen
           END-IF.
           PERFORM UNTIL fin-de-archivo
               READ grupo NEXT AT END move 1 to sen
                   NOT AT END
                       WRITE salida-reg FROM grp-reg
                       ADD 1 TO w-cant
               END-READ
           END-PERFORM.
           IF ws-ent-fs = "00" OR ws-ent-fs = "10"
               CLOSE grupo
           END-IF.
           PERFORM 450-CERRAR-SALIDA.

       575-RESPALDAR-ACTIVIDADES.
           MOVE "actividades.dat" TO w-nombre-arch.
           PERFORM 400-ABRIR-SALIDA.
           OPEN INPUT actividades.
           IF ws-ent-fs NOT = "00"
               display "  actividades.dat no disponible, vacio"
               MOVE 1 TO sen
           ELSE
               move zero to sen
           END-IF.
           PERFORM UNTIL fin-de-archivo
               READ actividades NEXT AT END move 1 to sen
                   NOT AT END
                       WRITE salida-reg FROM act-reg
                       ADD 1 TO w-cant
               END-READ
           END-PERFORM.
           IF ws-ent-fs = "00" OR ws-ent-fs = "10"
               CLOSE actividades
           END-IF.
           PERFORM 450-CERRAR-SALIDA.

       580-RESPALDAR-INSCRIPCIONES.
           MOVE "inscripciones.dat" TO w-nombre-arch.
           PERFORM 400-ABRIR-SALIDA.
           OPEN INPUT inscripciones.
           IF ws-ent-fs NOT = "00"
               display "  inscripciones.dat no disponible, vacio"
               MOVE 1 TO sen
           ELSE
               move zero to sen
           END-IF.
           PERFORM UNTIL fin-de-archivo
               READ inscripciones NEXT AT END move 1 to sen
                   NOT AT END
                       WRITE salida-reg FROM ins-reg
                       ADD 1 TO w-cant
               END-READ
           END-PERFORM.
           IF ws-ent-fs = "00" OR ws-ent-fs = "10"
               CLOSE inscripciones
           END-IF.
           PERFORM 450-CERRAR-SALIDA.

       585-RESPALDAR-CIERRES.
           MOVE "cierres.dat" TO w-nombre-arch.
           PERFORM 400-ABRIR-SALIDA.
           OPEN INPUT cierres.
           IF ws-ent-fs NOT = "00"
               display "  cierres.dat no disponible, vacio"
               MOVE 1 TO sen
           ELSE
               move zero to sen
           END-IF.
           PERFORM UNTIL fin-de-archivo
               READ cierres NEXT AT END move 1 to sen
                   NOT AT END
                       WRITE salida-reg FROM cierre-reg
                       ADD 1 TO w-cant
               END-READ
           END-PERFORM.
           IF ws-ent-fs = "00" OR ws-ent-fs = "10"
               CLOSE cierres
           END-IF.
           PERFORM 450-CERRAR-SALIDA.

       590-RESPALDAR-ACCESOS.
           MOVE "accesos.dat" TO w-nombre-arch.
           PERFORM 400-ABRIR-SALIDA.
           OPEN INPUT accesos.
           IF ws-ent-fs NOT = "00"
               display "  accesos.dat no disponible, vacio"
               MOVE 1 TO sen
           ELSE
               move zero to sen
           END-IF.
           PERFORM UNTIL fin-de-archivo
               READ accesos AT END move 1 to sen
                   NOT AT END
                       WRITE salida-reg FROM acceso-reg
                       ADD 1 TO w-cant
               END-READ
           END-PERFORM.
           IF ws-ent-fs = "00" OR ws-ent-fs = "10"
               CLOSE accesos
           END-IF.
           PERFORM 450-CERRAR-SALIDA.

       595-RESPALDAR-CUPONES.
           MOVE "cupones.dat" TO w-nombre-arch.
           PERFORM 400-ABRIR-SALIDA.
           OPEN INPUT cupones.
           IF ws-ent-fs NOT = "00"
               display "  cupones.dat no disponible, vacio"
               MOVE 1 TO sen
           ELSE
               move zero to sen
           END-IF.
           PERFORM UNTIL fin-de-archivo
               READ cupones NEXT AT END move 1 to sen
                   NOT AT END
                       WRITE salida-reg FROM cupon-reg
                       ADD 1 TO w-cant
               END-READ
           END-PERFORM.
           IF ws-ent-fs = "00" OR ws-ent-fs = "10"
               CLOSE cupones
           END-IF.
           PERFORM 450-CERRAR-SALIDA.

       600-RESPALDAR-CUPON-NRO.
           MOVE "cupon-nro.dat" TO w-nombre-arch.
           PERFORM 400-ABRIR-SALIDA.
           OPEN INPUT cupon-nro.
           IF ws-ent-fs NOT = "00"
               display "  cupon-nro.dat no disponible, vacio"
               MOVE 1 TO sen
           ELSE
               move zero to sen
           END-IF.
           PERFORM UNTIL fin-de-archivo
               READ cupon-nro AT END move 1 to sen
                   NOT AT END
                       WRITE salida-reg FROM cup-nro-reg
                       ADD 1 TO w-cant
               END-READ
           END-PERFORM.
           IF ws-ent-fs = "00" OR ws-ent-fs = "10"
               CLOSE cupon-nro
           END-IF.
           PERFORM 450-CERRAR-SALIDA.

       605-RESPALDAR-HISTORIAL.
           MOVE "historial.dat" TO w-nombre-arch.
           PERFORM 400-ABRIR-SALIDA.
           OPEN INPUT historial.
           IF ws-ent-fs NOT = "00"
               display "  historial.dat no disponible, vacio"
               MOVE 1 TO sen
           ELSE
               move zero to sen
           END-IF.
           PERFORM UNTIL fin-de-archivo
               READ historial AT END move 1 to sen
                   NOT AT END
                       WRITE salida-reg FROM his-tramo1
                       WRITE salida-reg FROM his-tramo2
                       WRITE salida-reg FROM his-tramo3
                       ADD 3 TO w-cant
               END-READ
           END-PERFORM.
           IF ws-ent-fs = "00" OR ws-ent-fs = "10"
               CLOSE historial
           END-IF.
           PERFORM 450-CERRAR-SALIDA.

       610-RESPALDAR-DOM-INVALIDO.
           MOVE "dom-invalido.dat" TO w-nombre-arch.
           PERFORM 400-ABRIR-SALIDA.
           OPEN INPUT dom-invalido.
           IF ws-ent-fs NOT = "00"
               display "  dom-invalido.dat no disponible, vacio"
               MOVE 1 TO sen
           ELSE
               move zero to sen
           END-IF.
           PERFORM UNTIL fin-de-archivo
               READ dom-invalido NEXT AT END move 1 to sen
                   NOT AT END
                       WRITE salida-reg FROM dinv-reg
                       ADD 1 TO w-cant
               END-READ
           END-PERFORM.
           IF ws-ent-fs = "00" OR ws-ent-fs = "10"
               CLOSE dom-invalido
           END-IF.
           PERFORM 450-CERRAR-SALIDA.

       615-RESPALDAR-ARCHIVO-BAJAS.
           MOVE "archivo-bajas.dat" TO w-nombre-arch.
           PERFORM 400-ABRIR-SALIDA.
           OPEN INPUT archivo-bajas.
           IF ws-ent-fs NOT = "00"
               display "  archivo-bajas.dat no disponible, vacio"
               MOVE 1 TO sen
           ELSE
               move zero to sen
           END-IF.
           PERFORM UNTIL fin-de-archivo
               READ archivo-bajas NEXT AT END move 1 to sen
                   NOT AT END
                       WRITE salida-reg FROM arb-reg
                       ADD 1 TO w-cant
               END-READ
           END-PERFORM.
           IF ws-ent-fs = "00" OR ws-ent-fs = "10"
               CLOSE archivo-bajas
           END-IF.
           PERFORM 450-CERRAR-SALIDA.

       END PROGRAM RESPALDO.
