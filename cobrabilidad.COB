      *           devengado (cargos.dat) y lo cobrado (pagos vigentes
      *           de cuotas.dat) mes por mes, calcula el porcentaje de
      *           cobrabilidad de cada periodo y del ejercicio y
      *           muestra la brecha acumulada, con el cierre del
      *           ejercicio abierto por concepto (cuota social y
      *           actividades). Sale por pantalla y en cobrabilidad.txt
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 car-clave.
               05 car-nro pic 9(6).
               05 car-periodo pic 9(6).
               05 car-concepto pic xx.
           03 car-importe pic 9(6)v99.
       fd  cuotas.
       01  cuota-reg.
           03 cuo-estado pic x.
               88 pago-vigente value "V".
               88 pago-anulado value "N".
           03 cuo-concepto pic xx.
       fd  informe.
       01  informe-lin pic x(80).
       WORKING-STORAGE SECTION.
       77  w-tot-cobrado pic 9(10)v99 value zero.
       77  w-brecha-acum pic s9(10)v99 value zero.
       77  w-tasa pic 9(3)v99 value zero.
       77  w-concepto pic xx.
       77  w-k pic 99.
       01  tabla-conceptos.
           03 largo-con pic 99 value zero.
           03 vec-con OCCURS 30.
               05 tco-concepto pic xx.
               05 tco-devengado pic 9(10)v99.
               05 tco-cobrado pic 9(10)v99.
       01  w-per-desde.
           03 w-pd-aaaa pic 9(4).
           03 w-pd-mm pic 9(2).
           03 lto-tasa pic zz9.99.
           03 filler pic x(9) value " BRECHA ".
           03 lto-brecha pic -(8)9.99.
       01  lin-titulo-concepto.
           03 filler pic x(30) value "POR CONCEPTO".
       01  lin-concepto.
           03 filler pic x(5) value "CON. ".
           03 lco-concepto pic xx.
           03 filler pic x(10) value spaces.
           03 lco-devengado pic zzzzzzzz9.99.
           03 filler pic x(6) value " COB. ".
           03 lco-cobrado pic zzzzzzzz9.99.
           03 filler pic x(4) value " % ".
           03 lco-tasa pic zz9.99.
           03 filler pic x(9) value " SALDO  ".
           03 lco-saldo pic -(8)9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           display "INFORME ANUAL DE COBRABILIDAD".
               END-IF
           END-IF.

      * Deja en w-k el renglon del concepto en w-concepto; si la tabla
      * se llena, lo que sobra se acumula en el ultimo
       250-BUSCAR-CONCEPTO.
           MOVE 1 TO w-k.
           PERFORM UNTIL w-k > largo-con
                   OR tco-concepto(w-k) = w-concepto
               ADD 1 TO w-k
           END-PERFORM.
           IF w-k > largo-con
               IF largo-con < 30
                   ADD 1 TO largo-con
                   MOVE w-concepto TO tco-concepto(largo-con)
                   MOVE zero TO tco-devengado(largo-con)
                   MOVE zero TO tco-cobrado(largo-con)
               END-IF
               MOVE largo-con TO w-k
           END-IF.

       300-SUMAR-CARGOS.
           OPEN INPUT cargos.
           IF ws-car-fs NOT = "00"
                       IF w-i > zero
                           ADD car-importe TO tm-devengado(w-i)
                           ADD car-importe TO w-tot-devengado
                           MOVE car-concepto TO w-concepto
                           PERFORM 250-BUSCAR-CONCEPTO
                           ADD car-importe TO tco-devengado(w-k)
                       END-IF
               END-READ
           END-PERFORM.
               CLOSE cargos
           END-IF.

      * El saldo a favor ("SF") cuenta como cobrado recien cuando
      * DEVENGAR lo aplica a un cargo (canal "S")
       400-SUMAR-PAGOS.
           OPEN INPUT cuotas.
           IF ws-cuo-fs NOT = "00"
               READ cuotas NEXT AT END move 1 to sen
                   NOT AT END
                       IF pago-normal AND pago-vigente
                          AND cuo-concepto NOT = "SF"
                           MOVE cuo-periodo TO w-per-aux-num
                           PERFORM 200-BUSCAR-MES
                           IF w-i > zero
                               ADD cuo-importe TO tm-cobrado(w-i)
                               ADD cuo-importe TO w-tot-cobrado
                               MOVE cuo-concepto TO w-concepto
                               PERFORM 250-BUSCAR-CONCEPTO
                               ADD cuo-importe TO tco-cobrado(w-k)
                           END-IF
                       END-IF
               END-READ
           PERFORM 820-EMITIR-MES
               VARYING w-i FROM 1 BY 1 UNTIL w-i > w-meses.
           PERFORM 850-EMITIR-TOTAL.
           IF largo-con > zero
               DISPLAY lin-titulo-concepto
               WRITE informe-lin FROM lin-titulo-concepto
               PERFORM 870-EMITIR-CONCEPTO
                   VARYING w-k FROM 1 BY 1 UNTIL w-k > largo-con
           END-IF.
           CLOSE informe.
           display "Informe generado en cobrabilidad.txt".

           DISPLAY lin-total.
           WRITE informe-lin FROM lin-total.

       870-EMITIR-CONCEPTO.
           MOVE tco-concepto(w-k) TO lco-concepto.
           MOVE tco-devengado(w-k) TO lco-devengado.
           MOVE tco-cobrado(w-k) TO lco-cobrado.
           IF tco-devengado(w-k) = zero
               MOVE zero TO w-tasa
           ELSE
               COMPUTE w-tasa ROUNDED =
                   tco-cobrado(w-k) * 100 / tco-devengado(w-k)
           END-IF.
           MOVE w-tasa TO lco-tasa.
           COMPUTE lco-saldo = tco-devengado(w-k) - tco-cobrado(w-k).
           DISPLAY lin-concepto.
           WRITE informe-lin FROM lin-concepto.

       END PROGRAM COBRABILIDAD.
