      * Purpose:  Cierre de caja diario sobre los pagos de cuotas.dat,
      *           con corte por operador y por canal de cobro para el
      *           arqueo de cada cajero. Las anulaciones restan en la
      *           caja del dia en que se anulo. El saldo a favor
      *           recibido sale en renglon aparte; el aplicado por
      *           DEVENGAR (canal "S") no es ingreso de caja. Lo que
      *           rinden los cobradores a domicilio (canal "C") entra
      *           en la caja del operador que carga la rendicion
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               88 categoria-jubilado value "J".
               88 categoria-cadete value "C".
           03 soc-documento pic 9(8).
           03 soc-fecha-ingreso pic 9(8).
           03 soc-fecha-nacimiento pic 9(8).
       fd  cuotas.
       01  cuota-reg.
           03 cuo-clave.
           03 cuo-canal pic x.
               88 canal-ventanilla value "V".
               88 canal-debito value "D".
               88 canal-cobrador value "C".
           03 cuo-tipo pic x.
               88 pago-normal value "P".
               88 contraasiento value "A".
           03 cuo-estado pic x.
               88 pago-vigente value "V".
               88 pago-anulado value "N".
           03 cuo-concepto pic xx.
       SD  orden-cierre.
       01  orden-cierre-reg.
           03 oc-operador pic x(8).
           03 oc-nro pic 9(6).
           03 oc-fecha pic 9(8).
           03 oc-importe pic 9(6)v99.
           03 oc-concepto pic xx.
       fd  rep-cierre.
       01  rep-cierre-lin pic x(80).
       WORKING-STORAGE SECTION.
       77  w-imp-canal pic s9(8)v99 value zero.
       77  w-imp-operador pic s9(8)v99 value zero.
       77  w-imp-total pic s9(8)v99 value zero.
       77  w-cont-sfavor pic 9(4) value zero.
       77  w-imp-sfavor pic s9(8)v99 value zero.
       77  w-cont-aplicado pic 9(4) value zero.
       77  w-imp-aplicado pic s9(8)v99 value zero.
       01  lin-titulo.
           03 filler pic x(25) value "CIERRE DE CAJA - DESDE ".
           03 lt-desde pic 9(8).
           03 lg-cant pic zzz9.
           03 filler pic x(16) value "  TOTAL CAJA: ".
           03 lg-importe pic -(7)9.99.
       01  lin-sfavor.
           03 filler pic x(36)
               value "SALDO A FAVOR RECIBIDO (EN CAJA):   ".
           03 lsf-cant pic zzz9.
           03 filler pic x(2) value spaces.
           03 lsf-importe pic -(7)9.99.
       01  lin-aplicado.
           03 filler pic x(36)
               value "SALDO A FAVOR APLICADO (SIN CAJA):  ".
           03 lap-cant pic zzz9.
           03 filler pic x(2) value spaces.
           03 lap-importe pic -(7)9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           display "Ingrese fecha desde (AAAAMMDD)".
                           MOVE cuo-nro TO oc-nro
                           MOVE cuo-fecha-pago TO oc-fecha
                           MOVE cuo-importe TO oc-importe
                           MOVE cuo-concepto TO oc-concepto
                           RELEASE orden-cierre-reg
                       END-IF
               END-READ
           END-IF.
           PERFORM 820-IMPRIMIR-PAGO.
      * Los contraasientos restan del total pero no cuentan como
      * pagos en el arqueo. Lo cubierto con saldo a favor no entra a
      * la caja: se acumula aparte
           IF oc-canal = "S"
               PERFORM 825-ACUMULAR-APLICADO
           ELSE
               IF oc-tipo = "A"
                   SUBTRACT oc-importe FROM w-imp-periodo w-imp-canal
                            w-imp-operador w-imp-total
               ELSE
                   ADD 1 TO w-cont-periodo w-cont-canal
                            w-cont-operador w-cont-total
                   ADD oc-importe TO w-imp-periodo w-imp-canal
                       w-imp-operador w-imp-total
               END-IF
               IF oc-concepto = "SF"
                   PERFORM 827-ACUMULAR-SALDO-FAVOR
               END-IF
           END-IF.

       815-NOMBRE-CANAL.
           EVALUATE oc-canal
               WHEN "V" MOVE "VENTANILLA" TO lca-canal
               WHEN "D" MOVE "DEBITO BANCARIO" TO lca-canal
               WHEN "S" MOVE "SALDO A FAVOR" TO lca-canal
               WHEN "C" MOVE "COBRADOR" TO lca-canal
               WHEN OTHER MOVE "SIN CANAL" TO lca-canal
           END-EVALUATE.

           IF oc-tipo = "A"
               MOVE " ANUL." TO ld-leyenda
           ELSE
               IF oc-concepto = "SF"
                   MOVE " S/FAV" TO ld-leyenda
               ELSE
                   MOVE spaces TO ld-leyenda
               END-IF
           END-IF.
           WRITE rep-cierre-lin FROM lin-detalle.

       825-ACUMULAR-APLICADO.
           IF oc-tipo = "A"
               SUBTRACT oc-importe FROM w-imp-aplicado
           ELSE
               ADD 1 TO w-cont-aplicado
               ADD oc-importe TO w-imp-aplicado
           END-IF.

       827-ACUMULAR-SALDO-FAVOR.
           IF oc-tipo = "A"
               SUBTRACT oc-importe FROM w-imp-sfavor
           ELSE
               ADD 1 TO w-cont-sfavor
               ADD oc-importe TO w-imp-sfavor
           END-IF.

       830-CORTE-PERIODO.
           IF w-cont-periodo NOT = zero OR w-imp-periodo NOT = zero
               MOVE w-cont-periodo TO ls-cant
           MOVE w-cont-total TO lg-cant.
           MOVE w-imp-total TO lg-importe.
           WRITE rep-cierre-lin FROM lin-total.
           MOVE w-cont-sfavor TO lsf-cant.
           MOVE w-imp-sfavor TO lsf-importe.
           WRITE rep-cierre-lin FROM lin-sfavor.
           MOVE w-cont-aplicado TO lap-cant.
           MOVE w-imp-aplicado TO lap-importe.
           WRITE rep-cierre-lin FROM lin-aplicado.

       END PROGRAM CIERRE-CAJA.
