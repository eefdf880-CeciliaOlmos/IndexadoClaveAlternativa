      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Asientos contables de la cobranza para el contador:
      *           toma los pagos y contraasientos de cuotas.dat de un
      *           rango de fechas y arma en asientos.dat un asiento de
      *           partida doble por movimiento (fecha, cuenta, debe,
      *           haber, referencia). Ventanilla va a Caja, debito
      *           automatico "D" a Banco y el saldo a favor aplicado
      *           (canal "S") sale de la cuenta de saldo a favor. La
      *           cuota social se separa en base y recargo contra el
      *           cargo devengado; lo cobrado por convenio (clase de
      *           comprobante "N" en comprob.dat) va a Convenios. Los
      *           codigos de cuenta se toman de cuentas.ctl. El total
      *           de control por cuenta queda en asientos.txt para
      *           cotejar con los cierres de caja y el banco
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIENTOS IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cuotas ASSIGN TO "..\cuotas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cuo-clave
           FILE STATUS is ws-cuo-fs.
           SELECT cargos ASSIGN TO "..\cargos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is car-clave
           FILE STATUS is ws-car-fs.
           SELECT comprob ASSIGN TO "..\comprob.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cpr-nro
           ALTERNATE record key is cpr-socio WITH DUPLICATES
           FILE STATUS is ws-cpr-fs.
           SELECT OPTIONAL control-cta ASSIGN TO "..\cuentas.ctl"
           ORGANIZATION SEQUENTIAL.
           SELECT orden-asi ASSIGN TO "..\orden-asi.tmp"
           ORGANIZATION SEQUENTIAL.
           SELECT asientos ASSIGN TO "..\asientos.dat"
           ORGANIZATION SEQUENTIAL.
           SELECT rep-asientos ASSIGN TO "..\asientos.txt"
           ORGANIZATION SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       fd  cuotas.
       01  cuota-reg.
           03 cuo-clave.
               05 cuo-nro pic 9(6).
               05 cuo-periodo pic 9(6).
               05 cuo-secuencia pic 9(2).
           03 cuo-fecha-pago pic 9(8).
           03 cuo-importe pic 9(6)v99.
           03 cuo-comprobante pic 9(8).
           03 cuo-operador pic x(8).
           03 cuo-canal pic x.
               88 canal-ventanilla value "V".
               88 canal-debito value "D".
               88 canal-saldo value "S".
           03 cuo-tipo pic x.
               88 pago-normal value "P".
               88 contraasiento value "A".
           03 cuo-estado pic x.
               88 pago-vigente value "V".
               88 pago-anulado value "N".
           03 cuo-concepto pic xx.
       fd  cargos.
       01  cargo-reg.
           03 car-clave.
               05 car-nro pic 9(6).
               05 car-periodo pic 9(6).
               05 car-concepto pic xx.
           03 car-importe pic 9(6)v99.
       fd  comprob.
       01  comprob-reg.
           03 cpr-nro pic 9(8).
           03 cpr-socio pic 9(6).
           03 cpr-periodo pic 9(6).
           03 cpr-fecha pic 9(8).
           03 cpr-importe pic 9(6)v99.
           03 cpr-operador pic x(8).
           03 cpr-canal pic x.
           03 cpr-clase pic x.
               88 comp-cuota value "C".
               88 comp-convenio value "N".
               88 comp-saldo-favor value "F".
           03 cpr-estado pic x.
               88 comp-emitido value "E".
               88 comp-anulado value "A".
       fd  control-cta.
       01  cct-reg.
           03 cct-clave pic x(4).
           03 cct-cuenta pic x(10).
       SD  orden-asi.
       01  orden-asi-reg.
           03 oa-fecha pic 9(8).
           03 oa-nro pic 9(6).
           03 oa-periodo pic 9(6).
           03 oa-secuencia pic 9(2).
           03 oa-importe pic 9(6)v99.
           03 oa-comprobante pic 9(8).
           03 oa-canal pic x.
           03 oa-tipo pic x.
           03 oa-concepto pic xx.
       fd  asientos.
       01  asiento-reg.
           03 as-nro pic 9(6).
           03 as-fecha pic 9(8).
           03 as-cuenta pic x(10).
           03 as-debe pic 9(8)v99.
           03 as-haber pic 9(8)v99.
           03 as-referencia.
               05 as-ref-comp pic 9(8).
               05 as-ref-socio pic 9(6).
               05 as-ref-periodo pic 9(6).
               05 as-ref-concepto pic xx.
       fd  rep-asientos.
       01  rep-asientos-lin pic x(80).
       WORKING-STORAGE SECTION.
       77  sen pic 9.
           88  fin-de-archivo value 1.
       77  sen-cuotas pic 9.
           88  fin-de-cuotas value 1.
       77  ws-cuo-fs pic xx.
       77  ws-car-fs pic xx.
       77  w-car-disp pic 9 value 0.
           88 cargos-disponible value 1.
       77  ws-cpr-fs pic xx.
       77  w-cpr-disp pic 9 value 0.
           88 comprob-disponible value 1.
       77  w-fecha-desde pic 9(8).
       77  w-fecha-hasta pic 9(8).
       77  w-k pic 9.
       77  w-cta-origen pic 9.
       77  w-cta-base pic 9.
       77  w-cta-linea pic 9.
       77  w-imp-base pic 9(6)v99 value zero.
       77  w-imp-recargo pic 9(6)v99 value zero.
       77  w-acum pic 9(8)v99 value zero.
       77  w-previo pic 9(8)v99 value zero.
       77  w-falta pic 9(8)v99 value zero.
       77  w-linea-debe pic 9(8)v99 value zero.
       77  w-linea-haber pic 9(8)v99 value zero.
       77  w-nro-asiento pic 9(6) value zero.
       77  w-cont-lineas pic 9(6) value zero.
       77  w-total-debe pic 9(10)v99 value zero.
       77  w-total-haber pic 9(10)v99 value zero.
       77  w-neto pic s9(10)v99 value zero.
       01  w-claves-cta pic x(28)
               value "CAJABANCSFAVCUOTACTIRECACONV".
       01  w-claves-tabla redefines w-claves-cta.
           03 w-clave-cta pic x(4) OCCURS 7.
       01  tabla-cuentas.
           03 vec-cta OCCURS 7.
               05 tc-cuenta pic x(10).
               05 tc-descripcion pic x(16).
               05 tc-debe pic 9(10)v99.
               05 tc-haber pic 9(10)v99.
       01  lin-titulo.
           03 filler pic x(31)
               value "ASIENTOS DE COBRANZA - DESDE ".
           03 lt-desde pic 9(8).
           03 filler pic x(7) value " HASTA ".
           03 lt-hasta pic 9(8).
       01  lin-encabezado.
           03 filler pic x(30)
               value "CUENTA     DESCRIPCION       ".
           03 filler pic x(30)
               value "          DEBE         HABER".
       01  lin-separador pic x(72) value all "-".
       01  lin-cuenta.
           03 lcu-cuenta pic x(10).
           03 filler pic x value space.
           03 lcu-descripcion pic x(16).
           03 filler pic x value space.
           03 lcu-debe pic zzzzzzzzz9.99.
           03 filler pic x value space.
           03 lcu-haber pic zzzzzzzzz9.99.
       01  lin-total.
           03 filler pic x(28) value "TOTAL DE CONTROL".
           03 lto-debe pic zzzzzzzzz9.99.
           03 filler pic x value space.
           03 lto-haber pic zzzzzzzzz9.99.
       01  lin-neto.
           03 lne-leyenda pic x(28).
           03 lne-importe pic -(10)9.99.
       01  lin-cantidades.
           03 filler pic x(10) value "ASIENTOS: ".
           03 lca-asientos pic zzzzz9.
           03 filler pic x(10) value "  LINEAS: ".
           03 lca-lineas pic zzzzz9.
       01  lin-balance.
           03 lba-leyenda pic x(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           display "ASIENTOS CONTABLES DE LA COBRANZA".
           display "Ingrese fecha desde (AAAAMMDD)".
           accept w-fecha-desde.
           display "Ingrese fecha hasta (AAAAMMDD, igual para un dia)".
           accept w-fecha-hasta.
           PERFORM 100-LEER-CUENTAS.
           SORT orden-asi
               ON ASCENDING KEY oa-fecha oa-nro oa-periodo
                                oa-secuencia
               INPUT PROCEDURE 700-CARGAR-MOVIMIENTOS
               OUTPUT PROCEDURE 800-GENERAR-ASIENTOS.
           display "Asientos generados en asientos.dat: "
                   w-nro-asiento.
           display "Total debe:  " w-total-debe.
           display "Total haber: " w-total-haber.
           IF w-total-debe NOT = w-total-haber
               display "ATENCION: DEBE Y HABER NO BALANCEAN"
           END-IF.
           display "Control por cuenta en asientos.txt".
           GOBACK.

      * ----------------------------------------------------------------
      * PLAN DE CUENTAS
      * ----------------------------------------------------------------
      * cuentas.ctl trae un renglon por cuenta (clave de 4 letras y
      * codigo contable); la que falte queda con el codigo de la
      * tabla y se avisa para que el contador lo complete
       100-LEER-CUENTAS.
           MOVE "1.1.01" TO tc-cuenta(1).
           MOVE "CAJA" TO tc-descripcion(1).
           MOVE "1.1.02" TO tc-cuenta(2).
           MOVE "BANCO" TO tc-descripcion(2).
           MOVE "2.1.05" TO tc-cuenta(3).
           MOVE "SALDO A FAVOR" TO tc-descripcion(3).
           MOVE "4.1.01" TO tc-cuenta(4).
           MOVE "CUOTAS SOCIALES" TO tc-descripcion(4).
           MOVE "4.1.02" TO tc-cuenta(5).
           MOVE "ACTIVIDADES" TO tc-descripcion(5).
           MOVE "4.1.03" TO tc-cuenta(6).
           MOVE "RECARGOS" TO tc-descripcion(6).
           MOVE "1.3.01" TO tc-cuenta(7).
           MOVE "CONVENIOS" TO tc-descripcion(7).
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 7
               MOVE zero TO tc-debe(w-k)
               MOVE zero TO tc-haber(w-k)
           END-PERFORM.
           OPEN INPUT control-cta.
           move zero to sen.
           PERFORM UNTIL fin-de-archivo
               READ control-cta AT END move 1 to sen
                   NOT AT END
                       PERFORM 110-CARGAR-CUENTA
               END-READ
           END-PERFORM.
           CLOSE control-cta.
           IF w-cont-lineas = zero
               display "cuentas.ctl vacio, se usan los codigos de"
                       " cuenta por omision"
           END-IF.
           MOVE zero TO w-cont-lineas.

       110-CARGAR-CUENTA.
           MOVE 1 TO w-k.
           PERFORM UNTIL w-k > 7 OR w-clave-cta(w-k) = cct-clave
               ADD 1 TO w-k
           END-PERFORM.
           IF w-k > 7
               display "cuentas.ctl: clave desconocida " cct-clave
           ELSE
               MOVE cct-cuenta TO tc-cuenta(w-k)
               ADD 1 TO w-cont-lineas
           END-IF.

      * ----------------------------------------------------------------
      * CARGA DE LOS MOVIMIENTOS DEL RANGO
      * ----------------------------------------------------------------
      * Entran los pagos (vigentes o luego anulados) en su fecha y los
      * contraasientos en la fecha de la anulacion, igual que en el
      * cierre de caja
       700-CARGAR-MOVIMIENTOS.
           OPEN INPUT cuotas.
           IF ws-cuo-fs NOT = "00"
               display "cuotas.dat no disponible"
               MOVE 1 TO sen
           ELSE
               move zero to sen
           END-IF.
           PERFORM UNTIL fin-de-archivo
               READ cuotas NEXT AT END move 1 to sen
                   NOT AT END
                       IF cuo-fecha-pago >= w-fecha-desde AND
                          cuo-fecha-pago <= w-fecha-hasta AND
                          cuo-importe > zero
                           MOVE cuo-fecha-pago TO oa-fecha
                           MOVE cuo-nro TO oa-nro
                           MOVE cuo-periodo TO oa-periodo
                           MOVE cuo-secuencia TO oa-secuencia
                           MOVE cuo-importe TO oa-importe
                           MOVE cuo-comprobante TO oa-comprobante
                           MOVE cuo-canal TO oa-canal
                           MOVE cuo-tipo TO oa-tipo
                           MOVE cuo-concepto TO oa-concepto
                           RELEASE orden-asi-reg
                       END-IF
               END-READ
           END-PERFORM.
           IF ws-cuo-fs = "00" OR ws-cuo-fs = "10"
               CLOSE cuotas
           END-IF.

      * ----------------------------------------------------------------
      * GENERACION DE LOS ASIENTOS
      * ----------------------------------------------------------------
       800-GENERAR-ASIENTOS.
           OPEN INPUT cuotas.
           OPEN INPUT cargos.
           MOVE 0 TO w-car-disp.
           IF ws-car-fs = "00"
               MOVE 1 TO w-car-disp
           ELSE
               display "cargos.dat no disponible, sin separar recargo"
           END-IF.
           OPEN INPUT comprob.
           MOVE 0 TO w-cpr-disp.
           IF ws-cpr-fs = "00"
               MOVE 1 TO w-cpr-disp
           ELSE
               display "comprob.dat no disponible, sin convenios"
           END-IF.
           OPEN OUTPUT asientos.
           move zero to sen.
           RETURN orden-asi AT END move 1 to sen.
           PERFORM UNTIL fin-de-archivo
               PERFORM 810-ASENTAR-MOVIMIENTO
               RETURN orden-asi AT END move 1 to sen
           END-PERFORM.
           CLOSE asientos.
           PERFORM 900-EMITIR-CONTROL.
           CLOSE cuotas.
           IF cargos-disponible
               CLOSE cargos
           END-IF.
           IF comprob-disponible
               CLOSE comprob
           END-IF.

      * El pago debita la cuenta de origen del dinero y acredita la de
      * ingreso; el contraasiento hace la inversa
       810-ASENTAR-MOVIMIENTO.
           ADD 1 TO w-nro-asiento.
           EVALUATE oa-canal
               WHEN "D" MOVE 2 TO w-cta-origen
               WHEN "S" MOVE 3 TO w-cta-origen
               WHEN OTHER MOVE 1 TO w-cta-origen
           END-EVALUATE.
           MOVE oa-importe TO w-imp-base.
           MOVE zero TO w-imp-recargo.
           IF oa-concepto = "SF"
               MOVE 3 TO w-cta-base
           ELSE
               PERFORM 820-CLASE-COMPROBANTE
               IF w-cta-base NOT = 7
                   IF oa-concepto = "CS"
                       MOVE 4 TO w-cta-base
                   ELSE
                       MOVE 5 TO w-cta-base
                   END-IF
                   PERFORM 830-SEPARAR-RECARGO
               END-IF
           END-IF.
           MOVE w-cta-origen TO w-cta-linea.
           IF oa-tipo = "A"
               MOVE zero TO w-linea-debe
               MOVE oa-importe TO w-linea-haber
           ELSE
               MOVE oa-importe TO w-linea-debe
               MOVE zero TO w-linea-haber
           END-IF.
           PERFORM 860-GRABAR-LINEA.
           IF w-imp-base > zero
               MOVE w-cta-base TO w-cta-linea
               IF oa-tipo = "A"
                   MOVE w-imp-base TO w-linea-debe
                   MOVE zero TO w-linea-haber
               ELSE
                   MOVE zero TO w-linea-debe
                   MOVE w-imp-base TO w-linea-haber
               END-IF
               PERFORM 860-GRABAR-LINEA
           END-IF.
           IF w-imp-recargo > zero
               MOVE 6 TO w-cta-linea
               IF oa-tipo = "A"
                   MOVE w-imp-recargo TO w-linea-debe
                   MOVE zero TO w-linea-haber
               ELSE
                   MOVE zero TO w-linea-debe
                   MOVE w-imp-recargo TO w-linea-haber
               END-IF
               PERFORM 860-GRABAR-LINEA
           END-IF.

      * Lo cobrado con recibo de convenio cancela deuda refinanciada
       820-CLASE-COMPROBANTE.
           MOVE zero TO w-cta-base.
           IF comprob-disponible AND oa-comprobante NOT = zeros
               MOVE oa-comprobante TO cpr-nro
               READ comprob INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF comp-convenio
                           MOVE 7 TO w-cta-base
                       END-IF
               END-READ
           END-IF.

      * Lo que cubre el saldo del cargo es base y lo que lo excede es
      * recargo. Cuenta como ya cubierto lo pagado antes en el mismo
      * concepto y periodo por los pagos que siguen vigentes
       830-SEPARAR-RECARGO.
           IF cargos-disponible
               MOVE oa-nro TO car-nro
               MOVE oa-periodo TO car-periodo
               MOVE oa-concepto TO car-concepto
               READ cargos INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM 840-PAGADO-PREVIO
                       IF w-previo NOT < car-importe
                           MOVE zero TO w-imp-base
                       ELSE
                           COMPUTE w-falta = car-importe - w-previo
                           IF w-falta < oa-importe
                               MOVE w-falta TO w-imp-base
                           END-IF
                       END-IF
                       COMPUTE w-imp-recargo = oa-importe - w-imp-base
               END-READ
           END-IF.

      * Para un contraasiento se toma lo pagado antes del pago que
      * anula (mismo comprobante, concepto e importe)
       840-PAGADO-PREVIO.
           MOVE zero TO w-acum.
           MOVE zero TO w-previo.
           MOVE oa-nro TO cuo-nro.
           MOVE oa-periodo TO cuo-periodo.
           MOVE zeros TO cuo-secuencia.
           move zero to sen-cuotas.
           START cuotas KEY IS NOT < cuo-clave INVALID KEY
                   move 1 to sen-cuotas
           END-START.
           PERFORM UNTIL fin-de-cuotas
               READ cuotas NEXT AT END move 1 to sen-cuotas
                   NOT AT END
                       IF cuo-nro NOT = oa-nro
                          OR cuo-periodo NOT = oa-periodo
                          OR cuo-secuencia NOT < oa-secuencia
                           move 1 to sen-cuotas
                       ELSE
                           PERFORM 845-ACUMULAR-PREVIO
                       END-IF
               END-READ
           END-PERFORM.
           IF oa-tipo NOT = "A"
               MOVE w-acum TO w-previo
           END-IF.

       845-ACUMULAR-PREVIO.
           IF oa-tipo = "A" AND pago-normal AND pago-anulado
              AND cuo-comprobante = oa-comprobante
              AND cuo-concepto = oa-concepto
              AND cuo-importe = oa-importe
               MOVE w-acum TO w-previo
           END-IF.
           IF pago-normal AND pago-vigente
              AND cuo-concepto = oa-concepto
               ADD cuo-importe TO w-acum
           END-IF.

       860-GRABAR-LINEA.
           MOVE w-nro-asiento TO as-nro.
           MOVE oa-fecha TO as-fecha.
           MOVE tc-cuenta(w-cta-linea) TO as-cuenta.
           MOVE w-linea-debe TO as-debe.
           MOVE w-linea-haber TO as-haber.
           MOVE oa-comprobante TO as-ref-comp.
           MOVE oa-nro TO as-ref-socio.
           MOVE oa-periodo TO as-ref-periodo.
           MOVE oa-concepto TO as-ref-concepto.
           WRITE asiento-reg.
           ADD 1 TO w-cont-lineas.
           ADD w-linea-debe TO tc-debe(w-cta-linea) w-total-debe.
           ADD w-linea-haber TO tc-haber(w-cta-linea) w-total-haber.

      * ----------------------------------------------------------------
      * TOTAL DE CONTROL
      * ----------------------------------------------------------------
      * El neto de Caja se coteja con el cierre de caja del rango y el
      * de Banco con el extracto de los debitos acreditados
       900-EMITIR-CONTROL.
           OPEN OUTPUT rep-asientos.
           MOVE w-fecha-desde TO lt-desde.
           MOVE w-fecha-hasta TO lt-hasta.
           WRITE rep-asientos-lin FROM lin-titulo.
           WRITE rep-asientos-lin FROM lin-encabezado.
           WRITE rep-asientos-lin FROM lin-separador.
           PERFORM 910-IMPRIMIR-CUENTA
               VARYING w-k FROM 1 BY 1 UNTIL w-k > 7.
           WRITE rep-asientos-lin FROM lin-separador.
           MOVE w-total-debe TO lto-debe.
           MOVE w-total-haber TO lto-haber.
           WRITE rep-asientos-lin FROM lin-total.
           MOVE w-nro-asiento TO lca-asientos.
           MOVE w-cont-lineas TO lca-lineas.
           WRITE rep-asientos-lin FROM lin-cantidades.
           COMPUTE w-neto = tc-debe(1) - tc-haber(1).
           MOVE "NETO CAJA (CIERRES):" TO lne-leyenda.
           MOVE w-neto TO lne-importe.
           WRITE rep-asientos-lin FROM lin-neto.
           COMPUTE w-neto = tc-debe(2) - tc-haber(2).
           MOVE "NETO BANCO (EXTRACTO):" TO lne-leyenda.
           MOVE w-neto TO lne-importe.
           WRITE rep-asientos-lin FROM lin-neto.
           IF w-total-debe = w-total-haber
               MOVE "ASIENTOS BALANCEADOS" TO lba-leyenda
           ELSE
               MOVE "ATENCION: DEBE Y HABER NO BALANCEAN"
                   TO lba-leyenda
           END-IF.
           WRITE rep-asientos-lin FROM lin-balance.
           CLOSE rep-asientos.

       910-IMPRIMIR-CUENTA.
           MOVE tc-cuenta(w-k) TO lcu-cuenta.
           MOVE tc-descripcion(w-k) TO lcu-descripcion.
           MOVE tc-debe(w-k) TO lcu-debe.
           MOVE tc-haber(w-k) TO lcu-haber.
           WRITE rep-asientos-lin FROM lin-cuenta.

       END PROGRAM ASIENTOS.
