      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Padron electoral para la asamblea anual. Vota el
      *           socio activo de categoria con voto, con la
      *           antiguedad minima del estatuto a la fecha de corte y
      *           sin periodos impagos (cargos.dat contra cuotas.dat)
      *           anteriores al mes del corte; los periodos cubiertos
      *           por un convenio vigente con saldo cuentan como al
      *           dia. Categorias y antiguedad se toman de padron.ctl.
      *           Con fecha de cierre de observaciones, el socio que
      *           pago lo adeudado hasta ese dia vuelve al padron
      *           marcado OBS. Emite padron.txt por apellido con
      *           columna de firma y padron-excl.txt con los excluidos
      *           y el motivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PADRON-ELECTORAL IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT socios ASSIGN TO "..\arch.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is soc-nro
           ALTERNATE record key is soc-nom WITH DUPLICATES
           ALTERNATE record key is soc-apell WITH DUPLICATES
           ALTERNATE record key is soc-tel WITH DUPLICATES
           ALTERNATE record key is soc-documento WITH DUPLICATES
           FILE STATUS is ws-soc-fs.
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
           SELECT convenios ASSIGN TO "..\convenios.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cvn-clave
           FILE STATUS is ws-cvn-fs.
           SELECT convenio-per ASSIGN TO "..\convenio-per.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cvp-clave
           FILE STATUS is ws-cvp-fs.
           SELECT OPTIONAL control-pad ASSIGN TO "..\padron.ctl"
           ORGANIZATION SEQUENTIAL.
           SELECT orden-padron ASSIGN TO "..\orden-pad.tmp"
           ORGANIZATION SEQUENTIAL.
           SELECT listado ASSIGN TO "..\padron.txt"
           ORGANIZATION SEQUENTIAL.
           SELECT listado-excl ASSIGN TO "..\padron-excl.txt"
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
       fd  convenios.
       01  convenio-reg.
           03 cvn-clave.
               05 cvn-socio pic 9(6).
               05 cvn-nro pic 9(2).
           03 cvn-fecha-alta pic 9(8).
           03 cvn-per-desde pic 9(6).
           03 cvn-per-hasta pic 9(6).
           03 cvn-deuda pic 9(8)v99.
           03 cvn-cant-cuotas pic 9(2).
           03 cvn-imp-cuota pic 9(6)v99.
           03 cvn-primer-venc pic 9(8).
           03 cvn-cuotas-pagas pic 9(2).
           03 cvn-estado pic x.
               88 convenio-vigente value "V".
               88 convenio-cumplido value "C".
               88 convenio-caido value "X".
           03 cvn-operador pic x(8).
       fd  convenio-per.
       01  convenio-per-reg.
           03 cvp-clave.
               05 cvp-socio pic 9(6).
               05 cvp-nro pic 9(2).
               05 cvp-periodo pic 9(6).
           03 cvp-saldo pic 9(6)v99.
       fd  control-pad.
       01  pctl-reg.
           03 pctl-categorias pic x(4).
           03 pctl-antiguedad pic 9(2).
       SD  orden-padron.
       01  orden-padron-reg.
           03 op-incluido pic x.
           03 op-apell pic x(10).
           03 op-nom pic x(10).
           03 op-nro pic 9(6).
           03 op-documento pic 9(8).
           03 op-categoria pic x.
           03 op-marca pic x(3).
           03 op-motivo pic x(24).
       fd  listado.
       01  listado-lin pic x(80).
       fd  listado-excl.
       01  listado-excl-lin pic x(80).
       WORKING-STORAGE SECTION.
       77  sen pic 9.
           88  fin-de-archivo value 1.
       77  sen-cargos pic 9.
           88  fin-de-cargos value 1.
       77  sen-cuotas pic 9.
           88  fin-de-cuotas value 1.
       77  sen-convenios pic 9.
           88  fin-de-convenios value 1.
       77  ws-soc-fs pic xx.
       77  ws-cuo-fs pic xx.
       77  w-cuo-disp pic 9 value 0.
           88 cuo-disponible value 1.
       77  ws-car-fs pic xx.
       77  w-car-disp pic 9 value 0.
           88 cargos-disponible value 1.
       77  ws-cvn-fs pic xx.
       77  ws-cvp-fs pic xx.
       77  w-cvn-disp pic 9 value 0.
           88 convenios-disponible value 1.
       77  w-en-convenio pic 9 value 0.
           88 periodo-en-convenio value 1.
       77  w-categorias pic x(4) value "TJ".
       77  w-antig-minima pic 9(2) value 1.
       77  w-fecha-corte pic 9(8).
       77  w-fecha-cierre pic 9(8).
       77  w-periodo-corte pic 9(6).
       77  w-antiguedad pic 9(3) value zero.
       77  w-k pic 9.
       77  w-vota pic 9.
           88 categoria-con-voto value 1.
       77  w-pagado-corte pic 9(8)v99 value zero.
       77  w-pagado-cierre pic 9(8)v99 value zero.
       77  w-impagos-corte pic 9(3) value zero.
       77  w-impagos-cierre pic 9(3) value zero.
       77  w-ult-per-corte pic 9(6) value zero.
       77  w-ult-per-cierre pic 9(6) value zero.
       77  w-orden pic 9(5) value zero.
       77  w-cont-padron pic 9(6) value zero.
       77  w-cont-obs pic 9(6) value zero.
       77  w-cont-excluidos pic 9(6) value zero.
       01  w-fecha-aux.
           03 w-fa-aaaa pic 9(4).
           03 w-fa-mmdd pic 9(4).
       01  w-fecha-aux-num redefines w-fecha-aux pic 9(8).
       01  w-corte-aux.
           03 w-co-aaaa pic 9(4).
           03 w-co-mmdd pic 9(4).
       01  w-corte-aux-num redefines w-corte-aux pic 9(8).
       01  w-motivo-impagos.
           03 filler pic x(17) value "PERIODOS IMPAGOS ".
           03 w-mi-cant pic zz9.
       01  lin-titulo.
           03 filler pic x(32)
               value "PADRON ELECTORAL - FECHA CORTE ".
           03 lti-corte pic 9(8).
           03 filler pic x(15) value " CIERRE OBSERV ".
           03 lti-cierre pic 9(8).
       01  lin-titulo-excl.
           03 filler pic x(32)
               value "SOCIOS EXCLUIDOS - FECHA CORTE ".
           03 lte-corte pic 9(8).
           03 filler pic x(15) value " CIERRE OBSERV ".
           03 lte-cierre pic 9(8).
       01  lin-encabezado.
           03 filler pic x(40)
               value "ORDEN  SOCIO APELLIDO   NOMBRE     DNI".
           03 filler pic x(30)
               value "          FIRMA".
       01  lin-encabezado-excl.
           03 filler pic x(40)
               value "SOCIO  APELLIDO   NOMBRE     CAT MOTIVO".
       01  lin-separador pic x(72) value all "-".
       01  lin-padron.
           03 lpa-orden pic zzzz9.
           03 filler pic x value space.
           03 lpa-nro pic zzzzz9.
           03 filler pic x value space.
           03 lpa-apell pic x(10).
           03 filler pic x value space.
           03 lpa-nom pic x(10).
           03 filler pic x value space.
           03 lpa-documento pic 9(8).
           03 filler pic x value space.
           03 lpa-marca pic x(3).
           03 filler pic x(2) value spaces.
           03 lpa-firma pic x(25) value all "_".
       01  lin-excluido.
           03 lex-nro pic zzzzz9.
           03 filler pic x value space.
           03 lex-apell pic x(10).
           03 filler pic x value space.
           03 lex-nom pic x(10).
           03 filler pic x(2) value spaces.
           03 lex-categoria pic x.
           03 filler pic x(2) value spaces.
           03 lex-motivo pic x(24).
       01  lin-resumen.
           03 lre-leyenda pic x(36).
           03 lre-cant pic zzzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-LEER-PARAMETROS.
           display "Fecha de corte del padron (AAAAMMDD)".
           accept w-fecha-corte.
           display "Fecha de cierre de observaciones (AAAAMMDD,"
                   " 0 = padron provisorio al corte)".
           accept w-fecha-cierre.
           IF w-fecha-cierre < w-fecha-corte
               MOVE w-fecha-corte TO w-fecha-cierre
           END-IF.
           MOVE w-fecha-corte TO w-corte-aux-num.
           MOVE w-fecha-corte(1:6) TO w-periodo-corte.
           OPEN INPUT socios.
           IF ws-soc-fs NOT = "00"
               display "arch.dat no disponible, no se arma el padron"
               GOBACK
           END-IF.
           PERFORM 150-ABRIR-CUENTAS.
           SORT orden-padron
               ON ASCENDING KEY op-incluido op-apell op-nom op-nro
               INPUT PROCEDURE 300-EVALUAR-SOCIOS
               OUTPUT PROCEDURE 700-EMITIR-LISTADOS.
           CLOSE socios.
           IF cuo-disponible
               CLOSE cuotas
           END-IF.
           IF cargos-disponible
               CLOSE cargos
           END-IF.
           IF convenios-disponible
               CLOSE convenios
               CLOSE convenio-per
           END-IF.
           display "Socios en el padron:        " w-cont-padron.
           display "  incorporados en observ.:  " w-cont-obs.
           display "Socios excluidos:           " w-cont-excluidos.
           display "Padron en padron.txt, excluidos en padron-excl.txt".
           GOBACK.

      * Categorias con voto y anios de antiguedad que pide el
      * estatuto; sin padron.ctl votan titulares y jubilados con un
      * anio de antiguedad
       100-LEER-PARAMETROS.
           OPEN INPUT control-pad.
           READ control-pad AT END
                   display "padron.ctl vacio, votan T y J con 1 anio"
               NOT AT END
                   MOVE pctl-categorias TO w-categorias
                   MOVE pctl-antiguedad TO w-antig-minima
           END-READ.
           CLOSE control-pad.
           IF w-categorias = spaces
               MOVE "TJ" TO w-categorias
           END-IF.

       150-ABRIR-CUENTAS.
           OPEN INPUT cuotas.
           MOVE 0 TO w-cuo-disp.
           IF ws-cuo-fs = "00"
               MOVE 1 TO w-cuo-disp
           ELSE
               display "cuotas.dat no disponible, sin pagos"
           END-IF.
           OPEN INPUT cargos.
           MOVE 0 TO w-car-disp.
           IF ws-car-fs = "00"
               MOVE 1 TO w-car-disp
           ELSE
               display "cargos.dat no disponible, sin control de deuda"
           END-IF.
           OPEN INPUT convenios.
           OPEN INPUT convenio-per.
           MOVE 0 TO w-cvn-disp.
           IF ws-cvn-fs = "00" AND ws-cvp-fs = "00"
               MOVE 1 TO w-cvn-disp
           ELSE
               IF ws-cvn-fs = "00"
                   CLOSE convenios
               END-IF
               IF ws-cvp-fs = "00"
                   CLOSE convenio-per
               END-IF
           END-IF.

      * ----------------------------------------------------------------
      * EVALUACION DE CADA SOCIO
      * ----------------------------------------------------------------
      * Los socios dados de baja no figuran en ninguno de los listados
       300-EVALUAR-SOCIOS.
           move zero to sen.
           PERFORM UNTIL fin-de-archivo
               READ socios NEXT AT END move 1 to sen
                   NOT AT END
                       IF NOT no-quiere-mas AND NOT socio-baja
                           PERFORM 310-EVALUAR-SOCIO
                               thru 310-F-EVALUAR-SOCIO
                           RELEASE orden-padron-reg
                       END-IF
               END-READ
           END-PERFORM.

       310-EVALUAR-SOCIO.
           MOVE "N" TO op-incluido.
           MOVE soc-apell TO op-apell.
           MOVE soc-nom TO op-nom.
           MOVE soc-nro TO op-nro.
           MOVE soc-documento TO op-documento.
           MOVE soc-categoria TO op-categoria.
           MOVE spaces TO op-marca.
           MOVE spaces TO op-motivo.
           IF NOT socio-activo
               MOVE "SOCIO SUSPENDIDO" TO op-motivo
               GO TO 310-F-EVALUAR-SOCIO
           END-IF.
           MOVE 0 TO w-vota.
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 4
               IF w-categorias(w-k:1) = soc-categoria
                   MOVE 1 TO w-vota
               END-IF
           END-PERFORM.
           IF NOT categoria-con-voto
               MOVE "CATEGORIA SIN VOTO" TO op-motivo
               GO TO 310-F-EVALUAR-SOCIO
           END-IF.
           IF soc-fecha-ingreso = zero
               MOVE "SIN FECHA DE INGRESO" TO op-motivo
               GO TO 310-F-EVALUAR-SOCIO
           END-IF.
           PERFORM 320-CALCULAR-ANTIGUEDAD.
           IF w-antiguedad < w-antig-minima
               MOVE "ANTIGUEDAD INSUFICIENTE" TO op-motivo
               GO TO 310-F-EVALUAR-SOCIO
           END-IF.
           MOVE zero TO w-impagos-corte.
           MOVE zero TO w-impagos-cierre.
           IF cargos-disponible
               PERFORM 330-RECORRER-CARGOS
           END-IF.
           IF w-impagos-cierre > zero
               MOVE w-impagos-cierre TO w-mi-cant
               MOVE w-motivo-impagos TO op-motivo
               GO TO 310-F-EVALUAR-SOCIO
           END-IF.
           MOVE "S" TO op-incluido.
           IF w-impagos-corte > zero
               MOVE "OBS" TO op-marca
           END-IF.
       310-F-EVALUAR-SOCIO.
           EXIT.

      * Anios cumplidos de antiguedad a la fecha de corte
       320-CALCULAR-ANTIGUEDAD.
           MOVE zero TO w-antiguedad.
           MOVE soc-fecha-ingreso TO w-fecha-aux-num.
           IF w-fa-aaaa < w-co-aaaa
               COMPUTE w-antiguedad = w-co-aaaa - w-fa-aaaa
               IF w-fa-mmdd > w-co-mmdd
                   SUBTRACT 1 FROM w-antiguedad
               END-IF
           END-IF.

      * Cuenta los periodos anteriores al mes del corte con algun
      * concepto impago, con los pagos hechos hasta el corte y con
      * los hechos hasta el cierre de observaciones
       330-RECORRER-CARGOS.
           MOVE zero TO w-ult-per-corte.
           MOVE zero TO w-ult-per-cierre.
           MOVE soc-nro TO car-nro.
           MOVE zeros TO car-periodo.
           MOVE low-values TO car-concepto.
           move zero to sen-cargos.
           START cargos KEY IS NOT < car-clave INVALID KEY
                   move 1 to sen-cargos
           END-START.
           PERFORM 335-LEER-CARGO.
           PERFORM UNTIL fin-de-cargos
               PERFORM 370-CONTROLAR-CONVENIO
               IF NOT periodo-en-convenio
                   PERFORM 340-CONTROLAR-CARGO
               END-IF
               PERFORM 335-LEER-CARGO
           END-PERFORM.

       335-LEER-CARGO.
           IF NOT fin-de-cargos
               READ cargos NEXT AT END move 1 to sen-cargos
               END-READ
               IF NOT fin-de-cargos
                   IF car-nro NOT = soc-nro OR
                      car-periodo NOT < w-periodo-corte
                       move 1 to sen-cargos
                   END-IF
               END-IF
           END-IF.

       340-CONTROLAR-CARGO.
           PERFORM 350-SUMAR-PAGOS.
           IF w-pagado-corte < car-importe
              AND car-periodo NOT = w-ult-per-corte
               ADD 1 TO w-impagos-corte
               MOVE car-periodo TO w-ult-per-corte
           END-IF.
           IF w-pagado-cierre < car-importe
              AND car-periodo NOT = w-ult-per-cierre
               ADD 1 TO w-impagos-cierre
               MOVE car-periodo TO w-ult-per-cierre
           END-IF.

      * Pagos vigentes del concepto en el periodo segun su fecha
       350-SUMAR-PAGOS.
           MOVE zero TO w-pagado-corte.
           MOVE zero TO w-pagado-cierre.
           IF cuo-disponible
               MOVE car-nro TO cuo-nro
               MOVE car-periodo TO cuo-periodo
               MOVE zeros TO cuo-secuencia
               move zero to sen-cuotas
               START cuotas KEY IS NOT < cuo-clave INVALID KEY
                       move 1 to sen-cuotas
               END-START
               PERFORM 355-LEER-MOVIMIENTO
               PERFORM UNTIL fin-de-cuotas
                   IF pago-normal AND pago-vigente
                      AND cuo-concepto = car-concepto
                       IF cuo-fecha-pago NOT > w-fecha-corte
                           ADD cuo-importe TO w-pagado-corte
                       END-IF
                       IF cuo-fecha-pago NOT > w-fecha-cierre
                           ADD cuo-importe TO w-pagado-cierre
                       END-IF
                   END-IF
                   PERFORM 355-LEER-MOVIMIENTO
               END-PERFORM
           END-IF.

       355-LEER-MOVIMIENTO.
           IF NOT fin-de-cuotas
               READ cuotas NEXT AT END move 1 to sen-cuotas
               END-READ
               IF NOT fin-de-cuotas
                   IF cuo-nro NOT = car-nro
                      OR cuo-periodo NOT = car-periodo
                       move 1 to sen-cuotas
                   END-IF
               END-IF
           END-IF.

      * El socio con convenio vigente esta al dia en los periodos que
      * cubre el plan de pagos
       370-CONTROLAR-CONVENIO.
           MOVE 0 TO w-en-convenio.
           IF convenios-disponible
               MOVE soc-nro TO cvn-socio
               MOVE zeros TO cvn-nro
               move zero to sen-convenios
               START convenios KEY IS NOT < cvn-clave INVALID KEY
                       move 1 to sen-convenios
               END-START
               PERFORM UNTIL fin-de-convenios OR periodo-en-convenio
                   READ convenios NEXT AT END move 1 to sen-convenios
                       NOT AT END
                           IF cvn-socio NOT = soc-nro
                               move 1 to sen-convenios
                           ELSE
                               PERFORM 375-CONTROLAR-PERIODO-CVN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       375-CONTROLAR-PERIODO-CVN.
           IF convenio-vigente
              AND car-periodo NOT < cvn-per-desde
              AND car-periodo NOT > cvn-per-hasta
               MOVE cvn-socio TO cvp-socio
               MOVE cvn-nro TO cvp-nro
               MOVE car-periodo TO cvp-periodo
               READ convenio-per INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF cvp-saldo > zero
                           MOVE 1 TO w-en-convenio
                       END-IF
               END-READ
           END-IF.

      * ----------------------------------------------------------------
      * LISTADOS
      * ----------------------------------------------------------------
      * Los excluidos ("N") salen primero del sort y los habilitados
      * ("S") despues, cada grupo por apellido y nombre
       700-EMITIR-LISTADOS.
           OPEN OUTPUT listado.
           OPEN OUTPUT listado-excl.
           MOVE w-fecha-corte TO lti-corte lte-corte.
           MOVE w-fecha-cierre TO lti-cierre lte-cierre.
           WRITE listado-lin FROM lin-titulo.
           WRITE listado-lin FROM lin-encabezado.
           WRITE listado-lin FROM lin-separador.
           WRITE listado-excl-lin FROM lin-titulo-excl.
           WRITE listado-excl-lin FROM lin-encabezado-excl.
           WRITE listado-excl-lin FROM lin-separador.
           move zero to sen.
           RETURN orden-padron AT END move 1 to sen.
           PERFORM UNTIL fin-de-archivo
               IF op-incluido = "S"
                   PERFORM 710-LINEA-PADRON
               ELSE
                   PERFORM 720-LINEA-EXCLUIDO
               END-IF
               RETURN orden-padron AT END move 1 to sen
           END-PERFORM.
           WRITE listado-lin FROM lin-separador.
           MOVE "SOCIOS EN EL PADRON:" TO lre-leyenda.
           MOVE w-cont-padron TO lre-cant.
           WRITE listado-lin FROM lin-resumen.
           MOVE "INCORPORADOS EN OBSERVACIONES (OBS):" TO lre-leyenda.
           MOVE w-cont-obs TO lre-cant.
           WRITE listado-lin FROM lin-resumen.
           WRITE listado-excl-lin FROM lin-separador.
           MOVE "SOCIOS EXCLUIDOS:" TO lre-leyenda.
           MOVE w-cont-excluidos TO lre-cant.
           WRITE listado-excl-lin FROM lin-resumen.
           CLOSE listado.
           CLOSE listado-excl.

       710-LINEA-PADRON.
           ADD 1 TO w-orden.
           ADD 1 TO w-cont-padron.
           IF op-marca = "OBS"
               ADD 1 TO w-cont-obs
           END-IF.
           MOVE w-orden TO lpa-orden.
           MOVE op-nro TO lpa-nro.
           MOVE op-apell TO lpa-apell.
           MOVE op-nom TO lpa-nom.
           MOVE op-documento TO lpa-documento.
           MOVE op-marca TO lpa-marca.
           WRITE listado-lin FROM lin-padron.

       720-LINEA-EXCLUIDO.
           ADD 1 TO w-cont-excluidos.
           MOVE op-nro TO lex-nro.
           MOVE op-apell TO lex-apell.
           MOVE op-nom TO lex-nom.
           MOVE op-categoria TO lex-categoria.
           MOVE op-motivo TO lex-motivo.
           WRITE listado-excl-lin FROM lin-excluido.

       END PROGRAM PADRON-ELECTORAL.
