      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Cobranza a domicilio de los socios no adheridos al
      *           debito automatico (debito-padron.dat). Cada
      *           cobrador tiene asignadas sus zonas en cobradores.ctl
      *           (provincia y localidad; localidad en blanco toma la
      *           provincia entera). La ruta de un periodo emite un
      *           cupon prenumerado (cupones.dat) por cada cargo impago
      *           hasta ese periodo, con el recargo vigente de la
      *           cuota social, ordenado por zona y calle en
      *           ruta-cobrador.txt; no se repite el cargo que ya tiene
      *           un cupon en la calle ni los periodos de un convenio
      *           vigente. La rendicion graba cada cupon cobrado como
      *           pago en cuotas.dat por el canal "C" con su
      *           comprobante y deja los cupones no cobrados como
      *           devueltos (rendicion.txt). Emite ademas la
      *           liquidacion de comisiones de cada cobrador en
      *           comisiones.txt
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRADORES IS INITIAL PROGRAM.
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
           SELECT cuotas ASSIGN TO "..\cuotas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cuo-clave
           LOCK MODE is AUTOMATIC
           FILE STATUS is ws-cuo-fs.
           SELECT cargos ASSIGN TO "..\cargos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is car-clave
           FILE STATUS is ws-car-fs.
           SELECT tarifas ASSIGN TO "..\tarifas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is tar-clave
           FILE STATUS is ws-tar-fs.
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
           SELECT padron ASSIGN TO "..\debito-padron.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is dap-nro
           FILE STATUS is ws-dap-fs.
           SELECT comprob ASSIGN TO "..\comprob.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cpr-nro
           ALTERNATE record key is cpr-socio WITH DUPLICATES
           FILE STATUS is ws-cpr-fs.
           SELECT cupones ASSIGN TO "..\cupones.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cup-nro
           ALTERNATE record key is cup-cargo WITH DUPLICATES
           FILE STATUS is ws-cup-fs.
           SELECT cierres ASSIGN TO "..\cierres.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is cie-periodo
           FILE STATUS is ws-cie-fs.
           SELECT OPTIONAL recibos ASSIGN TO "..\recibos.dat"
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL recibo-nro ASSIGN TO "..\recibo-nro.dat"
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL cupon-nro ASSIGN TO "..\cupon-nro.dat"
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL audit-log ASSIGN TO "..\audit.log"
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL control-cob ASSIGN TO "..\cobradores.ctl"
           ORGANIZATION SEQUENTIAL.
           SELECT orden-ruta ASSIGN TO "..\orden-ruta.tmp"
           ORGANIZATION SEQUENTIAL.
           SELECT listado-ruta ASSIGN TO "..\ruta-cobrador.txt"
           ORGANIZATION SEQUENTIAL.
           SELECT listado-rend ASSIGN TO "..\rendicion.txt"
           ORGANIZATION SEQUENTIAL.
           SELECT listado-com ASSIGN TO "..\comisiones.txt"
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
               88 canal-saldo value "S".
               88 canal-cobrador value "C".
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
       fd  tarifas.
       01  tarifa-reg.
           03 tar-clave.
               05 tar-periodo pic 9(6).
               05 tar-categoria pic x.
           03 tar-importe pic 9(6)v99.
           03 tar-vencimiento pic 9(8).
           03 tar-recargo pic 9(2)v99.
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
       fd  padron.
       01  dap-reg.
           03 dap-nro pic 9(6).
           03 dap-cbu pic x(22).
           03 dap-fecha-alta pic 9(8).
           03 dap-estado pic x.
               88 adherido value "A".
               88 adhesion-baja value "B".
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
       fd  cupones.
       01  cupon-reg.
           03 cup-nro pic 9(8).
           03 cup-cargo.
               05 cup-socio pic 9(6).
               05 cup-periodo pic 9(6).
               05 cup-concepto pic xx.
           03 cup-cobrador pic 9(2).
           03 cup-ruta pic 9(6).
           03 cup-fecha-emision pic 9(8).
           03 cup-importe pic 9(6)v99.
           03 cup-recargo pic 9(6)v99.
           03 cup-estado pic x.
               88 cupon-emitido value "E".
               88 cupon-cobrado value "C".
               88 cupon-devuelto value "D".
           03 cup-fecha-rendicion pic 9(8).
           03 cup-comprobante pic 9(8).
           03 cup-operador pic x(8).
       fd  cierres.
       01  cierre-reg.
           03 cie-periodo pic 9(6).
           03 cie-estado pic x.
               88 estado-cerrado value "C".
               88 estado-abierto value "A".
           03 cie-fecha pic 9(8).
           03 cie-operador pic x(8).
       fd  recibos.
       01  recibo-lin pic x(90).
       fd  recibo-nro.
       01  rec-nro-reg.
           03 rn-ultimo pic 9(8).
       fd  cupon-nro.
       01  cup-nro-reg.
           03 cn-ultimo pic 9(8).
       fd  audit-log.
       01  audit-reg.
           03 au-tipo pic x(8).
           03 au-valor pic x(10).
           03 au-fecha pic 9(8).
           03 au-hora pic 9(8).
           03 au-estado pic x(15).
           03 au-operador pic x(8).
       fd  control-cob.
       01  cbc-reg.
           03 cbc-codigo pic 9(2).
           03 cbc-nombre pic x(20).
           03 cbc-comision pic 9(2)v99.
           03 cbc-provincia pic x(12).
           03 cbc-localidad pic x(12).
       SD  orden-ruta.
       01  orden-ruta-reg.
           03 or-cobrador pic 9(2).
           03 or-provincia pic x(12).
           03 or-localidad pic x(12).
           03 or-calle pic x(12).
           03 or-nro-calle pic 9(4).
           03 or-socio pic 9(6).
           03 or-periodo pic 9(6).
           03 or-concepto pic xx.
           03 or-nom pic x(10).
           03 or-apell pic x(10).
           03 or-importe pic 9(6)v99.
           03 or-recargo pic 9(6)v99.
       fd  listado-ruta.
       01  listado-ruta-lin pic x(80).
       fd  listado-rend.
       01  listado-rend-lin pic x(80).
       fd  listado-com.
       01  listado-com-lin pic x(80).
       WORKING-STORAGE SECTION.
       77  w-opcion pic 9.
           88 salir value 4.
       77  sen pic 9.
           88  fin-de-archivo value 1.
       77  sen-cargos pic 9.
           88  fin-de-cargos value 1.
       77  sen-cuotas pic 9.
           88  fin-de-cuotas value 1.
       77  sen-convenios pic 9.
           88  fin-de-convenios value 1.
       77  sen-cupones pic 9.
           88  fin-de-cupones value 1.
       77  ws-soc-fs pic xx.
       77  ws-cuo-fs pic xx.
       77  ws-car-fs pic xx.
       77  ws-tar-fs pic xx.
       77  w-tar-disp pic 9 value 0.
           88 tarifas-disponible value 1.
       77  ws-cvn-fs pic xx.
       77  ws-cvp-fs pic xx.
       77  w-cvn-disp pic 9 value 0.
           88 convenios-disponible value 1.
       77  w-en-convenio pic 9 value 0.
           88 periodo-en-convenio value 1.
       77  ws-dap-fs pic xx.
       77  w-dap-disp pic 9 value 0.
           88 debito-disponible value 1.
       77  w-adherido pic 9 value 0.
           88 socio-adherido value 1.
       77  ws-cpr-fs pic xx.
       77  ws-cup-fs pic xx.
       77  w-pendiente pic 9 value 0.
           88 cupon-pendiente value 1.
       77  ws-cie-fs pic xx.
       77  w-cie-disp pic 9 value 0.
           88 cierres-disponible value 1.
       77  w-per-control pic 9(6).
       77  w-per-cerrado pic 9 value 0.
           88 periodo-cerrado value 1.
       77  w-bloqueado pic 9 value 0.
           88 lectura-bloqueada value 1.
       77  w-fecha-hoy pic 9(8).
       77  w-ruta pic 9(6).
       77  w-cobrador pic 9(2).
       77  w-cob-ant pic 9(2) value zero.
       77  w-k pic 9(2).
       77  w-cob-idx pic 9(2).
       77  w-i pic 9(3).
       77  w-cupon pic 9(8).
       77  w-ult-cupon pic 9(8) value zero.
       77  w-ult-recibo pic 9(8) value zero.
       77  w-cup-comp pic 9(8).
       77  w-scan-nro pic 9(6) value zero.
       77  w-scan-periodo pic 9(6) value zero.
       77  w-scan-concepto pic xx.
       77  w-sec-libre pic 9(2) value zero.
       77  w-pagado pic 9(8)v99 value zero.
       77  w-saldo-per pic 9(8)v99 value zero.
       77  w-recargo pic 9(6)v99 value zero.
       77  w-a-cubrir pic 9(8)v99 value zero.
       77  w-excedente pic 9(6)v99 value zero.
       77  w-fecha-rend pic 9(8).
       77  w-fecha-desde pic 9(8).
       77  w-fecha-hasta pic 9(8).
       77  w-resp pic x.
       77  w-cierra-ruta pic 9 value 0.
           88 cierra-ruta value 1.
       77  w-anulado pic 9 value 0.
           88 cobro-anulado value 1.
       77  w-cont-adheridos pic 9(6) value zero.
       77  w-cont-sin-zona pic 9(6) value zero.
       77  w-cup-cob pic 9(5) value zero.
       77  w-imp-cob pic 9(9)v99 value zero.
       77  w-cup-total pic 9(6) value zero.
       77  w-imp-total pic 9(9)v99 value zero.
       77  w-cant-cobrados pic 9(5) value zero.
       77  w-imp-cobrados pic 9(9)v99 value zero.
       77  w-cant-devueltos pic 9(5) value zero.
       77  w-imp-devueltos pic 9(9)v99 value zero.
       77  w-cant-pendientes pic 9(5) value zero.
       77  w-comision pic 9(8)v99 value zero.
       77  w-efectividad pic 9(3) value zero.
       77  w-tot-com-cobrados pic 9(6) value zero.
       77  w-tot-com-importe pic 9(9)v99 value zero.
       77  w-tot-com-comision pic 9(9)v99 value zero.
       77  w-tot-com-devueltos pic 9(6) value zero.
       01  w-fecha-control.
           03 w-fco-periodo pic 9(6).
           03 w-fco-dia pic 99.
       01  w-zona-ant.
           03 w-za-provincia pic x(12).
           03 w-za-localidad pic x(12).
           03 w-za-calle pic x(12).
       01  w-zona-act.
           03 w-zc-provincia pic x(12).
           03 w-zc-localidad pic x(12).
           03 w-zc-calle pic x(12).
       01  tabla-cobradores.
           03 largo-cob pic 9(2) value zero.
           03 vec-cob OCCURS 50.
               05 tco-codigo pic 9(2).
               05 tco-nombre pic x(20).
               05 tco-comision pic 9(2)v99.
               05 tco-provincia pic x(12).
               05 tco-localidad pic x(12).
       01  tabla-comisiones.
           03 vec-com OCCURS 99.
               05 tcm-cobrados pic 9(5).
               05 tcm-importe pic 9(9)v99.
               05 tcm-devueltos pic 9(5).
               05 tcm-anulados pic 9(5).
       01  lin-recibo.
           03 filler pic x(6) value "COMP. ".
           03 lr-comp pic 9(8).
           03 filler pic x(7) value " SOCIO ".
           03 lr-socio pic zzzzz9.
           03 filler pic x value space.
           03 lr-nombre pic x(10).
           03 filler pic x value space.
           03 lr-apell pic x(10).
           03 filler pic x(6) value " PER. ".
           03 lr-periodo pic 9(6).
           03 filler pic x(7) value " FECHA ".
           03 lr-fecha pic 9(8).
           03 filler pic x(5) value " IMP ".
           03 lr-importe pic zzzzz9.99.
       01  lin-separador pic x(72) value all "-".
       01  lin-corte-cupon pic x(72) value all "- ".
       01  lin-titulo-ruta.
           03 filler pic x(29) value "RUTA DE COBRANZA - COBRADOR ".
           03 lti-cobrador pic 99.
           03 filler pic x value space.
           03 lti-nombre pic x(20).
           03 filler pic x(9) value " PERIODO ".
           03 lti-ruta pic 9(6).
       01  lin-zona.
           03 filler pic x(6) value "ZONA: ".
           03 lzo-provincia pic x(12).
           03 filler pic x value space.
           03 lzo-localidad pic x(12).
           03 filler pic x(7) value " CALLE ".
           03 lzo-calle pic x(12).
       01  lin-cupon.
           03 filler pic x(10) value "CUPON NRO ".
           03 lcu-nro pic 9(8).
           03 filler pic x(8) value "  SOCIO ".
           03 lcu-socio pic zzzzz9.
           03 filler pic x value space.
           03 lcu-apell pic x(10).
           03 filler pic x value space.
           03 lcu-nom pic x(10).
           03 filler pic x(9) value "  EMITIDO".
           03 filler pic x value space.
           03 lcu-emision pic 9(8).
       01  lin-cupon-det.
           03 filler pic x(13) value "   DOMICILIO ".
           03 lcd-calle pic x(12).
           03 filler pic x value space.
           03 lcd-nro-calle pic zzz9.
           03 filler pic x(10) value "  PERIODO ".
           03 lcd-periodo pic 9(6).
           03 filler pic x(6) value " CONC ".
           03 lcd-concepto pic xx.
           03 filler pic x(9) value " IMPORTE ".
           03 lcd-importe pic zzzzz9.99.
       01  lin-total-ruta.
           03 ltr-leyenda pic x(30).
           03 ltr-cant pic zzzzz9.
           03 filler pic x(10) value " IMPORTE: ".
           03 ltr-importe pic zzzzzzzz9.99.
       01  lin-titulo-rend.
           03 filler pic x(19) value "RENDICION COBRADOR ".
           03 ltd-cobrador pic 99.
           03 filler pic x value space.
           03 ltd-nombre pic x(20).
           03 filler pic x(6) value " RUTA ".
           03 ltd-ruta pic 9(6).
           03 filler pic x(7) value " FECHA ".
           03 ltd-fecha pic 9(8).
       01  lin-rendicion.
           03 lrd-estado pic x(10).
           03 lrd-cupon pic 9(8).
           03 filler pic x(7) value " SOCIO ".
           03 lrd-socio pic zzzzz9.
           03 filler pic x value space.
           03 lrd-apell pic x(10).
           03 filler pic x(5) value " PER ".
           03 lrd-periodo pic 9(6).
           03 filler pic x value space.
           03 lrd-concepto pic xx.
           03 filler pic x value space.
           03 lrd-importe pic zzzzz9.99.
           03 filler pic x(6) value " COMP ".
           03 lrd-comp pic z(7)9.
       01  lin-titulo-com.
           03 filler pic x(33)
               value "LIQUIDACION DE COMISIONES - DEL ".
           03 ltc-desde pic 9(8).
           03 filler pic x(4) value " AL ".
           03 ltc-hasta pic 9(8).
       01  lin-encabezado-com.
           03 filler pic x(3) value "CO ".
           03 filler pic x(21) value "NOMBRE".
           03 filler pic x(6) value " COBR ".
           03 filler pic x(13) value "     IMPORTE ".
           03 filler pic x(6) value " %COM ".
           03 filler pic x(12) value "   COMISION ".
           03 filler pic x(5) value "DEVU ".
           03 filler pic x(5) value "ANUL ".
           03 filler pic x(4) value "EFE%".
       01  lin-comision.
           03 lco-codigo pic 99.
           03 filler pic x value space.
           03 lco-nombre pic x(20).
           03 filler pic x value space.
           03 lco-cobrados pic zzzz9.
           03 filler pic x value space.
           03 lco-importe pic zzzzzzzz9.99.
           03 filler pic x value space.
           03 lco-pct pic z9.99.
           03 filler pic x value space.
           03 lco-comision pic zzzzzzz9.99.
           03 filler pic x value space.
           03 lco-devueltos pic zzz9.
           03 filler pic x value space.
           03 lco-anulados pic zzz9.
           03 filler pic x value space.
           03 lco-efectividad pic zz9.
       LINKAGE SECTION.
       01  lnk-operador pic x(8).
       PROCEDURE DIVISION USING lnk-operador.
       MAIN-PROCEDURE.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 100-LEER-COBRADORES.
           IF largo-cob = zero
               display "cobradores.ctl vacio, no hay cobradores"
                       " ni zonas asignadas"
               GOBACK
           END-IF.
           OPEN INPUT socios.
           IF ws-soc-fs NOT = "00"
               display "arch.dat no disponible"
               GOBACK
           END-IF.
           OPEN INPUT cargos.
           IF ws-car-fs NOT = "00"
               display "cargos.dat no disponible, sin cargos no hay"
                       " cupones que emitir ni rendir"
               CLOSE socios
               GOBACK
           END-IF.
           PERFORM 110-ABRIR-ARCHIVOS.
           PERFORM 150-LEER-NUMERADORES.
           PERFORM with test after UNTIL salir
               PERFORM 200-MENU
               PERFORM 300-PROCESO-MENU
           END-PERFORM.
           CLOSE socios.
           CLOSE cargos.
           CLOSE cuotas.
           CLOSE comprob.
           CLOSE cupones.
           IF tarifas-disponible
               CLOSE tarifas
           END-IF.
           IF convenios-disponible
               CLOSE convenios
               CLOSE convenio-per
           END-IF.
           IF debito-disponible
               CLOSE padron
           END-IF.
           IF cierres-disponible
               CLOSE cierres
           END-IF.
           CLOSE recibos.
           CLOSE audit-log.
           GOBACK.

      * Cada renglon de cobradores.ctl asigna una zona a un cobrador;
      * el mismo codigo se repite para cada zona que recorre
       100-LEER-COBRADORES.
           MOVE zero TO largo-cob.
           OPEN INPUT control-cob.
           move zero to sen.
           PERFORM UNTIL fin-de-archivo
               READ control-cob AT END move 1 to sen
                   NOT AT END
                       IF cbc-codigo NOT = zero AND largo-cob < 50
                           ADD 1 TO largo-cob
                           MOVE cbc-codigo TO tco-codigo(largo-cob)
                           MOVE cbc-nombre TO tco-nombre(largo-cob)
                           MOVE cbc-comision
                               TO tco-comision(largo-cob)
                           MOVE cbc-provincia
                               TO tco-provincia(largo-cob)
                           MOVE cbc-localidad
                               TO tco-localidad(largo-cob)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE control-cob.

       110-ABRIR-ARCHIVOS.
           OPEN I-O cuotas.
           IF ws-cuo-fs NOT = "00"
               OPEN OUTPUT cuotas
               CLOSE cuotas
               OPEN I-O cuotas
           END-IF.
           OPEN I-O comprob.
           IF ws-cpr-fs NOT = "00"
               OPEN OUTPUT comprob
               CLOSE comprob
               OPEN I-O comprob
           END-IF.
           OPEN I-O cupones.
           IF ws-cup-fs NOT = "00"
               OPEN OUTPUT cupones
               CLOSE cupones
               OPEN I-O cupones
           END-IF.
           OPEN INPUT tarifas.
           MOVE 0 TO w-tar-disp.
           IF ws-tar-fs = "00"
               MOVE 1 TO w-tar-disp
           ELSE
               display "tarifas.dat no disponible, sin recargos"
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
           OPEN INPUT padron.
           MOVE 0 TO w-dap-disp.
           IF ws-dap-fs = "00"
               MOVE 1 TO w-dap-disp
           ELSE
               display "debito-padron.dat no disponible, se cobran"
                       " todos a domicilio"
           END-IF.
           OPEN INPUT cierres.
           MOVE 0 TO w-cie-disp.
           IF ws-cie-fs = "00"
               MOVE 1 TO w-cie-disp
           END-IF.
           OPEN EXTEND recibos.
           OPEN EXTEND audit-log.

       150-LEER-NUMERADORES.
           OPEN INPUT recibo-nro.
           READ recibo-nro AT END
                   MOVE zero TO w-ult-recibo
               NOT AT END
                   MOVE rn-ultimo TO w-ult-recibo
           END-READ.
           CLOSE recibo-nro.
           OPEN INPUT cupon-nro.
           READ cupon-nro AT END
                   MOVE zero TO w-ult-cupon
               NOT AT END
                   MOVE cn-ultimo TO w-ult-cupon
           END-READ.
           CLOSE cupon-nro.

       200-MENU.
           display "1 - Emitir ruta de cobranza".
           display "2 - Rendicion de cobrador".
           display "3 - Liquidacion de comisiones".
           display "4 - Salir".
           ACCEPT w-opcion.

       300-PROCESO-MENU.
           EVALUATE w-opcion
               WHEN 1 PERFORM 400-EMITIR-RUTA
                           thru 400-F-EMITIR-RUTA
               WHEN 2 PERFORM 500-RENDICION
                           thru 500-F-RENDICION
               WHEN 3 PERFORM 600-COMISIONES
               WHEN 4 NEXT SENTENCE
           END-EVALUATE.

      * ----------------------------------------------------------------
      * RUTA DE COBRANZA Y EMISION DE CUPONES
      * ----------------------------------------------------------------
       400-EMITIR-RUTA.
           display "Periodo de la ruta (AAAAMM)".
           accept w-ruta.
           display "Cobrador (0 = todos)".
           accept w-cobrador.
           IF w-cobrador NOT = zero
               PERFORM 405-BUSCAR-COBRADOR
               IF w-k = zero
                   display "El cobrador no figura en cobradores.ctl"
                   GO TO 400-F-EMITIR-RUTA
               END-IF
           END-IF.
           MOVE zero TO w-cont-adheridos w-cont-sin-zona.
           MOVE zero TO w-cup-total w-imp-total.
           SORT orden-ruta
               ON ASCENDING KEY or-cobrador or-provincia or-localidad
                                or-calle or-nro-calle or-socio
                                or-periodo or-concepto
               INPUT PROCEDURE 410-SELECCIONAR-CARGOS
               OUTPUT PROCEDURE 450-IMPRIMIR-RUTA.
           PERFORM 480-GRABAR-ULT-CUPON.
           display "Socios adheridos al debito (excluidos): "
                   w-cont-adheridos.
           display "Socios sin cobrador para su zona:        "
                   w-cont-sin-zona.
           display "Cupones emitidos: " w-cup-total
                   " importe " w-imp-total.
           display "Ruta en ruta-cobrador.txt".
       400-F-EMITIR-RUTA.
           EXIT.

      * Deja en w-k la primera zona del cobrador w-cobrador, o cero si
      * el codigo no figura en cobradores.ctl
       405-BUSCAR-COBRADOR.
           MOVE 1 TO w-k.
           PERFORM UNTIL w-k > largo-cob
                   OR tco-codigo(w-k) = w-cobrador
               ADD 1 TO w-k
           END-PERFORM.
           IF w-k > largo-cob
               MOVE zero TO w-k
           END-IF.

       410-SELECCIONAR-CARGOS.
           MOVE zeros TO soc-nro.
           move zero to sen.
           START socios KEY IS NOT < soc-nro INVALID KEY
                   move 1 to sen
           END-START.
           PERFORM UNTIL fin-de-archivo
               READ socios NEXT AT END move 1 to sen
                   NOT AT END
                       IF NOT no-quiere-mas AND NOT socio-baja
                           PERFORM 415-CONTROLAR-SOCIO
                               thru 415-F-CONTROLAR-SOCIO
                       END-IF
               END-READ
           END-PERFORM.

      * El socio adherido al debito no se cobra a domicilio; el que
      * vive fuera de las zonas asignadas solo se cuenta
       415-CONTROLAR-SOCIO.
           MOVE 0 TO w-adherido.
           IF debito-disponible
               MOVE soc-nro TO dap-nro
               READ padron INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF adherido
                           MOVE 1 TO w-adherido
                       END-IF
               END-READ
           END-IF.
           IF socio-adherido
               ADD 1 TO w-cont-adheridos
               GO TO 415-F-CONTROLAR-SOCIO
           END-IF.
           PERFORM 420-ASIGNAR-COBRADOR.
           IF w-cob-idx = zero
               ADD 1 TO w-cont-sin-zona
               GO TO 415-F-CONTROLAR-SOCIO
           END-IF.
           IF w-cobrador NOT = zero
              AND tco-codigo(w-cob-idx) NOT = w-cobrador
               GO TO 415-F-CONTROLAR-SOCIO
           END-IF.
           PERFORM 425-RECORRER-CARGOS.
       415-F-CONTROLAR-SOCIO.
           EXIT.

      * La zona de la localidad del socio tiene prioridad sobre la
      * que cubre la provincia entera (localidad en blanco)
       420-ASIGNAR-COBRADOR.
           MOVE 1 TO w-cob-idx.
           PERFORM UNTIL w-cob-idx > largo-cob
                   OR (tco-provincia(w-cob-idx) = soc-provincia
                       AND tco-localidad(w-cob-idx) = soc-localidad)
               ADD 1 TO w-cob-idx
           END-PERFORM.
           IF w-cob-idx > largo-cob
               MOVE 1 TO w-cob-idx
               PERFORM UNTIL w-cob-idx > largo-cob
                       OR (tco-provincia(w-cob-idx) = soc-provincia
                           AND tco-localidad(w-cob-idx) = spaces)
                   ADD 1 TO w-cob-idx
               END-PERFORM
           END-IF.
           IF w-cob-idx > largo-cob
               MOVE zero TO w-cob-idx
           END-IF.

       425-RECORRER-CARGOS.
           MOVE soc-nro TO car-nro.
           MOVE zeros TO car-periodo.
           MOVE low-values TO car-concepto.
           move zero to sen-cargos.
           START cargos KEY IS NOT < car-clave INVALID KEY
                   move 1 to sen-cargos
           END-START.
           PERFORM 427-LEER-CARGO.
           PERFORM UNTIL fin-de-cargos
               PERFORM 370-CONTROLAR-CONVENIO
               IF NOT periodo-en-convenio
                   PERFORM 430-CONTROLAR-CARGO
               END-IF
               PERFORM 427-LEER-CARGO
           END-PERFORM.

       427-LEER-CARGO.
           IF NOT fin-de-cargos
               READ cargos NEXT AT END move 1 to sen-cargos
               END-READ
               IF NOT fin-de-cargos
                   IF car-nro NOT = soc-nro OR car-periodo > w-ruta
                       move 1 to sen-cargos
                   END-IF
               END-IF
           END-IF.

      * Cada concepto impago va en su propio cupon por el saldo, mas
      * el recargo si la cuota social ya vencio
       430-CONTROLAR-CARGO.
           MOVE car-nro TO w-scan-nro.
           MOVE car-periodo TO w-scan-periodo.
           MOVE car-concepto TO w-scan-concepto.
           PERFORM 340-SUMAR-PAGOS.
           IF w-pagado < car-importe
               PERFORM 435-BUSCAR-CUPON
               IF NOT cupon-pendiente
                   COMPUTE w-saldo-per = car-importe - w-pagado
                   PERFORM 348-APLICAR-RECARGO
                   MOVE tco-codigo(w-cob-idx) TO or-cobrador
                   MOVE soc-provincia TO or-provincia
                   MOVE soc-localidad TO or-localidad
                   MOVE soc-calle TO or-calle
                   MOVE soc-nro-calle TO or-nro-calle
                   MOVE soc-nro TO or-socio
                   MOVE car-periodo TO or-periodo
                   MOVE car-concepto TO or-concepto
                   MOVE soc-nom TO or-nom
                   MOVE soc-apell TO or-apell
                   MOVE w-saldo-per TO or-importe
                   MOVE w-recargo TO or-recargo
                   RELEASE orden-ruta-reg
               END-IF
           END-IF.

      * Un cargo con un cupon todavia en la calle no se vuelve a emitir
       435-BUSCAR-CUPON.
           MOVE 0 TO w-pendiente.
           MOVE car-nro TO cup-socio.
           MOVE car-periodo TO cup-periodo.
           MOVE car-concepto TO cup-concepto.
           move zero to sen-cupones.
           START cupones KEY IS = cup-cargo INVALID KEY
                   move 1 to sen-cupones
           END-START.
           PERFORM UNTIL fin-de-cupones OR cupon-pendiente
               READ cupones NEXT AT END move 1 to sen-cupones
                   NOT AT END
                       IF cup-socio NOT = car-nro
                          OR cup-periodo NOT = car-periodo
                          OR cup-concepto NOT = car-concepto
                           move 1 to sen-cupones
                       ELSE
                           IF cupon-emitido
                               MOVE 1 TO w-pendiente
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Acumula los pagos vigentes del concepto en el periodo (los
      * contraasientos, los pagos anulados y el saldo a favor "SF"
      * no aplicado no cuentan)
       340-SUMAR-PAGOS.
           MOVE zero TO w-pagado.
           MOVE w-scan-nro TO cuo-nro.
           MOVE w-scan-periodo TO cuo-periodo.
           MOVE zeros TO cuo-secuencia.
           move zero to sen-cuotas.
           START cuotas KEY IS NOT < cuo-clave INVALID KEY
                   move 1 to sen-cuotas
           END-START.
           PERFORM 345-LEER-MOVIMIENTO.
           PERFORM UNTIL fin-de-cuotas
               IF pago-normal AND pago-vigente
                  AND cuo-concepto = w-scan-concepto
                   ADD cuo-importe TO w-pagado
               END-IF
               PERFORM 345-LEER-MOVIMIENTO
           END-PERFORM.

       345-LEER-MOVIMIENTO.
           IF NOT fin-de-cuotas
               READ cuotas NEXT AT END move 1 to sen-cuotas
               END-READ
               IF NOT fin-de-cuotas
                   IF cuo-nro NOT = w-scan-nro
                      OR cuo-periodo NOT = w-scan-periodo
                       move 1 to sen-cuotas
                   END-IF
               END-IF
           END-IF.

      * El recargo aprobado para el periodo corresponde solo a la
      * cuota social vencida a la fecha de emision del cupon
       348-APLICAR-RECARGO.
           MOVE zero TO w-recargo.
           IF tarifas-disponible AND car-concepto = "CS"
               MOVE car-periodo TO tar-periodo
               MOVE soc-categoria TO tar-categoria
               IF NOT categoria-titular AND NOT categoria-familiar AND
                  NOT categoria-jubilado AND NOT categoria-cadete
                   MOVE "T" TO tar-categoria
               END-IF
               READ tarifas INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF tar-vencimiento NOT = zeros AND
                          tar-recargo NOT = zeros AND
                          w-fecha-hoy > tar-vencimiento
                           COMPUTE w-recargo ROUNDED =
                               w-saldo-per * tar-recargo / 100
                       END-IF
               END-READ
           END-IF.

      * Los periodos incluidos en un convenio vigente que conservan
      * saldo los cubre el plan de pagos: no se emiten cupones
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

      * Los cupones se numeran en el orden de la ruta impresa, con
      * corte por cobrador y por zona (provincia, localidad y calle)
       450-IMPRIMIR-RUTA.
           OPEN OUTPUT listado-ruta.
           MOVE zero TO w-cob-ant.
           move zero to sen.
           RETURN orden-ruta AT END move 1 to sen.
           PERFORM UNTIL fin-de-archivo
               PERFORM 460-CONTROL-CORTE
               PERFORM 470-GRABAR-CUPON
               RETURN orden-ruta AT END move 1 to sen
           END-PERFORM.
           IF w-cob-ant NOT = zero
               PERFORM 465-TOTAL-COBRADOR
           END-IF.
           WRITE listado-ruta-lin FROM lin-separador.
           MOVE "TOTAL CUPONES EMITIDOS:" TO ltr-leyenda.
           MOVE w-cup-total TO ltr-cant.
           MOVE w-imp-total TO ltr-importe.
           WRITE listado-ruta-lin FROM lin-total-ruta.
           CLOSE listado-ruta.

       460-CONTROL-CORTE.
           IF or-cobrador NOT = w-cob-ant
               IF w-cob-ant NOT = zero
                   PERFORM 465-TOTAL-COBRADOR
               END-IF
               MOVE or-cobrador TO w-cob-ant
               MOVE spaces TO w-zona-ant
               MOVE zero TO w-cup-cob w-imp-cob
               MOVE or-cobrador TO w-cobrador
               PERFORM 405-BUSCAR-COBRADOR
               MOVE or-cobrador TO lti-cobrador
               MOVE tco-nombre(w-k) TO lti-nombre
               MOVE w-ruta TO lti-ruta
               WRITE listado-ruta-lin FROM lin-titulo-ruta
               WRITE listado-ruta-lin FROM lin-separador
           END-IF.
           MOVE or-provincia TO w-zc-provincia.
           MOVE or-localidad TO w-zc-localidad.
           MOVE or-calle TO w-zc-calle.
           IF w-zona-act NOT = w-zona-ant
               MOVE w-zona-act TO w-zona-ant
               MOVE or-provincia TO lzo-provincia
               MOVE or-localidad TO lzo-localidad
               MOVE or-calle TO lzo-calle
               WRITE listado-ruta-lin FROM lin-zona
           END-IF.

       465-TOTAL-COBRADOR.
           WRITE listado-ruta-lin FROM lin-separador.
           MOVE "CUPONES DEL COBRADOR:" TO ltr-leyenda.
           MOVE w-cup-cob TO ltr-cant.
           MOVE w-imp-cob TO ltr-importe.
           WRITE listado-ruta-lin FROM lin-total-ruta.
           MOVE spaces TO listado-ruta-lin.
           WRITE listado-ruta-lin.

       470-GRABAR-CUPON.
           ADD 1 TO w-ult-cupon.
           MOVE w-ult-cupon TO cup-nro.
           MOVE or-socio TO cup-socio.
           MOVE or-periodo TO cup-periodo.
           MOVE or-concepto TO cup-concepto.
           MOVE or-cobrador TO cup-cobrador.
           MOVE w-ruta TO cup-ruta.
           MOVE w-fecha-hoy TO cup-fecha-emision.
           COMPUTE cup-importe = or-importe + or-recargo.
           MOVE or-recargo TO cup-recargo.
           MOVE "E" TO cup-estado.
           MOVE zeros TO cup-fecha-rendicion.
           MOVE zeros TO cup-comprobante.
           MOVE lnk-operador TO cup-operador.
           WRITE cupon-reg
               INVALID KEY
                   display "No se pudo grabar el cupon " cup-nro
               NOT INVALID KEY
                   PERFORM 475-IMPRIMIR-CUPON
           END-WRITE.

       475-IMPRIMIR-CUPON.
           MOVE cup-nro TO lcu-nro.
           MOVE or-socio TO lcu-socio.
           MOVE or-apell TO lcu-apell.
           MOVE or-nom TO lcu-nom.
           MOVE cup-fecha-emision TO lcu-emision.
           WRITE listado-ruta-lin FROM lin-cupon.
           MOVE or-calle TO lcd-calle.
           MOVE or-nro-calle TO lcd-nro-calle.
           MOVE or-periodo TO lcd-periodo.
           MOVE or-concepto TO lcd-concepto.
           MOVE cup-importe TO lcd-importe.
           WRITE listado-ruta-lin FROM lin-cupon-det.
           WRITE listado-ruta-lin FROM lin-corte-cupon.
           ADD 1 TO w-cup-cob w-cup-total.
           ADD cup-importe TO w-imp-cob w-imp-total.

       480-GRABAR-ULT-CUPON.
           MOVE w-ult-cupon TO cn-ultimo.
           OPEN OUTPUT cupon-nro.
           WRITE cup-nro-reg.
           CLOSE cupon-nro.

      * ----------------------------------------------------------------
      * RENDICION DEL COBRADOR
      * ----------------------------------------------------------------
      * Cada cupon cobrado entra como pago del canal "C" con la fecha
      * de la rendicion. Al cerrar la ruta, los cupones que el
      * cobrador no informo quedan devueltos y el cargo vuelve a
      * salir en la ruta siguiente
       500-RENDICION.
           display "Cobrador".
           accept w-cobrador.
           PERFORM 405-BUSCAR-COBRADOR.
           IF w-k = zero
               display "El cobrador no figura en cobradores.ctl"
               GO TO 500-F-RENDICION
           END-IF.
           display "Cobrador: " tco-nombre(w-k).
           display "Periodo de la ruta (AAAAMM)".
           accept w-ruta.
           display "Fecha de la rendicion (AAAAMMDD, 0 = hoy)".
           accept w-fecha-rend.
           IF w-fecha-rend = zero
               MOVE w-fecha-hoy TO w-fecha-rend
           END-IF.
           MOVE w-fecha-rend TO w-fecha-control.
           MOVE w-fco-periodo TO w-per-control.
           PERFORM 950-CONTROLAR-CIERRE.
           IF periodo-cerrado
               GO TO 500-F-RENDICION
           END-IF.
           MOVE zero TO w-cant-cobrados w-imp-cobrados.
           MOVE zero TO w-cant-devueltos w-imp-devueltos.
           MOVE zero TO w-cant-pendientes.
           PERFORM with test after UNTIL w-cupon = zero
               display "Numero de cupon cobrado (0 = fin)"
               accept w-cupon
               IF w-cupon NOT = zero
                   PERFORM 510-COBRAR-CUPON
                       thru 510-F-COBRAR-CUPON
               END-IF
           END-PERFORM.
           display "Cerrar la ruta? Los cupones no informados quedan"
                   " devueltos (S/N)".
           accept w-resp.
           MOVE 0 TO w-cierra-ruta.
           IF w-resp = "S" OR w-resp = "s"
               MOVE 1 TO w-cierra-ruta
           END-IF.
           PERFORM 580-LISTAR-RENDICION.
           display "Cupones cobrados:   " w-cant-cobrados
                   " importe " w-imp-cobrados.
           display "Cupones devueltos:  " w-cant-devueltos
                   " importe " w-imp-devueltos.
           display "Cupones pendientes: " w-cant-pendientes.
           display "Detalle en rendicion.txt".
       500-F-RENDICION.
           EXIT.

       510-COBRAR-CUPON.
           MOVE w-cupon TO cup-nro.
           READ cupones INVALID KEY
                   display "El cupon no existe"
                   GO TO 510-F-COBRAR-CUPON
           END-READ.
           IF cup-cobrador NOT = w-cobrador OR cup-ruta NOT = w-ruta
               display "El cupon no es de esta ruta"
               GO TO 510-F-COBRAR-CUPON
           END-IF.
           IF NOT cupon-emitido
               display "El cupon ya fue rendido"
               GO TO 510-F-COBRAR-CUPON
           END-IF.
           MOVE cup-periodo TO w-per-control.
           PERFORM 950-CONTROLAR-CIERRE.
           IF periodo-cerrado
               GO TO 510-F-COBRAR-CUPON
           END-IF.
           MOVE cup-socio TO soc-nro.
           READ socios INVALID KEY
                   MOVE spaces TO soc-nom
                   MOVE spaces TO soc-apell
           END-READ.
           MOVE cup-socio TO cuo-nro.
           MOVE cup-periodo TO cuo-periodo.
           MOVE cup-concepto TO w-scan-concepto.
           PERFORM 520-BUSCAR-SECUENCIA.
           IF lectura-bloqueada
               GO TO 510-F-COBRAR-CUPON
           END-IF.
           PERFORM 525-CALCULAR-A-CUBRIR.
           MOVE w-sec-libre TO cuo-secuencia.
           MOVE w-fecha-rend TO cuo-fecha-pago.
           MOVE zeros TO cuo-comprobante.
           MOVE lnk-operador TO cuo-operador.
           MOVE "C" TO cuo-canal.
           MOVE "P" TO cuo-tipo.
           MOVE "V" TO cuo-estado.
           MOVE zero TO w-excedente.
           MOVE cup-importe TO cuo-importe.
           IF w-a-cubrir = zero
               MOVE "SF" TO cuo-concepto
               display "El cargo ya estaba cancelado: el cupon queda"
                       " como saldo a favor"
           ELSE
               MOVE cup-concepto TO cuo-concepto
               IF cup-importe > w-a-cubrir
                   COMPUTE w-excedente = cup-importe - w-a-cubrir
                   MOVE w-a-cubrir TO cuo-importe
                   display "Se imputan " w-a-cubrir " al concepto y "
                           w-excedente " quedan como saldo a favor"
               END-IF
           END-IF.
           WRITE cuota-reg
               INVALID KEY
                   display "No se pudo grabar el pago del cupon"
                   GO TO 510-F-COBRAR-CUPON
           END-WRITE.
           PERFORM 550-EMITIR-COMPROBANTE.
           MOVE w-ult-recibo TO w-cup-comp.
           IF w-excedente > zero
               PERFORM 570-GRABAR-EXCEDENTE
           END-IF.
           MOVE "C" TO cup-estado.
           MOVE w-fecha-rend TO cup-fecha-rendicion.
           MOVE w-cup-comp TO cup-comprobante.
           MOVE lnk-operador TO cup-operador.
           REWRITE cupon-reg
               INVALID KEY
                   display "No se pudo marcar el cupon como cobrado"
           END-REWRITE.
           display "Cupon cobrado, comprobante nro " w-cup-comp.
       510-F-COBRAR-CUPON.
           EXIT.

      * Deja en w-sec-libre la proxima secuencia del periodo y en
      * w-pagado lo pagado del concepto en w-scan-concepto
       520-BUSCAR-SECUENCIA.
           MOVE 0 TO w-bloqueado.
           MOVE cuo-nro TO w-scan-nro.
           MOVE cuo-periodo TO w-scan-periodo.
           MOVE 01 TO w-sec-libre.
           MOVE zero TO w-pagado.
           MOVE zeros TO cuo-secuencia.
           move zero to sen-cuotas.
           START cuotas KEY IS NOT < cuo-clave INVALID KEY
                   move 1 to sen-cuotas
           END-START.
           PERFORM 522-LEER-MOVIMIENTO.
           PERFORM UNTIL fin-de-cuotas
               COMPUTE w-sec-libre = cuo-secuencia + 1
               IF pago-normal AND pago-vigente
                  AND cuo-concepto = w-scan-concepto
                   ADD cuo-importe TO w-pagado
               END-IF
               PERFORM 522-LEER-MOVIMIENTO
           END-PERFORM.
           MOVE w-scan-nro TO cuo-nro.
           MOVE w-scan-periodo TO cuo-periodo.

       522-LEER-MOVIMIENTO.
           IF NOT fin-de-cuotas
               READ cuotas NEXT AT END move 1 to sen-cuotas
               END-READ
               IF ws-cuo-fs = "51" OR ws-cuo-fs = "99"
                   display "Registro tomado por otro puesto,"
                           " reintente"
                   MOVE 1 TO w-bloqueado
                   move 1 to sen-cuotas
               END-IF
               IF NOT fin-de-cuotas
                   IF cuo-nro NOT = w-scan-nro
                      OR cuo-periodo NOT = w-scan-periodo
                       move 1 to sen-cuotas
                   END-IF
               END-IF
           END-IF.

      * Lo que queda por cubrir del cargo desde que se emitio el
      * cupon (otro canal pudo cobrar una parte), con su recargo
       525-CALCULAR-A-CUBRIR.
           MOVE cup-importe TO w-a-cubrir.
           MOVE cup-socio TO car-nro.
           MOVE cup-periodo TO car-periodo.
           MOVE cup-concepto TO car-concepto.
           READ cargos INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF w-pagado < car-importe
                       COMPUTE w-a-cubrir =
                           car-importe - w-pagado + cup-recargo
                   ELSE
                       MOVE zero TO w-a-cubrir
                   END-IF
           END-READ.

       550-EMITIR-COMPROBANTE.
           ADD 1 TO w-ult-recibo.
           MOVE w-ult-recibo TO lr-comp.
           MOVE cuo-nro TO lr-socio.
           MOVE soc-nom TO lr-nombre.
           MOVE soc-apell TO lr-apell.
           MOVE cuo-periodo TO lr-periodo.
           MOVE cuo-fecha-pago TO lr-fecha.
           MOVE cuo-importe TO lr-importe.
           WRITE recibo-lin FROM lin-recibo.
           MOVE w-ult-recibo TO cuo-comprobante.
           REWRITE cuota-reg
               INVALID KEY
                   display "No se pudo guardar el comprobante"
           END-REWRITE.
           PERFORM 555-GRABAR-COMPROBANTE.
           PERFORM 560-GRABAR-ULT-RECIBO.

       555-GRABAR-COMPROBANTE.
           MOVE w-ult-recibo TO cpr-nro.
           MOVE cuo-nro TO cpr-socio.
           MOVE cuo-periodo TO cpr-periodo.
           MOVE cuo-fecha-pago TO cpr-fecha.
           MOVE cuo-importe TO cpr-importe.
           MOVE cuo-operador TO cpr-operador.
           MOVE cuo-canal TO cpr-canal.
           IF cuo-concepto = "SF"
               MOVE "F" TO cpr-clase
           ELSE
               MOVE "C" TO cpr-clase
           END-IF.
           MOVE "E" TO cpr-estado.
           WRITE comprob-reg
               INVALID KEY
                   display "No se pudo registrar el comprobante"
           END-WRITE.

       560-GRABAR-ULT-RECIBO.
           MOVE w-ult-recibo TO rn-ultimo.
           OPEN OUTPUT recibo-nro.
           WRITE rec-nro-reg.
           CLOSE recibo-nro.

      * El excedente se graba como concepto "SF" en el mismo periodo,
      * a continuacion del pago, con su propio comprobante
       570-GRABAR-EXCEDENTE.
           ADD 1 TO cuo-secuencia.
           MOVE w-excedente TO cuo-importe.
           MOVE zeros TO cuo-comprobante.
           MOVE "SF" TO cuo-concepto.
           WRITE cuota-reg
               INVALID KEY
                   display "No se pudo grabar el saldo a favor"
               NOT INVALID KEY
                   PERFORM 550-EMITIR-COMPROBANTE
           END-WRITE.

      * Recorre los cupones de la ruta del cobrador: los cobrados en
      * esta rendicion y los que siguen en la calle, que al cerrar la
      * ruta pasan a devueltos
       580-LISTAR-RENDICION.
           OPEN OUTPUT listado-rend.
           MOVE w-cobrador TO ltd-cobrador.
           MOVE tco-nombre(w-k) TO ltd-nombre.
           MOVE w-ruta TO ltd-ruta.
           MOVE w-fecha-rend TO ltd-fecha.
           WRITE listado-rend-lin FROM lin-titulo-rend.
           WRITE listado-rend-lin FROM lin-separador.
           MOVE zeros TO cup-nro.
           move zero to sen-cupones.
           START cupones KEY IS NOT < cup-nro INVALID KEY
                   move 1 to sen-cupones
           END-START.
           PERFORM UNTIL fin-de-cupones
               READ cupones NEXT AT END move 1 to sen-cupones
                   NOT AT END
                       IF cup-cobrador = w-cobrador
                          AND cup-ruta = w-ruta
                           PERFORM 585-LINEA-RENDICION
                       END-IF
               END-READ
           END-PERFORM.
           WRITE listado-rend-lin FROM lin-separador.
           MOVE "CUPONES COBRADOS:" TO ltr-leyenda.
           MOVE w-cant-cobrados TO ltr-cant.
           MOVE w-imp-cobrados TO ltr-importe.
           WRITE listado-rend-lin FROM lin-total-ruta.
           MOVE "CUPONES DEVUELTOS SIN COBRAR:" TO ltr-leyenda.
           MOVE w-cant-devueltos TO ltr-cant.
           MOVE w-imp-devueltos TO ltr-importe.
           WRITE listado-rend-lin FROM lin-total-ruta.
           CLOSE listado-rend.

       585-LINEA-RENDICION.
           MOVE cup-socio TO soc-nro.
           READ socios INVALID KEY
                   MOVE spaces TO soc-apell
           END-READ.
           MOVE cup-nro TO lrd-cupon.
           MOVE cup-socio TO lrd-socio.
           MOVE soc-apell TO lrd-apell.
           MOVE cup-periodo TO lrd-periodo.
           MOVE cup-concepto TO lrd-concepto.
           MOVE cup-importe TO lrd-importe.
           MOVE cup-comprobante TO lrd-comp.
           EVALUATE TRUE
               WHEN cupon-cobrado
                   IF cup-fecha-rendicion = w-fecha-rend
                       MOVE "COBRADO" TO lrd-estado
                       WRITE listado-rend-lin FROM lin-rendicion
                       ADD 1 TO w-cant-cobrados
                       ADD cup-importe TO w-imp-cobrados
                   END-IF
               WHEN cupon-emitido AND cierra-ruta
                   MOVE "D" TO cup-estado
                   MOVE w-fecha-rend TO cup-fecha-rendicion
                   MOVE lnk-operador TO cup-operador
                   REWRITE cupon-reg
                       INVALID KEY
                           display "No se pudo devolver el cupon "
                                   cup-nro
                   END-REWRITE
                   MOVE "DEVUELTO" TO lrd-estado
                   WRITE listado-rend-lin FROM lin-rendicion
                   display "Devuelto: cupon " cup-nro " socio "
                           cup-socio " " soc-apell " periodo "
                           cup-periodo
                   ADD 1 TO w-cant-devueltos
                   ADD cup-importe TO w-imp-devueltos
               WHEN cupon-emitido
                   MOVE "PENDIENTE" TO lrd-estado
                   WRITE listado-rend-lin FROM lin-rendicion
                   ADD 1 TO w-cant-pendientes
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * ----------------------------------------------------------------
      * LIQUIDACION DE COMISIONES
      * ----------------------------------------------------------------
      * La comision se paga sobre lo cobrado y rendido en el rango de
      * fechas; el cupon cuyo pago se anulo despues no comisiona
       600-COMISIONES.
           display "Fecha de rendicion desde (AAAAMMDD)".
           accept w-fecha-desde.
           display "Fecha de rendicion hasta (AAAAMMDD)".
           accept w-fecha-hasta.
           MOVE zeros TO tabla-comisiones.
           MOVE zeros TO cup-nro.
           move zero to sen-cupones.
           START cupones KEY IS NOT < cup-nro INVALID KEY
                   move 1 to sen-cupones
           END-START.
           PERFORM UNTIL fin-de-cupones
               READ cupones NEXT AT END move 1 to sen-cupones
                   NOT AT END
                       IF cup-cobrador NOT = zero
                          AND cup-fecha-rendicion NOT < w-fecha-desde
                          AND cup-fecha-rendicion NOT > w-fecha-hasta
                           PERFORM 610-ACUMULAR-CUPON
                       END-IF
               END-READ
           END-PERFORM.
           OPEN OUTPUT listado-com.
           MOVE w-fecha-desde TO ltc-desde.
           MOVE w-fecha-hasta TO ltc-hasta.
           WRITE listado-com-lin FROM lin-titulo-com.
           WRITE listado-com-lin FROM lin-encabezado-com.
           WRITE listado-com-lin FROM lin-separador.
           display lin-titulo-com.
           display lin-encabezado-com.
           MOVE zero TO w-tot-com-cobrados w-tot-com-importe.
           MOVE zero TO w-tot-com-comision w-tot-com-devueltos.
           PERFORM 620-LINEA-COMISION
               VARYING w-i FROM 1 BY 1 UNTIL w-i > 99.
           WRITE listado-com-lin FROM lin-separador.
           MOVE zero TO lco-codigo.
           MOVE "TOTAL" TO lco-nombre.
           MOVE w-tot-com-cobrados TO lco-cobrados.
           MOVE w-tot-com-importe TO lco-importe.
           MOVE zero TO lco-pct.
           MOVE w-tot-com-comision TO lco-comision.
           MOVE w-tot-com-devueltos TO lco-devueltos.
           MOVE zero TO lco-anulados.
           MOVE zero TO lco-efectividad.
           WRITE listado-com-lin FROM lin-comision.
           display lin-comision.
           CLOSE listado-com.
           display "Liquidacion en comisiones.txt".

       610-ACUMULAR-CUPON.
           IF cupon-cobrado
               MOVE 0 TO w-anulado
               MOVE cup-comprobante TO cpr-nro
               READ comprob INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF comp-anulado
                           MOVE 1 TO w-anulado
                       END-IF
               END-READ
               IF cobro-anulado
                   ADD 1 TO tcm-anulados(cup-cobrador)
               ELSE
                   ADD 1 TO tcm-cobrados(cup-cobrador)
                   ADD cup-importe TO tcm-importe(cup-cobrador)
               END-IF
           END-IF.
           IF cupon-devuelto
               ADD 1 TO tcm-devueltos(cup-cobrador)
           END-IF.

       620-LINEA-COMISION.
           IF tcm-cobrados(w-i) NOT = zero
              OR tcm-devueltos(w-i) NOT = zero
              OR tcm-anulados(w-i) NOT = zero
               MOVE w-i TO w-cobrador
               PERFORM 405-BUSCAR-COBRADOR
               MOVE w-i TO lco-codigo
               IF w-k = zero
                   MOVE "SIN DATOS EN .CTL" TO lco-nombre
                   MOVE zero TO lco-pct
                   MOVE zero TO w-comision
               ELSE
                   MOVE tco-nombre(w-k) TO lco-nombre
                   MOVE tco-comision(w-k) TO lco-pct
                   COMPUTE w-comision ROUNDED =
                       tcm-importe(w-i) * tco-comision(w-k) / 100
               END-IF
               MOVE zero TO w-efectividad
               IF tcm-cobrados(w-i) + tcm-devueltos(w-i) > zero
                   COMPUTE w-efectividad = tcm-cobrados(w-i) * 100
                       / (tcm-cobrados(w-i) + tcm-devueltos(w-i))
               END-IF
               MOVE tcm-cobrados(w-i) TO lco-cobrados
               MOVE tcm-importe(w-i) TO lco-importe
               MOVE w-comision TO lco-comision
               MOVE tcm-devueltos(w-i) TO lco-devueltos
               MOVE tcm-anulados(w-i) TO lco-anulados
               MOVE w-efectividad TO lco-efectividad
               WRITE listado-com-lin FROM lin-comision
               display lin-comision
               ADD tcm-cobrados(w-i) TO w-tot-com-cobrados
               ADD tcm-importe(w-i) TO w-tot-com-importe
               ADD w-comision TO w-tot-com-comision
               ADD tcm-devueltos(w-i) TO w-tot-com-devueltos
           END-IF.

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

       END PROGRAM COBRADORES.
