      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Archivo anual de las bajas antiguas. Los socios dados
      *           de baja hace mas de los anios de depura.ctl (10 si
      *           falta) y sin saldo se pasan, con sus cuotas, cargos y
      *           comprobantes, a los historicos fechados
      *           arc-AAAAMMDD-<archivo> y se borran de los archivos
      *           vivos. Cada socio archivado queda en el indice
      *           archivo-bajas.dat para la consulta CONSULTA-ARCHIVO.
      *           Deja el listado de control arc-AAAAMMDD-control.txt
      *           con los conteos antes y despues de cada archivo. No
      *           arranca sin el respaldo completo del dia
      *           (bkp-AAAAMMDD.ctl) ni con puestos sobre arch.dat
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPURA-BAJAS IS INITIAL PROGRAM.
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
           SELECT archivo-bajas ASSIGN TO "..\archivo-bajas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is arb-clave
           ALTERNATE record key is arb-apell WITH DUPLICATES
           ALTERNATE record key is arb-documento WITH DUPLICATES
           FILE STATUS is ws-arb-fs.
           SELECT control-bkp ASSIGN TO w-nombre-control
           ORGANIZATION SEQUENTIAL
           FILE STATUS is ws-ctl-fs.
           SELECT OPTIONAL control-arc ASSIGN TO "..\depura.ctl"
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL arc-socios ASSIGN TO w-nombre-arc-soc
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL arc-cuotas ASSIGN TO w-nombre-arc-cuo
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL arc-cargos ASSIGN TO w-nombre-arc-car
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL arc-comprob ASSIGN TO w-nombre-arc-cpr
           ORGANIZATION SEQUENTIAL.
           SELECT listado ASSIGN TO w-nombre-listado
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL historial ASSIGN TO "..\historial.dat"
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
       fd  control-bkp.
       01  control-reg.
           03 ctl-nombre pic x(20).
           03 ctl-cant pic 9(8).
       fd  control-arc.
       01  actl-reg.
           03 actl-anios pic 9(2).
       fd  arc-socios.
       01  arc-socio-reg pic x(110).
       fd  arc-cuotas.
       01  arc-cuota-reg pic x(51).
       fd  arc-cargos.
       01  arc-cargo-reg pic x(22).
       fd  arc-comprob.
       01  arc-comprob-reg pic x(47).
       fd  listado.
       01  listado-lin pic x(100).
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
       77  sen-detalle pic 9.
           88  fin-de-detalle value 1.
       77  ws-soc-fs pic xx.
       77  ws-cuo-fs pic xx.
       77  ws-car-fs pic xx.
       77  ws-cpr-fs pic xx.
       77  ws-arb-fs pic xx.
       77  ws-ctl-fs pic xx.
       77  w-cuo-disp pic 9 value 0.
           88 cuo-disponible value 1.
       77  w-car-disp pic 9 value 0.
           88 cargos-disponible value 1.
       77  w-cpr-disp pic 9 value 0.
           88 comprob-disponible value 1.
       77  w-nombre-control pic x(36).
       77  w-nombre-arc-soc pic x(36).
       77  w-nombre-arc-cuo pic x(36).
       77  w-nombre-arc-car pic x(36).
       77  w-nombre-arc-cpr pic x(36).
       77  w-nombre-listado pic x(36).
       77  w-fecha-hoy pic 9(8).
       77  w-anios pic 9(2) value zero.
       77  w-resp pic x.
       77  w-respaldados pic 9 value 0.
       77  w-socio pic 9(6).
       77  w-saldo pic s9(8)v99 value zero.
       77  w-saldo-favor pic s9(8)v99 value zero.
       77  w-cant-cuotas pic 9(4) value zero.
       77  w-cant-cargos pic 9(4) value zero.
       77  w-cant-comprob pic 9(4) value zero.
       77  w-cant pic 9(8) value zero.
       77  w-etapa pic 9 value 1.
           88 conteo-antes value 1.
       77  w-k pic 9.
       77  w-cont-candidatos pic 9(6) value zero.
       77  w-cont-archivados pic 9(6) value zero.
       77  w-cont-con-saldo pic 9(6) value zero.
       77  w-error pic 9 value 0.
           88 control-con-error value 1.
       01  w-corte.
           03 w-corte-aaaa pic 9(4).
           03 w-corte-mmdd pic 9(4).
       01  w-fecha-corte redefines w-corte pic 9(8).
       01  tabla-conteos.
           03 vec-cnt OCCURS 4.
               05 tcn-nombre pic x(12).
               05 tcn-antes pic 9(8).
               05 tcn-archivados pic 9(8).
               05 tcn-despues pic 9(8).
       01  lin-titulo.
           03 filler pic x(18) value "ARCHIVO DE BAJAS ".
           03 lti-fecha pic 9(8).
           03 filler pic x(25) value "  BAJAS ANTERIORES AL ".
           03 lti-corte pic 9(8).
           03 filler pic x(12) value "  OPERADOR ".
           03 lti-operador pic x(8).
       01  lin-separador pic x(100) value all "-".
       01  lin-encabezado.
           03 filler pic x(7) value "SOCIO".
           03 filler pic x(11) value "APELLIDO".
           03 filler pic x(11) value "NOMBRE".
           03 filler pic x(9) value "BAJA".
           03 filler pic x(7) value "CUOTAS".
           03 filler pic x(7) value "CARGOS".
           03 filler pic x(8) value "COMPROB".
           03 filler pic x(12) value "RESULTADO".
           03 filler pic x(12) value "SALDO".
       01  lin-socio.
           03 lso-nro pic 9(6).
           03 filler pic x value space.
           03 lso-apell pic x(10).
           03 filler pic x value space.
           03 lso-nom pic x(10).
           03 filler pic x value space.
           03 lso-fecha-baja pic 9(8).
           03 filler pic x value space.
           03 lso-cuotas pic zzz9.
           03 filler pic x(3) value spaces.
           03 lso-cargos pic zzz9.
           03 filler pic x(3) value spaces.
           03 lso-comprob pic zzz9.
           03 filler pic x(4) value spaces.
           03 lso-resultado pic x(12).
           03 lso-saldo pic -(7)9.99.
       01  lin-conteo.
           03 lcn-nombre pic x(12).
           03 filler pic x(7) value " ANTES ".
           03 lcn-antes pic zzzzzzz9.
           03 filler pic x(13) value " ARCHIVADOS ".
           03 lcn-archivados pic zzzzzzz9.
           03 filler pic x(9) value " DESPUES ".
           03 lcn-despues pic zzzzzzz9.
           03 filler pic x value space.
           03 lcn-control pic x(10).
       01  lin-totales.
           03 filler pic x(12) value "CANDIDATOS: ".
           03 ltt-candidatos pic zzzzz9.
           03 filler pic x(14) value "  ARCHIVADOS: ".
           03 ltt-archivados pic zzzzz9.
           03 filler pic x(13) value "  CON SALDO: ".
           03 ltt-con-saldo pic zzzzz9.
       LINKAGE SECTION.
       01  lnk-operador pic x(8).
       PROCEDURE DIVISION USING lnk-operador.
       MAIN-PROCEDURE.
           display "ARCHIVO Y DEPURACION DE BAJAS ANTIGUAS".
           PERFORM 010-CONTROLAR-PUESTOS.
           IF ws-soc-fs NOT = "00"
               display "arch.dat no disponible o con puestos"
                       " trabajando, no se archiva"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           PERFORM 050-CONTROLAR-RESPALDO.
           IF w-respaldados < 4
               display "No hay respaldo completo del dia "
                       w-fecha-hoy ", no se archiva"
               display "Corra RESPALDO y vuelva a intentar"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 100-LEER-PARAMETROS.
           display "Se archivan las bajas anteriores al "
                   w-fecha-corte " (" w-anios " anios) sin saldo".
           display "Confirma el archivo? (S/N)".
           accept w-resp.
           IF w-resp NOT = "S" AND w-resp NOT = "s"
               display "Archivo cancelado"
               GOBACK
           END-IF.
           PERFORM 150-ABRIR-ARCHIVOS
               thru 150-F-ABRIR-ARCHIVOS.
           IF ws-soc-fs NOT = "00"
               display "No se pudo tomar arch.dat en exclusiva,"
                       " no se archiva"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 1 TO w-etapa.
           PERFORM 200-CONTAR-REGISTROS.
           PERFORM 300-RECORRER-SOCIOS.
           MOVE 2 TO w-etapa.
           PERFORM 200-CONTAR-REGISTROS.
           PERFORM 800-CONTROL-CONTEOS.
           PERFORM 900-CERRAR-ARCHIVOS.
           display "Socios archivados: " w-cont-archivados.
           display "Control en " w-nombre-listado.
           IF control-con-error
               display "CONTEOS CON DIFERENCIAS, REVISAR"
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      * El intento de apertura exclusiva detecta puestos con el
      * archivo abierto; si toma el lugar lo libera enseguida
       010-CONTROLAR-PUESTOS.
           OPEN I-O socios WITH LOCK.
           IF ws-soc-fs = "00"
               CLOSE socios
           END-IF.

      * El respaldo del dia tiene que incluir los cuatro archivos que
      * se depuran; sin el no hay vuelta atras posible
       050-CONTROLAR-RESPALDO.
           MOVE 0 TO w-respaldados.
           MOVE spaces TO w-nombre-control.
           STRING "..\bkp-" w-fecha-hoy ".ctl"
               DELIMITED BY SIZE INTO w-nombre-control.
           OPEN INPUT control-bkp.
           IF ws-ctl-fs = "00"
               move zero to sen
               PERFORM UNTIL fin-de-archivo
                   READ control-bkp AT END move 1 to sen
                       NOT AT END
                           IF ctl-nombre = "arch.dat" OR
                              ctl-nombre = "cuotas.dat" OR
                              ctl-nombre = "cargos.dat" OR
                              ctl-nombre = "comprob.dat"
                               ADD 1 TO w-respaldados
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE control-bkp
           END-IF.

      * Sin depura.ctl se archivan las bajas de mas de 10 anios
       100-LEER-PARAMETROS.
           OPEN INPUT control-arc.
           READ control-arc AT END
                   display "depura.ctl vacio, se usan 10 anios"
               NOT AT END
                   MOVE actl-anios TO w-anios
           END-READ.
           CLOSE control-arc.
           IF w-anios = zero
               MOVE 10 TO w-anios
           END-IF.
           MOVE w-fecha-hoy TO w-fecha-corte.
           SUBTRACT w-anios FROM w-corte-aaaa.

      * arch.dat queda tomado en exclusiva durante toda la corrida.
      * Los historicos se abren en extension: una segunda corrida en
      * el dia se suma a la primera
       150-ABRIR-ARCHIVOS.
           OPEN I-O socios WITH LOCK.
           IF ws-soc-fs NOT = "00"
               GO TO 150-F-ABRIR-ARCHIVOS
           END-IF.
           OPEN I-O cuotas.
           MOVE 0 TO w-cuo-disp.
           IF ws-cuo-fs = "00"
               MOVE 1 TO w-cuo-disp
           END-IF.
           OPEN I-O cargos.
           MOVE 0 TO w-car-disp.
           IF ws-car-fs = "00"
               MOVE 1 TO w-car-disp
           END-IF.
           OPEN I-O comprob.
           MOVE 0 TO w-cpr-disp.
           IF ws-cpr-fs = "00"
               MOVE 1 TO w-cpr-disp
           END-IF.
           OPEN I-O archivo-bajas.
           IF ws-arb-fs NOT = "00"
               OPEN OUTPUT archivo-bajas
               CLOSE archivo-bajas
               OPEN I-O archivo-bajas
           END-IF.
           MOVE spaces TO w-nombre-arc-soc.
           STRING "..\arc-" w-fecha-hoy "-arch.dat"
               DELIMITED BY SIZE INTO w-nombre-arc-soc.
           MOVE spaces TO w-nombre-arc-cuo.
           STRING "..\arc-" w-fecha-hoy "-cuotas.dat"
               DELIMITED BY SIZE INTO w-nombre-arc-cuo.
           MOVE spaces TO w-nombre-arc-car.
           STRING "..\arc-" w-fecha-hoy "-cargos.dat"
               DELIMITED BY SIZE INTO w-nombre-arc-car.
           MOVE spaces TO w-nombre-arc-cpr.
           STRING "..\arc-" w-fecha-hoy "-comprob.dat"
               DELIMITED BY SIZE INTO w-nombre-arc-cpr.
           MOVE spaces TO w-nombre-listado.
           STRING "..\arc-" w-fecha-hoy "-control.txt"
               DELIMITED BY SIZE INTO w-nombre-listado.
           OPEN EXTEND arc-socios.
           OPEN EXTEND arc-cuotas.
           OPEN EXTEND arc-cargos.
           OPEN EXTEND arc-comprob.
           OPEN EXTEND historial.
           OPEN OUTPUT listado.
           MOVE w-fecha-hoy TO lti-fecha.
           MOVE w-fecha-corte TO lti-corte.
           MOVE lnk-operador TO lti-operador.
           WRITE listado-lin FROM lin-titulo.
           WRITE listado-lin FROM lin-separador.
           WRITE listado-lin FROM lin-encabezado.
           MOVE "arch.dat" TO tcn-nombre(1).
           MOVE "cuotas.dat" TO tcn-nombre(2).
           MOVE "cargos.dat" TO tcn-nombre(3).
           MOVE "comprob.dat" TO tcn-nombre(4).
           PERFORM VARYING w-k FROM 1 BY 1 UNTIL w-k > 4
               MOVE zero TO tcn-antes(w-k)
               MOVE zero TO tcn-archivados(w-k)
               MOVE zero TO tcn-despues(w-k)
           END-PERFORM.
       150-F-ABRIR-ARCHIVOS.
           EXIT.

      * ----------------------------------------------------------------
      * CONTEOS ANTES Y DESPUES DE LA DEPURACION
      * ----------------------------------------------------------------
       200-CONTAR-REGISTROS.
           MOVE zero TO w-cant.
           MOVE zeros TO soc-nro.
           move zero to sen.
           START socios KEY IS NOT < soc-nro INVALID KEY
                   move 1 to sen
           END-START.
           PERFORM UNTIL fin-de-archivo
               READ socios NEXT AT END move 1 to sen
                   NOT AT END
                       ADD 1 TO w-cant
               END-READ
           END-PERFORM.
           MOVE 1 TO w-k.
           PERFORM 250-ANOTAR-CONTEO.
           MOVE zero TO w-cant.
           IF cuo-disponible
               MOVE low-values TO cuo-clave
               move zero to sen
               START cuotas KEY IS NOT < cuo-clave INVALID KEY
                       move 1 to sen
               END-START
               PERFORM UNTIL fin-de-archivo
                   READ cuotas NEXT AT END move 1 to sen
                       NOT AT END
                           ADD 1 TO w-cant
                   END-READ
               END-PERFORM
           END-IF.
           MOVE 2 TO w-k.
           PERFORM 250-ANOTAR-CONTEO.
           MOVE zero TO w-cant.
           IF cargos-disponible
               MOVE low-values TO car-clave
               move zero to sen
               START cargos KEY IS NOT < car-clave INVALID KEY
                       move 1 to sen
               END-START
               PERFORM UNTIL fin-de-archivo
                   READ cargos NEXT AT END move 1 to sen
                       NOT AT END
                           ADD 1 TO w-cant
                   END-READ
               END-PERFORM
           END-IF.
           MOVE 3 TO w-k.
           PERFORM 250-ANOTAR-CONTEO.
           MOVE zero TO w-cant.
           IF comprob-disponible
               MOVE zeros TO cpr-nro
               move zero to sen
               START comprob KEY IS NOT < cpr-nro INVALID KEY
                       move 1 to sen
               END-START
               PERFORM UNTIL fin-de-archivo
                   READ comprob NEXT AT END move 1 to sen
                       NOT AT END
                           ADD 1 TO w-cant
                   END-READ
               END-PERFORM
           END-IF.
           MOVE 4 TO w-k.
           PERFORM 250-ANOTAR-CONTEO.

       250-ANOTAR-CONTEO.
           IF conteo-antes
               MOVE w-cant TO tcn-antes(w-k)
           ELSE
               MOVE w-cant TO tcn-despues(w-k)
           END-IF.

      * ----------------------------------------------------------------
      * SELECCION DE LAS BAJAS A ARCHIVAR
      * ----------------------------------------------------------------
       300-RECORRER-SOCIOS.
           MOVE zeros TO soc-nro.
           move zero to sen.
           START socios KEY IS NOT < soc-nro INVALID KEY
                   move 1 to sen
           END-START.
           PERFORM UNTIL fin-de-archivo
               READ socios NEXT AT END move 1 to sen
                   NOT AT END
                       IF socio-baja AND soc-nro NOT = zero
                          AND soc-fecha-baja NOT = zero
                          AND soc-fecha-baja < w-fecha-corte
                           PERFORM 320-REVISAR-BAJA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE w-cont-candidatos TO ltt-candidatos.
           MOVE w-cont-archivados TO ltt-archivados.
           MOVE w-cont-con-saldo TO ltt-con-saldo.
           WRITE listado-lin FROM lin-separador.
           WRITE listado-lin FROM lin-totales.

       320-REVISAR-BAJA.
           ADD 1 TO w-cont-candidatos.
           MOVE soc-nro TO w-socio.
           PERFORM 350-CALCULAR-SALDO.
           IF w-saldo > zero OR w-saldo-favor NOT = zero
               ADD 1 TO w-cont-con-saldo
               MOVE zero TO w-cant-cuotas
               MOVE zero TO w-cant-cargos
               MOVE zero TO w-cant-comprob
               MOVE "CON SALDO" TO lso-resultado
               IF w-saldo-favor NOT = zero
                   MOVE "SALDO FAVOR" TO lso-resultado
                   MOVE w-saldo-favor TO lso-saldo
               ELSE
                   MOVE w-saldo TO lso-saldo
               END-IF
               PERFORM 380-LINEA-SOCIO
           ELSE
               PERFORM 400-ARCHIVAR-SOCIO
           END-IF.

      * Cargos devengados menos pagos vigentes, como en la cuenta
      * corriente. Los pagos sin cargo de antes del devengado dejan
      * saldo negativo y no impiden archivar; el saldo a favor ("SF")
      * sin aplicar si lo impide
       350-CALCULAR-SALDO.
           MOVE zero TO w-saldo.
           MOVE zero TO w-saldo-favor.
           IF cargos-disponible
               MOVE w-socio TO car-nro
               MOVE zeros TO car-periodo
               MOVE low-values TO car-concepto
               move zero to sen-detalle
               START cargos KEY IS NOT < car-clave INVALID KEY
                       move 1 to sen-detalle
               END-START
               PERFORM UNTIL fin-de-detalle
                   READ cargos NEXT AT END move 1 to sen-detalle
                       NOT AT END
                           IF car-nro NOT = w-socio
                               move 1 to sen-detalle
                           ELSE
                               ADD car-importe TO w-saldo
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF cuo-disponible
               MOVE w-socio TO cuo-nro
               MOVE zeros TO cuo-periodo
               MOVE zeros TO cuo-secuencia
               move zero to sen-detalle
               START cuotas KEY IS NOT < cuo-clave INVALID KEY
                       move 1 to sen-detalle
               END-START
               PERFORM UNTIL fin-de-detalle
                   READ cuotas NEXT AT END move 1 to sen-detalle
                       NOT AT END
                           IF cuo-nro NOT = w-socio
                               move 1 to sen-detalle
                           ELSE
                               PERFORM 355-ACUMULAR-PAGO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       355-ACUMULAR-PAGO.
           IF pago-normal AND pago-vigente
               IF cuo-concepto = "SF"
                   ADD cuo-importe TO w-saldo-favor
               ELSE
                   SUBTRACT cuo-importe FROM w-saldo
               END-IF
               IF canal-saldo
                   SUBTRACT cuo-importe FROM w-saldo-favor
               END-IF
           END-IF.

       380-LINEA-SOCIO.
           MOVE soc-nro TO lso-nro.
           MOVE soc-apell TO lso-apell.
           MOVE soc-nom TO lso-nom.
           MOVE soc-fecha-baja TO lso-fecha-baja.
           MOVE w-cant-cuotas TO lso-cuotas.
           MOVE w-cant-cargos TO lso-cargos.
           MOVE w-cant-comprob TO lso-comprob.
           WRITE listado-lin FROM lin-socio.

      * ----------------------------------------------------------------
      * PASE A LOS HISTORICOS Y BORRADO DE LOS ARCHIVOS VIVOS
      * ----------------------------------------------------------------
       400-ARCHIVAR-SOCIO.
           MOVE zero TO w-cant-cuotas.
           MOVE zero TO w-cant-cargos.
           MOVE zero TO w-cant-comprob.
           IF cargos-disponible
               PERFORM 410-ARCHIVAR-CARGOS
           END-IF.
           IF cuo-disponible
               PERFORM 420-ARCHIVAR-CUOTAS
           END-IF.
           IF comprob-disponible
               PERFORM 430-ARCHIVAR-COMPROB
           END-IF.
           WRITE arc-socio-reg FROM soc-reg.
           PERFORM 910-REGISTRAR-HISTORIA.
           DELETE socios
               INVALID KEY
                   display "No se pudo borrar el socio " soc-nro
           END-DELETE.
           PERFORM 450-GRABAR-INDICE.
           ADD 1 TO w-cont-archivados.
           ADD 1 TO tcn-archivados(1).
           ADD w-cant-cuotas TO tcn-archivados(2).
           ADD w-cant-cargos TO tcn-archivados(3).
           ADD w-cant-comprob TO tcn-archivados(4).
           MOVE "ARCHIVADO" TO lso-resultado.
           MOVE zero TO lso-saldo.
           PERFORM 380-LINEA-SOCIO.

       410-ARCHIVAR-CARGOS.
           MOVE w-socio TO car-nro.
           MOVE zeros TO car-periodo.
           MOVE low-values TO car-concepto.
           move zero to sen-detalle.
           START cargos KEY IS NOT < car-clave INVALID KEY
                   move 1 to sen-detalle
           END-START.
           PERFORM UNTIL fin-de-detalle
               READ cargos NEXT AT END move 1 to sen-detalle
                   NOT AT END
                       IF car-nro NOT = w-socio
                           move 1 to sen-detalle
                       ELSE
                           WRITE arc-cargo-reg FROM cargo-reg
                           DELETE cargos
                           ADD 1 TO w-cant-cargos
                       END-IF
               END-READ
           END-PERFORM.

       420-ARCHIVAR-CUOTAS.
           MOVE w-socio TO cuo-nro.
           MOVE zeros TO cuo-periodo.
           MOVE zeros TO cuo-secuencia.
           move zero to sen-detalle.
           START cuotas KEY IS NOT < cuo-clave INVALID KEY
                   move 1 to sen-detalle
           END-START.
           PERFORM UNTIL fin-de-detalle
               READ cuotas NEXT AT END move 1 to sen-detalle
                   NOT AT END
                       IF cuo-nro NOT = w-socio
                           move 1 to sen-detalle
                       ELSE
                           WRITE arc-cuota-reg FROM cuota-reg
                           DELETE cuotas
                           ADD 1 TO w-cant-cuotas
                       END-IF
               END-READ
           END-PERFORM.

       430-ARCHIVAR-COMPROB.
           MOVE w-socio TO cpr-socio.
           move zero to sen-detalle.
           START comprob KEY IS = cpr-socio INVALID KEY
                   move 1 to sen-detalle
           END-START.
           PERFORM UNTIL fin-de-detalle
               READ comprob NEXT AT END move 1 to sen-detalle
                   NOT AT END
                       IF cpr-socio NOT = w-socio
                           move 1 to sen-detalle
                       ELSE
                           WRITE arc-comprob-reg FROM comprob-reg
                           DELETE comprob
                           ADD 1 TO w-cant-comprob
                       END-IF
               END-READ
           END-PERFORM.

       450-GRABAR-INDICE.
           MOVE w-socio TO arb-nro.
           MOVE w-fecha-hoy TO arb-fecha-archivo.
           MOVE soc-apell TO arb-apell.
           MOVE soc-nom TO arb-nom.
           MOVE soc-documento TO arb-documento.
           MOVE soc-fecha-baja TO arb-fecha-baja.
           MOVE w-cant-cuotas TO arb-cant-cuotas.
           MOVE w-cant-cargos TO arb-cant-cargos.
           MOVE w-cant-comprob TO arb-cant-comprob.
           MOVE lnk-operador TO arb-operador.
           WRITE arb-reg
               INVALID KEY
                   display "No se pudo indexar el socio " w-socio
           END-WRITE.

      * ----------------------------------------------------------------
      * CONTROL DE CONTEOS: ANTES MENOS ARCHIVADOS IGUAL A DESPUES
      * ----------------------------------------------------------------
       800-CONTROL-CONTEOS.
           WRITE listado-lin FROM lin-separador.
           PERFORM 850-LINEA-CONTEO
               VARYING w-k FROM 1 BY 1 UNTIL w-k > 4.

       850-LINEA-CONTEO.
           MOVE tcn-nombre(w-k) TO lcn-nombre.
           MOVE tcn-antes(w-k) TO lcn-antes.
           MOVE tcn-archivados(w-k) TO lcn-archivados.
           MOVE tcn-despues(w-k) TO lcn-despues.
           IF tcn-antes(w-k) - tcn-archivados(w-k) = tcn-despues(w-k)
               MOVE "OK" TO lcn-control
           ELSE
               MOVE "DIFERENCIA" TO lcn-control
               MOVE 1 TO w-error
           END-IF.
           WRITE listado-lin FROM lin-conteo.
           display lin-conteo.

       900-CERRAR-ARCHIVOS.
           CLOSE socios.
           IF cuo-disponible
               CLOSE cuotas
           END-IF.
           IF cargos-disponible
               CLOSE cargos
           END-IF.
           IF comprob-disponible
               CLOSE comprob
           END-IF.
           CLOSE archivo-bajas.
           CLOSE arc-socios.
           CLOSE arc-cuotas.
           CLOSE arc-cargos.
           CLOSE arc-comprob.
           CLOSE historial.
           CLOSE listado.

      * El socio archivado cierra su historial con la ultima imagen
       910-REGISTRAR-HISTORIA.
           MOVE spaces TO his-reg.
           ACCEPT his-fecha FROM DATE YYYYMMDD.
           ACCEPT his-hora FROM TIME.
           MOVE soc-nro TO his-socio.
           MOVE "ARCHIVO" TO his-evento.
           MOVE lnk-operador TO his-operador.
           MOVE "DEPURA-BAJAS" TO his-programa.
           MOVE zeros TO his-relacionado.
           MOVE soc-reg TO his-antes.
           MOVE soc-reg TO his-despues.
           WRITE his-reg.

       END PROGRAM DEPURA-BAJAS.
