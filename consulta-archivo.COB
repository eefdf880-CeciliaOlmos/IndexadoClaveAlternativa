      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Consulta de socios archivados por DEPURA-BAJAS, para
      *           atender pedidos de reincorporacion. Busca en el
      *           indice archivo-bajas.dat por numero de socio,
      *           documento o apellido y muestra del historico
      *           arc-AAAAMMDD correspondiente el registro completo del
      *           socio, sus cargos y su historia de pagos
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-ARCHIVO IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-bajas ASSIGN TO "..\archivo-bajas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is DYNAMIC
           record KEY is arb-clave
           ALTERNATE record key is arb-apell WITH DUPLICATES
           ALTERNATE record key is arb-documento WITH DUPLICATES
           FILE STATUS is ws-arb-fs.
           SELECT arc-socios ASSIGN TO w-nombre-arc-soc
           ORGANIZATION SEQUENTIAL
           FILE STATUS is ws-arc-fs.
           SELECT arc-cuotas ASSIGN TO w-nombre-arc-cuo
           ORGANIZATION SEQUENTIAL
           FILE STATUS is ws-arc-fs.
           SELECT arc-cargos ASSIGN TO w-nombre-arc-car
           ORGANIZATION SEQUENTIAL
           FILE STATUS is ws-arc-fs.
       DATA DIVISION.
       FILE SECTION.
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
       fd  arc-socios.
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
       fd  arc-cuotas.
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
       fd  arc-cargos.
       01  cargo-reg.
           03 car-clave.
               05 car-nro pic 9(6).
               05 car-periodo pic 9(6).
               05 car-concepto pic xx.
           03 car-importe pic 9(6)v99.
       WORKING-STORAGE SECTION.
       77  sen pic 9.
           88  fin-de-archivo value 1.
       77  ws-arb-fs pic xx.
       77  ws-arc-fs pic xx.
       77  w-opcion pic 9.
           88 salir value 4.
       77  w-socio pic 9(6).
       77  w-documento pic 9(8).
       77  w-apellido pic x(10).
       77  w-fecha-archivo pic 9(8).
       77  w-cant-hallados pic 9(4) value zero.
       77  w-encontrado pic 9 value 0.
           88 socio-encontrado value 1.
       77  w-nombre-arc-soc pic x(36).
       77  w-nombre-arc-cuo pic x(36).
       77  w-nombre-arc-car pic x(36).
       77  w-tot-cargos pic 9(8)v99 value zero.
       77  w-tot-pagos pic 9(8)v99 value zero.
       01  lin-hallado.
           03 lha-nro pic 9(6).
           03 filler pic x value space.
           03 lha-apell pic x(10).
           03 filler pic x value space.
           03 lha-nom pic x(10).
           03 filler pic x(5) value " DNI ".
           03 lha-documento pic z(8).
           03 filler pic x(7) value " BAJA ".
           03 lha-fecha-baja pic 9(8).
           03 filler pic x(10) value " ARCHIVO ".
           03 lha-fecha-archivo pic 9(8).
       01  lin-dato-1.
           03 filler pic x(7) value "SOCIO ".
           03 ld1-nro pic 9(6).
           03 filler pic x value space.
           03 ld1-apell pic x(10).
           03 filler pic x value space.
           03 ld1-nom pic x(10).
           03 filler pic x(5) value " DNI ".
           03 ld1-documento pic z(8).
           03 filler pic x(6) value " CAT. ".
           03 ld1-categoria pic x.
       01  lin-dato-2.
           03 filler pic x(7) value "DOMIC. ".
           03 ld2-calle pic x(12).
           03 filler pic x value space.
           03 ld2-nro-calle pic z(4).
           03 filler pic x value space.
           03 ld2-localidad pic x(12).
           03 filler pic x value space.
           03 ld2-provincia pic x(12).
           03 filler pic x(5) value " TEL ".
           03 ld2-tel pic z(10).
       01  lin-dato-3.
           03 filler pic x(8) value "INGRESO ".
           03 ld3-ingreso pic 9(8).
           03 filler pic x(13) value "  NACIMIENTO ".
           03 ld3-nacimiento pic 9(8).
           03 filler pic x(7) value "  BAJA ".
           03 ld3-baja pic 9(8).
       01  lin-cargo.
           03 filler pic x(8) value "  CARGO ".
           03 lcg-periodo pic 9(6).
           03 filler pic x value space.
           03 lcg-concepto pic xx.
           03 filler pic x value space.
           03 lcg-importe pic zzzzz9.99.
       01  lin-pago.
           03 filler pic x(8) value "  PAGO  ".
           03 lpg-periodo pic 9(6).
           03 filler pic x value space.
           03 lpg-concepto pic xx.
           03 filler pic x value space.
           03 lpg-importe pic zzzzz9.99.
           03 filler pic x value space.
           03 lpg-fecha pic 9(8).
           03 filler pic x(6) value " COMP ".
           03 lpg-comprobante pic z(8).
           03 filler pic x(7) value " CANAL ".
           03 lpg-canal pic x.
           03 filler pic x value space.
           03 lpg-leyenda pic x(12).
       01  lin-totales.
           03 filler pic x(16) value "TOTAL CARGOS:   ".
           03 lto-cargos pic zzzzzzz9.99.
           03 filler pic x(16) value "  TOTAL PAGOS: ".
           03 lto-pagos pic zzzzzzz9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           display "CONSULTA DE SOCIOS ARCHIVADOS".
           OPEN INPUT archivo-bajas.
           IF ws-arb-fs NOT = "00"
               display "archivo-bajas.dat no disponible, no hay"
                       " socios archivados"
               GOBACK
           END-IF.
           PERFORM with test after UNTIL salir
               PERFORM 200-MENU
               PERFORM 300-PROCESO-MENU
           END-PERFORM.
           CLOSE archivo-bajas.
           GOBACK.

       200-MENU.
           display "1 - Buscar por numero de socio".
           display "2 - Buscar por documento".
           display "3 - Buscar por apellido".
           display "4 - Salir".
           ACCEPT w-opcion.

       300-PROCESO-MENU.
           EVALUATE w-opcion
               WHEN 1 PERFORM 400-BUSCAR-POR-NUMERO
               WHEN 2 PERFORM 420-BUSCAR-POR-DOCUMENTO
               WHEN 3 PERFORM 440-BUSCAR-POR-APELLIDO
               WHEN 4 NEXT SENTENCE
           END-EVALUATE.

      * ----------------------------------------------------------------
      * BUSQUEDA EN EL INDICE DE ARCHIVADOS
      * ----------------------------------------------------------------
       400-BUSCAR-POR-NUMERO.
           display "Numero de socio".
           accept w-socio.
           MOVE zero TO w-cant-hallados.
           MOVE w-socio TO arb-nro.
           MOVE zeros TO arb-fecha-archivo.
           move zero to sen.
           START archivo-bajas KEY IS NOT < arb-clave INVALID KEY
                   move 1 to sen
           END-START.
           PERFORM UNTIL fin-de-archivo
               READ archivo-bajas NEXT AT END move 1 to sen
                   NOT AT END
                       IF arb-nro NOT = w-socio
                           move 1 to sen
                       ELSE
                           PERFORM 480-MOSTRAR-HALLADO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 490-ELEGIR-HALLADO.

       420-BUSCAR-POR-DOCUMENTO.
           display "Documento".
           accept w-documento.
           MOVE zero TO w-cant-hallados.
           MOVE w-documento TO arb-documento.
           move zero to sen.
           START archivo-bajas KEY IS = arb-documento INVALID KEY
                   move 1 to sen
           END-START.
           PERFORM UNTIL fin-de-archivo
               READ archivo-bajas NEXT AT END move 1 to sen
                   NOT AT END
                       IF arb-documento NOT = w-documento
                           move 1 to sen
                       ELSE
                           PERFORM 480-MOSTRAR-HALLADO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 490-ELEGIR-HALLADO.

       440-BUSCAR-POR-APELLIDO.
           display "Apellido".
           accept w-apellido.
           MOVE zero TO w-cant-hallados.
           MOVE w-apellido TO arb-apell.
           move zero to sen.
           START archivo-bajas KEY IS = arb-apell INVALID KEY
                   move 1 to sen
           END-START.
           PERFORM UNTIL fin-de-archivo
               READ archivo-bajas NEXT AT END move 1 to sen
                   NOT AT END
                       IF arb-apell NOT = w-apellido
                           move 1 to sen
                       ELSE
                           PERFORM 480-MOSTRAR-HALLADO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 490-ELEGIR-HALLADO.

       480-MOSTRAR-HALLADO.
           ADD 1 TO w-cant-hallados.
           MOVE arb-nro TO lha-nro.
           MOVE arb-apell TO lha-apell.
           MOVE arb-nom TO lha-nom.
           MOVE arb-documento TO lha-documento.
           MOVE arb-fecha-baja TO lha-fecha-baja.
           MOVE arb-fecha-archivo TO lha-fecha-archivo.
           display lin-hallado.
           MOVE arb-nro TO w-socio.
           MOVE arb-fecha-archivo TO w-fecha-archivo.

      * Con un solo hallazgo se muestra directo; con varios se pide
      * cual, ya que un numero pudo archivarse en mas de un anio
       490-ELEGIR-HALLADO.
           EVALUATE w-cant-hallados
               WHEN 0
                   display "No hay socios archivados con ese dato"
               WHEN 1
                   PERFORM 500-MOSTRAR-ARCHIVADO
               WHEN OTHER
                   display "Numero de socio a consultar"
                   accept w-socio
                   display "Fecha de archivo (AAAAMMDD)"
                   accept w-fecha-archivo
                   MOVE w-socio TO arb-nro
                   MOVE w-fecha-archivo TO arb-fecha-archivo
                   READ archivo-bajas INVALID KEY
                           display "No figura en el indice"
                        NOT INVALID KEY
                           PERFORM 500-MOSTRAR-ARCHIVADO
                   END-READ
           END-EVALUATE.

      * ----------------------------------------------------------------
      * DETALLE DEL SOCIO DESDE LOS HISTORICOS DE SU FECHA DE ARCHIVO
      * ----------------------------------------------------------------
       500-MOSTRAR-ARCHIVADO.
           MOVE spaces TO w-nombre-arc-soc.
           STRING "..\arc-" w-fecha-archivo "-arch.dat"
               DELIMITED BY SIZE INTO w-nombre-arc-soc.
           MOVE spaces TO w-nombre-arc-cuo.
           STRING "..\arc-" w-fecha-archivo "-cuotas.dat"
               DELIMITED BY SIZE INTO w-nombre-arc-cuo.
           MOVE spaces TO w-nombre-arc-car.
           STRING "..\arc-" w-fecha-archivo "-cargos.dat"
               DELIMITED BY SIZE INTO w-nombre-arc-car.
           PERFORM 510-MOSTRAR-SOCIO.
           IF socio-encontrado
               MOVE zero TO w-tot-cargos
               MOVE zero TO w-tot-pagos
               PERFORM 530-MOSTRAR-CARGOS
               PERFORM 550-MOSTRAR-PAGOS
               MOVE w-tot-cargos TO lto-cargos
               MOVE w-tot-pagos TO lto-pagos
               display lin-totales
           END-IF.

       510-MOSTRAR-SOCIO.
           MOVE 0 TO w-encontrado.
           OPEN INPUT arc-socios.
           IF ws-arc-fs NOT = "00"
               display "Falta el historico " w-nombre-arc-soc
           ELSE
               move zero to sen
               PERFORM UNTIL fin-de-archivo OR socio-encontrado
                   READ arc-socios AT END move 1 to sen
                       NOT AT END
                           IF soc-nro = w-socio
                               MOVE 1 TO w-encontrado
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE arc-socios
               IF socio-encontrado
                   PERFORM 520-LINEAS-SOCIO
               ELSE
                   display "El socio no esta en " w-nombre-arc-soc
               END-IF
           END-IF.

       520-LINEAS-SOCIO.
           MOVE soc-nro TO ld1-nro.
           MOVE soc-apell TO ld1-apell.
           MOVE soc-nom TO ld1-nom.
           MOVE soc-documento TO ld1-documento.
           MOVE soc-categoria TO ld1-categoria.
           display lin-dato-1.
           MOVE soc-calle TO ld2-calle.
           MOVE soc-nro-calle TO ld2-nro-calle.
           MOVE soc-localidad TO ld2-localidad.
           MOVE soc-provincia TO ld2-provincia.
           MOVE soc-tel TO ld2-tel.
           display lin-dato-2.
           MOVE soc-fecha-ingreso TO ld3-ingreso.
           MOVE soc-fecha-nacimiento TO ld3-nacimiento.
           MOVE soc-fecha-baja TO ld3-baja.
           display lin-dato-3.

       530-MOSTRAR-CARGOS.
           OPEN INPUT arc-cargos.
           IF ws-arc-fs NOT = "00"
               display "Falta el historico " w-nombre-arc-car
           ELSE
               move zero to sen
               PERFORM UNTIL fin-de-archivo
                   READ arc-cargos AT END move 1 to sen
                       NOT AT END
                           IF car-nro = w-socio
                               MOVE car-periodo TO lcg-periodo
                               MOVE car-concepto TO lcg-concepto
                               MOVE car-importe TO lcg-importe
                               display lin-cargo
                               ADD car-importe TO w-tot-cargos
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE arc-cargos
           END-IF.

      * Se muestran todos los movimientos; los anulados y los
      * contraasientos van marcados y no suman al total pagado
       550-MOSTRAR-PAGOS.
           OPEN INPUT arc-cuotas.
           IF ws-arc-fs NOT = "00"
               display "Falta el historico " w-nombre-arc-cuo
           ELSE
               move zero to sen
               PERFORM UNTIL fin-de-archivo
                   READ arc-cuotas AT END move 1 to sen
                       NOT AT END
                           IF cuo-nro = w-socio
                               PERFORM 560-LINEA-PAGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE arc-cuotas
           END-IF.

       560-LINEA-PAGO.
           MOVE cuo-periodo TO lpg-periodo.
           MOVE cuo-concepto TO lpg-concepto.
           MOVE cuo-importe TO lpg-importe.
           MOVE cuo-fecha-pago TO lpg-fecha.
           MOVE cuo-comprobante TO lpg-comprobante.
           MOVE cuo-canal TO lpg-canal.
           MOVE spaces TO lpg-leyenda.
           IF contraasiento
               MOVE "CONTRAASIEN." TO lpg-leyenda
           ELSE
               IF pago-anulado
                   MOVE "ANULADO" TO lpg-leyenda
               ELSE
                   IF cuo-concepto NOT = "SF"
                       ADD cuo-importe TO w-tot-pagos
                   ELSE
                       MOVE "SALDO FAVOR" TO lpg-leyenda
                   END-IF
               END-IF
           END-IF.
           display lin-pago.

       END PROGRAM CONSULTA-ARCHIVO.
