      ******************************************************************
      * Author:
      * Date:
      * Purpose:  Conversion por unica vez de cargos.dat y cuotas.dat
      *           al layout con concepto de cobro (car-concepto en la
      *           clave del cargo, cuo-concepto al final del pago).
      *           Todo lo historico queda como cuota social "CS".
      *           Descarga cada archivo con el layout viejo, lo
      *           reconstruye con el nuevo y muestra los conteos
      *           antes/despues para supervision. Si cargos.dat ya
      *           tiene el concepto en la clave no hace nada y termina
      *           con RETURN-CODE 8, y no reconstruye un archivo si la
      *           descarga no leyo ningun registro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-CONCEPTOS IS INITIAL PROGRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cargos-vie ASSIGN TO "..\cargos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is cavi-clave
           FILE STATUS is ws-car-fs.
           SELECT cargos-nue ASSIGN TO "..\cargos.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is car-clave.
           SELECT cuotas-vie ASSIGN TO "..\cuotas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is cvie-clave
           FILE STATUS is ws-cuo-fs.
           SELECT cuotas-nue ASSIGN TO "..\cuotas.dat"
           ORGANIZATION INDEXED
           ACCESS MODE is SEQUENTIAL
           record KEY is cuo-clave.
           SELECT trabajo-car ASSIGN TO "..\convcar.tmp"
           ORGANIZATION SEQUENTIAL.
           SELECT trabajo-cuo ASSIGN TO "..\convcuo.tmp"
           ORGANIZATION SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       fd  cargos-vie.
       01  cavi-reg.
           03 cavi-clave.
               05 cavi-nro pic 9(6).
               05 cavi-periodo pic 9(6).
           03 cavi-importe pic 9(6)v99.
      * En un cargo ya convertido estas posiciones traen el concepto
       01  cavi-prueba.
           03 filler pic x(12).
           03 cavi-prueba-concepto pic xx.
           03 filler pic x(6).
       fd  cargos-nue.
       01  cargo-reg.
           03 car-clave.
               05 car-nro pic 9(6).
               05 car-periodo pic 9(6).
               05 car-concepto pic xx.
           03 car-importe pic 9(6)v99.
       fd  cuotas-vie.
       01  cvie-reg.
           03 cvie-clave.
               05 cvie-nro pic 9(6).
               05 cvie-periodo pic 9(6).
               05 cvie-secuencia pic 9(2).
           03 cvie-resto pic x(35).
       fd  cuotas-nue.
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
       fd  trabajo-car.
       01  trabajo-car-reg pic x(22).
       fd  trabajo-cuo.
       01  trabajo-cuo-reg pic x(51).
       WORKING-STORAGE SECTION.
       77  sen pic 9.
           88  fin-de-archivo value 1.
       77  ws-car-fs pic xx.
       77  ws-cuo-fs pic xx.
       77  w-car-disp pic 9 value 0.
           88 car-disponible value 1.
       77  w-cuo-disp pic 9 value 0.
           88 cuo-disponible value 1.
       77  w-convertido pic 9 value 0.
           88 ya-convertido value 1.
       77  w-car-antes pic 9(6) value zero.
       77  w-car-despues pic 9(6) value zero.
       77  w-cuo-antes pic 9(6) value zero.
       77  w-cuo-despues pic 9(6) value zero.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           display "CONVERSION DE CARGOS Y CUOTAS A CONCEPTOS".
           PERFORM 050-CONTROLAR-LAYOUT.
           IF ya-convertido
               display "cargos.dat y cuotas.dat ya tienen conceptos,"
                       " no se convierte"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 100-DESCARGAR-CARGOS.
           PERFORM 200-DESCARGAR-CUOTAS.
           PERFORM 300-RECARGAR-CARGOS.
           PERFORM 400-RECARGAR-CUOTAS.
           PERFORM 500-INFORMAR-CONTEOS.
           GOBACK.

      * Un archivo con el largo de registro nuevo no abre con el
      * layout viejo; si abre, el primer cargo dice si la clave ya
      * trae el concepto
       050-CONTROLAR-LAYOUT.
           MOVE 0 TO w-convertido.
           OPEN INPUT cargos-vie.
           IF ws-car-fs = "39"
               MOVE 1 TO w-convertido
           END-IF.
           IF ws-car-fs = "00"
               READ cargos-vie NEXT AT END
                       CONTINUE
                   NOT AT END
                       IF cavi-prueba-concepto NOT NUMERIC
                           MOVE 1 TO w-convertido
                       END-IF
               END-READ
               CLOSE cargos-vie
           END-IF.
           OPEN INPUT cuotas-vie.
           IF ws-cuo-fs = "39"
               MOVE 1 TO w-convertido
           END-IF.
           IF ws-cuo-fs = "00"
               CLOSE cuotas-vie
           END-IF.

       100-DESCARGAR-CARGOS.
           OPEN INPUT cargos-vie.
           MOVE 0 TO w-car-disp.
           IF ws-car-fs = "00"
               MOVE 1 TO w-car-disp
           ELSE
               display "cargos.dat no disponible, no se convierte"
           END-IF.
           IF car-disponible
               OPEN OUTPUT trabajo-car
               move zero to sen
               PERFORM UNTIL fin-de-archivo
                   READ cargos-vie NEXT AT END move 1 to sen
                       NOT AT END
                           MOVE cavi-nro TO car-nro
                           MOVE cavi-periodo TO car-periodo
                           MOVE "CS" TO car-concepto
                           MOVE cavi-importe TO car-importe
                           WRITE trabajo-car-reg FROM cargo-reg
                           ADD 1 TO w-car-antes
                   END-READ
               END-PERFORM
               CLOSE cargos-vie
               CLOSE trabajo-car
           END-IF.

       200-DESCARGAR-CUOTAS.
           OPEN INPUT cuotas-vie.
           MOVE 0 TO w-cuo-disp.
           IF ws-cuo-fs = "00"
               MOVE 1 TO w-cuo-disp
           ELSE
               display "cuotas.dat no disponible, no se convierte"
           END-IF.
           IF cuo-disponible
               OPEN OUTPUT trabajo-cuo
               move zero to sen
               PERFORM UNTIL fin-de-archivo
                   READ cuotas-vie NEXT AT END move 1 to sen
                       NOT AT END
                           MOVE cvie-reg TO cuota-reg
                           MOVE "CS" TO cuo-concepto
                           WRITE trabajo-cuo-reg FROM cuota-reg
                           ADD 1 TO w-cuo-antes
                   END-READ
               END-PERFORM
               CLOSE cuotas-vie
               CLOSE trabajo-cuo
           END-IF.

       300-RECARGAR-CARGOS.
           IF car-disponible AND w-car-antes = zero
               display "cargos.dat vacio, no se reconstruye"
           END-IF.
           IF car-disponible AND w-car-antes > zero
               OPEN OUTPUT cargos-nue
               CLOSE cargos-nue
               OPEN INPUT trabajo-car
               OPEN I-O cargos-nue
               move zero to sen
               PERFORM UNTIL fin-de-archivo
                   READ trabajo-car AT END move 1 to sen
                       NOT AT END
                           MOVE trabajo-car-reg TO cargo-reg
                           WRITE cargo-reg
                           ADD 1 TO w-car-despues
                   END-READ
               END-PERFORM
               CLOSE trabajo-car
               CLOSE cargos-nue
           END-IF.

       400-RECARGAR-CUOTAS.
           IF cuo-disponible AND w-cuo-antes = zero
               display "cuotas.dat vacio, no se reconstruye"
           END-IF.
           IF cuo-disponible AND w-cuo-antes > zero
               OPEN OUTPUT cuotas-nue
               CLOSE cuotas-nue
               OPEN INPUT trabajo-cuo
               OPEN I-O cuotas-nue
               move zero to sen
               PERFORM UNTIL fin-de-archivo
                   READ trabajo-cuo AT END move 1 to sen
                       NOT AT END
                           MOVE trabajo-cuo-reg TO cuota-reg
                           WRITE cuota-reg
                           ADD 1 TO w-cuo-despues
                   END-READ
               END-PERFORM
               CLOSE trabajo-cuo
               CLOSE cuotas-nue
           END-IF.

       500-INFORMAR-CONTEOS.
           display "CARGOS ANTES:  " w-car-antes.
           display "CARGOS DESPUES:" w-car-despues.
           display "CUOTAS ANTES:  " w-cuo-antes.
           display "CUOTAS DESPUES:" w-cuo-despues.
           IF w-car-antes = w-car-despues AND
              w-cuo-antes = w-cuo-despues
               display "CONVERSION CORRECTA"
           ELSE
               display "ATENCION: CONTEOS DISTINTOS, REVISAR"
           END-IF.

       END PROGRAM CONVIERTE-CONCEPTOS.
