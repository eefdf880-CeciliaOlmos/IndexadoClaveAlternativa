               display "31 - Carga inicial de documentos"
           END-IF.
           display "32 - Informe anual de cobrabilidad".
           IF NOT rol-consulta
               display "33 - Mantenimiento de tarifas"
               display "34 - Actividades e inscripciones"
               display "35 - Caducidad de convenios"
               display "36 - Cierre y reapertura de periodos"
           END-IF.
           display "37 - Asientos contables de la cobranza".
           IF NOT rol-consulta
               display "38 - Recategorizacion mensual de socios"
           END-IF.
           display "39 - Padron electoral".
           display "40 - Control de ingreso al club".
           IF NOT rol-consulta
               display "41 - Cobradores a domicilio"
           END-IF.
           display "42 - Historial de cambios de socios".
           IF NOT rol-consulta
               display "43 - Correo devuelto y domicilios a corregir"
               display "44 - Archivo anual de bajas antiguas"
           END-IF.
           display "45 - Consulta de socios archivados".
           display "46 - Proyeccion de recaudacion".
           display "99 - Salir".

       300-PROCESO-MENU.
               WHEN 16 CALL "ABM-PROVLOC"
               WHEN 17 CALL "INTIMACIONES"
               WHEN 18 CALL "EVOLUCION"
               WHEN 19 CALL "DUPLI-SOCIOS" USING w-operador
               WHEN 20 IF rol-consulta
                           display "Opcion no habilitada"
                       ELSE
                           CALL "CARGA-DOC" USING w-operador
                       END-IF
               WHEN 32 CALL "COBRABILIDAD"
               WHEN 33 IF rol-consulta
                           display "Opcion no habilitada"
                       ELSE
                           CALL "ABM-TARIFAS" USING w-operador
                       END-IF
               WHEN 34 IF rol-consulta
                           display "Opcion no habilitada"
                       ELSE
                           CALL "ABM-ACTIVIDADES" USING w-operador
                       END-IF
               WHEN 35 IF rol-consulta
                           display "Opcion no habilitada"
                       ELSE
                           CALL "CADUCA-CONVENIOS"
                       END-IF
               WHEN 36 IF rol-consulta
                           display "Opcion no habilitada"
                       ELSE
                           CALL "CIERRE-PERIODOS" USING w-operador
                       END-IF
               WHEN 37 CALL "ASIENTOS"
               WHEN 38 IF rol-consulta
                           display "Opcion no habilitada"
                       ELSE
                           CALL "RECATEGORIZA"
                       END-IF
               WHEN 39 CALL "PADRON-ELECTORAL"
               WHEN 40 CALL "CONTROL-INGRESO" USING w-operador
               WHEN 41 IF rol-consulta
                           display "Opcion no habilitada"
                       ELSE
                           CALL "COBRADORES" USING w-operador
                       END-IF
               WHEN 42 CALL "HISTORIAL-SOCIOS"
               WHEN 43 IF rol-consulta
                           display "Opcion no habilitada"
                       ELSE
                           CALL "CORREO-DEVUELTO" USING w-operador
                       END-IF
               WHEN 44 IF rol-consulta
                           display "Opcion no habilitada"
                       ELSE
                           CALL "DEPURA-BAJAS" USING w-operador
                       END-IF
               WHEN 45 CALL "CONSULTA-ARCHIVO"
               WHEN 46 CALL "PROYECCION"
               WHEN 99 NEXT SENTENCE
               WHEN OTHER display "Opcion invalida"
           END-EVALUATE.
