      * Date:
      * Purpose:  Proceso nocturno desatendido: encadena RESPALDO,
      *           REORG-SOCIOS, EXPORT-SOCIOS, STATS-SOCIOS,
      *           CADUCA-CONVENIOS, MORA-SOCIOS y SUSPENDE-MORA (la
      *           caducidad va antes para que la mora ya cuente la
      *           deuda de los convenios caidos) tomando los
      *           parametros de noche.ctl, con bitacora por paso y
      *           reanudacion desde el paso que fallo (noche.chk)
      * Tectonics: cobc
           03 filler pic x(5) value "PASO ".
           03 lpa-paso pic 9.
           03 filler pic x value space.
           03 lpa-nombre pic x(16).
           03 filler pic x value space.
           03 lpa-momento pic x(7).
           03 filler pic x value space.
               PERFORM 150-LEER-CHECKPOINT
               PERFORM 500-EJECUTAR-PASO
                   VARYING w-paso FROM w-paso-desde BY 1
                   UNTIL w-paso > 7 OR noche-fallida
           END-IF.
           IF noche-fallida
               MOVE 8 TO RETURN-CODE
                   MOVE nchk-paso TO w-chk-paso
           END-READ.
           CLOSE checkpoint.
           IF w-hay-checkpoint = 1 AND w-chk-paso < 7
               COMPUTE w-paso-desde = w-chk-paso + 1
               display "Reanudando la noche desde el paso "
                       w-paso-desde
               WHEN 2 MOVE "REORG-SOCIOS" TO lpa-nombre
               WHEN 3 MOVE "EXPORT-SOCIOS" TO lpa-nombre
               WHEN 4 MOVE "STATS-SOCIOS" TO lpa-nombre
               WHEN 5 MOVE "CADUCA-CONVENIOS" TO lpa-nombre
               WHEN 6 MOVE "MORA-SOCIOS" TO lpa-nombre
               WHEN 7 MOVE "SUSPENDE-MORA" TO lpa-nombre
           END-EVALUATE.
           MOVE "INICIO" TO lpa-momento.
           MOVE spaces TO lpa-resultado.
               WHEN 2 CALL "REORG-SOCIOS"
               WHEN 3 CALL "EXPORT-SOCIOS"
               WHEN 4 CALL "STATS-SOCIOS" USING w-param-batch
               WHEN 5 CALL "CADUCA-CONVENIOS"
               WHEN 6 CALL "MORA-SOCIOS" USING w-param-batch
               WHEN 7 CALL "SUSPENDE-MORA"
           END-EVALUATE.
           MOVE RETURN-CODE TO w-rc.
           MOVE "FIN" TO lpa-momento.
