           END-IF.
           MOVE "A" TO RPTWRT-ACTION.
           MOVE "./dupcli1.lst" TO RPTWRT-REPORT-NAME.
           MOVE "DUPCLI1"  TO RPTWRT-PROGRAM.
           MOVE "D"       TO RPTWRT-RETENTION.
           MOVE "CLIENTES DUPLICADOS SOSPECHADOS"
              TO RPTWRT-TITLE.
           CALL "RPTWRT" USING RPTWRT-PARMS.
