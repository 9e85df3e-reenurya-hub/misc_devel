           END-IF.
           MOVE "A" TO RPTWRT-ACTION.
           MOVE "./rptcli02.lst" TO RPTWRT-REPORT-NAME.
           MOVE "RPTCLI02" TO RPTWRT-PROGRAM.
           MOVE "M"       TO RPTWRT-RETENTION.
           MOVE "LISTADO DE ANTIGUEDAD DE SALDOS"
              TO RPTWRT-TITLE.
           CALL "RPTWRT" USING RPTWRT-PARMS.
