           END-IF.
           MOVE "A" TO RPTWRT-ACTION.
           MOVE "./rptcli01.lst" TO RPTWRT-REPORT-NAME.
           MOVE "RPTCLI01" TO RPTWRT-PROGRAM.
           MOVE "M"       TO RPTWRT-RETENTION.
           MOVE "LISTADO DE CLIENTES POR CATEGORIA"
              TO RPTWRT-TITLE.
           CALL "RPTWRT" USING RPTWRT-PARMS.
