           OPEN INPUT CLIENTES.
           MOVE "A" TO RPTWRT-ACTION.
           MOVE "./rptcli04.lst" TO RPTWRT-REPORT-NAME.
           MOVE "RPTCLI04" TO RPTWRT-PROGRAM.
           MOVE "M"       TO RPTWRT-RETENTION.
           MOVE "LISTADO DE PARTIDAS ABIERTAS"
              TO RPTWRT-TITLE.
           CALL "RPTWRT" USING RPTWRT-PARMS.
