           END-IF.
           MOVE "A" TO RPTWRT-ACTION.
           MOVE "./rptcxr01.lst" TO RPTWRT-REPORT-NAME.
           MOVE "RPTCXR01" TO RPTWRT-PROGRAM.
           MOVE "M"       TO RPTWRT-RETENTION.
           MOVE "CONCILIACION CLIENTES/DEUDORES POR CATEG"
              TO RPTWRT-TITLE.
           CALL "RPTWRT" USING RPTWRT-PARMS.
