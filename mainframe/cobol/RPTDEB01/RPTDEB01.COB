           OPEN INPUT VENTASDEB.
           MOVE "A" TO RPTWRT-ACTION.
           MOVE "./rptdeb01.lst" TO RPTWRT-REPORT-NAME.
           MOVE "RPTDEB01" TO RPTWRT-PROGRAM.
           MOVE "M"       TO RPTWRT-RETENTION.
           MOVE "RESUMEN MENSUAL DE VENTAS POR DEUDOR"
              TO RPTWRT-TITLE.
           CALL "RPTWRT" USING RPTWRT-PARMS.
