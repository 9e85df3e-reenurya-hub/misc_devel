      *
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *
       01  L-TITULO.
           03  FILLER          PIC X(30) VALUE
           DISPLAY "RESTCLI2 BAJAS REAPL : " W-CANT-BAJAS-APLICADAS.
           DISPLAY "RESTCLI2 NO APLICADOS: " W-CANT-NO-APLICADOS.
           CLOSE LISTADO.
           MOVE "RESTCLI2"       TO RPTARC-PROGRAM.
           MOVE "RESTAURACION DE CLIENTES.DAT"
              TO RPTARC-TITLE.
           MOVE "./restcli2.lst" TO RPTARC-REPORT-NAME.
           MOVE 0                TO RPTARC-PAGES.
           MOVE SPACES           TO RPTARC-OPERATOR.
           MOVE "A"              TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM RESTCLI2.
