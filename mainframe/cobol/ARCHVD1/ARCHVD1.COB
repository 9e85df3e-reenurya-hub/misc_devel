      *
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *
       01  L-ENCABEZADO1.
           03  FILLER          PIC X(42) VALUE
           CLOSE VENTASDEB.
           CLOSE VTAHIST.
           CLOSE LISTADO.
           MOVE "ARCHVD1"       TO RPTARC-PROGRAM.
           MOVE "ARCHIVO ANUAL DE VENTASDEB.DAT"
              TO RPTARC-TITLE.
           MOVE "./archvd1.lst" TO RPTARC-REPORT-NAME.
           MOVE 0               TO RPTARC-PAGES.
           MOVE SPACES          TO RPTARC-OPERATOR.
           MOVE "A"             TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM ARCHVD1.
