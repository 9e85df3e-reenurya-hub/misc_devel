      *
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *
       01  L-ENCABEZADO1.
           03  FILLER          PIC X(35) VALUE
           CLOSE CODPOSTAL.
           CLOSE RECHAZOS.
           CLOSE LISTADO.
           MOVE "CARGACP1"       TO RPTARC-PROGRAM.
           MOVE "CARGA MASIVA DE CODIGOS POSTALES"
              TO RPTARC-TITLE.
           MOVE "./cargacp1.lst" TO RPTARC-REPORT-NAME.
           MOVE 0                TO RPTARC-PAGES.
           MOVE SPACES           TO RPTARC-OPERATOR.
           MOVE "D"              TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM CARGACP1.
