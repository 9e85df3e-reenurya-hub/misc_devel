      *
      *    PARAMETERS FOR THE SHARED ERRLOG SUBPROGRAM - SEE ERRLOG.CPY
           COPY "ERRLOG.CPY".
      *    PARAMETERS FOR THE SHARED RPTARC SUBPROGRAM - SEE RPTARC.CPY
           COPY "RPTARC.CPY".
      *
       01  L-TITULO            PIC X(50) VALUE
           "CONVERSION DE JOURNALS A ORGANIZACION INDEXADA".
                   W-CANT-DEU-GRABADOS.
           DISPLAY L-VEREDICTO.
           CLOSE LISTADO.
           MOVE "CNVMOV1"       TO RPTARC-PROGRAM.
           MOVE "CONVERSION DE JOURNALS DE MOVIMIENTOS"
              TO RPTARC-TITLE.
           MOVE "./cnvmov1.lst" TO RPTARC-REPORT-NAME.
           MOVE 0               TO RPTARC-PAGES.
           MOVE SPACES          TO RPTARC-OPERATOR.
           MOVE "D"             TO RPTARC-RETENTION.
           CALL "RPTARC" USING RPTARC-PARMS.
       END PROGRAM CNVMOV1.
