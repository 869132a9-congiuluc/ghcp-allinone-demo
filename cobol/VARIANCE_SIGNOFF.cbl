      *>     disposition row really replaces the earlier one
      *>     and the coverage pass really reads the file - the
      *>     review-incomplete RC 8 now fires as designed.
      *>   Minimum wage and exempt salary violations the payroll
      *>     run lists on the variance report are flagged lines
      *>     too, needing an approving or corrected disposition.
      *> ====================================================

       ENVIRONMENT DIVISION.
                   AT END
                       SET VARIANCE-PASS-DONE TO TRUE
                   NOT AT END
                       IF (VARIANCE-LINE(1:8) = "VARIANCE" OR
                           VARIANCE-LINE(1:10) = "COMPLIANCE") AND
                           VARIANCE-LINE(13:5) IS NUMERIC
                           ADD 1 TO WS-FLAGGED-COUNT
                           MOVE VARIANCE-LINE(13:5)
