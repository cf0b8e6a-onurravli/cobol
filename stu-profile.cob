                   DISPLAY "  " GH-COURSE "  " WS-PRINT-TITLE
                       "  GRADE " GH-GRADE
                       "  CREDITS " GH-CREDITS
                   IF NOT GH-COUNTED THEN
                       DISPLAY "    EXCLUDED FROM CGPA"
                   END-IF
               END-IF.
               PERFORM READ-GRADE-HISTORY.

