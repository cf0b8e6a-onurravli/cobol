               01 WS-COURSE-MATCH-FLAG PIC X(01) VALUE "N".
                   88 COURSE-IN-CATALOG VALUE "Y".
               01 WS-PRINT-TITLE PIC X(30).
               01 WS-ATTEMPT-NOTE PIC X(28).

               01 WS-ID-ENTRY PIC X(06).
                   88 TRANSCRIPT-QUIT VALUE "Q     ".
           PRINT-GRADE-LINE.
               ADD 1 TO WS-GRADE-LINE-COUNT.
               PERFORM FIND-CATALOG-TITLE.
               PERFORM SET-ATTEMPT-NOTE.
               MOVE SPACES TO TRANSCRIPT-LINE.
               STRING GH-COURSE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   GH-GRADE DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   GH-CREDITS DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ATTEMPT-NOTE DELIMITED BY SIZE
                   INTO TRANSCRIPT-LINE
               END-STRING.
               WRITE TRANSCRIPT-LINE.

           SET-ATTEMPT-NOTE.
               MOVE SPACES TO WS-ATTEMPT-NOTE.
               EVALUATE TRUE
                   WHEN GH-REPEAT-EXCLUDED
                       MOVE "EXCLUDED - COURSE REPEATED"
                           TO WS-ATTEMPT-NOTE
                   WHEN GH-SUPERSEDED
                       MOVE "EXCLUDED - GRADE CHANGED"
                           TO WS-ATTEMPT-NOTE
                   WHEN GH-PRIOR-GRADE NOT = SPACE
                       STRING "CHANGED FROM " DELIMITED BY SIZE
                           GH-PRIOR-GRADE DELIMITED BY SIZE
                           " ON " DELIMITED BY SIZE
                           GH-CHANGE-DATE DELIMITED BY SIZE
                           INTO WS-ATTEMPT-NOTE
                       END-STRING
               END-EVALUATE.

           FIND-CATALOG-TITLE.
               MOVE "N" TO WS-COURSE-MATCH-FLAG.
               MOVE 1 TO WS-CATALOG-SUB.
