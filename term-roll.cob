               SELECT WAITLIST-FILE ASSIGN TO "WAITLIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WAITLIST-STATUS.
               SELECT GRADE-RECON-CONTROL-FILE ASSIGN TO "GRADRECN.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RECON-STATUS.
               SELECT GRADE-HISTORY-FILE ASSIGN TO "GRADEHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  WAITLIST-FILE.
               COPY "waitlist-record.cpy".

           FD  GRADE-RECON-CONTROL-FILE.
               01 GRADE-RECON-CONTROL-RECORD.
                   05 GR-DATE PIC 9(08).
                   05 GR-TERM PIC X(06).
                   05 GR-UNREGISTERED PIC 9(06).
                   05 GR-MISSING PIC 9(06).
                   05 GR-CREDIT-MISMATCH PIC 9(06).

           FD  GRADE-HISTORY-FILE.
               COPY "grade-history.cpy".

           WORKING-STORAGE SECTION.
               01 WS-TERM-STATUS PIC X(02).
               01 WS-ENROLLMENT-STATUS PIC X(02).
               01 WS-ENROLL-HIST-STATUS PIC X(02).
               01 WS-WAITLIST-STATUS PIC X(02).
               01 WS-RECON-STATUS PIC X(02).
               01 WS-HISTORY-STATUS PIC X(02).

               01 WS-ENROLLMENT-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-ENROLLMENTS VALUE "Y".
               01 WS-HISTORY-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-HISTORY VALUE "Y".

               01 WS-CLOSING-TERM PIC X(06) VALUE SPACES.
               01 WS-OPENING-TERM PIC X(06) VALUE SPACES.
               01 WS-ROLL-FLAG PIC X(01) VALUE "N".
                   88 ROLLOVER-PENDING VALUE "Y".
               01 WS-GRADE-OVERRIDE PIC X(01) VALUE "N".
                   88 MISSING-GRADES-WAIVED VALUE "Y".
               01 WS-ROLL-DATE PIC 9(08) VALUE ZERO.

               01 WS-RECON-TERM PIC X(06) VALUE SPACES.
               01 WS-RECON-DATE PIC 9(08) VALUE ZERO.
               01 WS-MISSING-GRADES PIC 9(06) VALUE ZERO.
               01 WS-LAST-GRADE-DATE PIC 9(08) VALUE ZERO.

               01 WS-KEEP-COUNT PIC 9(05) VALUE ZERO.
               01 WS-KEEP-TABLE.
                   05 WS-KEEP-ENTRY OCCURS 20000 TIMES.
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM CHECK-MISSING-GRADES.
               IF RETURN-CODE NOT = 0 THEN
                   GOBACK
               END-IF.
               PERFORM ROLL-ENROLLMENTS.
               IF RETURN-CODE = 0 THEN
                   PERFORM CLEAR-WAITLIST
                           MOVE TC-TERM TO WS-CLOSING-TERM
                           MOVE TC-NEXT-TERM TO WS-OPENING-TERM
                           MOVE TC-ROLL-FLAG TO WS-ROLL-FLAG
                           MOVE TC-GRADE-OVERRIDE TO WS-GRADE-OVERRIDE
                   END-READ
                   CLOSE TERM-CONTROL-FILE
               END-IF.
                   MOVE 8 TO RETURN-CODE
               END-IF.

           CHECK-MISSING-GRADES.
               OPEN INPUT GRADE-RECON-CONTROL-FILE.
               IF WS-RECON-STATUS = "00" THEN
                   READ GRADE-RECON-CONTROL-FILE
                       AT END CONTINUE
                       NOT AT END
                           MOVE GR-TERM TO WS-RECON-TERM
                           MOVE GR-DATE TO WS-RECON-DATE
                           MOVE GR-MISSING TO WS-MISSING-GRADES
                   END-READ
                   CLOSE GRADE-RECON-CONTROL-FILE
               END-IF.
               PERFORM LOAD-LAST-GRADE-DATE.
               IF RETURN-CODE = 0 THEN
                   PERFORM CHECK-RECON-RESULT
               END-IF.

           CHECK-RECON-RESULT.
               IF WS-RECON-TERM NOT = WS-CLOSING-TERM THEN
                   IF MISSING-GRADES-WAIVED THEN
                       DISPLAY "GRADE RECONCILIATION NOT RUN FOR TERM "
                           WS-CLOSING-TERM " - WAIVED BY REGISTRAR"
                   ELSE
                       DISPLAY "GRADE RECONCILIATION NOT RUN FOR TERM "
                           WS-CLOSING-TERM " - ROLLOVER NOT RUN"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               ELSE
                   IF WS-RECON-DATE < WS-LAST-GRADE-DATE THEN
                       IF MISSING-GRADES-WAIVED THEN
                           DISPLAY "GRADE RECONCILIATION OF "
                               WS-RECON-DATE " PREDATES GRADES POSTED "
                               WS-LAST-GRADE-DATE
                               " - WAIVED BY REGISTRAR"
                       ELSE
                           DISPLAY "GRADE RECONCILIATION OF "
                               WS-RECON-DATE " PREDATES GRADES POSTED "
                               WS-LAST-GRADE-DATE " - ROLLOVER NOT RUN"
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   ELSE
                       PERFORM CHECK-MISSING-GRADE-COUNT
                   END-IF
               END-IF.

           CHECK-MISSING-GRADE-COUNT.
               IF WS-MISSING-GRADES > 0 THEN
                   IF MISSING-GRADES-WAIVED THEN
                       DISPLAY "MISSING GRADES: " WS-MISSING-GRADES
                           " - WAIVED BY REGISTRAR"
                   ELSE
                       DISPLAY "MISSING GRADES: " WS-MISSING-GRADES
                           " - ROLLOVER NOT RUN"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           LOAD-LAST-GRADE-DATE.
               OPEN INPUT GRADE-HISTORY-FILE.
               IF WS-HISTORY-STATUS = "00" THEN
                   PERFORM READ-GRADE-HISTORY
                   PERFORM NOTE-GRADE-DATE UNTIL END-OF-HISTORY
                   CLOSE GRADE-HISTORY-FILE
               ELSE
                   IF WS-HISTORY-STATUS NOT = "35" THEN
                       DISPLAY "GRADE HISTORY FILE OPEN FAILED - "
                           "STATUS " WS-HISTORY-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-GRADE-HISTORY.
               READ GRADE-HISTORY-FILE
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ.

           NOTE-GRADE-DATE.
               IF GH-POST-DATE IS NUMERIC
                       AND GH-POST-DATE > WS-LAST-GRADE-DATE THEN
                   MOVE GH-POST-DATE TO WS-LAST-GRADE-DATE
               END-IF.
               PERFORM READ-GRADE-HISTORY.

           ROLL-ENROLLMENTS.
               OPEN INPUT ENROLLMENT-FILE.
               IF WS-ENROLLMENT-STATUS = "00" THEN
               MOVE WS-OPENING-TERM TO TC-TERM.
               MOVE SPACES TO TC-NEXT-TERM.
               MOVE "N" TO TC-ROLL-FLAG.
               MOVE "N" TO TC-GRADE-OVERRIDE.
               ACCEPT TC-START-DATE FROM DATE YYYYMMDD.
               WRITE TERM-CONTROL-RECORD.
               CLOSE TERM-CONTROL-FILE.

