           IDENTIFICATION DIVISION.
           PROGRAM-ID. grade-recon.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERM-STATUS.
               SELECT COURSE-CATALOG-FILE ASSIGN TO "CATALOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CATALOG-STATUS.
               SELECT ENROLLMENT-FILE ASSIGN TO "ENROLLMENT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENROLLMENT-STATUS.
               SELECT GRADE-HISTORY-FILE ASSIGN TO "GRADEHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.
               SELECT GRADE-RECON-REPORT-FILE ASSIGN TO "GRADERCN.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.
               SELECT GRADE-RECON-CONTROL-FILE ASSIGN TO "GRADRECN.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONTROL-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  TERM-CONTROL-FILE.
               COPY "term-control.cpy".

           FD  COURSE-CATALOG-FILE.
               COPY "catalog-record.cpy".

           FD  ENROLLMENT-FILE.
               COPY "enrollment-record.cpy".

           FD  GRADE-HISTORY-FILE.
               COPY "grade-history.cpy".

           FD  GRADE-RECON-REPORT-FILE.
               01 GRADE-RECON-LINE PIC X(80).

           FD  GRADE-RECON-CONTROL-FILE.
               01 GRADE-RECON-CONTROL-RECORD.
                   05 GR-DATE PIC 9(08).
                   05 GR-TERM PIC X(06).
                   05 GR-UNREGISTERED PIC 9(06).
                   05 GR-MISSING PIC 9(06).
                   05 GR-CREDIT-MISMATCH PIC 9(06).

           WORKING-STORAGE SECTION.
               01 WS-TERM-STATUS PIC X(02).
               01 WS-CATALOG-STATUS PIC X(02).
               01 WS-ENROLLMENT-STATUS PIC X(02).
               01 WS-HISTORY-STATUS PIC X(02).
               01 WS-REPORT-STATUS PIC X(02).
               01 WS-CONTROL-STATUS PIC X(02).

               01 WS-CURRENT-TERM PIC X(06) VALUE SPACES.
               01 WS-RUN-DATE PIC 9(08) VALUE ZERO.

               01 WS-CATALOG-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-CATALOG VALUE "Y".
               01 WS-ENROLLMENT-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-ENROLLMENTS VALUE "Y".
               01 WS-HISTORY-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-HISTORY VALUE "Y".

               01 WS-CATALOG-COUNT PIC 9(03) VALUE ZERO.
               01 WS-CATALOG-TABLE.
                   05 WS-CATALOG-ENTRY OCCURS 500 TIMES.
                       10 WS-CT-COURSE PIC X(08).
                       10 WS-CT-CREDITS PIC 9(02).
               01 WS-CATALOG-SUB PIC 9(03) VALUE ZERO.
               01 WS-COURSE-MATCH-FLAG PIC X(01) VALUE "N".
                   88 COURSE-IN-CATALOG VALUE "Y".

               01 WS-TERM-ENR-COUNT PIC 9(05) VALUE ZERO.
               01 WS-TERM-ENR-TABLE.
                   05 WS-TERM-ENR-ENTRY OCCURS 20000 TIMES.
                       10 WS-TE-ID PIC 9(06).
                       10 WS-TE-COURSE PIC X(08).
                       10 WS-TE-GRADED-FLAG PIC X(01).
                           88 TE-GRADED VALUE "Y".
               01 WS-TERM-ENR-SUB PIC 9(05) VALUE ZERO.
               01 WS-ENR-MATCH-FLAG PIC X(01) VALUE "N".
                   88 ENROLLMENT-FOUND VALUE "Y".

               01 WS-UNREGISTERED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-MISSING-COUNT PIC 9(06) VALUE ZERO.
               01 WS-MISMATCH-COUNT PIC 9(06) VALUE ZERO.
               01 WS-CAT-CREDITS-DISPLAY PIC X(02).

           PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               PERFORM LOAD-TERM-CONTROL.
               IF RETURN-CODE NOT = 0 THEN
                   GOBACK
               END-IF.
               PERFORM LOAD-COURSE-CATALOG.
               PERFORM LOAD-TERM-ENROLLMENTS.
               IF RETURN-CODE NOT = 0 THEN
                   GOBACK
               END-IF.
               OPEN OUTPUT GRADE-RECON-REPORT-FILE.
               PERFORM REPORT-UNREGISTERED-GRADES.
               PERFORM REPORT-CREDIT-MISMATCHES.
               PERFORM REPORT-MISSING-GRADES.
               CLOSE GRADE-RECON-REPORT-FILE.
               PERFORM WRITE-RECON-CONTROL.
               DISPLAY "GRADE RECONCILIATION FOR TERM " WS-CURRENT-TERM.
               DISPLAY "GRADES WITH NO ENROLLMENT: "
                   WS-UNREGISTERED-COUNT.
               DISPLAY "GRADES WITH CREDIT MISMATCH: "
                   WS-MISMATCH-COUNT.
               DISPLAY "ENROLLMENTS WITH NO GRADE: " WS-MISSING-COUNT.
               GOBACK.

           LOAD-TERM-CONTROL.
               OPEN INPUT TERM-CONTROL-FILE.
               IF WS-TERM-STATUS = "00" THEN
                   READ TERM-CONTROL-FILE
                       AT END CONTINUE
                       NOT AT END MOVE TC-TERM TO WS-CURRENT-TERM
                   END-READ
                   CLOSE TERM-CONTROL-FILE
               END-IF.
               IF WS-CURRENT-TERM = SPACES THEN
                   DISPLAY "TERM CONTROL FILE MISSING OR EMPTY - "
                       "GRADE RECONCILIATION NOT RUN"
                   MOVE 8 TO RETURN-CODE
               END-IF.

           LOAD-COURSE-CATALOG.
               OPEN INPUT COURSE-CATALOG-FILE.
               IF WS-CATALOG-STATUS = "00" THEN
                   PERFORM READ-CATALOG
                   PERFORM STORE-CATALOG UNTIL END-OF-CATALOG
                   CLOSE COURSE-CATALOG-FILE
               END-IF.

           READ-CATALOG.
               READ COURSE-CATALOG-FILE
                   AT END SET END-OF-CATALOG TO TRUE
               END-READ.

           STORE-CATALOG.
               IF WS-CATALOG-COUNT = 500 THEN
                   DISPLAY "COURSE CATALOG EXCEEDS TABLE LIMIT"
                   SET END-OF-CATALOG TO TRUE
               ELSE
                   ADD 1 TO WS-CATALOG-COUNT
                   MOVE CAT-COURSE
                       TO WS-CT-COURSE (WS-CATALOG-COUNT)
                   MOVE CAT-CREDITS
                       TO WS-CT-CREDITS (WS-CATALOG-COUNT)
                   PERFORM READ-CATALOG
               END-IF.

           LOAD-TERM-ENROLLMENTS.
               OPEN INPUT ENROLLMENT-FILE.
               IF WS-ENROLLMENT-STATUS = "00" THEN
                   PERFORM READ-ENROLLMENT
                   PERFORM STORE-TERM-ENROLLMENT
                       UNTIL END-OF-ENROLLMENTS
                   CLOSE ENROLLMENT-FILE
               ELSE
                   IF WS-ENROLLMENT-STATUS NOT = "35" THEN
                       DISPLAY "ENROLLMENT FILE OPEN FAILED - "
                           "STATUS " WS-ENROLLMENT-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-ENROLLMENT.
               READ ENROLLMENT-FILE
                   AT END SET END-OF-ENROLLMENTS TO TRUE
               END-READ.

           STORE-TERM-ENROLLMENT.
               IF EN-TERM = WS-CURRENT-TERM OR EN-TERM = SPACES THEN
                   IF WS-TERM-ENR-COUNT = 20000 THEN
                       DISPLAY "ENROLLMENT FILE EXCEEDS TABLE LIMIT"
                       MOVE 8 TO RETURN-CODE
                       SET END-OF-ENROLLMENTS TO TRUE
                   ELSE
                       ADD 1 TO WS-TERM-ENR-COUNT
                       MOVE EN-ID TO WS-TE-ID (WS-TERM-ENR-COUNT)
                       MOVE EN-COURSE
                           TO WS-TE-COURSE (WS-TERM-ENR-COUNT)
                       MOVE "N"
                           TO WS-TE-GRADED-FLAG (WS-TERM-ENR-COUNT)
                   END-IF
               END-IF.
               IF NOT END-OF-ENROLLMENTS THEN
                   PERFORM READ-ENROLLMENT
               END-IF.

           OPEN-GRADE-HISTORY.
               MOVE "N" TO WS-HISTORY-EOF-FLAG.
               OPEN INPUT GRADE-HISTORY-FILE.
               IF WS-HISTORY-STATUS NOT = "00" THEN
                   SET END-OF-HISTORY TO TRUE
               ELSE
                   PERFORM READ-GRADE-HISTORY
               END-IF.

           READ-GRADE-HISTORY.
               READ GRADE-HISTORY-FILE
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ.

           REPORT-UNREGISTERED-GRADES.
               MOVE SPACES TO GRADE-RECON-LINE.
               STRING "GRADES POSTED WITH NO ENROLLMENT - TERM "
                       DELIMITED BY SIZE
                   WS-CURRENT-TERM DELIMITED BY SIZE
                   INTO GRADE-RECON-LINE
               END-STRING.
               WRITE GRADE-RECON-LINE.
               PERFORM OPEN-GRADE-HISTORY.
               PERFORM CHECK-GRADE-ENROLLMENT UNTIL END-OF-HISTORY.
               IF WS-HISTORY-STATUS = "00" THEN
                   CLOSE GRADE-HISTORY-FILE
               END-IF.
               MOVE SPACES TO GRADE-RECON-LINE.
               STRING "TOTAL GRADES WITH NO ENROLLMENT: "
                       DELIMITED BY SIZE
                   WS-UNREGISTERED-COUNT DELIMITED BY SIZE
                   INTO GRADE-RECON-LINE
               END-STRING.
               WRITE GRADE-RECON-LINE.

           CHECK-GRADE-ENROLLMENT.
               IF GH-TERM = WS-CURRENT-TERM AND NOT GH-SUPERSEDED THEN
                   PERFORM FIND-TERM-ENROLLMENT
                   IF ENROLLMENT-FOUND THEN
                       MOVE "Y"
                           TO WS-TE-GRADED-FLAG (WS-TERM-ENR-SUB)
                   ELSE
                       ADD 1 TO WS-UNREGISTERED-COUNT
                       MOVE SPACES TO GRADE-RECON-LINE
                       STRING "ID " DELIMITED BY SIZE
                           GH-ID DELIMITED BY SIZE
                           " COURSE " DELIMITED BY SIZE
                           GH-COURSE DELIMITED BY SIZE
                           " GRADE " DELIMITED BY SIZE
                           GH-GRADE DELIMITED BY SIZE
                           " POSTED " DELIMITED BY SIZE
                           GH-POST-DATE DELIMITED BY SIZE
                           " - NOT REGISTERED" DELIMITED BY SIZE
                           INTO GRADE-RECON-LINE
                       END-STRING
                       WRITE GRADE-RECON-LINE
                   END-IF
               END-IF.
               PERFORM READ-GRADE-HISTORY.

           FIND-TERM-ENROLLMENT.
               MOVE "N" TO WS-ENR-MATCH-FLAG.
               MOVE 1 TO WS-TERM-ENR-SUB.
               PERFORM SCAN-TERM-ENROLLMENTS
                   UNTIL ENROLLMENT-FOUND
                       OR WS-TERM-ENR-SUB > WS-TERM-ENR-COUNT.

           SCAN-TERM-ENROLLMENTS.
               IF WS-TE-ID (WS-TERM-ENR-SUB) = GH-ID
                       AND WS-TE-COURSE (WS-TERM-ENR-SUB) = GH-COURSE
                           THEN
                   SET ENROLLMENT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-TERM-ENR-SUB
               END-IF.

           REPORT-CREDIT-MISMATCHES.
               MOVE SPACES TO GRADE-RECON-LINE.
               WRITE GRADE-RECON-LINE.
               MOVE SPACES TO GRADE-RECON-LINE.
               STRING "GRADES WHOSE CREDITS DISAGREE WITH THE CATALOG"
                       DELIMITED BY SIZE
                   INTO GRADE-RECON-LINE
               END-STRING.
               WRITE GRADE-RECON-LINE.
               PERFORM OPEN-GRADE-HISTORY.
               PERFORM CHECK-GRADE-CREDITS UNTIL END-OF-HISTORY.
               IF WS-HISTORY-STATUS = "00" THEN
                   CLOSE GRADE-HISTORY-FILE
               END-IF.
               MOVE SPACES TO GRADE-RECON-LINE.
               STRING "TOTAL CREDIT MISMATCHES: " DELIMITED BY SIZE
                   WS-MISMATCH-COUNT DELIMITED BY SIZE
                   INTO GRADE-RECON-LINE
               END-STRING.
               WRITE GRADE-RECON-LINE.

           CHECK-GRADE-CREDITS.
               IF GH-TERM = WS-CURRENT-TERM AND NOT GH-SUPERSEDED THEN
                   PERFORM FIND-CATALOG-COURSE
                   IF COURSE-IN-CATALOG THEN
                       IF WS-CT-CREDITS (WS-CATALOG-SUB)
                               NOT = GH-CREDITS THEN
                           MOVE WS-CT-CREDITS (WS-CATALOG-SUB)
                               TO WS-CAT-CREDITS-DISPLAY
                           PERFORM WRITE-CREDIT-MISMATCH
                       END-IF
                   ELSE
                       MOVE "??" TO WS-CAT-CREDITS-DISPLAY
                       PERFORM WRITE-CREDIT-MISMATCH
                   END-IF
               END-IF.
               PERFORM READ-GRADE-HISTORY.

           WRITE-CREDIT-MISMATCH.
               ADD 1 TO WS-MISMATCH-COUNT.
               MOVE SPACES TO GRADE-RECON-LINE.
               STRING "ID " DELIMITED BY SIZE
                   GH-ID DELIMITED BY SIZE
                   " COURSE " DELIMITED BY SIZE
                   GH-COURSE DELIMITED BY SIZE
                   " GRADE CREDITS " DELIMITED BY SIZE
                   GH-CREDITS DELIMITED BY SIZE
                   " CATALOG CREDITS " DELIMITED BY SIZE
                   WS-CAT-CREDITS-DISPLAY DELIMITED BY SIZE
                   INTO GRADE-RECON-LINE
               END-STRING.
               WRITE GRADE-RECON-LINE.

           FIND-CATALOG-COURSE.
               MOVE "N" TO WS-COURSE-MATCH-FLAG.
               MOVE 1 TO WS-CATALOG-SUB.
               PERFORM SCAN-CATALOG-TABLE
                   UNTIL COURSE-IN-CATALOG
                       OR WS-CATALOG-SUB > WS-CATALOG-COUNT.

           SCAN-CATALOG-TABLE.
               IF WS-CT-COURSE (WS-CATALOG-SUB) = GH-COURSE THEN
                   SET COURSE-IN-CATALOG TO TRUE
               ELSE
                   ADD 1 TO WS-CATALOG-SUB
               END-IF.

           REPORT-MISSING-GRADES.
               MOVE SPACES TO GRADE-RECON-LINE.
               WRITE GRADE-RECON-LINE.
               MOVE SPACES TO GRADE-RECON-LINE.
               STRING "ENROLLMENTS WITH NO POSTED GRADE - TERM "
                       DELIMITED BY SIZE
                   WS-CURRENT-TERM DELIMITED BY SIZE
                   INTO GRADE-RECON-LINE
               END-STRING.
               WRITE GRADE-RECON-LINE.
               MOVE ZERO TO WS-TERM-ENR-SUB.
               PERFORM CHECK-ENROLLMENT-GRADED WS-TERM-ENR-COUNT TIMES.
               MOVE SPACES TO GRADE-RECON-LINE.
               STRING "TOTAL ENROLLMENTS WITH NO GRADE: "
                       DELIMITED BY SIZE
                   WS-MISSING-COUNT DELIMITED BY SIZE
                   INTO GRADE-RECON-LINE
               END-STRING.
               WRITE GRADE-RECON-LINE.

           CHECK-ENROLLMENT-GRADED.
               ADD 1 TO WS-TERM-ENR-SUB.
               IF NOT TE-GRADED (WS-TERM-ENR-SUB) THEN
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE SPACES TO GRADE-RECON-LINE
                   STRING "ID " DELIMITED BY SIZE
                       WS-TE-ID (WS-TERM-ENR-SUB) DELIMITED BY SIZE
                       " COURSE " DELIMITED BY SIZE
                       WS-TE-COURSE (WS-TERM-ENR-SUB) DELIMITED BY SIZE
                       " - NO GRADE POSTED" DELIMITED BY SIZE
                       INTO GRADE-RECON-LINE
                   END-STRING
                   WRITE GRADE-RECON-LINE
               END-IF.

           WRITE-RECON-CONTROL.
               OPEN OUTPUT GRADE-RECON-CONTROL-FILE.
               MOVE WS-RUN-DATE TO GR-DATE.
               MOVE WS-CURRENT-TERM TO GR-TERM.
               MOVE WS-UNREGISTERED-COUNT TO GR-UNREGISTERED.
               MOVE WS-MISSING-COUNT TO GR-MISSING.
               MOVE WS-MISMATCH-COUNT TO GR-CREDIT-MISMATCH.
               WRITE GRADE-RECON-CONTROL-RECORD.
               CLOSE GRADE-RECON-CONTROL-FILE.

           END PROGRAM grade-recon.
