               SELECT PARAMETER-FILE ASSIGN TO "PARAMS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAMETER-STATUS.
               SELECT DEGREE-RESULT-FILE ASSIGN TO "DEGRSLT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESULT-STATUS.
               SELECT GRADE-HISTORY-FILE ASSIGN TO "GRADEHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  PARAMETER-FILE.
               COPY "param-record.cpy".

           FD  DEGREE-RESULT-FILE.
               COPY "degree-result.cpy".

           FD  GRADE-HISTORY-FILE.
               COPY "grade-history.cpy".

           WORKING-STORAGE SECTION.
               01 WS-STUDENT-STATUS PIC X(02).
               01 WS-REPORT-STATUS PIC X(02).
               01 WS-FEED-STATUS PIC X(02).
               01 WS-PARAMETER-STATUS PIC X(02).
               01 WS-RESULT-STATUS PIC X(02).
               01 WS-HISTORY-STATUS PIC X(02).

               01 WS-MASTER-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-STUDENTS VALUE "Y".
               01 WS-PARAM-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-PARAMETERS VALUE "Y".
               01 WS-RESULT-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-RESULTS VALUE "Y".
               01 WS-HISTORY-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-HISTORY VALUE "Y".
               01 WS-AUDIT-FLAG PIC X(01) VALUE "N".
                   88 AUDIT-CLEAN VALUE "Y".
                   88 AUDIT-OUT-OF-DATE VALUE "S".

               01 WS-LAST-GRADE-DATE PIC 9(08) VALUE ZERO.

               01 WS-PARAM-DATE PIC 9(08) VALUE ZERO.
               01 WS-GRAD-CREDITS PIC 9(03) VALUE 120.
               01 WS-GRAD-CREDITS-EFF PIC 9(08) VALUE ZERO.

               01 WS-CANDIDATE-COUNT PIC 9(06) VALUE ZERO.
               01 WS-AUDIT-HELD-COUNT PIC 9(06) VALUE ZERO.
               01 WS-AUDIT-STALE-COUNT PIC 9(06) VALUE ZERO.
               01 WS-CGPA-DISPLAY PIC 9.99.
               01 WS-CREDITS-DISPLAY PIC ZZ9.

           PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE.
               PERFORM LOAD-PARAMETERS.
               PERFORM LOAD-LAST-GRADE-DATE.
               IF RETURN-CODE NOT = 0 THEN
                   GOBACK
               END-IF.
               OPEN INPUT STUDENT-MASTER.
               IF WS-STUDENT-STATUS NOT = "00" THEN
                   DISPLAY "STUDENT-MASTER FILE NOT FOUND - STATUS "
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN INPUT DEGREE-RESULT-FILE.
               IF WS-RESULT-STATUS = "00" THEN
                   PERFORM READ-DEGREE-RESULT
               ELSE
                   IF WS-RESULT-STATUS NOT = "35" THEN
                       DISPLAY "DEGREE RESULT OPEN FAILED - STATUS "
                           WS-RESULT-STATUS
                       MOVE 8 TO RETURN-CODE
                       CLOSE STUDENT-MASTER
                       GOBACK
                   END-IF
                   SET END-OF-RESULTS TO TRUE
               END-IF.
               OPEN OUTPUT CANDIDATE-REPORT-FILE.
               OPEN OUTPUT STATUS-FEED-FILE.
               PERFORM WRITE-REPORT-HEADING.
                   WRITE REPORT-LINE
               END-IF.
               CLOSE STUDENT-MASTER.
               IF WS-RESULT-STATUS NOT = "35" THEN
                   CLOSE DEGREE-RESULT-FILE
               END-IF.
               CLOSE CANDIDATE-REPORT-FILE.
               CLOSE STATUS-FEED-FILE.
               DISPLAY "GRADUATION CANDIDATES: " WS-CANDIDATE-COUNT.
               DISPLAY "HELD BY DEGREE AUDIT: " WS-AUDIT-HELD-COUNT.
               DISPLAY "HELD BY OUT-OF-DATE AUDIT: "
                   WS-AUDIT-STALE-COUNT.
               GOBACK.

           LOAD-PARAMETERS.
               END-IF.
               PERFORM READ-PARAMETER.

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

           WRITE-REPORT-HEADING.
               MOVE WS-GRAD-CREDITS TO WS-CREDITS-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
                   AT END SET END-OF-STUDENTS TO TRUE
               END-READ.

           READ-DEGREE-RESULT.
               READ DEGREE-RESULT-FILE
                   AT END SET END-OF-RESULTS TO TRUE
               END-READ.

           CHECK-CANDIDACY.
               PERFORM READ-DEGREE-RESULT
                   UNTIL END-OF-RESULTS OR DX-ID >= SM-ID.
               MOVE "N" TO WS-AUDIT-FLAG.
               IF NOT END-OF-RESULTS AND DX-ID = SM-ID
                       AND DX-AUDIT-CLEAN THEN
                   IF DX-AUDIT-DATE < WS-LAST-GRADE-DATE THEN
                       SET AUDIT-OUT-OF-DATE TO TRUE
                   ELSE
                       SET AUDIT-CLEAN TO TRUE
                   END-IF
               END-IF.
               IF NOT SM-NOT-ACTIVE
                       AND SM-CREDITS IS NUMERIC
                       AND SM-CREDITS >= WS-GRAD-CREDITS THEN
                   IF AUDIT-CLEAN THEN
                       PERFORM REPORT-CANDIDATE
                       PERFORM WRITE-STATUS-TRANSACTION
                   ELSE
                       PERFORM REPORT-AUDIT-HOLD
                   END-IF
               END-IF.
               PERFORM READ-STUDENT.

           REPORT-AUDIT-HOLD.
               MOVE SPACES TO REPORT-LINE.
               IF AUDIT-OUT-OF-DATE THEN
                   ADD 1 TO WS-AUDIT-STALE-COUNT
                   STRING SM-ID DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       SM-NAME DELIMITED BY SIZE
                       "  HELD - DEGREE AUDIT OUT OF DATE"
                           DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               ELSE
                   ADD 1 TO WS-AUDIT-HELD-COUNT
                   STRING SM-ID DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       SM-NAME DELIMITED BY SIZE
                       "  HELD - DEGREE AUDIT NOT CLEAN"
                           DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               END-IF.
               WRITE REPORT-LINE.

           REPORT-CANDIDATE.
               ADD 1 TO WS-CANDIDATE-COUNT.
               MOVE SM-CGPA TO WS-CGPA-DISPLAY.
