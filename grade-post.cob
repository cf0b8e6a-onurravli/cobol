                   05 GT-COURSE PIC X(08).
                   05 GT-GRADE PIC X(01).
                   05 GT-CREDITS PIC 9(02).
                   05 GT-TYPE PIC X(01).
                       88 GT-GRADE-CHANGE VALUE "C".
                   05 GT-REASON PIC X(20).

           FD  STUDENT-MASTER.
               COPY "student-master.cpy".

               01 WS-POSTED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-EXCEPTION-COUNT PIC 9(06) VALUE ZERO.
               01 WS-CHANGED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-REPEAT-COUNT PIC 9(06) VALUE ZERO.

               01 WS-POST-DATE PIC 9(08) VALUE ZERO.
               01 WS-HISTORY-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-HISTORY VALUE "Y".

               01 WS-HISTORY-COUNT PIC 9(05) VALUE ZERO.
               01 WS-HISTORY-TABLE.
                   05 WS-HISTORY-ENTRY OCCURS 20000 TIMES.
                       10 WS-HT-ID PIC 9(06).
                       10 WS-HT-COURSE PIC X(08).
                       10 WS-HT-GRADE PIC X(01).
                       10 WS-HT-CREDITS PIC 9(02).
                       10 WS-HT-POST-DATE PIC X(08).
                       10 WS-HT-TERM PIC X(06).
                       10 WS-HT-STATUS PIC X(01).
                       10 WS-HT-CHANGE-DATE PIC X(08).
                       10 WS-HT-PRIOR-GRADE PIC X(01).
                       10 WS-HT-REASON PIC X(20).
               01 WS-HISTORY-SUB PIC 9(05) VALUE ZERO.

               01 WS-ATTEMPT-SUB PIC 9(05) VALUE ZERO.
               01 WS-ATTEMPT-FLAG PIC X(01) VALUE "N".
                   88 ATTEMPT-FOUND VALUE "Y".
               01 WS-ATTEMPT-STATUS PIC X(01).
               01 WS-ATTEMPT-TERM PIC X(06).
               01 WS-ATTEMPT-GRADE PIC X(01).

               01 WS-HISTORY-POINTS PIC 9(01).
               01 WS-BACKOUT-CREDITS PIC 9(03) VALUE ZERO.
               01 WS-BACKOUT-POINTS PIC 9(04)V9(02) VALUE ZERO.
               01 WS-CHANGE-REASON PIC X(30).

           PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE.
               ACCEPT WS-POST-DATE FROM DATE YYYYMMDD.
               PERFORM LOAD-TERM-CONTROL.
               IF RETURN-CODE NOT = 0 THEN
                   GOBACK
               END-IF.
               PERFORM LOAD-GRADE-HISTORY.
               IF RETURN-CODE NOT = 0 THEN
                   GOBACK
               END-IF.
               OPEN I-O STUDENT-MASTER.
               IF WS-STUDENT-STATUS NOT = "00" THEN
                   DISPLAY "STUDENT-MASTER FILE NOT FOUND - STATUS "
               END-IF.
               PERFORM PROCESS-GRADE-TRANSACTIONS.
               CLOSE STUDENT-MASTER.
               IF WS-POSTED-COUNT > 0 OR WS-CHANGED-COUNT > 0 THEN
                   PERFORM REWRITE-GRADE-HISTORY
               END-IF.
               IF RETURN-CODE = 0 THEN
                   DISPLAY "GRADES POSTED: " WS-POSTED-COUNT
                   DISPLAY "GRADES CHANGED: " WS-CHANGED-COUNT
                   DISPLAY "EARLIER ATTEMPTS EXCLUDED: "
                       WS-REPEAT-COUNT
                   DISPLAY "GRADE EXCEPTIONS: " WS-EXCEPTION-COUNT
               END-IF.
               GOBACK.
                   MOVE 8 TO RETURN-CODE
               END-IF.

           LOAD-GRADE-HISTORY.
               OPEN INPUT GRADE-HISTORY-FILE.
               IF WS-HISTORY-STATUS = "00" THEN
                   PERFORM READ-GRADE-HISTORY
                   PERFORM STORE-GRADE-HISTORY UNTIL END-OF-HISTORY
                   CLOSE GRADE-HISTORY-FILE
               ELSE
                   IF WS-HISTORY-STATUS NOT = "35" THEN
                       DISPLAY "GRADE HISTORY OPEN FAILED - STATUS "
                           WS-HISTORY-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-GRADE-HISTORY.
               READ GRADE-HISTORY-FILE
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ.

           STORE-GRADE-HISTORY.
               IF WS-HISTORY-COUNT = 20000 THEN
                   DISPLAY "GRADE HISTORY EXCEEDS TABLE LIMIT"
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-HISTORY TO TRUE
               ELSE
                   ADD 1 TO WS-HISTORY-COUNT
                   MOVE GRADE-HISTORY-RECORD
                       TO WS-HISTORY-ENTRY (WS-HISTORY-COUNT)
                   PERFORM READ-GRADE-HISTORY
               END-IF.

           PROCESS-GRADE-TRANSACTIONS.
               OPEN INPUT GRADE-TRANS-FILE.
               IF WS-GRADE-TRANS-STATUS = "00" THEN
                   OPEN OUTPUT GRADE-EXCEPTION-FILE
                   PERFORM READ-GRADE-TRANS
                   PERFORM APPLY-GRADE-TRANS UNTIL END-OF-TRANSACTIONS
                   CLOSE GRADE-TRANS-FILE
                   CLOSE GRADE-EXCEPTION-FILE
               ELSE
                   DISPLAY "GRADE TRANSACTION FILE NOT FOUND - STATUS "
                       WS-GRADE-TRANS-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF.

           READ-GRADE-TRANS.
               READ GRADE-TRANS-FILE
                   AT END SET END-OF-TRANSACTIONS TO TRUE
               END-READ.

           APPLY-GRADE-TRANS.
               IF WS-HISTORY-COUNT = 20000 THEN
                   DISPLAY "GRADE HISTORY EXCEEDS TABLE LIMIT"
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-TRANSACTIONS TO TRUE
               ELSE
                   PERFORM SET-GRADE-POINTS
                   PERFORM READ-STUDENT-BY-ID
                   IF STUDENT-FOUND AND GRADE-VALID THEN
                       IF GT-GRADE-CHANGE THEN
                           PERFORM CHANGE-GRADE
                       ELSE
                           PERFORM POST-GRADE
                       END-IF
                   ELSE
                       PERFORM WRITE-GRADE-EXCEPTION
                   END-IF
                   PERFORM READ-GRADE-TRANS
               END-IF.

           SET-GRADE-POINTS.
               MOVE "N" TO WS-GRADE-VALID-FLAG.
               END-IF.

           POST-GRADE.
               MOVE ZERO TO WS-BACKOUT-CREDITS.
               MOVE ZERO TO WS-BACKOUT-POINTS.
               MOVE 1 TO WS-HISTORY-SUB.
               PERFORM TOTAL-REPEATED-ATTEMPT
                   UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT.
               PERFORM UPDATE-MASTER-TOTALS.
               REWRITE STUDENT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR ID " SM-ID
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-POSTED-COUNT
                       MOVE 1 TO WS-HISTORY-SUB
                       PERFORM EXCLUDE-REPEATED-ATTEMPT
                           UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT
                       MOVE SPACE TO WS-ATTEMPT-STATUS
                       MOVE WS-CURRENT-TERM TO WS-ATTEMPT-TERM
                       MOVE SPACE TO WS-ATTEMPT-GRADE
                       MOVE SPACES TO WS-CHANGE-REASON
                       PERFORM WRITE-GRADE-HISTORY
               END-REWRITE.

           TOTAL-REPEATED-ATTEMPT.
               IF WS-HT-ID (WS-HISTORY-SUB) = GT-ID
                       AND WS-HT-COURSE (WS-HISTORY-SUB) = GT-COURSE
                       AND WS-HT-STATUS (WS-HISTORY-SUB) = SPACE THEN
                   PERFORM ADD-ATTEMPT-TO-BACKOUT
               END-IF.
               ADD 1 TO WS-HISTORY-SUB.

           EXCLUDE-REPEATED-ATTEMPT.
               IF WS-HT-ID (WS-HISTORY-SUB) = GT-ID
                       AND WS-HT-COURSE (WS-HISTORY-SUB) = GT-COURSE
                       AND WS-HT-STATUS (WS-HISTORY-SUB) = SPACE THEN
                   ADD 1 TO WS-REPEAT-COUNT
                   MOVE "X" TO WS-HT-STATUS (WS-HISTORY-SUB)
                   MOVE WS-POST-DATE
                       TO WS-HT-CHANGE-DATE (WS-HISTORY-SUB)
                   MOVE "COURSE REPEATED"
                       TO WS-HT-REASON (WS-HISTORY-SUB)
               END-IF.
               ADD 1 TO WS-HISTORY-SUB.

           ADD-ATTEMPT-TO-BACKOUT.
               PERFORM SET-HISTORY-POINTS.
               ADD WS-HT-CREDITS (WS-HISTORY-SUB)
                   TO WS-BACKOUT-CREDITS.
               COMPUTE WS-BACKOUT-POINTS = WS-BACKOUT-POINTS
                   + (WS-HISTORY-POINTS
                       * WS-HT-CREDITS (WS-HISTORY-SUB)).

           SET-HISTORY-POINTS.
               EVALUATE WS-HT-GRADE (WS-HISTORY-SUB)
                   WHEN "A"
                       MOVE 4 TO WS-HISTORY-POINTS
                   WHEN "B"
                       MOVE 3 TO WS-HISTORY-POINTS
                   WHEN "C"
                       MOVE 2 TO WS-HISTORY-POINTS
                   WHEN "D"
                       MOVE 1 TO WS-HISTORY-POINTS
                   WHEN OTHER
                       MOVE ZERO TO WS-HISTORY-POINTS
               END-EVALUATE.

           UPDATE-MASTER-TOTALS.
               IF SM-CREDITS > WS-BACKOUT-CREDITS THEN
                   SUBTRACT WS-BACKOUT-CREDITS FROM SM-CREDITS
               ELSE
                   MOVE ZERO TO SM-CREDITS
               END-IF.
               IF SM-POINTS > WS-BACKOUT-POINTS THEN
                   SUBTRACT WS-BACKOUT-POINTS FROM SM-POINTS
               ELSE
                   MOVE ZERO TO SM-POINTS
               END-IF.
               ADD GT-CREDITS TO SM-CREDITS.
               COMPUTE SM-POINTS =
                   SM-POINTS + (WS-GRADE-POINTS * GT-CREDITS).
               IF SM-CREDITS > 0 THEN
                   COMPUTE SM-CGPA ROUNDED = SM-POINTS / SM-CREDITS
               ELSE
                   MOVE ZERO TO SM-CGPA
               END-IF.

           CHANGE-GRADE.
               MOVE SPACES TO WS-CHANGE-REASON.
               PERFORM FIND-LATEST-ATTEMPT.
               IF NOT ATTEMPT-FOUND THEN
                   MOVE "NO POSTED GRADE TO CHANGE"
                       TO WS-CHANGE-REASON
               END-IF.
               IF GT-REASON = SPACES THEN
                   MOVE "GRADE CHANGE REASON MISSING"
                       TO WS-CHANGE-REASON
               END-IF.
               IF WS-CHANGE-REASON NOT = SPACES THEN
                   PERFORM WRITE-CHANGE-EXCEPTION
               ELSE
                   MOVE WS-HT-STATUS (WS-ATTEMPT-SUB)
                       TO WS-ATTEMPT-STATUS
                   MOVE WS-HT-TERM (WS-ATTEMPT-SUB) TO WS-ATTEMPT-TERM
                   MOVE WS-HT-GRADE (WS-ATTEMPT-SUB)
                       TO WS-ATTEMPT-GRADE
                   MOVE GT-REASON TO WS-CHANGE-REASON
                   IF WS-ATTEMPT-STATUS = SPACE THEN
                       PERFORM CHANGE-COUNTED-GRADE
                   ELSE
                       PERFORM RECORD-GRADE-CHANGE
                   END-IF
               END-IF.

           FIND-LATEST-ATTEMPT.
               MOVE "N" TO WS-ATTEMPT-FLAG.
               MOVE ZERO TO WS-ATTEMPT-SUB.
               MOVE 1 TO WS-HISTORY-SUB.
               PERFORM SCAN-FOR-ATTEMPT
                   UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT.

           SCAN-FOR-ATTEMPT.
               IF WS-HT-ID (WS-HISTORY-SUB) = GT-ID
                       AND WS-HT-COURSE (WS-HISTORY-SUB) = GT-COURSE
                       AND WS-HT-STATUS (WS-HISTORY-SUB) NOT = "S" THEN
                   SET ATTEMPT-FOUND TO TRUE
                   MOVE WS-HISTORY-SUB TO WS-ATTEMPT-SUB
               END-IF.
               ADD 1 TO WS-HISTORY-SUB.

           CHANGE-COUNTED-GRADE.
               MOVE ZERO TO WS-BACKOUT-CREDITS.
               MOVE ZERO TO WS-BACKOUT-POINTS.
               MOVE WS-ATTEMPT-SUB TO WS-HISTORY-SUB.
               PERFORM ADD-ATTEMPT-TO-BACKOUT.
               PERFORM UPDATE-MASTER-TOTALS.
               REWRITE STUDENT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR ID " SM-ID
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM RECORD-GRADE-CHANGE
               END-REWRITE.

           RECORD-GRADE-CHANGE.
               ADD 1 TO WS-CHANGED-COUNT.
               MOVE "S" TO WS-HT-STATUS (WS-ATTEMPT-SUB).
               MOVE WS-POST-DATE TO WS-HT-CHANGE-DATE (WS-ATTEMPT-SUB).
               MOVE GT-REASON TO WS-HT-REASON (WS-ATTEMPT-SUB).
               PERFORM WRITE-GRADE-HISTORY.

           WRITE-GRADE-HISTORY.
               MOVE GT-ID TO GH-ID.
               MOVE GT-COURSE TO GH-COURSE.
               MOVE GT-GRADE TO GH-GRADE.
               MOVE GT-CREDITS TO GH-CREDITS.
               MOVE WS-POST-DATE TO GH-POST-DATE.
               MOVE WS-ATTEMPT-TERM TO GH-TERM.
               MOVE WS-ATTEMPT-STATUS TO GH-ATTEMPT-STATUS.
               MOVE WS-ATTEMPT-GRADE TO GH-PRIOR-GRADE.
               MOVE WS-CHANGE-REASON TO GH-CHANGE-REASON.
               IF WS-ATTEMPT-GRADE = SPACE THEN
                   MOVE ZERO TO GH-CHANGE-DATE
               ELSE
                   MOVE WS-POST-DATE TO GH-CHANGE-DATE
               END-IF.
               ADD 1 TO WS-HISTORY-COUNT.
               MOVE GRADE-HISTORY-RECORD
                   TO WS-HISTORY-ENTRY (WS-HISTORY-COUNT).

           REWRITE-GRADE-HISTORY.
               OPEN OUTPUT GRADE-HISTORY-FILE.
               IF WS-HISTORY-STATUS = "00" THEN
                   MOVE ZERO TO WS-HISTORY-SUB
                   PERFORM WRITE-HISTORY-ENTRY WS-HISTORY-COUNT TIMES
                   CLOSE GRADE-HISTORY-FILE
               ELSE
                   DISPLAY "GRADE HISTORY REWRITE FAILED - STATUS "
                       WS-HISTORY-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF.

           WRITE-HISTORY-ENTRY.
               ADD 1 TO WS-HISTORY-SUB.
               MOVE WS-HISTORY-ENTRY (WS-HISTORY-SUB)
                   TO GRADE-HISTORY-RECORD.
               WRITE GRADE-HISTORY-RECORD.

           WRITE-CHANGE-EXCEPTION.
               ADD 1 TO WS-EXCEPTION-COUNT.
               MOVE SPACES TO EXCEPTION-LINE.
               STRING "ID " DELIMITED BY SIZE
                   GT-ID DELIMITED BY SIZE
                   " COURSE " DELIMITED BY SIZE
                   GT-COURSE DELIMITED BY SIZE
                   " GRADE CHANGE REJECTED - " DELIMITED BY SIZE
                   WS-CHANGE-REASON DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               END-STRING.
               WRITE EXCEPTION-LINE.

           WRITE-GRADE-EXCEPTION.
               ADD 1 TO WS-EXCEPTION-COUNT.
               MOVE SPACES TO EXCEPTION-LINE.
