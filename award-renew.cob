           IDENTIFICATION DIVISION.
           PROGRAM-ID. award-renew.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERM-STATUS.
               SELECT AWARD-FILE ASSIGN TO "AWARDS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AWARD-STATUS.
               SELECT GRADE-HISTORY-FILE ASSIGN TO "GRADEHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.
               SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SM-ID
                   ALTERNATE RECORD KEY IS SM-NAME WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-STATUS.
               SELECT RENEWAL-REPORT-FILE ASSIGN TO "RENEWAL.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  TERM-CONTROL-FILE.
               COPY "term-control.cpy".

           FD  AWARD-FILE.
               COPY "award-record.cpy".

           FD  GRADE-HISTORY-FILE.
               COPY "grade-history.cpy".

           FD  STUDENT-MASTER.
               COPY "student-master.cpy".

           FD  RENEWAL-REPORT-FILE.
               01 RENEWAL-LINE PIC X(80).

           WORKING-STORAGE SECTION.
               01 WS-TERM-STATUS PIC X(02).
               01 WS-AWARD-STATUS PIC X(02).
               01 WS-HISTORY-STATUS PIC X(02).
               01 WS-STUDENT-STATUS PIC X(02).
               01 WS-REPORT-STATUS PIC X(02).

               01 WS-CLOSING-TERM PIC X(06) VALUE SPACES.
               01 WS-NEXT-TERM PIC X(06) VALUE SPACES.

               01 WS-AWARD-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-AWARDS VALUE "Y".
               01 WS-HISTORY-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-HISTORY VALUE "Y".

               01 WS-AWARD-COUNT PIC 9(05) VALUE ZERO.
               01 WS-AWARD-TABLE.
                   05 WS-AWARD-ENTRY OCCURS 20000 TIMES.
                       10 WS-AW-REC PIC X(61).
               01 WS-AWARD-SUB PIC 9(05) VALUE ZERO.
               01 WS-CLOSING-COUNT PIC 9(05) VALUE ZERO.
               01 WS-SCAN-SUB PIC 9(05) VALUE ZERO.
               01 WS-NEXT-MATCH-SUB PIC 9(05) VALUE ZERO.
               01 WS-NEXT-MATCH-FLAG PIC X(01) VALUE "N".
                   88 NEXT-AWARD-ON-FILE VALUE "Y".

               01 WS-WORK-AWARD.
                   05 WS-WA-ID PIC 9(06).
                   05 WS-WA-TERM PIC X(06).
                   05 WS-WA-TYPE PIC X(01).
                   05 WS-WA-SOURCE PIC X(10).
                   05 WS-WA-BASIS PIC X(01).
                   05 WS-WA-AMOUNT PIC 9(07)V9(02).
                   05 WS-WA-PERCENT PIC 9(03).
                   05 WS-WA-MIN-CGPA PIC 9(01)V9(02).
                   05 WS-WA-MIN-CREDITS PIC 9(03).
                   05 WS-WA-RENEWABLE PIC X(01).
                       88 WS-WA-RENEWS VALUE "Y".
                   05 WS-WA-STATUS PIC X(01).
                       88 WS-WA-ACTIVE VALUE "A".
                       88 WS-WA-FLAGGED VALUE "F".
                       88 WS-WA-SUSPENDED VALUE "S".
                       88 WS-WA-PAYABLE VALUE "A" "F".
                   05 WS-WA-DISBURSED PIC 9(07)V9(02).
                   05 WS-WA-DISBURSED-DATE PIC 9(08).

               01 WS-NEW-STATUS PIC X(01).
                   88 RENEW-ACTIVE VALUE "A".
                   88 RENEW-FLAGGED VALUE "F".
                   88 RENEW-SUSPENDED VALUE "S".
                   88 RENEW-DROPPED VALUE "D".

               01 WS-CREDIT-COUNT PIC 9(05) VALUE ZERO.
               01 WS-CREDIT-TABLE.
                   05 WS-CREDIT-ENTRY OCCURS 20000 TIMES.
                       10 WS-CR-ID PIC 9(06).
                       10 WS-CR-CREDITS PIC 9(04).
               01 WS-CREDIT-SUB PIC 9(05) VALUE ZERO.
               01 WS-CREDIT-MATCH-FLAG PIC X(01) VALUE "N".
                   88 CREDIT-ENTRY-FOUND VALUE "Y".
               01 WS-SEARCH-ID PIC 9(06) VALUE ZERO.
               01 WS-TERM-CREDITS PIC 9(04) VALUE ZERO.

               01 WS-STUDENT-MATCH-FLAG PIC X(01) VALUE "N".
                   88 STUDENT-ON-MASTER VALUE "Y".

               01 WS-RENEWAL-REASON PIC X(25).
               01 WS-RESULT-TEXT PIC X(12).
               01 WS-CGPA-DISPLAY PIC 9.99.
               01 WS-CREDITS-DISPLAY PIC ZZZ9.

               01 WS-RENEWED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-FLAGGED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-SUSPENDED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-DROPPED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-SKIPPED-COUNT PIC 9(06) VALUE ZERO.

           PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE.
               PERFORM LOAD-TERM-CONTROL.
               IF RETURN-CODE NOT = 0 THEN
                   GOBACK
               END-IF.
               PERFORM LOAD-AWARDS.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-TERM-CREDITS
               END-IF.
               IF RETURN-CODE = 0 THEN
                   OPEN INPUT STUDENT-MASTER
                   IF WS-STUDENT-STATUS NOT = "00" THEN
                       DISPLAY "STUDENT-MASTER FILE NOT FOUND - "
                           "STATUS " WS-STUDENT-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               IF RETURN-CODE = 0 THEN
                   OPEN OUTPUT RENEWAL-REPORT-FILE
                   PERFORM WRITE-RENEWAL-HEADING
                   MOVE WS-AWARD-COUNT TO WS-CLOSING-COUNT
                   MOVE ZERO TO WS-AWARD-SUB
                   PERFORM CHECK-CLOSING-AWARD WS-CLOSING-COUNT TIMES
                   PERFORM WRITE-RENEWAL-TOTALS
                   CLOSE RENEWAL-REPORT-FILE
                   CLOSE STUDENT-MASTER
                   PERFORM REWRITE-AWARDS
                   DISPLAY "AWARD RENEWAL CHECK FOR TERM "
                       WS-CLOSING-TERM " INTO " WS-NEXT-TERM
                   DISPLAY "AWARDS RENEWED: " WS-RENEWED-COUNT
                   DISPLAY "AWARDS FLAGGED: " WS-FLAGGED-COUNT
                   DISPLAY "AWARDS SUSPENDED: " WS-SUSPENDED-COUNT
                   DISPLAY "AWARDS NOT RENEWED: " WS-DROPPED-COUNT
                   DISPLAY "NEXT-TERM AWARDS ALREADY PAID: "
                       WS-SKIPPED-COUNT
               END-IF.
               GOBACK.

           LOAD-TERM-CONTROL.
               OPEN INPUT TERM-CONTROL-FILE.
               IF WS-TERM-STATUS = "00" THEN
                   READ TERM-CONTROL-FILE
                       AT END CONTINUE
                       NOT AT END
                           MOVE TC-TERM TO WS-CLOSING-TERM
                           MOVE TC-NEXT-TERM TO WS-NEXT-TERM
                   END-READ
                   CLOSE TERM-CONTROL-FILE
               END-IF.
               IF WS-CLOSING-TERM = SPACES OR WS-NEXT-TERM = SPACES THEN
                   DISPLAY "TERM CONTROL FILE MISSING OR NEXT TERM "
                       "NOT SET - RENEWAL CHECK NOT RUN"
                   MOVE 8 TO RETURN-CODE
               END-IF.

           LOAD-AWARDS.
               OPEN INPUT AWARD-FILE.
               IF WS-AWARD-STATUS = "00" THEN
                   PERFORM READ-AWARD
                   PERFORM STORE-AWARD UNTIL END-OF-AWARDS
                   CLOSE AWARD-FILE
               ELSE
                   IF WS-AWARD-STATUS NOT = "35" THEN
                       DISPLAY "AWARD FILE OPEN FAILED - STATUS "
                           WS-AWARD-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-AWARD.
               READ AWARD-FILE
                   AT END SET END-OF-AWARDS TO TRUE
               END-READ.

           STORE-AWARD.
               IF WS-AWARD-COUNT = 20000 THEN
                   DISPLAY "AWARD FILE EXCEEDS TABLE LIMIT"
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-AWARDS TO TRUE
               ELSE
                   ADD 1 TO WS-AWARD-COUNT
                   MOVE AWARD-RECORD TO WS-AW-REC (WS-AWARD-COUNT)
                   PERFORM READ-AWARD
               END-IF.

           LOAD-TERM-CREDITS.
               OPEN INPUT GRADE-HISTORY-FILE.
               IF WS-HISTORY-STATUS = "00" THEN
                   PERFORM READ-GRADE-HISTORY
                   PERFORM TALLY-TERM-CREDITS UNTIL END-OF-HISTORY
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

           TALLY-TERM-CREDITS.
               IF GH-TERM = WS-CLOSING-TERM AND GH-COUNTED
                       AND GH-GRADE NOT = "F" THEN
                   MOVE GH-ID TO WS-SEARCH-ID
                   PERFORM FIND-CREDIT-ENTRY
                   IF CREDIT-ENTRY-FOUND THEN
                       ADD GH-CREDITS TO WS-CR-CREDITS (WS-CREDIT-SUB)
                   ELSE
                       PERFORM ADD-CREDIT-ENTRY
                   END-IF
               END-IF.
               IF NOT END-OF-HISTORY THEN
                   PERFORM READ-GRADE-HISTORY
               END-IF.

           ADD-CREDIT-ENTRY.
               IF WS-CREDIT-COUNT = 20000 THEN
                   DISPLAY "TERM CREDIT TABLE EXCEEDS LIMIT"
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-HISTORY TO TRUE
               ELSE
                   ADD 1 TO WS-CREDIT-COUNT
                   MOVE GH-ID TO WS-CR-ID (WS-CREDIT-COUNT)
                   MOVE GH-CREDITS TO WS-CR-CREDITS (WS-CREDIT-COUNT)
               END-IF.

           FIND-CREDIT-ENTRY.
               MOVE "N" TO WS-CREDIT-MATCH-FLAG.
               MOVE 1 TO WS-CREDIT-SUB.
               PERFORM SCAN-CREDIT-TABLE
                   UNTIL CREDIT-ENTRY-FOUND
                       OR WS-CREDIT-SUB > WS-CREDIT-COUNT.

           SCAN-CREDIT-TABLE.
               IF WS-CR-ID (WS-CREDIT-SUB) = WS-SEARCH-ID THEN
                   SET CREDIT-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-CREDIT-SUB
               END-IF.

           CHECK-CLOSING-AWARD.
               ADD 1 TO WS-AWARD-SUB.
               MOVE WS-AW-REC (WS-AWARD-SUB) TO WS-WORK-AWARD.
               IF WS-WA-TERM = WS-CLOSING-TERM AND WS-WA-RENEWS
                       AND WS-WA-PAYABLE THEN
                   PERFORM DECIDE-RENEWAL
                   PERFORM FIND-NEXT-TERM-AWARD
                   IF NEXT-AWARD-ON-FILE THEN
                       PERFORM UPDATE-NEXT-TERM-AWARD
                   ELSE
                       PERFORM CARRY-AWARD-FORWARD
                   END-IF
               END-IF.

           DECIDE-RENEWAL.
               MOVE SPACES TO WS-RENEWAL-REASON.
               MOVE WS-WA-ID TO WS-SEARCH-ID.
               PERFORM FIND-CREDIT-ENTRY.
               IF CREDIT-ENTRY-FOUND THEN
                   MOVE WS-CR-CREDITS (WS-CREDIT-SUB) TO WS-TERM-CREDITS
               ELSE
                   MOVE ZERO TO WS-TERM-CREDITS
               END-IF.
               PERFORM READ-STUDENT-BY-ID.
               IF NOT STUDENT-ON-MASTER THEN
                   SET RENEW-DROPPED TO TRUE
                   MOVE "NOT ON STUDENT MASTER" TO WS-RENEWAL-REASON
               ELSE
                   IF SM-NOT-ACTIVE THEN
                       SET RENEW-DROPPED TO TRUE
                       MOVE "STUDENT NOT ACTIVE" TO WS-RENEWAL-REASON
                   ELSE
                       IF SM-CGPA < WS-WA-MIN-CGPA THEN
                           MOVE "CGPA BELOW MINIMUM"
                               TO WS-RENEWAL-REASON
                       ELSE
                           IF WS-TERM-CREDITS < WS-WA-MIN-CREDITS THEN
                               MOVE "TERM CREDITS BELOW MINIMUM"
                                   TO WS-RENEWAL-REASON
                           END-IF
                       END-IF
                       PERFORM SET-RENEWAL-STATUS
                   END-IF
               END-IF.

           SET-RENEWAL-STATUS.
               IF WS-RENEWAL-REASON = SPACES THEN
                   SET RENEW-ACTIVE TO TRUE
               ELSE
                   IF WS-WA-FLAGGED THEN
                       SET RENEW-SUSPENDED TO TRUE
                   ELSE
                       SET RENEW-FLAGGED TO TRUE
                   END-IF
               END-IF.

           READ-STUDENT-BY-ID.
               MOVE "N" TO WS-STUDENT-MATCH-FLAG.
               MOVE WS-WA-ID TO SM-ID.
               READ STUDENT-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET STUDENT-ON-MASTER TO TRUE
               END-READ.

           FIND-NEXT-TERM-AWARD.
               MOVE "N" TO WS-NEXT-MATCH-FLAG.
               MOVE ZERO TO WS-NEXT-MATCH-SUB.
               MOVE 1 TO WS-SCAN-SUB.
               PERFORM SCAN-NEXT-TERM-AWARD
                   UNTIL NEXT-AWARD-ON-FILE
                       OR WS-SCAN-SUB > WS-AWARD-COUNT.

           SCAN-NEXT-TERM-AWARD.
               MOVE WS-AW-REC (WS-SCAN-SUB) TO AWARD-RECORD.
               IF AW-ID = WS-WA-ID AND AW-TERM = WS-NEXT-TERM
                       AND AW-TYPE = WS-WA-TYPE
                       AND AW-SOURCE = WS-WA-SOURCE THEN
                   SET NEXT-AWARD-ON-FILE TO TRUE
                   MOVE WS-SCAN-SUB TO WS-NEXT-MATCH-SUB
               ELSE
                   ADD 1 TO WS-SCAN-SUB
               END-IF.

           UPDATE-NEXT-TERM-AWARD.
               MOVE WS-AW-REC (WS-NEXT-MATCH-SUB) TO AWARD-RECORD.
               IF AW-DISBURSED-DATE NOT = ZERO OR AW-CANCELLED THEN
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   IF RENEW-DROPPED THEN
                       MOVE "S" TO AW-STATUS
                   ELSE
                       MOVE WS-NEW-STATUS TO AW-STATUS
                   END-IF
                   MOVE AWARD-RECORD TO WS-AW-REC (WS-NEXT-MATCH-SUB)
                   PERFORM COUNT-AND-REPORT
               END-IF.

           CARRY-AWARD-FORWARD.
               IF RENEW-DROPPED THEN
                   PERFORM COUNT-AND-REPORT
               ELSE
                   IF WS-AWARD-COUNT = 20000 THEN
                       DISPLAY "AWARD FILE EXCEEDS TABLE LIMIT"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE WS-WORK-AWARD TO AWARD-RECORD
                       MOVE WS-NEXT-TERM TO AW-TERM
                       MOVE WS-NEW-STATUS TO AW-STATUS
                       MOVE ZERO TO AW-DISBURSED
                       MOVE ZERO TO AW-DISBURSED-DATE
                       ADD 1 TO WS-AWARD-COUNT
                       MOVE AWARD-RECORD TO WS-AW-REC (WS-AWARD-COUNT)
                       PERFORM COUNT-AND-REPORT
                   END-IF
               END-IF.

           COUNT-AND-REPORT.
               EVALUATE TRUE
                   WHEN RENEW-ACTIVE
                       ADD 1 TO WS-RENEWED-COUNT
                       MOVE "RENEWED" TO WS-RESULT-TEXT
                   WHEN RENEW-FLAGGED
                       ADD 1 TO WS-FLAGGED-COUNT
                       MOVE "FLAGGED" TO WS-RESULT-TEXT
                   WHEN RENEW-SUSPENDED
                       ADD 1 TO WS-SUSPENDED-COUNT
                       MOVE "SUSPENDED" TO WS-RESULT-TEXT
                   WHEN OTHER
                       ADD 1 TO WS-DROPPED-COUNT
                       MOVE "NOT RENEWED" TO WS-RESULT-TEXT
               END-EVALUATE.
               MOVE WS-TERM-CREDITS TO WS-CREDITS-DISPLAY.
               MOVE SPACES TO RENEWAL-LINE.
               IF STUDENT-ON-MASTER THEN
                   MOVE SM-CGPA TO WS-CGPA-DISPLAY
                   STRING "ID " DELIMITED BY SIZE
                       WS-WA-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-WA-TYPE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-WA-SOURCE DELIMITED BY SIZE
                       " CGPA " DELIMITED BY SIZE
                       WS-CGPA-DISPLAY DELIMITED BY SIZE
                       " CR " DELIMITED BY SIZE
                       WS-CREDITS-DISPLAY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RESULT-TEXT DELIMITED BY SIZE
                       WS-RENEWAL-REASON DELIMITED BY SIZE
                       INTO RENEWAL-LINE
                   END-STRING
               ELSE
                   STRING "ID " DELIMITED BY SIZE
                       WS-WA-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-WA-TYPE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-WA-SOURCE DELIMITED BY SIZE
                       "                    " DELIMITED BY SIZE
                       WS-RESULT-TEXT DELIMITED BY SIZE
                       WS-RENEWAL-REASON DELIMITED BY SIZE
                       INTO RENEWAL-LINE
                   END-STRING
               END-IF.
               WRITE RENEWAL-LINE.

           WRITE-RENEWAL-HEADING.
               MOVE SPACES TO RENEWAL-LINE.
               STRING "AWARD RENEWAL CHECK - TERM " DELIMITED BY SIZE
                   WS-CLOSING-TERM DELIMITED BY SIZE
                   " INTO TERM " DELIMITED BY SIZE
                   WS-NEXT-TERM DELIMITED BY SIZE
                   INTO RENEWAL-LINE
               END-STRING.
               WRITE RENEWAL-LINE.
               MOVE SPACES TO RENEWAL-LINE.
               WRITE RENEWAL-LINE.

           WRITE-RENEWAL-TOTALS.
               MOVE SPACES TO RENEWAL-LINE.
               WRITE RENEWAL-LINE.
               MOVE SPACES TO RENEWAL-LINE.
               STRING "RENEWED: " DELIMITED BY SIZE
                   WS-RENEWED-COUNT DELIMITED BY SIZE
                   "  FLAGGED: " DELIMITED BY SIZE
                   WS-FLAGGED-COUNT DELIMITED BY SIZE
                   "  SUSPENDED: " DELIMITED BY SIZE
                   WS-SUSPENDED-COUNT DELIMITED BY SIZE
                   "  NOT RENEWED: " DELIMITED BY SIZE
                   WS-DROPPED-COUNT DELIMITED BY SIZE
                   INTO RENEWAL-LINE
               END-STRING.
               WRITE RENEWAL-LINE.

           REWRITE-AWARDS.
               OPEN OUTPUT AWARD-FILE.
               MOVE ZERO TO WS-AWARD-SUB.
               PERFORM WRITE-AWARD-ENTRY WS-AWARD-COUNT TIMES.
               CLOSE AWARD-FILE.

           WRITE-AWARD-ENTRY.
               ADD 1 TO WS-AWARD-SUB.
               MOVE WS-AW-REC (WS-AWARD-SUB) TO AWARD-RECORD.
               WRITE AWARD-RECORD.

           END PROGRAM award-renew.
