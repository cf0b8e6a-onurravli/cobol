           IDENTIFICATION DIVISION.
           PROGRAM-ID. integ-sweep.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SM-ID
                   ALTERNATE RECORD KEY IS SM-NAME WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-STATUS.
               SELECT GRADE-HISTORY-FILE ASSIGN TO "GRADEHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.
               SELECT ENROLLMENT-FILE ASSIGN TO "ENROLLMENT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENROLLMENT-STATUS.
               SELECT WAITLIST-FILE ASSIGN TO "WAITLIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WAITLIST-STATUS.
               SELECT RECEIVABLES-FILE ASSIGN TO "RECEIV.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RECEIVABLES-STATUS.
               SELECT ID-XREF-FILE ASSIGN TO "IDXREF.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-XREF-STATUS.
               SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
               SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTEGRTY.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.
               SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPERATOR-STATUS.
               SELECT SECURITY-LOG-FILE ASSIGN TO "SECURITY.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SECURITY-STATUS.
               SELECT SWEEP-CONTROL-FILE ASSIGN TO "SWEEPMODE.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SWEEP-CONTROL-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  STUDENT-MASTER.
               COPY "student-master.cpy".

           FD  GRADE-HISTORY-FILE.
               COPY "grade-history.cpy".

           FD  ENROLLMENT-FILE.
               COPY "enrollment-record.cpy".

           FD  WAITLIST-FILE.
               COPY "waitlist-record.cpy".

           FD  RECEIVABLES-FILE.
               COPY "receivable.cpy".

           FD  ID-XREF-FILE.
               COPY "id-xref.cpy".

           FD  AUDIT-LOG-FILE.
               COPY "audit-log.cpy".

           FD  INTEGRITY-REPORT-FILE.
               01 INTEGRITY-LINE PIC X(80).

           FD  OPERATOR-FILE.
               COPY "operator-record.cpy".

           FD  SECURITY-LOG-FILE.
               COPY "security-log.cpy".

           FD  SWEEP-CONTROL-FILE.
               01 SWEEP-CONTROL-RECORD.
                   05 SC-APPLY PIC X(01).

           WORKING-STORAGE SECTION.
               01 WS-STUDENT-STATUS PIC X(02).
               01 WS-HISTORY-STATUS PIC X(02).
               01 WS-ENROLLMENT-STATUS PIC X(02).
               01 WS-WAITLIST-STATUS PIC X(02).
               01 WS-RECEIVABLES-STATUS PIC X(02).
               01 WS-XREF-STATUS PIC X(02).
               01 WS-AUDIT-STATUS PIC X(02).
               01 WS-REPORT-STATUS PIC X(02).
               01 WS-OPERATOR-STATUS PIC X(02).
               01 WS-SECURITY-STATUS PIC X(02).
               01 WS-SWEEP-CONTROL-STATUS PIC X(02).
               01 WS-RUN-DATE PIC 9(08) VALUE ZERO.

               01 WS-APPLY-ENTRY PIC X(01) VALUE "N".
                   88 APPLY-TOTALS VALUE "Y".

               01 WS-STUDENT-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-STUDENTS VALUE "Y".
               01 WS-HISTORY-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-HISTORY VALUE "Y".
               01 WS-ENROLLMENT-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-ENROLLMENTS VALUE "Y".
               01 WS-WAITLIST-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-WAITLIST VALUE "Y".
               01 WS-RECEIVABLES-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-RECEIVABLES VALUE "Y".
               01 WS-XREF-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-XREF VALUE "Y".

               01 WS-XREF-COUNT PIC 9(05) VALUE ZERO.
               01 WS-XREF-TABLE.
                   05 WS-XREF-ENTRY OCCURS 10000 TIMES.
                       10 WS-XR-OLD-ID PIC 9(06).
                       10 WS-XR-NEW-ID PIC 9(06).
               01 WS-XREF-SUB PIC 9(05) VALUE ZERO.
               01 WS-XREF-MATCH-FLAG PIC X(01) VALUE "N".
                   88 ID-RETIRED VALUE "Y".

               01 WS-TOTAL-COUNT PIC 9(05) VALUE ZERO.
               01 WS-TOTAL-TABLE.
                   05 WS-TOTAL-ENTRY OCCURS 20000 TIMES.
                       10 WS-HT-ID PIC 9(06).
                       10 WS-HT-CREDITS PIC 9(04).
                       10 WS-HT-POINTS PIC 9(05)V9(02).
               01 WS-TOTAL-SUB PIC 9(05) VALUE ZERO.
               01 WS-TOTAL-MATCH-FLAG PIC X(01) VALUE "N".
                   88 TOTAL-ENTRY-FOUND VALUE "Y".

               01 WS-GRADE-POINTS PIC 9(01) VALUE ZERO.
               01 WS-CHECK-ID PIC 9(06) VALUE ZERO.
               01 WS-ROW-TEXT PIC X(20).
               01 WS-ID-REASON PIC X(40).
                   88 ID-IS-GOOD VALUE SPACES.
               01 WS-STUDENT-MATCH-FLAG PIC X(01) VALUE "N".
                   88 STUDENT-ON-MASTER VALUE "Y".

               01 WS-NEW-CREDITS PIC 9(04) VALUE ZERO.
               01 WS-NEW-POINTS PIC 9(05)V9(02) VALUE ZERO.
               01 WS-NEW-CGPA PIC 9(01)V9(02) VALUE ZERO.
               01 WS-BEFORE-IMAGE PIC X(48).

               01 WS-CREDITS-DISPLAY PIC ZZZ9.
               01 WS-POINTS-DISPLAY PIC ZZZZ9.99.
               01 WS-CGPA-DISPLAY PIC 9.99.
               01 WS-NEW-CREDITS-DISPLAY PIC ZZZ9.
               01 WS-NEW-POINTS-DISPLAY PIC ZZZZ9.99.
               01 WS-NEW-CGPA-DISPLAY PIC 9.99.

               01 WS-STUDENTS-CHECKED PIC 9(06) VALUE ZERO.
               01 WS-DRIFT-COUNT PIC 9(06) VALUE ZERO.
               01 WS-APPLIED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-NOT-APPLIED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-BAD-ENROLLMENT-COUNT PIC 9(06) VALUE ZERO.
               01 WS-BAD-WAITLIST-COUNT PIC 9(06) VALUE ZERO.
               01 WS-BAD-RECEIVABLE-COUNT PIC 9(06) VALUE ZERO.
               01 WS-BAD-HISTORY-COUNT PIC 9(06) VALUE ZERO.
               01 WS-SECTION-COUNT PIC 9(06) VALUE ZERO.

               01 WS-PROGRAM-NAME PIC X(12) VALUE "integ-sweep".
               01 WS-OPERATOR-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-OPERATORS VALUE "Y".
               01 WS-OPERATOR-MATCH-FLAG PIC X(01) VALUE "N".
                   88 OPERATOR-ON-FILE VALUE "Y".
               01 WS-SIGNON-ID PIC X(08) VALUE SPACES.
               01 WS-SIGNON-PASSWORD PIC X(12).
               01 WS-SIGNON-NAME PIC X(25).
               01 WS-SIGNON-FLAG PIC X(01) VALUE "N".
                   88 OPERATOR-SIGNED-ON VALUE "Y".
               01 WS-SIGNON-REASON PIC X(30).
               01 WS-SIGNON-FUNCTIONS PIC X(06) VALUE SPACES.
               01 WS-AUTH-SUB PIC 9(02) VALUE ZERO.
               01 WS-AUTH-LIMIT PIC 9(02) VALUE 12.
               01 WS-AUTH-ACTION PIC X(01).
               01 WS-AUTH-TALLY PIC 9(02) VALUE ZERO.
               01 WS-AUTHORITY-FLAG PIC X(01) VALUE "N".
                   88 AUTHORITY-GRANTED VALUE "Y".

               01 WS-HASH-TEXT PIC X(20).
               01 WS-HASH-CHARS REDEFINES WS-HASH-TEXT.
                   05 WS-HASH-CHAR PIC X(01) OCCURS 20 TIMES.
               01 WS-HASH-ALPHABET.
                   05 FILLER PIC X(36)
                       VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
                   05 FILLER PIC X(28)
                       VALUE "abcdefghijklmnopqrstuvwxyz-.".
               01 WS-HASH-SUB PIC 9(02) VALUE ZERO.
               01 WS-HASH-CODE PIC 9(03) VALUE ZERO.
               01 WS-HASH-VALUE PIC 9(10) VALUE ZERO.
               01 WS-HASH-WORK PIC 9(12) VALUE ZERO.
               01 WS-HASH-QUOTIENT PIC 9(12) VALUE ZERO.

               01 WS-SECURITY-EVENT PIC X(01).
               01 WS-SECURITY-ACTION PIC X(01).
               01 WS-SECURITY-KEY PIC X(12).
               01 WS-SECURITY-REASON PIC X(30).
               01 WS-REFUSED-COUNT PIC 9(06) VALUE ZERO.

           PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               PERFORM LOAD-SWEEP-CONTROL.
               IF APPLY-TOTALS THEN
                   PERFORM AUTHORISE-APPLY
                   IF RETURN-CODE NOT = 0 THEN
                       GOBACK
                   END-IF
               END-IF.
               PERFORM LOAD-XREF.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-HISTORY-TOTALS
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM OPEN-STUDENT-MASTER
               END-IF.
               IF RETURN-CODE = 0 THEN
                   OPEN OUTPUT INTEGRITY-REPORT-FILE
                   PERFORM WRITE-REPORT-HEADING
                   PERFORM CHECK-MASTER-TOTALS
                   PERFORM CHECK-ENROLLMENT-IDS
                   PERFORM CHECK-WAITLIST-IDS
                   PERFORM CHECK-RECEIVABLE-IDS
                   PERFORM CHECK-HISTORY-IDS
                   CLOSE INTEGRITY-REPORT-FILE
                   CLOSE STUDENT-MASTER
                   IF APPLY-TOTALS THEN
                       CLOSE AUDIT-LOG-FILE
                   END-IF
                   DISPLAY "STUDENTS CHECKED: " WS-STUDENTS-CHECKED
                   DISPLAY "STUDENTS WITH DRIFTED TOTALS: "
                       WS-DRIFT-COUNT
                   DISPLAY "RECOMPUTED TOTALS APPLIED: "
                       WS-APPLIED-COUNT
                   DISPLAY "RECOMPUTED TOTALS NOT APPLIED: "
                       WS-NOT-APPLIED-COUNT
                   DISPLAY "ENROLLMENT ROWS WITH BAD ID: "
                       WS-BAD-ENROLLMENT-COUNT
                   DISPLAY "WAITLIST ROWS WITH BAD ID: "
                       WS-BAD-WAITLIST-COUNT
                   DISPLAY "RECEIVABLE ROWS WITH BAD ID: "
                       WS-BAD-RECEIVABLE-COUNT
                   DISPLAY "GRADE HISTORY ROWS WITH BAD ID: "
                       WS-BAD-HISTORY-COUNT
               END-IF.
               GOBACK.

           LOAD-SWEEP-CONTROL.
               MOVE "N" TO WS-APPLY-ENTRY.
               OPEN INPUT SWEEP-CONTROL-FILE.
               IF WS-SWEEP-CONTROL-STATUS = "00" THEN
                   READ SWEEP-CONTROL-FILE
                       AT END CONTINUE
                       NOT AT END MOVE SC-APPLY TO WS-APPLY-ENTRY
                   END-READ
                   CLOSE SWEEP-CONTROL-FILE
               END-IF.
               IF APPLY-TOTALS THEN
                   PERFORM RESET-SWEEP-CONTROL
                   DISPLAY "RECOMPUTED TOTALS WILL BE APPLIED"
               ELSE
                   DISPLAY "REPORT ONLY - TOTALS NOT APPLIED"
               END-IF.

           RESET-SWEEP-CONTROL.
               OPEN OUTPUT SWEEP-CONTROL-FILE.
               MOVE "N" TO SC-APPLY.
               WRITE SWEEP-CONTROL-RECORD.
               CLOSE SWEEP-CONTROL-FILE.

           AUTHORISE-APPLY.
               PERFORM SIGN-ON-OPERATOR.
               IF OPERATOR-SIGNED-ON THEN
                   MOVE "G" TO WS-AUTH-ACTION
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF NOT AUTHORITY-GRANTED THEN
                       DISPLAY "NOT AUTHORISED TO APPLY TOTALS - "
                           "SWEEP NOT RUN"
                       MOVE "U" TO WS-SECURITY-EVENT
                       MOVE "G" TO WS-SECURITY-ACTION
                       MOVE SPACES TO WS-SECURITY-KEY
                       MOVE "NOT AUTHORISED FOR ACTION"
                           TO WS-SECURITY-REASON
                       PERFORM WRITE-SECURITY-EVENT
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           LOAD-XREF.
               OPEN INPUT ID-XREF-FILE.
               IF WS-XREF-STATUS = "00" THEN
                   PERFORM READ-XREF
                   PERFORM STORE-XREF UNTIL END-OF-XREF
                   CLOSE ID-XREF-FILE
               ELSE
                   IF WS-XREF-STATUS NOT = "35" THEN
                       DISPLAY "ID XREF FILE OPEN FAILED - STATUS "
                           WS-XREF-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-XREF.
               READ ID-XREF-FILE
                   AT END SET END-OF-XREF TO TRUE
               END-READ.

           STORE-XREF.
               IF WS-XREF-COUNT = 10000 THEN
                   DISPLAY "ID XREF FILE EXCEEDS TABLE LIMIT"
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-XREF TO TRUE
               ELSE
                   ADD 1 TO WS-XREF-COUNT
                   MOVE XR-OLD-ID TO WS-XR-OLD-ID (WS-XREF-COUNT)
                   MOVE XR-NEW-ID TO WS-XR-NEW-ID (WS-XREF-COUNT)
                   PERFORM READ-XREF
               END-IF.

           LOAD-HISTORY-TOTALS.
               OPEN INPUT GRADE-HISTORY-FILE.
               IF WS-HISTORY-STATUS = "00" THEN
                   PERFORM READ-GRADE-HISTORY
                   PERFORM TALLY-GRADE-HISTORY UNTIL END-OF-HISTORY
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

           TALLY-GRADE-HISTORY.
               IF GH-COUNTED THEN
                   MOVE GH-ID TO WS-CHECK-ID
                   PERFORM FIND-TOTAL-ENTRY
                   IF NOT TOTAL-ENTRY-FOUND THEN
                       PERFORM ADD-TOTAL-ENTRY
                   END-IF
                   IF TOTAL-ENTRY-FOUND THEN
                       PERFORM SET-GRADE-POINTS
                       ADD GH-CREDITS TO WS-HT-CREDITS (WS-TOTAL-SUB)
                       COMPUTE WS-HT-POINTS (WS-TOTAL-SUB) =
                           WS-HT-POINTS (WS-TOTAL-SUB)
                           + (WS-GRADE-POINTS * GH-CREDITS)
                   END-IF
               END-IF.
               IF NOT END-OF-HISTORY THEN
                   PERFORM READ-GRADE-HISTORY
               END-IF.

           SET-GRADE-POINTS.
               EVALUATE GH-GRADE
                   WHEN "A"
                       MOVE 4 TO WS-GRADE-POINTS
                   WHEN "B"
                       MOVE 3 TO WS-GRADE-POINTS
                   WHEN "C"
                       MOVE 2 TO WS-GRADE-POINTS
                   WHEN "D"
                       MOVE 1 TO WS-GRADE-POINTS
                   WHEN OTHER
                       MOVE ZERO TO WS-GRADE-POINTS
               END-EVALUATE.

           ADD-TOTAL-ENTRY.
               IF WS-TOTAL-COUNT = 20000 THEN
                   DISPLAY "GRADE HISTORY TOTALS EXCEED TABLE LIMIT"
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-HISTORY TO TRUE
               ELSE
                   ADD 1 TO WS-TOTAL-COUNT
                   MOVE WS-TOTAL-COUNT TO WS-TOTAL-SUB
                   MOVE GH-ID TO WS-HT-ID (WS-TOTAL-SUB)
                   MOVE ZERO TO WS-HT-CREDITS (WS-TOTAL-SUB)
                   MOVE ZERO TO WS-HT-POINTS (WS-TOTAL-SUB)
                   SET TOTAL-ENTRY-FOUND TO TRUE
               END-IF.

           FIND-TOTAL-ENTRY.
               MOVE "N" TO WS-TOTAL-MATCH-FLAG.
               MOVE 1 TO WS-TOTAL-SUB.
               PERFORM SCAN-TOTAL-TABLE
                   UNTIL TOTAL-ENTRY-FOUND
                       OR WS-TOTAL-SUB > WS-TOTAL-COUNT.

           SCAN-TOTAL-TABLE.
               IF WS-HT-ID (WS-TOTAL-SUB) = WS-CHECK-ID THEN
                   SET TOTAL-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-TOTAL-SUB
               END-IF.

           OPEN-STUDENT-MASTER.
               IF APPLY-TOTALS THEN
                   OPEN I-O STUDENT-MASTER
               ELSE
                   OPEN INPUT STUDENT-MASTER
               END-IF.
               IF WS-STUDENT-STATUS NOT = "00" THEN
                   DISPLAY "STUDENT-MASTER FILE NOT FOUND - "
                       "STATUS " WS-STUDENT-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF APPLY-TOTALS THEN
                       PERFORM OPEN-AUDIT-LOG
                   END-IF
               END-IF.

           OPEN-AUDIT-LOG.
               OPEN EXTEND AUDIT-LOG-FILE.
               IF WS-AUDIT-STATUS = "35" THEN
                   OPEN OUTPUT AUDIT-LOG-FILE
               END-IF.

           WRITE-REPORT-HEADING.
               MOVE SPACES TO INTEGRITY-LINE.
               STRING "FILE INTEGRITY SWEEP - RUN " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO INTEGRITY-LINE
               END-STRING.
               IF APPLY-TOTALS THEN
                   MOVE "- RECOMPUTED TOTALS APPLIED"
                       TO INTEGRITY-LINE (37:27)
               ELSE
                   MOVE "- REPORT ONLY" TO INTEGRITY-LINE (37:13)
               END-IF.
               WRITE INTEGRITY-LINE.

           CHECK-MASTER-TOTALS.
               MOVE SPACES TO INTEGRITY-LINE.
               WRITE INTEGRITY-LINE.
               MOVE "STUDENT TOTALS THAT DISAGREE WITH GRADE HISTORY"
                   TO INTEGRITY-LINE.
               WRITE INTEGRITY-LINE.
               MOVE SPACES TO INTEGRITY-LINE.
               STRING "ID     NAME                      "
                       DELIMITED BY SIZE
                   "MASTER CR/PTS/CGPA   HISTORY CR/PTS/CGPA"
                       DELIMITED BY SIZE
                   INTO INTEGRITY-LINE
               END-STRING.
               WRITE INTEGRITY-LINE.
               PERFORM READ-STUDENT.
               PERFORM CHECK-ONE-STUDENT UNTIL END-OF-STUDENTS.
               MOVE SPACES TO INTEGRITY-LINE.
               STRING "TOTAL STUDENTS WITH DRIFTED TOTALS: "
                       DELIMITED BY SIZE
                   WS-DRIFT-COUNT DELIMITED BY SIZE
                   INTO INTEGRITY-LINE
               END-STRING.
               WRITE INTEGRITY-LINE.

           READ-STUDENT.
               READ STUDENT-MASTER NEXT
                   AT END SET END-OF-STUDENTS TO TRUE
               END-READ.

           CHECK-ONE-STUDENT.
               ADD 1 TO WS-STUDENTS-CHECKED.
               MOVE SM-ID TO WS-CHECK-ID.
               PERFORM FIND-TOTAL-ENTRY.
               IF TOTAL-ENTRY-FOUND THEN
                   MOVE WS-HT-CREDITS (WS-TOTAL-SUB) TO WS-NEW-CREDITS
                   MOVE WS-HT-POINTS (WS-TOTAL-SUB) TO WS-NEW-POINTS
               ELSE
                   MOVE ZERO TO WS-NEW-CREDITS
                   MOVE ZERO TO WS-NEW-POINTS
               END-IF.
               IF WS-NEW-CREDITS > 0 THEN
                   COMPUTE WS-NEW-CGPA ROUNDED =
                       WS-NEW-POINTS / WS-NEW-CREDITS
               ELSE
                   MOVE ZERO TO WS-NEW-CGPA
               END-IF.
               IF SM-CREDITS NOT = WS-NEW-CREDITS
                       OR SM-POINTS NOT = WS-NEW-POINTS
                       OR SM-CGPA NOT = WS-NEW-CGPA THEN
                   ADD 1 TO WS-DRIFT-COUNT
                   PERFORM WRITE-DRIFT-LINE
                   IF APPLY-TOTALS THEN
                       PERFORM APPLY-RECOMPUTED-TOTALS
                   END-IF
               END-IF.
               PERFORM READ-STUDENT.

           WRITE-DRIFT-LINE.
               MOVE SM-CREDITS TO WS-CREDITS-DISPLAY.
               MOVE SM-POINTS TO WS-POINTS-DISPLAY.
               MOVE SM-CGPA TO WS-CGPA-DISPLAY.
               MOVE WS-NEW-CREDITS TO WS-NEW-CREDITS-DISPLAY.
               MOVE WS-NEW-POINTS TO WS-NEW-POINTS-DISPLAY.
               MOVE WS-NEW-CGPA TO WS-NEW-CGPA-DISPLAY.
               MOVE SPACES TO INTEGRITY-LINE.
               STRING SM-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SM-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CREDITS-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-POINTS-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CGPA-DISPLAY DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-NEW-CREDITS-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NEW-POINTS-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NEW-CGPA-DISPLAY DELIMITED BY SIZE
                   INTO INTEGRITY-LINE
               END-STRING.
               WRITE INTEGRITY-LINE.

           APPLY-RECOMPUTED-TOTALS.
               IF WS-NEW-CREDITS > 999 OR WS-NEW-POINTS > 9999.99 THEN
                   ADD 1 TO WS-NOT-APPLIED-COUNT
                   MOVE SPACES TO INTEGRITY-LINE
                   MOVE "  NOT APPLIED - TOTALS TOO LARGE FOR MASTER"
                       TO INTEGRITY-LINE
                   WRITE INTEGRITY-LINE
               ELSE
                   MOVE STUDENT-MASTER-RECORD TO WS-BEFORE-IMAGE
                   MOVE WS-NEW-CREDITS TO SM-CREDITS
                   MOVE WS-NEW-POINTS TO SM-POINTS
                   MOVE WS-NEW-CGPA TO SM-CGPA
                   REWRITE STUDENT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED FOR ID " SM-ID
                           MOVE 8 TO RETURN-CODE
                           ADD 1 TO WS-NOT-APPLIED-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           PERFORM WRITE-AUDIT-RECORD
                   END-REWRITE
               END-IF.

           WRITE-AUDIT-RECORD.
               MOVE SPACES TO AUDIT-LOG-RECORD.
               ACCEPT AU-DATE FROM DATE YYYYMMDD.
               ACCEPT AU-TIME FROM TIME.
               MOVE "G" TO AU-ACTION.
               MOVE SM-ID TO AU-ID.
               MOVE WS-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
               MOVE STUDENT-MASTER-RECORD TO AU-AFTER-IMAGE.
               MOVE WS-SIGNON-ID TO AU-OPERATOR.
               WRITE AUDIT-LOG-RECORD.

           CHECK-STUDENT-ID.
               MOVE SPACES TO WS-ID-REASON.
               PERFORM FIND-RETIRED-ID.
               IF ID-RETIRED THEN
                   STRING "RETIRED ID - RENUMBERED TO "
                           DELIMITED BY SIZE
                       WS-XR-NEW-ID (WS-XREF-SUB) DELIMITED BY SIZE
                       INTO WS-ID-REASON
                   END-STRING
               ELSE
                   MOVE "N" TO WS-STUDENT-MATCH-FLAG
                   MOVE WS-CHECK-ID TO SM-ID
                   READ STUDENT-MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY SET STUDENT-ON-MASTER TO TRUE
                   END-READ
                   IF NOT STUDENT-ON-MASTER THEN
                       MOVE "NOT ON STUDENT MASTER" TO WS-ID-REASON
                   END-IF
               END-IF.

           FIND-RETIRED-ID.
               MOVE "N" TO WS-XREF-MATCH-FLAG.
               MOVE 1 TO WS-XREF-SUB.
               PERFORM SCAN-XREF-TABLE
                   UNTIL ID-RETIRED OR WS-XREF-SUB > WS-XREF-COUNT.

           SCAN-XREF-TABLE.
               IF WS-XR-OLD-ID (WS-XREF-SUB) = WS-CHECK-ID THEN
                   SET ID-RETIRED TO TRUE
               ELSE
                   ADD 1 TO WS-XREF-SUB
               END-IF.

           WRITE-SECTION-HEADING.
               MOVE ZERO TO WS-SECTION-COUNT.
               MOVE SPACES TO INTEGRITY-LINE.
               WRITE INTEGRITY-LINE.
               MOVE SPACES TO INTEGRITY-LINE.
               STRING WS-ROW-TEXT DELIMITED BY "  "
                   " ROWS WHOSE ID IS NOT ON THE MASTER OR IS RETIRED"
                       DELIMITED BY SIZE
                   INTO INTEGRITY-LINE
               END-STRING.
               WRITE INTEGRITY-LINE.

           WRITE-SECTION-TOTAL.
               MOVE SPACES TO INTEGRITY-LINE.
               STRING "TOTAL " DELIMITED BY SIZE
                   WS-ROW-TEXT DELIMITED BY "  "
                   " ROWS WITH BAD ID: " DELIMITED BY SIZE
                   WS-SECTION-COUNT DELIMITED BY SIZE
                   INTO INTEGRITY-LINE
               END-STRING.
               WRITE INTEGRITY-LINE.

           WRITE-BAD-ID-LINE.
               ADD 1 TO WS-SECTION-COUNT.
               WRITE INTEGRITY-LINE.

           CHECK-ENROLLMENT-IDS.
               MOVE "ENROLLMENT" TO WS-ROW-TEXT.
               PERFORM WRITE-SECTION-HEADING.
               OPEN INPUT ENROLLMENT-FILE.
               IF WS-ENROLLMENT-STATUS = "00" THEN
                   PERFORM READ-ENROLLMENT
                   PERFORM CHECK-ONE-ENROLLMENT
                       UNTIL END-OF-ENROLLMENTS
                   CLOSE ENROLLMENT-FILE
               END-IF.
               MOVE WS-SECTION-COUNT TO WS-BAD-ENROLLMENT-COUNT.
               PERFORM WRITE-SECTION-TOTAL.

           READ-ENROLLMENT.
               READ ENROLLMENT-FILE
                   AT END SET END-OF-ENROLLMENTS TO TRUE
               END-READ.

           CHECK-ONE-ENROLLMENT.
               MOVE EN-ID TO WS-CHECK-ID.
               PERFORM CHECK-STUDENT-ID.
               IF NOT ID-IS-GOOD THEN
                   MOVE SPACES TO INTEGRITY-LINE
                   STRING "ID " DELIMITED BY SIZE
                       EN-ID DELIMITED BY SIZE
                       " COURSE " DELIMITED BY SIZE
                       EN-COURSE DELIMITED BY SIZE
                       " TERM " DELIMITED BY SIZE
                       EN-TERM DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ID-REASON DELIMITED BY SIZE
                       INTO INTEGRITY-LINE
                   END-STRING
                   PERFORM WRITE-BAD-ID-LINE
               END-IF.
               PERFORM READ-ENROLLMENT.

           CHECK-WAITLIST-IDS.
               MOVE "WAITLIST" TO WS-ROW-TEXT.
               PERFORM WRITE-SECTION-HEADING.
               OPEN INPUT WAITLIST-FILE.
               IF WS-WAITLIST-STATUS = "00" THEN
                   PERFORM READ-WAITLIST
                   PERFORM CHECK-ONE-WAITLIST UNTIL END-OF-WAITLIST
                   CLOSE WAITLIST-FILE
               END-IF.
               MOVE WS-SECTION-COUNT TO WS-BAD-WAITLIST-COUNT.
               PERFORM WRITE-SECTION-TOTAL.

           READ-WAITLIST.
               READ WAITLIST-FILE
                   AT END SET END-OF-WAITLIST TO TRUE
               END-READ.

           CHECK-ONE-WAITLIST.
               MOVE WL-ID TO WS-CHECK-ID.
               PERFORM CHECK-STUDENT-ID.
               IF NOT ID-IS-GOOD THEN
                   MOVE SPACES TO INTEGRITY-LINE
                   STRING "ID " DELIMITED BY SIZE
                       WL-ID DELIMITED BY SIZE
                       " COURSE " DELIMITED BY SIZE
                       WL-COURSE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ID-REASON DELIMITED BY SIZE
                       INTO INTEGRITY-LINE
                   END-STRING
                   PERFORM WRITE-BAD-ID-LINE
               END-IF.
               PERFORM READ-WAITLIST.

           CHECK-RECEIVABLE-IDS.
               MOVE "RECEIVABLE" TO WS-ROW-TEXT.
               PERFORM WRITE-SECTION-HEADING.
               OPEN INPUT RECEIVABLES-FILE.
               IF WS-RECEIVABLES-STATUS = "00" THEN
                   PERFORM READ-RECEIVABLE
                   PERFORM CHECK-ONE-RECEIVABLE
                       UNTIL END-OF-RECEIVABLES
                   CLOSE RECEIVABLES-FILE
               END-IF.
               MOVE WS-SECTION-COUNT TO WS-BAD-RECEIVABLE-COUNT.
               PERFORM WRITE-SECTION-TOTAL.

           READ-RECEIVABLE.
               READ RECEIVABLES-FILE
                   AT END SET END-OF-RECEIVABLES TO TRUE
               END-READ.

           CHECK-ONE-RECEIVABLE.
               MOVE AR-ID TO WS-CHECK-ID.
               PERFORM CHECK-STUDENT-ID.
               IF NOT ID-IS-GOOD THEN
                   MOVE SPACES TO INTEGRITY-LINE
                   STRING "ID " DELIMITED BY SIZE
                       AR-ID DELIMITED BY SIZE
                       " TERM " DELIMITED BY SIZE
                       AR-BILL-TERM DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ID-REASON DELIMITED BY SIZE
                       INTO INTEGRITY-LINE
                   END-STRING
                   PERFORM WRITE-BAD-ID-LINE
               END-IF.
               PERFORM READ-RECEIVABLE.

           CHECK-HISTORY-IDS.
               MOVE "GRADE HISTORY" TO WS-ROW-TEXT.
               PERFORM WRITE-SECTION-HEADING.
               MOVE "N" TO WS-HISTORY-EOF-FLAG.
               OPEN INPUT GRADE-HISTORY-FILE.
               IF WS-HISTORY-STATUS = "00" THEN
                   PERFORM READ-GRADE-HISTORY
                   PERFORM CHECK-ONE-HISTORY UNTIL END-OF-HISTORY
                   CLOSE GRADE-HISTORY-FILE
               END-IF.
               MOVE WS-SECTION-COUNT TO WS-BAD-HISTORY-COUNT.
               PERFORM WRITE-SECTION-TOTAL.

           CHECK-ONE-HISTORY.
               MOVE GH-ID TO WS-CHECK-ID.
               PERFORM CHECK-STUDENT-ID.
               IF NOT ID-IS-GOOD THEN
                   MOVE SPACES TO INTEGRITY-LINE
                   STRING "ID " DELIMITED BY SIZE
                       GH-ID DELIMITED BY SIZE
                       " COURSE " DELIMITED BY SIZE
                       GH-COURSE DELIMITED BY SIZE
                       " TERM " DELIMITED BY SIZE
                       GH-TERM DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ID-REASON DELIMITED BY SIZE
                       INTO INTEGRITY-LINE
                   END-STRING
                   PERFORM WRITE-BAD-ID-LINE
               END-IF.
               PERFORM READ-GRADE-HISTORY.

           SIGN-ON-OPERATOR.
               MOVE "N" TO WS-SIGNON-FLAG.
               MOVE SPACES TO WS-SIGNON-REASON.
               DISPLAY "OPERATOR ID: ".
               ACCEPT WS-SIGNON-ID FROM SYSIN.
               DISPLAY "PASSWORD: ".
               ACCEPT WS-SIGNON-PASSWORD FROM SYSIN.
               PERFORM FIND-OPERATOR.
               IF WS-SIGNON-REASON = SPACES THEN
                   SET OPERATOR-SIGNED-ON TO TRUE
                   DISPLAY "SIGNED ON: " WS-SIGNON-ID " "
                       WS-SIGNON-NAME
               ELSE
                   MOVE "F" TO WS-SECURITY-EVENT
                   MOVE SPACE TO WS-SECURITY-ACTION
                   MOVE SPACES TO WS-SECURITY-KEY
                   MOVE WS-SIGNON-REASON TO WS-SECURITY-REASON
                   PERFORM WRITE-SECURITY-EVENT
                   DISPLAY "SIGN-ON REJECTED - " WS-SIGNON-REASON
                   MOVE 8 TO RETURN-CODE
               END-IF.

           FIND-OPERATOR.
               MOVE "N" TO WS-OPERATOR-MATCH-FLAG.
               MOVE "N" TO WS-OPERATOR-EOF-FLAG.
               OPEN INPUT OPERATOR-FILE.
               IF WS-OPERATOR-STATUS = "00" THEN
                   PERFORM READ-OPERATOR
                   PERFORM SCAN-OPERATOR-FILE
                       UNTIL END-OF-OPERATORS OR OPERATOR-ON-FILE
                   IF OPERATOR-ON-FILE THEN
                       PERFORM VERIFY-OPERATOR
                   ELSE
                       MOVE "UNKNOWN OPERATOR ID"
                           TO WS-SIGNON-REASON
                   END-IF
                   CLOSE OPERATOR-FILE
               ELSE
                   MOVE "OPERATOR FILE NOT AVAILABLE"
                       TO WS-SIGNON-REASON
               END-IF.

           READ-OPERATOR.
               READ OPERATOR-FILE
                   AT END SET END-OF-OPERATORS TO TRUE
               END-READ.

           SCAN-OPERATOR-FILE.
               IF OP-ID = WS-SIGNON-ID
                       AND WS-SIGNON-ID NOT = SPACES THEN
                   SET OPERATOR-ON-FILE TO TRUE
               ELSE
                   PERFORM READ-OPERATOR
               END-IF.

           VERIFY-OPERATOR.
               MOVE WS-SIGNON-ID TO WS-HASH-TEXT (1:8).
               MOVE WS-SIGNON-PASSWORD TO WS-HASH-TEXT (9:12).
               PERFORM COMPUTE-PASSWORD-HASH.
               IF NOT OP-ACTIVE THEN
                   MOVE "OPERATOR REVOKED" TO WS-SIGNON-REASON
               ELSE
                   IF WS-HASH-VALUE NOT = OP-PASSWORD-HASH THEN
                       MOVE "INCORRECT PASSWORD" TO WS-SIGNON-REASON
                   ELSE
                       MOVE OP-NAME TO WS-SIGNON-NAME
                       MOVE SPACES TO WS-SIGNON-FUNCTIONS
                       MOVE 1 TO WS-AUTH-SUB
                       PERFORM SCAN-OPERATOR-AUTHORITY
                           UNTIL WS-AUTH-SUB > WS-AUTH-LIMIT
                   END-IF
               END-IF.

           SCAN-OPERATOR-AUTHORITY.
               IF OP-AUTH-PROGRAM (WS-AUTH-SUB) = WS-PROGRAM-NAME THEN
                   MOVE OP-AUTH-FUNCTIONS (WS-AUTH-SUB)
                       TO WS-SIGNON-FUNCTIONS
               END-IF.
               ADD 1 TO WS-AUTH-SUB.

           COMPUTE-PASSWORD-HASH.
               MOVE 7 TO WS-HASH-VALUE.
               MOVE ZERO TO WS-HASH-SUB.
               PERFORM HASH-ONE-CHARACTER 20 TIMES.

           HASH-ONE-CHARACTER.
               ADD 1 TO WS-HASH-SUB.
               MOVE ZERO TO WS-HASH-CODE.
               INSPECT WS-HASH-ALPHABET TALLYING WS-HASH-CODE
                   FOR CHARACTERS
                       BEFORE INITIAL WS-HASH-CHAR (WS-HASH-SUB).
               COMPUTE WS-HASH-WORK =
                   WS-HASH-VALUE * 67 + WS-HASH-CODE + 1.
               DIVIDE WS-HASH-WORK BY 9999999967
                   GIVING WS-HASH-QUOTIENT
                   REMAINDER WS-HASH-VALUE.

           CHECK-OPERATOR-AUTHORITY.
               MOVE "N" TO WS-AUTHORITY-FLAG.
               MOVE ZERO TO WS-AUTH-TALLY.
               IF WS-AUTH-ACTION NOT = SPACE THEN
                   INSPECT WS-SIGNON-FUNCTIONS TALLYING WS-AUTH-TALLY
                       FOR ALL WS-AUTH-ACTION
               END-IF.
               IF WS-AUTH-TALLY > 0 THEN
                   SET AUTHORITY-GRANTED TO TRUE
               END-IF.

           WRITE-SECURITY-EVENT.
               OPEN EXTEND SECURITY-LOG-FILE.
               IF WS-SECURITY-STATUS = "35" THEN
                   OPEN OUTPUT SECURITY-LOG-FILE
               END-IF.
               MOVE SPACES TO SECURITY-LOG-RECORD.
               ACCEPT SL-DATE FROM DATE YYYYMMDD.
               ACCEPT SL-TIME FROM TIME.
               MOVE WS-PROGRAM-NAME TO SL-PROGRAM.
               MOVE WS-SIGNON-ID TO SL-OPERATOR.
               MOVE WS-SECURITY-EVENT TO SL-EVENT.
               MOVE WS-SECURITY-ACTION TO SL-ACTION.
               MOVE WS-SECURITY-KEY TO SL-KEY.
               MOVE WS-SECURITY-REASON TO SL-REASON.
               WRITE SECURITY-LOG-RECORD.
               CLOSE SECURITY-LOG-FILE.

           END PROGRAM integ-sweep.
