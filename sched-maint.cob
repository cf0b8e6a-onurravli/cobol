           IDENTIFICATION DIVISION.
           PROGRAM-ID. sched-maint.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SCHED-TRANS-FILE ASSIGN TO "SCHEDTRANS.TRN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SCHED-TRANS-STATUS.
               SELECT SCHEDULE-FILE ASSIGN TO "SCHEDULE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SCHEDULE-STATUS.
               SELECT COURSE-CATALOG-FILE ASSIGN TO "CATALOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CATALOG-STATUS.
               SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERM-STATUS.
               SELECT SCHED-AUDIT-FILE ASSIGN TO "SCHEDAUDIT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
               SELECT SCHED-EXCEPTION-FILE ASSIGN TO "SCHEDEXC.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXCEPTION-STATUS.
               SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPERATOR-STATUS.
               SELECT SECURITY-LOG-FILE ASSIGN TO "SECURITY.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SECURITY-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  SCHED-TRANS-FILE.
               01 SCHED-TRANS-RECORD.
                   05 SX-ACTION PIC X(01).
                       88 SX-ADD VALUE "A".
                       88 SX-CHANGE VALUE "C".
                       88 SX-DELETE VALUE "D".
                   05 SX-COURSE PIC X(08).
                   05 SX-DAYS PIC X(07).
                   05 SX-START-TIME PIC X(04).
                   05 SX-END-TIME PIC X(04).
                   05 SX-ROOM PIC X(08).
                   05 SX-INSTRUCTOR PIC X(20).
                   05 SX-OPERATOR PIC X(08).

           FD  SCHEDULE-FILE.
               COPY "schedule-record.cpy".

           FD  COURSE-CATALOG-FILE.
               COPY "catalog-record.cpy".

           FD  TERM-CONTROL-FILE.
               COPY "term-control.cpy".

           FD  SCHED-AUDIT-FILE.
               COPY "sched-audit.cpy".

           FD  SCHED-EXCEPTION-FILE.
               01 EXCEPTION-LINE PIC X(80).

           FD  OPERATOR-FILE.
               COPY "operator-record.cpy".

           FD  SECURITY-LOG-FILE.
               COPY "security-log.cpy".

           WORKING-STORAGE SECTION.
               01 WS-SCHED-TRANS-STATUS PIC X(02).
               01 WS-SCHEDULE-STATUS PIC X(02).
               01 WS-CATALOG-STATUS PIC X(02).
               01 WS-TERM-STATUS PIC X(02).
               01 WS-AUDIT-STATUS PIC X(02).
               01 WS-EXCEPTION-STATUS PIC X(02).
               01 WS-OPERATOR-STATUS PIC X(02).
               01 WS-SECURITY-STATUS PIC X(02).
               01 WS-CURRENT-TERM PIC X(06) VALUE SPACES.

               01 WS-TRANS-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-TRANSACTIONS VALUE "Y".
               01 WS-SCHEDULE-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-SCHEDULE VALUE "Y".
               01 WS-CATALOG-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-CATALOG VALUE "Y".

               01 WS-CATALOG-COUNT PIC 9(03) VALUE ZERO.
               01 WS-CATALOG-TABLE.
                   05 WS-CATALOG-ENTRY OCCURS 500 TIMES.
                       10 WS-CT-COURSE PIC X(08).
                       10 WS-CT-STATUS PIC X(01).
               01 WS-CATALOG-SUB PIC 9(03) VALUE ZERO.
               01 WS-COURSE-MATCH-FLAG PIC X(01) VALUE "N".
                   88 COURSE-IN-CATALOG VALUE "Y".

               01 WS-MEETING-COUNT PIC 9(04) VALUE ZERO.
               01 WS-MEETING-TABLE.
                   05 WS-MEETING-ENTRY OCCURS 2000 TIMES.
                       10 WS-MT-REC PIC X(57).
               01 WS-MEETING-SUB PIC 9(04) VALUE ZERO.
               01 WS-MATCH-SUB PIC 9(04) VALUE ZERO.
               01 WS-SHIFT-SUB PIC 9(04) VALUE ZERO.
               01 WS-MEETING-MATCH-FLAG PIC X(01) VALUE "N".
                   88 MEETING-ON-FILE VALUE "Y".

               01 WS-WORK-MEETING.
                   05 WS-WK-TERM PIC X(06).
                   05 WS-WK-COURSE PIC X(08).
                   05 WS-WK-DAYS.
                       10 WS-WK-DAY PIC X(01) OCCURS 7 TIMES.
                   05 WS-WK-START-TIME PIC 9(04).
                   05 WS-WK-END-TIME PIC 9(04).
                   05 WS-WK-ROOM PIC X(08).
                   05 WS-WK-INSTRUCTOR PIC X(20).

               01 WS-OTHER-MEETING.
                   05 WS-OT-TERM PIC X(06).
                   05 WS-OT-COURSE PIC X(08).
                   05 WS-OT-DAYS.
                       10 WS-OT-DAY PIC X(01) OCCURS 7 TIMES.
                   05 WS-OT-START-TIME PIC 9(04).
                   05 WS-OT-END-TIME PIC 9(04).
                   05 WS-OT-ROOM PIC X(08).
                   05 WS-OT-INSTRUCTOR PIC X(20).

               01 WS-DAY-LETTERS PIC X(07) VALUE "MTWRFSU".
               01 WS-DAY-LETTER-TABLE REDEFINES WS-DAY-LETTERS.
                   05 WS-DAY-LETTER PIC X(01) OCCURS 7 TIMES.
               01 WS-DAY-SUB PIC 9(01) VALUE ZERO.
               01 WS-DAY-COUNT PIC 9(01) VALUE ZERO.
               01 WS-DAYS-OK-FLAG PIC X(01) VALUE "Y".
                   88 DAYS-VALID VALUE "Y".
               01 WS-SHARED-DAY-FLAG PIC X(01) VALUE "N".
                   88 DAYS-SHARED VALUE "Y".

               01 WS-TIME-CHECK.
                   05 WS-TC-HOUR PIC 9(02).
                   05 WS-TC-MINUTE PIC 9(02).
               01 WS-START-NUM PIC 9(04) VALUE ZERO.
               01 WS-END-NUM PIC 9(04) VALUE ZERO.

               01 WS-CONFLICT-FLAG PIC X(01) VALUE "N".
                   88 BOOKING-CONFLICT VALUE "Y".

               01 WS-BEFORE-IMAGE PIC X(57).
               01 WS-EDIT-OK-FLAG PIC X(01) VALUE "N".
                   88 FIELDS-VALID VALUE "Y".

               01 WS-APPLIED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-EXCEPTION-COUNT PIC 9(06) VALUE ZERO.
               01 WS-EXCEPTION-REASON PIC X(30).

               01 WS-PROGRAM-NAME PIC X(12) VALUE "sched-maint".
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
               PERFORM SIGN-ON-OPERATOR.
               IF NOT OPERATOR-SIGNED-ON THEN
                   GOBACK
               END-IF.
               PERFORM LOAD-TERM-CONTROL.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-COURSE-CATALOG
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-SCHEDULE
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM PROCESS-SCHED-TRANSACTIONS
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM REWRITE-SCHEDULE
                   DISPLAY "SCHEDULE CHANGES APPLIED: "
                       WS-APPLIED-COUNT
                   DISPLAY "SCHEDULE EXCEPTIONS: " WS-EXCEPTION-COUNT
                   DISPLAY "SCHEDULE CHANGES REFUSED: "
                       WS-REFUSED-COUNT
               END-IF.
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
                       "SCHEDULE NOT UPDATED"
                   MOVE 8 TO RETURN-CODE
               END-IF.

           LOAD-COURSE-CATALOG.
               OPEN INPUT COURSE-CATALOG-FILE.
               IF WS-CATALOG-STATUS = "00" THEN
                   PERFORM READ-CATALOG
                   PERFORM STORE-CATALOG UNTIL END-OF-CATALOG
                   CLOSE COURSE-CATALOG-FILE
               ELSE
                   DISPLAY "COURSE CATALOG FILE NOT FOUND - STATUS "
                       WS-CATALOG-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF.

           READ-CATALOG.
               READ COURSE-CATALOG-FILE
                   AT END SET END-OF-CATALOG TO TRUE
               END-READ.

           STORE-CATALOG.
               IF WS-CATALOG-COUNT = 500 THEN
                   DISPLAY "COURSE CATALOG EXCEEDS TABLE LIMIT"
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-CATALOG TO TRUE
               ELSE
                   ADD 1 TO WS-CATALOG-COUNT
                   MOVE CAT-COURSE
                       TO WS-CT-COURSE (WS-CATALOG-COUNT)
                   MOVE CAT-STATUS
                       TO WS-CT-STATUS (WS-CATALOG-COUNT)
                   PERFORM READ-CATALOG
               END-IF.

           LOAD-SCHEDULE.
               OPEN INPUT SCHEDULE-FILE.
               IF WS-SCHEDULE-STATUS = "00" THEN
                   PERFORM READ-SCHEDULE
                   PERFORM STORE-SCHEDULE UNTIL END-OF-SCHEDULE
                   CLOSE SCHEDULE-FILE
               ELSE
                   IF WS-SCHEDULE-STATUS NOT = "35" THEN
                       DISPLAY "SCHEDULE FILE OPEN FAILED - STATUS "
                           WS-SCHEDULE-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-SCHEDULE.
               READ SCHEDULE-FILE
                   AT END SET END-OF-SCHEDULE TO TRUE
               END-READ.

           STORE-SCHEDULE.
               IF WS-MEETING-COUNT = 2000 THEN
                   DISPLAY "SCHEDULE FILE EXCEEDS TABLE LIMIT"
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-SCHEDULE TO TRUE
               ELSE
                   ADD 1 TO WS-MEETING-COUNT
                   MOVE SECTION-SCHEDULE-RECORD
                       TO WS-MT-REC (WS-MEETING-COUNT)
                   PERFORM READ-SCHEDULE
               END-IF.

           PROCESS-SCHED-TRANSACTIONS.
               OPEN INPUT SCHED-TRANS-FILE.
               IF WS-SCHED-TRANS-STATUS = "00" THEN
                   PERFORM OPEN-SCHED-AUDIT
                   OPEN OUTPUT SCHED-EXCEPTION-FILE
                   PERFORM READ-SCHED-TRANS
                   PERFORM APPLY-SCHED-TRANS UNTIL END-OF-TRANSACTIONS
                   CLOSE SCHED-TRANS-FILE
                   CLOSE SCHED-AUDIT-FILE
                   CLOSE SCHED-EXCEPTION-FILE
               ELSE
                   DISPLAY "SCHEDULE TRANSACTION FILE NOT FOUND - "
                       "STATUS " WS-SCHED-TRANS-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF.

           OPEN-SCHED-AUDIT.
               OPEN EXTEND SCHED-AUDIT-FILE.
               IF WS-AUDIT-STATUS = "35" THEN
                   OPEN OUTPUT SCHED-AUDIT-FILE
               END-IF.

           READ-SCHED-TRANS.
               READ SCHED-TRANS-FILE
                   AT END SET END-OF-TRANSACTIONS TO TRUE
               END-READ.

           APPLY-SCHED-TRANS.
               PERFORM CHECK-TRANS-AUTHORITY.
               IF AUTHORITY-GRANTED THEN
                   PERFORM APPLY-AUTHORISED-TRANS
               ELSE
                   PERFORM REFUSE-SCHED-TRANS
               END-IF.
               PERFORM READ-SCHED-TRANS.

           CHECK-TRANS-AUTHORITY.
               MOVE SPACES TO WS-EXCEPTION-REASON.
               IF SX-OPERATOR = SPACES THEN
                   MOVE WS-SIGNON-ID TO SX-OPERATOR
               END-IF.
               IF SX-OPERATOR NOT = WS-SIGNON-ID THEN
                   MOVE "N" TO WS-AUTHORITY-FLAG
                   STRING "KEYED UNDER OPERATOR " DELIMITED BY SIZE
                       SX-OPERATOR DELIMITED BY SIZE
                       INTO WS-EXCEPTION-REASON
                   END-STRING
               ELSE
                   IF SX-ADD OR SX-CHANGE OR SX-DELETE THEN
                       MOVE SX-ACTION TO WS-AUTH-ACTION
                       PERFORM CHECK-OPERATOR-AUTHORITY
                       IF NOT AUTHORITY-GRANTED THEN
                           MOVE "NOT AUTHORISED FOR ACTION"
                               TO WS-EXCEPTION-REASON
                       END-IF
                   ELSE
                       SET AUTHORITY-GRANTED TO TRUE
                   END-IF
               END-IF.

           REFUSE-SCHED-TRANS.
               ADD 1 TO WS-REFUSED-COUNT.
               MOVE "U" TO WS-SECURITY-EVENT.
               MOVE SX-ACTION TO WS-SECURITY-ACTION.
               MOVE SX-COURSE TO WS-SECURITY-KEY.
               MOVE WS-EXCEPTION-REASON TO WS-SECURITY-REASON.
               PERFORM WRITE-SECURITY-EVENT.
               PERFORM WRITE-SCHED-EXCEPTION.

           APPLY-AUTHORISED-TRANS.
               PERFORM FIND-MEETING.
               EVALUATE TRUE
                   WHEN SX-ADD
                       PERFORM APPLY-MEETING-ADD
                   WHEN SX-CHANGE
                       PERFORM APPLY-MEETING-CHANGE
                   WHEN SX-DELETE
                       PERFORM APPLY-MEETING-DELETE
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION CODE"
                           TO WS-EXCEPTION-REASON
                       PERFORM WRITE-SCHED-EXCEPTION
               END-EVALUATE.

           FIND-MEETING.
               MOVE "N" TO WS-MEETING-MATCH-FLAG.
               MOVE ZERO TO WS-MATCH-SUB.
               MOVE 1 TO WS-MEETING-SUB.
               PERFORM SCAN-MEETING-TABLE
                   UNTIL MEETING-ON-FILE
                       OR WS-MEETING-SUB > WS-MEETING-COUNT.

           SCAN-MEETING-TABLE.
               MOVE WS-MT-REC (WS-MEETING-SUB) TO WS-OTHER-MEETING.
               IF WS-OT-TERM = WS-CURRENT-TERM
                       AND WS-OT-COURSE = SX-COURSE
                       AND WS-OT-DAYS = SX-DAYS
                       AND WS-OT-START-TIME = SX-START-TIME THEN
                   SET MEETING-ON-FILE TO TRUE
                   MOVE WS-MEETING-SUB TO WS-MATCH-SUB
               ELSE
                   ADD 1 TO WS-MEETING-SUB
               END-IF.

           FIND-CATALOG-COURSE.
               MOVE "N" TO WS-COURSE-MATCH-FLAG.
               MOVE 1 TO WS-CATALOG-SUB.
               PERFORM SCAN-CATALOG-TABLE
                   UNTIL COURSE-IN-CATALOG
                       OR WS-CATALOG-SUB > WS-CATALOG-COUNT.

           SCAN-CATALOG-TABLE.
               IF WS-CT-COURSE (WS-CATALOG-SUB) = SX-COURSE THEN
                   SET COURSE-IN-CATALOG TO TRUE
               ELSE
                   ADD 1 TO WS-CATALOG-SUB
               END-IF.

           VALIDATE-MEETING-FIELDS.
               MOVE "N" TO WS-EDIT-OK-FLAG.
               PERFORM FIND-CATALOG-COURSE.
               IF NOT COURSE-IN-CATALOG THEN
                   MOVE "COURSE NOT IN CATALOG"
                       TO WS-EXCEPTION-REASON
               ELSE
                   IF WS-CT-STATUS (WS-CATALOG-SUB) = "R" THEN
                       MOVE "COURSE RETIRED" TO WS-EXCEPTION-REASON
                   ELSE
                       PERFORM VALIDATE-MEETING-DAYS
                   END-IF
               END-IF.

           VALIDATE-MEETING-DAYS.
               MOVE SX-DAYS TO WS-WK-DAYS.
               MOVE "Y" TO WS-DAYS-OK-FLAG.
               MOVE ZERO TO WS-DAY-COUNT.
               MOVE 1 TO WS-DAY-SUB.
               PERFORM CHECK-ONE-DAY 7 TIMES.
               IF NOT DAYS-VALID THEN
                   MOVE "INVALID MEETING DAY CODE"
                       TO WS-EXCEPTION-REASON
               ELSE
                   IF WS-DAY-COUNT = 0 THEN
                       MOVE "NO MEETING DAYS GIVEN"
                           TO WS-EXCEPTION-REASON
                   ELSE
                       PERFORM VALIDATE-MEETING-TIMES
                   END-IF
               END-IF.

           CHECK-ONE-DAY.
               IF WS-WK-DAY (WS-DAY-SUB) NOT = SPACE THEN
                   IF WS-WK-DAY (WS-DAY-SUB)
                           = WS-DAY-LETTER (WS-DAY-SUB) THEN
                       ADD 1 TO WS-DAY-COUNT
                   ELSE
                       MOVE "N" TO WS-DAYS-OK-FLAG
                   END-IF
               END-IF.
               IF WS-DAY-SUB < 7 THEN
                   ADD 1 TO WS-DAY-SUB
               END-IF.

           VALIDATE-MEETING-TIMES.
               IF SX-START-TIME IS NOT NUMERIC
                       OR SX-END-TIME IS NOT NUMERIC THEN
                   MOVE "TIMES MUST BE NUMERIC HHMM"
                       TO WS-EXCEPTION-REASON
               ELSE
                   MOVE SX-START-TIME TO WS-START-NUM
                   MOVE SX-END-TIME TO WS-END-NUM
                   MOVE SX-START-TIME TO WS-TIME-CHECK
                   IF WS-TC-HOUR > 23 OR WS-TC-MINUTE > 59 THEN
                       MOVE "INVALID START TIME"
                           TO WS-EXCEPTION-REASON
                   ELSE
                       MOVE SX-END-TIME TO WS-TIME-CHECK
                       IF WS-TC-HOUR > 23 OR WS-TC-MINUTE > 59 THEN
                           MOVE "INVALID END TIME"
                               TO WS-EXCEPTION-REASON
                       ELSE
                           IF WS-END-NUM <= WS-START-NUM THEN
                               MOVE "END TIME NOT AFTER START"
                                   TO WS-EXCEPTION-REASON
                           ELSE
                               PERFORM VALIDATE-BOOKING-FIELDS
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           VALIDATE-BOOKING-FIELDS.
               IF SX-ROOM = SPACES THEN
                   MOVE "ROOM REQUIRED" TO WS-EXCEPTION-REASON
               ELSE
                   IF SX-INSTRUCTOR = SPACES THEN
                       MOVE "INSTRUCTOR REQUIRED"
                           TO WS-EXCEPTION-REASON
                   ELSE
                       SET FIELDS-VALID TO TRUE
                   END-IF
               END-IF.

           CHECK-BOOKING-CONFLICTS.
               MOVE "N" TO WS-CONFLICT-FLAG.
               MOVE 1 TO WS-MEETING-SUB.
               PERFORM CHECK-ONE-BOOKING
                   UNTIL BOOKING-CONFLICT
                       OR WS-MEETING-SUB > WS-MEETING-COUNT.

           CHECK-ONE-BOOKING.
               MOVE WS-MT-REC (WS-MEETING-SUB) TO WS-OTHER-MEETING.
               IF WS-MEETING-SUB NOT = WS-MATCH-SUB
                       AND WS-OT-TERM = WS-CURRENT-TERM
                       AND WS-OT-START-TIME < WS-WK-END-TIME
                       AND WS-WK-START-TIME < WS-OT-END-TIME THEN
                   PERFORM CHECK-SHARED-DAYS
                   IF DAYS-SHARED THEN
                       PERFORM CHECK-ROOM-AND-INSTRUCTOR
                   END-IF
               END-IF.
               IF NOT BOOKING-CONFLICT THEN
                   ADD 1 TO WS-MEETING-SUB
               END-IF.

           CHECK-SHARED-DAYS.
               MOVE "N" TO WS-SHARED-DAY-FLAG.
               MOVE 1 TO WS-DAY-SUB.
               PERFORM COMPARE-ONE-DAY 7 TIMES.

           COMPARE-ONE-DAY.
               IF WS-WK-DAY (WS-DAY-SUB) NOT = SPACE
                       AND WS-OT-DAY (WS-DAY-SUB) NOT = SPACE THEN
                   SET DAYS-SHARED TO TRUE
               END-IF.
               IF WS-DAY-SUB < 7 THEN
                   ADD 1 TO WS-DAY-SUB
               END-IF.

           CHECK-ROOM-AND-INSTRUCTOR.
               IF WS-OT-ROOM = WS-WK-ROOM THEN
                   SET BOOKING-CONFLICT TO TRUE
                   MOVE SPACES TO WS-EXCEPTION-REASON
                   STRING "ROOM BOOKED BY " DELIMITED BY SIZE
                       WS-OT-COURSE DELIMITED BY SIZE
                       INTO WS-EXCEPTION-REASON
                   END-STRING
               ELSE
                   IF WS-OT-INSTRUCTOR = WS-WK-INSTRUCTOR THEN
                       SET BOOKING-CONFLICT TO TRUE
                       MOVE SPACES TO WS-EXCEPTION-REASON
                       STRING "INSTRUCTOR BOOKED BY "
                               DELIMITED BY SIZE
                           WS-OT-COURSE DELIMITED BY SIZE
                           INTO WS-EXCEPTION-REASON
                       END-STRING
                   END-IF
               END-IF.

           APPLY-MEETING-ADD.
               IF MEETING-ON-FILE THEN
                   MOVE "MEETING ALREADY SCHEDULED"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-SCHED-EXCEPTION
               ELSE
                   PERFORM VALIDATE-MEETING-FIELDS
                   IF NOT FIELDS-VALID THEN
                       PERFORM WRITE-SCHED-EXCEPTION
                   ELSE
                       PERFORM BUILD-WORK-MEETING
                       PERFORM CHECK-BOOKING-CONFLICTS
                       IF BOOKING-CONFLICT THEN
                           PERFORM WRITE-SCHED-EXCEPTION
                       ELSE
                           IF WS-MEETING-COUNT = 2000 THEN
                               MOVE "SCHEDULE TABLE FULL"
                                   TO WS-EXCEPTION-REASON
                               PERFORM WRITE-SCHED-EXCEPTION
                           ELSE
                               PERFORM STORE-NEW-MEETING
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           BUILD-WORK-MEETING.
               MOVE WS-CURRENT-TERM TO WS-WK-TERM.
               MOVE SX-COURSE TO WS-WK-COURSE.
               MOVE SX-DAYS TO WS-WK-DAYS.
               MOVE WS-START-NUM TO WS-WK-START-TIME.
               MOVE WS-END-NUM TO WS-WK-END-TIME.
               MOVE SX-ROOM TO WS-WK-ROOM.
               MOVE SX-INSTRUCTOR TO WS-WK-INSTRUCTOR.

           STORE-NEW-MEETING.
               MOVE SPACES TO WS-BEFORE-IMAGE.
               ADD 1 TO WS-MEETING-COUNT.
               MOVE WS-WORK-MEETING TO WS-MT-REC (WS-MEETING-COUNT).
               PERFORM WRITE-SCHED-AUDIT.
               ADD 1 TO WS-APPLIED-COUNT.

           APPLY-MEETING-CHANGE.
               IF NOT MEETING-ON-FILE THEN
                   MOVE "MEETING NOT ON SCHEDULE"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-SCHED-EXCEPTION
               ELSE
                   PERFORM VALIDATE-MEETING-FIELDS
                   IF NOT FIELDS-VALID THEN
                       PERFORM WRITE-SCHED-EXCEPTION
                   ELSE
                       PERFORM BUILD-WORK-MEETING
                       PERFORM CHECK-BOOKING-CONFLICTS
                       IF BOOKING-CONFLICT THEN
                           PERFORM WRITE-SCHED-EXCEPTION
                       ELSE
                           MOVE WS-MT-REC (WS-MATCH-SUB)
                               TO WS-BEFORE-IMAGE
                           MOVE WS-WORK-MEETING
                               TO WS-MT-REC (WS-MATCH-SUB)
                           PERFORM WRITE-SCHED-AUDIT
                           ADD 1 TO WS-APPLIED-COUNT
                       END-IF
                   END-IF
               END-IF.

           APPLY-MEETING-DELETE.
               IF NOT MEETING-ON-FILE THEN
                   MOVE "MEETING NOT ON SCHEDULE"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-SCHED-EXCEPTION
               ELSE
                   MOVE WS-MT-REC (WS-MATCH-SUB) TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-WORK-MEETING
                   MOVE WS-MATCH-SUB TO WS-SHIFT-SUB
                   PERFORM SHIFT-MEETING-DOWN
                       UNTIL WS-SHIFT-SUB >= WS-MEETING-COUNT
                   SUBTRACT 1 FROM WS-MEETING-COUNT
                   PERFORM WRITE-SCHED-AUDIT
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF.

           SHIFT-MEETING-DOWN.
               MOVE WS-MT-REC (WS-SHIFT-SUB + 1)
                   TO WS-MT-REC (WS-SHIFT-SUB).
               ADD 1 TO WS-SHIFT-SUB.

           WRITE-SCHED-AUDIT.
               ACCEPT SA-DATE FROM DATE YYYYMMDD.
               ACCEPT SA-TIME FROM TIME.
               MOVE SX-ACTION TO SA-ACTION.
               MOVE SX-COURSE TO SA-COURSE.
               MOVE WS-BEFORE-IMAGE TO SA-BEFORE-IMAGE.
               MOVE WS-WORK-MEETING TO SA-AFTER-IMAGE.
               MOVE WS-SIGNON-ID TO SA-OPERATOR.
               WRITE SCHED-AUDIT-RECORD.

           WRITE-SCHED-EXCEPTION.
               ADD 1 TO WS-EXCEPTION-COUNT.
               MOVE SPACES TO EXCEPTION-LINE.
               STRING SX-ACTION DELIMITED BY SIZE
                   " COURSE " DELIMITED BY SIZE
                   SX-COURSE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SX-DAYS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SX-START-TIME DELIMITED BY SIZE
                   " REJECTED - " DELIMITED BY SIZE
                   WS-EXCEPTION-REASON DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               END-STRING.
               WRITE EXCEPTION-LINE.

           REWRITE-SCHEDULE.
               OPEN OUTPUT SCHEDULE-FILE.
               MOVE ZERO TO WS-MEETING-SUB.
               PERFORM WRITE-SCHEDULE-ENTRY WS-MEETING-COUNT TIMES.
               CLOSE SCHEDULE-FILE.

           WRITE-SCHEDULE-ENTRY.
               ADD 1 TO WS-MEETING-SUB.
               MOVE WS-MT-REC (WS-MEETING-SUB)
                   TO SECTION-SCHEDULE-RECORD.
               WRITE SECTION-SCHEDULE-RECORD.

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

           END PROGRAM sched-maint.
