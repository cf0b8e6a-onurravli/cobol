           IDENTIFICATION DIVISION.
           PROGRAM-ID. award-maint.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AWARD-TRANS-FILE ASSIGN TO "AWARDTRANS.TRN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AWARD-TRANS-STATUS.
               SELECT AWARD-FILE ASSIGN TO "AWARDS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AWARD-STATUS.
               SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SM-ID
                   ALTERNATE RECORD KEY IS SM-NAME WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-STATUS.
               SELECT AWARD-AUDIT-FILE ASSIGN TO "AWARDAUDIT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
               SELECT AWARD-EXCEPTION-FILE ASSIGN TO "AWARDEXC.RPT"
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
           FD  AWARD-TRANS-FILE.
               01 AWARD-TRANS-RECORD.
                   05 AM-ACTION PIC X(01).
                       88 AM-ADD VALUE "A".
                       88 AM-CHANGE VALUE "C".
                       88 AM-CANCEL VALUE "X".
                       88 AM-REINSTATE VALUE "R".
                   05 AM-ID PIC X(06).
                   05 AM-ID-NUM REDEFINES AM-ID PIC 9(06).
                   05 AM-TERM PIC X(06).
                   05 AM-TYPE PIC X(01).
                       88 AM-VALID-TYPE VALUE "S" "G" "W" "L".
                   05 AM-SOURCE PIC X(10).
                   05 AM-BASIS PIC X(01).
                   05 AM-AMOUNT PIC X(09).
                   05 AM-AMOUNT-NUM REDEFINES AM-AMOUNT
                       PIC 9(07)V9(02).
                   05 AM-PERCENT PIC X(03).
                   05 AM-PERCENT-NUM REDEFINES AM-PERCENT PIC 9(03).
                   05 AM-MIN-CGPA PIC X(03).
                   05 AM-MIN-CGPA-NUM REDEFINES AM-MIN-CGPA
                       PIC 9(01)V9(02).
                   05 AM-MIN-CREDITS PIC X(03).
                   05 AM-MIN-CREDITS-NUM REDEFINES AM-MIN-CREDITS
                       PIC 9(03).
                   05 AM-RENEWABLE PIC X(01).
                   05 AM-OPERATOR PIC X(08).

           FD  AWARD-FILE.
               COPY "award-record.cpy".

           FD  STUDENT-MASTER.
               COPY "student-master.cpy".

           FD  AWARD-AUDIT-FILE.
               COPY "award-audit.cpy".

           FD  AWARD-EXCEPTION-FILE.
               01 EXCEPTION-LINE PIC X(80).

           FD  OPERATOR-FILE.
               COPY "operator-record.cpy".

           FD  SECURITY-LOG-FILE.
               COPY "security-log.cpy".

           WORKING-STORAGE SECTION.
               01 WS-AWARD-TRANS-STATUS PIC X(02).
               01 WS-AWARD-STATUS PIC X(02).
               01 WS-STUDENT-STATUS PIC X(02).
               01 WS-AUDIT-STATUS PIC X(02).
               01 WS-EXCEPTION-STATUS PIC X(02).
               01 WS-OPERATOR-STATUS PIC X(02).
               01 WS-SECURITY-STATUS PIC X(02).

               01 WS-TRANS-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-TRANSACTIONS VALUE "Y".
               01 WS-AWARD-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-AWARDS VALUE "Y".

               01 WS-AWARD-COUNT PIC 9(05) VALUE ZERO.
               01 WS-AWARD-TABLE.
                   05 WS-AWARD-ENTRY OCCURS 20000 TIMES.
                       10 WS-AW-REC PIC X(61).
               01 WS-AWARD-SUB PIC 9(05) VALUE ZERO.
               01 WS-MATCH-SUB PIC 9(05) VALUE ZERO.
               01 WS-AWARD-MATCH-FLAG PIC X(01) VALUE "N".
                   88 AWARD-ON-FILE VALUE "Y".

               01 WS-WORK-AWARD.
                   05 WS-WA-ID PIC 9(06).
                   05 WS-WA-TERM PIC X(06).
                   05 WS-WA-TYPE PIC X(01).
                   05 WS-WA-SOURCE PIC X(10).
                   05 WS-WA-BASIS PIC X(01).
                       88 WS-WA-FIXED-AMOUNT VALUE "F".
                       88 WS-WA-PERCENT-OF-TUITION VALUE "P".
                   05 WS-WA-AMOUNT PIC 9(07)V9(02).
                   05 WS-WA-PERCENT PIC 9(03).
                   05 WS-WA-MIN-CGPA PIC 9(01)V9(02).
                   05 WS-WA-MIN-CREDITS PIC 9(03).
                   05 WS-WA-RENEWABLE PIC X(01).
                   05 WS-WA-STATUS PIC X(01).
                       88 WS-WA-ACTIVE VALUE "A".
                       88 WS-WA-FLAGGED VALUE "F".
                       88 WS-WA-SUSPENDED VALUE "S".
                       88 WS-WA-CANCELLED VALUE "C".
                   05 WS-WA-DISBURSED PIC 9(07)V9(02).
                   05 WS-WA-DISBURSED-DATE PIC 9(08).

               01 WS-BEFORE-IMAGE PIC X(61).

               01 WS-MATCH-FLAG PIC X(01) VALUE "N".
                   88 STUDENT-FOUND VALUE "Y".
               01 WS-EDIT-OK-FLAG PIC X(01) VALUE "N".
                   88 FIELDS-VALID VALUE "Y".

               01 WS-ADDED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-CHANGED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-CANCELLED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-REINSTATED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-EXCEPTION-COUNT PIC 9(06) VALUE ZERO.
               01 WS-EXCEPTION-REASON PIC X(30).

               01 WS-PROGRAM-NAME PIC X(12) VALUE "award-maint".
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
               PERFORM LOAD-AWARDS.
               IF RETURN-CODE = 0 THEN
                   OPEN INPUT STUDENT-MASTER
                   IF WS-STUDENT-STATUS NOT = "00" THEN
                       DISPLAY "STUDENT-MASTER FILE NOT FOUND - "
                           "STATUS " WS-STUDENT-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM PROCESS-AWARD-TRANSACTIONS
                   CLOSE STUDENT-MASTER
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM REWRITE-AWARDS
                   DISPLAY "AWARDS ADDED: " WS-ADDED-COUNT
                   DISPLAY "AWARDS CHANGED: " WS-CHANGED-COUNT
                   DISPLAY "AWARDS CANCELLED: " WS-CANCELLED-COUNT
                   DISPLAY "AWARDS REINSTATED: " WS-REINSTATED-COUNT
                   DISPLAY "AWARD EXCEPTIONS: " WS-EXCEPTION-COUNT
                   DISPLAY "AWARD CHANGES REFUSED: " WS-REFUSED-COUNT
               END-IF.
               GOBACK.

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

           PROCESS-AWARD-TRANSACTIONS.
               OPEN INPUT AWARD-TRANS-FILE.
               IF WS-AWARD-TRANS-STATUS = "00" THEN
                   PERFORM OPEN-AWARD-AUDIT
                   OPEN OUTPUT AWARD-EXCEPTION-FILE
                   PERFORM READ-AWARD-TRANS
                   PERFORM APPLY-AWARD-TRANS UNTIL END-OF-TRANSACTIONS
                   CLOSE AWARD-TRANS-FILE
                   CLOSE AWARD-AUDIT-FILE
                   CLOSE AWARD-EXCEPTION-FILE
               ELSE
                   DISPLAY "AWARD TRANSACTION FILE NOT FOUND - "
                       "STATUS " WS-AWARD-TRANS-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF.

           OPEN-AWARD-AUDIT.
               OPEN EXTEND AWARD-AUDIT-FILE.
               IF WS-AUDIT-STATUS = "35" THEN
                   OPEN OUTPUT AWARD-AUDIT-FILE
               END-IF.

           READ-AWARD-TRANS.
               READ AWARD-TRANS-FILE
                   AT END SET END-OF-TRANSACTIONS TO TRUE
               END-READ.

           APPLY-AWARD-TRANS.
               PERFORM CHECK-TRANS-AUTHORITY.
               IF AUTHORITY-GRANTED THEN
                   PERFORM APPLY-AUTHORISED-TRANS
               ELSE
                   PERFORM REFUSE-AWARD-TRANS
               END-IF.
               PERFORM READ-AWARD-TRANS.

           CHECK-TRANS-AUTHORITY.
               MOVE SPACES TO WS-EXCEPTION-REASON.
               IF AM-OPERATOR = SPACES THEN
                   MOVE WS-SIGNON-ID TO AM-OPERATOR
               END-IF.
               IF AM-OPERATOR NOT = WS-SIGNON-ID THEN
                   MOVE "N" TO WS-AUTHORITY-FLAG
                   STRING "KEYED UNDER OPERATOR " DELIMITED BY SIZE
                       AM-OPERATOR DELIMITED BY SIZE
                       INTO WS-EXCEPTION-REASON
                   END-STRING
               ELSE
                   IF AM-ADD OR AM-CHANGE OR AM-CANCEL
                           OR AM-REINSTATE THEN
                       MOVE AM-ACTION TO WS-AUTH-ACTION
                       PERFORM CHECK-OPERATOR-AUTHORITY
                       IF NOT AUTHORITY-GRANTED THEN
                           MOVE "NOT AUTHORISED FOR ACTION"
                               TO WS-EXCEPTION-REASON
                       END-IF
                   ELSE
                       SET AUTHORITY-GRANTED TO TRUE
                   END-IF
               END-IF.

           REFUSE-AWARD-TRANS.
               ADD 1 TO WS-REFUSED-COUNT.
               MOVE "U" TO WS-SECURITY-EVENT.
               MOVE AM-ACTION TO WS-SECURITY-ACTION.
               MOVE AM-ID TO WS-SECURITY-KEY.
               MOVE WS-EXCEPTION-REASON TO WS-SECURITY-REASON.
               PERFORM WRITE-SECURITY-EVENT.
               PERFORM WRITE-AWARD-EXCEPTION.

           APPLY-AUTHORISED-TRANS.
               PERFORM VALIDATE-AWARD-KEY.
               IF NOT FIELDS-VALID THEN
                   PERFORM WRITE-AWARD-EXCEPTION
               ELSE
                   PERFORM FIND-AWARD
                   EVALUATE TRUE
                       WHEN AM-ADD
                           PERFORM APPLY-AWARD-ADD
                       WHEN AM-CHANGE
                           PERFORM APPLY-AWARD-CHANGE
                       WHEN AM-CANCEL
                           PERFORM APPLY-AWARD-CANCEL
                       WHEN AM-REINSTATE
                           PERFORM APPLY-AWARD-REINSTATE
                       WHEN OTHER
                           MOVE "UNKNOWN ACTION CODE"
                               TO WS-EXCEPTION-REASON
                           PERFORM WRITE-AWARD-EXCEPTION
                   END-EVALUATE
               END-IF.

           VALIDATE-AWARD-KEY.
               MOVE "N" TO WS-EDIT-OK-FLAG.
               IF AM-ID IS NOT NUMERIC THEN
                   MOVE "ID MUST BE NUMERIC" TO WS-EXCEPTION-REASON
               ELSE
                   IF AM-TERM = SPACES THEN
                       MOVE "TERM REQUIRED" TO WS-EXCEPTION-REASON
                   ELSE
                       IF NOT AM-VALID-TYPE THEN
                           MOVE "INVALID AWARD TYPE"
                               TO WS-EXCEPTION-REASON
                       ELSE
                           IF AM-SOURCE = SPACES THEN
                               MOVE "FUNDING SOURCE REQUIRED"
                                   TO WS-EXCEPTION-REASON
                           ELSE
                               SET FIELDS-VALID TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           FIND-AWARD.
               MOVE "N" TO WS-AWARD-MATCH-FLAG.
               MOVE ZERO TO WS-MATCH-SUB.
               MOVE 1 TO WS-AWARD-SUB.
               PERFORM SCAN-AWARD-TABLE
                   UNTIL AWARD-ON-FILE
                       OR WS-AWARD-SUB > WS-AWARD-COUNT.

           SCAN-AWARD-TABLE.
               MOVE WS-AW-REC (WS-AWARD-SUB) TO WS-WORK-AWARD.
               IF WS-WA-ID = AM-ID-NUM AND WS-WA-TERM = AM-TERM
                       AND WS-WA-TYPE = AM-TYPE
                       AND WS-WA-SOURCE = AM-SOURCE THEN
                   SET AWARD-ON-FILE TO TRUE
                   MOVE WS-AWARD-SUB TO WS-MATCH-SUB
               ELSE
                   ADD 1 TO WS-AWARD-SUB
               END-IF.

           READ-STUDENT-BY-ID.
               MOVE "N" TO WS-MATCH-FLAG.
               MOVE AM-ID-NUM TO SM-ID.
               READ STUDENT-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET STUDENT-FOUND TO TRUE
               END-READ.

           APPLY-AWARD-ADD.
               PERFORM READ-STUDENT-BY-ID.
               IF NOT STUDENT-FOUND THEN
                   MOVE "ID NOT ON STUDENT MASTER"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-AWARD-EXCEPTION
               ELSE
                   IF AWARD-ON-FILE THEN
                       MOVE "AWARD ALREADY ON FILE"
                           TO WS-EXCEPTION-REASON
                       PERFORM WRITE-AWARD-EXCEPTION
                   ELSE
                       IF WS-AWARD-COUNT = 20000 THEN
                           MOVE "AWARD TABLE FULL"
                               TO WS-EXCEPTION-REASON
                           PERFORM WRITE-AWARD-EXCEPTION
                       ELSE
                           PERFORM BUILD-NEW-AWARD
                       END-IF
                   END-IF
               END-IF.

           BUILD-NEW-AWARD.
               MOVE SPACES TO WS-BEFORE-IMAGE.
               MOVE AM-ID-NUM TO WS-WA-ID.
               MOVE AM-TERM TO WS-WA-TERM.
               MOVE AM-TYPE TO WS-WA-TYPE.
               MOVE AM-SOURCE TO WS-WA-SOURCE.
               MOVE SPACE TO WS-WA-BASIS.
               MOVE ZERO TO WS-WA-AMOUNT.
               MOVE ZERO TO WS-WA-PERCENT.
               MOVE ZERO TO WS-WA-MIN-CGPA.
               MOVE ZERO TO WS-WA-MIN-CREDITS.
               MOVE "N" TO WS-WA-RENEWABLE.
               MOVE "A" TO WS-WA-STATUS.
               MOVE ZERO TO WS-WA-DISBURSED.
               MOVE ZERO TO WS-WA-DISBURSED-DATE.
               PERFORM APPLY-AWARD-TERMS.
               IF FIELDS-VALID THEN
                   ADD 1 TO WS-AWARD-COUNT
                   MOVE WS-WORK-AWARD TO WS-AW-REC (WS-AWARD-COUNT)
                   PERFORM WRITE-AWARD-AUDIT
                   ADD 1 TO WS-ADDED-COUNT
               ELSE
                   PERFORM WRITE-AWARD-EXCEPTION
               END-IF.

           APPLY-AWARD-CHANGE.
               IF NOT AWARD-ON-FILE THEN
                   MOVE "AWARD NOT ON FILE" TO WS-EXCEPTION-REASON
                   PERFORM WRITE-AWARD-EXCEPTION
               ELSE
                   MOVE WS-AW-REC (WS-MATCH-SUB) TO WS-BEFORE-IMAGE
                   MOVE WS-AW-REC (WS-MATCH-SUB) TO WS-WORK-AWARD
                   IF WS-WA-DISBURSED-DATE NOT = ZERO THEN
                       MOVE "AWARD ALREADY DISBURSED"
                           TO WS-EXCEPTION-REASON
                       PERFORM WRITE-AWARD-EXCEPTION
                   ELSE
                       IF WS-WA-CANCELLED THEN
                           MOVE "AWARD IS CANCELLED"
                               TO WS-EXCEPTION-REASON
                           PERFORM WRITE-AWARD-EXCEPTION
                       ELSE
                           PERFORM APPLY-AWARD-TERMS
                           PERFORM STORE-CHANGED-AWARD
                       END-IF
                   END-IF
               END-IF.

           STORE-CHANGED-AWARD.
               IF FIELDS-VALID THEN
                   MOVE WS-WORK-AWARD TO WS-AW-REC (WS-MATCH-SUB)
                   PERFORM WRITE-AWARD-AUDIT
                   ADD 1 TO WS-CHANGED-COUNT
               ELSE
                   PERFORM WRITE-AWARD-EXCEPTION
               END-IF.

           APPLY-AWARD-TERMS.
               MOVE "N" TO WS-EDIT-OK-FLAG.
               IF AM-BASIS NOT = SPACE THEN
                   MOVE AM-BASIS TO WS-WA-BASIS
               END-IF.
               IF AM-AMOUNT NOT = SPACES THEN
                   IF AM-AMOUNT IS NUMERIC THEN
                       MOVE AM-AMOUNT-NUM TO WS-WA-AMOUNT
                   ELSE
                       MOVE SPACE TO WS-WA-BASIS
                   END-IF
               END-IF.
               IF AM-PERCENT NOT = SPACES THEN
                   IF AM-PERCENT IS NUMERIC THEN
                       MOVE AM-PERCENT-NUM TO WS-WA-PERCENT
                   ELSE
                       MOVE SPACE TO WS-WA-BASIS
                   END-IF
               END-IF.
               EVALUATE TRUE
                   WHEN WS-WA-FIXED-AMOUNT AND WS-WA-AMOUNT > ZERO
                       MOVE ZERO TO WS-WA-PERCENT
                       PERFORM APPLY-AWARD-CONDITIONS
                   WHEN WS-WA-PERCENT-OF-TUITION
                           AND WS-WA-PERCENT > ZERO
                           AND WS-WA-PERCENT NOT > 100
                       MOVE ZERO TO WS-WA-AMOUNT
                       PERFORM APPLY-AWARD-CONDITIONS
                   WHEN OTHER
                       MOVE "INVALID BASIS, AMOUNT OR PERCENT"
                           TO WS-EXCEPTION-REASON
               END-EVALUATE.

           APPLY-AWARD-CONDITIONS.
               IF AM-MIN-CGPA NOT = SPACES
                       AND AM-MIN-CGPA IS NOT NUMERIC THEN
                   MOVE "MINIMUM CGPA MUST BE NUMERIC"
                       TO WS-EXCEPTION-REASON
               ELSE
                   IF AM-MIN-CREDITS NOT = SPACES
                           AND AM-MIN-CREDITS IS NOT NUMERIC THEN
                       MOVE "MINIMUM CREDITS MUST BE NUMERIC"
                           TO WS-EXCEPTION-REASON
                   ELSE
                       IF AM-RENEWABLE NOT = SPACE
                               AND AM-RENEWABLE NOT = "Y"
                               AND AM-RENEWABLE NOT = "N" THEN
                           MOVE "RENEWABLE FLAG MUST BE Y OR N"
                               TO WS-EXCEPTION-REASON
                       ELSE
                           PERFORM STORE-AWARD-CONDITIONS
                       END-IF
                   END-IF
               END-IF.

           STORE-AWARD-CONDITIONS.
               IF AM-MIN-CGPA NOT = SPACES THEN
                   MOVE AM-MIN-CGPA-NUM TO WS-WA-MIN-CGPA
               END-IF.
               IF AM-MIN-CREDITS NOT = SPACES THEN
                   MOVE AM-MIN-CREDITS-NUM TO WS-WA-MIN-CREDITS
               END-IF.
               IF AM-RENEWABLE NOT = SPACE THEN
                   MOVE AM-RENEWABLE TO WS-WA-RENEWABLE
               END-IF.
               SET FIELDS-VALID TO TRUE.

           APPLY-AWARD-CANCEL.
               IF NOT AWARD-ON-FILE THEN
                   MOVE "AWARD NOT ON FILE" TO WS-EXCEPTION-REASON
                   PERFORM WRITE-AWARD-EXCEPTION
               ELSE
                   MOVE WS-AW-REC (WS-MATCH-SUB) TO WS-BEFORE-IMAGE
                   MOVE WS-AW-REC (WS-MATCH-SUB) TO WS-WORK-AWARD
                   IF WS-WA-DISBURSED-DATE NOT = ZERO THEN
                       MOVE "AWARD ALREADY DISBURSED"
                           TO WS-EXCEPTION-REASON
                       PERFORM WRITE-AWARD-EXCEPTION
                   ELSE
                       IF WS-WA-CANCELLED THEN
                           MOVE "AWARD ALREADY CANCELLED"
                               TO WS-EXCEPTION-REASON
                           PERFORM WRITE-AWARD-EXCEPTION
                       ELSE
                           SET WS-WA-CANCELLED TO TRUE
                           MOVE WS-WORK-AWARD
                               TO WS-AW-REC (WS-MATCH-SUB)
                           PERFORM WRITE-AWARD-AUDIT
                           ADD 1 TO WS-CANCELLED-COUNT
                       END-IF
                   END-IF
               END-IF.

           APPLY-AWARD-REINSTATE.
               IF NOT AWARD-ON-FILE THEN
                   MOVE "AWARD NOT ON FILE" TO WS-EXCEPTION-REASON
                   PERFORM WRITE-AWARD-EXCEPTION
               ELSE
                   MOVE WS-AW-REC (WS-MATCH-SUB) TO WS-BEFORE-IMAGE
                   MOVE WS-AW-REC (WS-MATCH-SUB) TO WS-WORK-AWARD
                   IF WS-WA-ACTIVE THEN
                       MOVE "AWARD ALREADY ACTIVE"
                           TO WS-EXCEPTION-REASON
                       PERFORM WRITE-AWARD-EXCEPTION
                   ELSE
                       SET WS-WA-ACTIVE TO TRUE
                       MOVE WS-WORK-AWARD TO WS-AW-REC (WS-MATCH-SUB)
                       PERFORM WRITE-AWARD-AUDIT
                       ADD 1 TO WS-REINSTATED-COUNT
                   END-IF
               END-IF.

           WRITE-AWARD-AUDIT.
               ACCEPT AA-DATE FROM DATE YYYYMMDD.
               ACCEPT AA-TIME FROM TIME.
               MOVE AM-ACTION TO AA-ACTION.
               MOVE AM-ID-NUM TO AA-ID.
               MOVE WS-BEFORE-IMAGE TO AA-BEFORE-IMAGE.
               MOVE WS-WORK-AWARD TO AA-AFTER-IMAGE.
               MOVE WS-SIGNON-ID TO AA-OPERATOR.
               WRITE AWARD-AUDIT-RECORD.

           WRITE-AWARD-EXCEPTION.
               ADD 1 TO WS-EXCEPTION-COUNT.
               MOVE SPACES TO EXCEPTION-LINE.
               STRING AM-ACTION DELIMITED BY SIZE
                   " ID " DELIMITED BY SIZE
                   AM-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AM-TERM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AM-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AM-SOURCE DELIMITED BY SIZE
                   " REJECTED - " DELIMITED BY SIZE
                   WS-EXCEPTION-REASON DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               END-STRING.
               WRITE EXCEPTION-LINE.

           REWRITE-AWARDS.
               OPEN OUTPUT AWARD-FILE.
               MOVE ZERO TO WS-AWARD-SUB.
               PERFORM WRITE-AWARD-ENTRY WS-AWARD-COUNT TIMES.
               CLOSE AWARD-FILE.

           WRITE-AWARD-ENTRY.
               ADD 1 TO WS-AWARD-SUB.
               MOVE WS-AW-REC (WS-AWARD-SUB) TO AWARD-RECORD.
               WRITE AWARD-RECORD.

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

           END PROGRAM award-maint.
