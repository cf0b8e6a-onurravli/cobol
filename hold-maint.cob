           IDENTIFICATION DIVISION.
           PROGRAM-ID. hold-maint.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HOLD-TRANS-FILE ASSIGN TO "HOLDTRANS.TRN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HOLD-TRANS-STATUS.
               SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HOLD-STATUS.
               SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SM-ID
                   ALTERNATE RECORD KEY IS SM-NAME WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-STATUS.
               SELECT HOLD-AUDIT-FILE ASSIGN TO "HOLDAUDIT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
               SELECT HOLD-EXCEPTION-FILE ASSIGN TO "HOLDEXC.RPT"
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
           FD  HOLD-TRANS-FILE.
               01 HOLD-TRANS-RECORD.
                   05 HM-ACTION PIC X(01).
                       88 HM-PLACE VALUE "P".
                       88 HM-RELEASE VALUE "R".
                   05 HM-ID PIC 9(06).
                   05 HM-TYPE PIC X(01).
                       88 HM-VALID-TYPE VALUE "F" "A" "D" "M".
                   05 HM-OFFICE PIC X(10).
                   05 HM-DATE PIC X(08).
                   05 HM-BLOCK PIC X(01).
                   05 HM-OPERATOR PIC X(08).

           FD  HOLD-FILE.
               COPY "hold-record.cpy".

           FD  STUDENT-MASTER.
               COPY "student-master.cpy".

           FD  HOLD-AUDIT-FILE.
               COPY "hold-audit.cpy".

           FD  HOLD-EXCEPTION-FILE.
               01 EXCEPTION-LINE PIC X(80).

           FD  OPERATOR-FILE.
               COPY "operator-record.cpy".

           FD  SECURITY-LOG-FILE.
               COPY "security-log.cpy".

           WORKING-STORAGE SECTION.
               01 WS-HOLD-TRANS-STATUS PIC X(02).
               01 WS-HOLD-STATUS PIC X(02).
               01 WS-STUDENT-STATUS PIC X(02).
               01 WS-AUDIT-STATUS PIC X(02).
               01 WS-EXCEPTION-STATUS PIC X(02).
               01 WS-OPERATOR-STATUS PIC X(02).
               01 WS-SECURITY-STATUS PIC X(02).

               01 WS-TRANS-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-TRANSACTIONS VALUE "Y".
               01 WS-HOLD-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-HOLDS VALUE "Y".

               01 WS-HOLD-COUNT PIC 9(04) VALUE ZERO.
               01 WS-HOLD-TABLE.
                   05 WS-HOLD-ENTRY OCCURS 5000 TIMES.
                       10 WS-HL-REC PIC X(34).
               01 WS-HOLD-SUB PIC 9(04) VALUE ZERO.
               01 WS-MATCH-SUB PIC 9(04) VALUE ZERO.
               01 WS-HOLD-MATCH-FLAG PIC X(01) VALUE "N".
                   88 OPEN-HOLD-FOUND VALUE "Y".

               01 WS-WORK-HOLD.
                   05 WS-WK-ID PIC 9(06).
                   05 WS-WK-TYPE PIC X(01).
                   05 WS-WK-OFFICE PIC X(10).
                   05 WS-WK-START-DATE PIC 9(08).
                   05 WS-WK-RELEASE-DATE PIC 9(08).
                   05 WS-WK-BLOCK-FLAG PIC X(01).

               01 WS-BEFORE-IMAGE PIC X(34).

               01 WS-MATCH-FLAG PIC X(01) VALUE "N".
                   88 STUDENT-FOUND VALUE "Y".

               01 WS-TODAY PIC 9(08) VALUE ZERO.
               01 WS-HOLD-DATE PIC 9(08) VALUE ZERO.
               01 WS-DATE-CHECK.
                   05 WS-DC-YEAR PIC 9(04).
                   05 WS-DC-MONTH PIC 9(02).
                   05 WS-DC-DAY PIC 9(02).
               01 WS-EDIT-OK-FLAG PIC X(01) VALUE "N".
                   88 FIELDS-VALID VALUE "Y".

               01 WS-PLACED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-RELEASED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-EXCEPTION-COUNT PIC 9(06) VALUE ZERO.
               01 WS-EXCEPTION-REASON PIC X(30).

               01 WS-PROGRAM-NAME PIC X(12) VALUE "hold-maint".
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
               ACCEPT WS-TODAY FROM DATE YYYYMMDD.
               PERFORM SIGN-ON-OPERATOR.
               IF NOT OPERATOR-SIGNED-ON THEN
                   GOBACK
               END-IF.
               PERFORM LOAD-HOLDS.
               IF RETURN-CODE = 0 THEN
                   OPEN INPUT STUDENT-MASTER
                   IF WS-STUDENT-STATUS NOT = "00" THEN
                       DISPLAY "STUDENT-MASTER FILE NOT FOUND - "
                           "STATUS " WS-STUDENT-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM PROCESS-HOLD-TRANSACTIONS
                   CLOSE STUDENT-MASTER
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM REWRITE-HOLDS
                   DISPLAY "HOLDS PLACED: " WS-PLACED-COUNT
                   DISPLAY "HOLDS RELEASED: " WS-RELEASED-COUNT
                   DISPLAY "HOLD EXCEPTIONS: " WS-EXCEPTION-COUNT
                   DISPLAY "HOLD CHANGES REFUSED: " WS-REFUSED-COUNT
               END-IF.
               GOBACK.

           LOAD-HOLDS.
               OPEN INPUT HOLD-FILE.
               IF WS-HOLD-STATUS = "00" THEN
                   PERFORM READ-HOLD
                   PERFORM STORE-HOLD UNTIL END-OF-HOLDS
                   CLOSE HOLD-FILE
               ELSE
                   IF WS-HOLD-STATUS NOT = "35" THEN
                       DISPLAY "HOLD FILE OPEN FAILED - STATUS "
                           WS-HOLD-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-HOLD.
               READ HOLD-FILE
                   AT END SET END-OF-HOLDS TO TRUE
               END-READ.

           STORE-HOLD.
               IF WS-HOLD-COUNT = 5000 THEN
                   DISPLAY "HOLD FILE EXCEEDS TABLE LIMIT"
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-HOLDS TO TRUE
               ELSE
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE HOLD-RECORD TO WS-HL-REC (WS-HOLD-COUNT)
                   PERFORM READ-HOLD
               END-IF.

           PROCESS-HOLD-TRANSACTIONS.
               OPEN INPUT HOLD-TRANS-FILE.
               IF WS-HOLD-TRANS-STATUS = "00" THEN
                   PERFORM OPEN-HOLD-AUDIT
                   OPEN OUTPUT HOLD-EXCEPTION-FILE
                   PERFORM READ-HOLD-TRANS
                   PERFORM APPLY-HOLD-TRANS UNTIL END-OF-TRANSACTIONS
                   CLOSE HOLD-TRANS-FILE
                   CLOSE HOLD-AUDIT-FILE
                   CLOSE HOLD-EXCEPTION-FILE
               ELSE
                   DISPLAY "HOLD TRANSACTION FILE NOT FOUND - "
                       "STATUS " WS-HOLD-TRANS-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF.

           OPEN-HOLD-AUDIT.
               OPEN EXTEND HOLD-AUDIT-FILE.
               IF WS-AUDIT-STATUS = "35" THEN
                   OPEN OUTPUT HOLD-AUDIT-FILE
               END-IF.

           READ-HOLD-TRANS.
               READ HOLD-TRANS-FILE
                   AT END SET END-OF-TRANSACTIONS TO TRUE
               END-READ.

           APPLY-HOLD-TRANS.
               PERFORM CHECK-TRANS-AUTHORITY.
               IF AUTHORITY-GRANTED THEN
                   PERFORM APPLY-AUTHORISED-TRANS
               ELSE
                   PERFORM REFUSE-HOLD-TRANS
               END-IF.
               PERFORM READ-HOLD-TRANS.

           CHECK-TRANS-AUTHORITY.
               MOVE SPACES TO WS-EXCEPTION-REASON.
               IF HM-OPERATOR = SPACES THEN
                   MOVE WS-SIGNON-ID TO HM-OPERATOR
               END-IF.
               IF HM-OPERATOR NOT = WS-SIGNON-ID THEN
                   MOVE "N" TO WS-AUTHORITY-FLAG
                   STRING "KEYED UNDER OPERATOR " DELIMITED BY SIZE
                       HM-OPERATOR DELIMITED BY SIZE
                       INTO WS-EXCEPTION-REASON
                   END-STRING
               ELSE
                   IF HM-PLACE OR HM-RELEASE THEN
                       MOVE HM-ACTION TO WS-AUTH-ACTION
                       PERFORM CHECK-OPERATOR-AUTHORITY
                       IF NOT AUTHORITY-GRANTED THEN
                           MOVE "NOT AUTHORISED FOR ACTION"
                               TO WS-EXCEPTION-REASON
                       END-IF
                   ELSE
                       SET AUTHORITY-GRANTED TO TRUE
                   END-IF
               END-IF.

           REFUSE-HOLD-TRANS.
               ADD 1 TO WS-REFUSED-COUNT.
               MOVE "U" TO WS-SECURITY-EVENT.
               MOVE HM-ACTION TO WS-SECURITY-ACTION.
               MOVE HM-ID TO WS-SECURITY-KEY.
               MOVE WS-EXCEPTION-REASON TO WS-SECURITY-REASON.
               PERFORM WRITE-SECURITY-EVENT.
               PERFORM WRITE-HOLD-EXCEPTION.

           APPLY-AUTHORISED-TRANS.
               PERFORM VALIDATE-HOLD-FIELDS.
               IF NOT FIELDS-VALID THEN
                   PERFORM WRITE-HOLD-EXCEPTION
               ELSE
                   PERFORM FIND-OPEN-HOLD
                   EVALUATE TRUE
                       WHEN HM-PLACE
                           PERFORM APPLY-HOLD-PLACE
                       WHEN HM-RELEASE
                           PERFORM APPLY-HOLD-RELEASE
                       WHEN OTHER
                           MOVE "UNKNOWN ACTION CODE"
                               TO WS-EXCEPTION-REASON
                           PERFORM WRITE-HOLD-EXCEPTION
                   END-EVALUATE
               END-IF.

           VALIDATE-HOLD-FIELDS.
               MOVE "N" TO WS-EDIT-OK-FLAG.
               IF HM-ID IS NOT NUMERIC THEN
                   MOVE "ID MUST BE NUMERIC" TO WS-EXCEPTION-REASON
               ELSE
                   IF NOT HM-VALID-TYPE THEN
                       MOVE "INVALID HOLD TYPE"
                           TO WS-EXCEPTION-REASON
                   ELSE
                       IF HM-OFFICE = SPACES THEN
                           MOVE "PLACING OFFICE REQUIRED"
                               TO WS-EXCEPTION-REASON
                       ELSE
                           PERFORM VALIDATE-HOLD-DATE
                       END-IF
                   END-IF
               END-IF.

           VALIDATE-HOLD-DATE.
               IF HM-DATE = SPACES THEN
                   MOVE WS-TODAY TO WS-HOLD-DATE
                   SET FIELDS-VALID TO TRUE
               ELSE
                   IF HM-DATE IS NOT NUMERIC THEN
                       MOVE "DATE MUST BE NUMERIC"
                           TO WS-EXCEPTION-REASON
                   ELSE
                       MOVE HM-DATE TO WS-DATE-CHECK
                       IF WS-DC-MONTH < 1 OR WS-DC-MONTH > 12
                               OR WS-DC-DAY < 1 OR WS-DC-DAY > 31 THEN
                           MOVE "INVALID DATE"
                               TO WS-EXCEPTION-REASON
                       ELSE
                           MOVE WS-DATE-CHECK TO WS-HOLD-DATE
                           SET FIELDS-VALID TO TRUE
                       END-IF
                   END-IF
               END-IF.

           FIND-OPEN-HOLD.
               MOVE "N" TO WS-HOLD-MATCH-FLAG.
               MOVE ZERO TO WS-MATCH-SUB.
               MOVE 1 TO WS-HOLD-SUB.
               PERFORM SCAN-HOLD-TABLE
                   UNTIL OPEN-HOLD-FOUND
                       OR WS-HOLD-SUB > WS-HOLD-COUNT.

           SCAN-HOLD-TABLE.
               MOVE WS-HL-REC (WS-HOLD-SUB) TO WS-WORK-HOLD.
               IF WS-WK-ID = HM-ID AND WS-WK-TYPE = HM-TYPE
                       AND WS-WK-RELEASE-DATE = ZERO THEN
                   SET OPEN-HOLD-FOUND TO TRUE
                   MOVE WS-HOLD-SUB TO WS-MATCH-SUB
               ELSE
                   ADD 1 TO WS-HOLD-SUB
               END-IF.

           READ-STUDENT-BY-ID.
               MOVE "N" TO WS-MATCH-FLAG.
               MOVE HM-ID TO SM-ID.
               READ STUDENT-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET STUDENT-FOUND TO TRUE
               END-READ.

           APPLY-HOLD-PLACE.
               PERFORM READ-STUDENT-BY-ID.
               IF NOT STUDENT-FOUND THEN
                   MOVE "ID NOT ON STUDENT MASTER"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-HOLD-EXCEPTION
               ELSE
                   IF OPEN-HOLD-FOUND THEN
                       MOVE "HOLD OF THAT TYPE ALREADY OPEN"
                           TO WS-EXCEPTION-REASON
                       PERFORM WRITE-HOLD-EXCEPTION
                   ELSE
                       IF HM-BLOCK NOT = SPACE AND HM-BLOCK NOT = "Y"
                               AND HM-BLOCK NOT = "N" THEN
                           MOVE "BLOCK FLAG MUST BE Y OR N"
                               TO WS-EXCEPTION-REASON
                           PERFORM WRITE-HOLD-EXCEPTION
                       ELSE
                           IF WS-HOLD-COUNT = 5000 THEN
                               MOVE "HOLD TABLE FULL"
                                   TO WS-EXCEPTION-REASON
                               PERFORM WRITE-HOLD-EXCEPTION
                           ELSE
                               PERFORM STORE-NEW-HOLD
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           STORE-NEW-HOLD.
               MOVE SPACES TO WS-BEFORE-IMAGE.
               MOVE HM-ID TO WS-WK-ID.
               MOVE HM-TYPE TO WS-WK-TYPE.
               MOVE HM-OFFICE TO WS-WK-OFFICE.
               MOVE WS-HOLD-DATE TO WS-WK-START-DATE.
               MOVE ZERO TO WS-WK-RELEASE-DATE.
               IF HM-BLOCK = "N" THEN
                   MOVE "N" TO WS-WK-BLOCK-FLAG
               ELSE
                   MOVE "Y" TO WS-WK-BLOCK-FLAG
               END-IF.
               ADD 1 TO WS-HOLD-COUNT.
               MOVE WS-WORK-HOLD TO WS-HL-REC (WS-HOLD-COUNT).
               PERFORM WRITE-HOLD-AUDIT.
               ADD 1 TO WS-PLACED-COUNT.

           APPLY-HOLD-RELEASE.
               IF NOT OPEN-HOLD-FOUND THEN
                   MOVE "NO OPEN HOLD OF THAT TYPE"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-HOLD-EXCEPTION
               ELSE
                   MOVE WS-HL-REC (WS-MATCH-SUB) TO WS-BEFORE-IMAGE
                   MOVE WS-HL-REC (WS-MATCH-SUB) TO WS-WORK-HOLD
                   IF WS-WK-OFFICE NOT = HM-OFFICE THEN
                       MOVE "HOLD PLACED BY ANOTHER OFFICE"
                           TO WS-EXCEPTION-REASON
                       PERFORM WRITE-HOLD-EXCEPTION
                   ELSE
                       IF WS-HOLD-DATE < WS-WK-START-DATE THEN
                           MOVE "RELEASE BEFORE START DATE"
                               TO WS-EXCEPTION-REASON
                           PERFORM WRITE-HOLD-EXCEPTION
                       ELSE
                           MOVE WS-HOLD-DATE TO WS-WK-RELEASE-DATE
                           MOVE WS-WORK-HOLD
                               TO WS-HL-REC (WS-MATCH-SUB)
                           PERFORM WRITE-HOLD-AUDIT
                           ADD 1 TO WS-RELEASED-COUNT
                       END-IF
                   END-IF
               END-IF.

           WRITE-HOLD-AUDIT.
               ACCEPT HA-DATE FROM DATE YYYYMMDD.
               ACCEPT HA-TIME FROM TIME.
               MOVE HM-ACTION TO HA-ACTION.
               MOVE HM-ID TO HA-ID.
               MOVE WS-BEFORE-IMAGE TO HA-BEFORE-IMAGE.
               MOVE WS-WORK-HOLD TO HA-AFTER-IMAGE.
               MOVE WS-SIGNON-ID TO HA-OPERATOR.
               WRITE HOLD-AUDIT-RECORD.

           WRITE-HOLD-EXCEPTION.
               ADD 1 TO WS-EXCEPTION-COUNT.
               MOVE SPACES TO EXCEPTION-LINE.
               STRING HM-ACTION DELIMITED BY SIZE
                   " ID " DELIMITED BY SIZE
                   HM-ID DELIMITED BY SIZE
                   " TYPE " DELIMITED BY SIZE
                   HM-TYPE DELIMITED BY SIZE
                   " REJECTED - " DELIMITED BY SIZE
                   WS-EXCEPTION-REASON DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               END-STRING.
               WRITE EXCEPTION-LINE.

           REWRITE-HOLDS.
               OPEN OUTPUT HOLD-FILE.
               MOVE ZERO TO WS-HOLD-SUB.
               PERFORM WRITE-HOLD-ENTRY WS-HOLD-COUNT TIMES.
               CLOSE HOLD-FILE.

           WRITE-HOLD-ENTRY.
               ADD 1 TO WS-HOLD-SUB.
               MOVE WS-HL-REC (WS-HOLD-SUB) TO HOLD-RECORD.
               WRITE HOLD-RECORD.

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

           END PROGRAM hold-maint.
