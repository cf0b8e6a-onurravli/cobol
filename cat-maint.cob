               SELECT CAT-EXCEPTION-FILE ASSIGN TO "CATEXC.RPT"
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
                   05 CT-TITLE PIC X(30).
                   05 CT-CREDITS PIC X(02).
                   05 CT-CAPACITY PIC X(03).
                   05 CT-OPERATOR PIC X(08).

           FD  COURSE-CATALOG-FILE.
               COPY "catalog-record.cpy".

           FD  CAT-AUDIT-FILE.
               COPY "cat-audit.cpy".

           FD  CAT-EXCEPTION-FILE.
               01 EXCEPTION-LINE PIC X(80).

           FD  OPERATOR-FILE.
               COPY "operator-record.cpy".

           FD  SECURITY-LOG-FILE.
               COPY "security-log.cpy".

           WORKING-STORAGE SECTION.
               01 WS-CAT-TRANS-STATUS PIC X(02).
               01 WS-CATALOG-STATUS PIC X(02).
               01 WS-AUDIT-STATUS PIC X(02).
               01 WS-EXCEPTION-STATUS PIC X(02).
               01 WS-OPERATOR-STATUS PIC X(02).
               01 WS-SECURITY-STATUS PIC X(02).

               01 WS-TRANS-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-TRANSACTIONS VALUE "Y".
               01 WS-EXCEPTION-COUNT PIC 9(06) VALUE ZERO.
               01 WS-EXCEPTION-REASON PIC X(30).

               01 WS-PROGRAM-NAME PIC X(12) VALUE "cat-maint".
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
               PERFORM LOAD-COURSE-CATALOG.
               IF RETURN-CODE = 0 THEN
                   PERFORM PROCESS-CAT-TRANSACTIONS
                   DISPLAY "CATALOG CHANGES APPLIED: "
                       WS-APPLIED-COUNT
                   DISPLAY "CATALOG EXCEPTIONS: " WS-EXCEPTION-COUNT
                   DISPLAY "CATALOG CHANGES REFUSED: "
                       WS-REFUSED-COUNT
               END-IF.
               GOBACK.

               END-READ.

           APPLY-CAT-TRANS.
               PERFORM CHECK-TRANS-AUTHORITY.
               IF AUTHORITY-GRANTED THEN
                   PERFORM APPLY-AUTHORISED-TRANS
               ELSE
                   PERFORM REFUSE-CAT-TRANS
               END-IF.
               PERFORM READ-CAT-TRANS.

           CHECK-TRANS-AUTHORITY.
               MOVE SPACES TO WS-EXCEPTION-REASON.
               IF CT-OPERATOR = SPACES THEN
                   MOVE WS-SIGNON-ID TO CT-OPERATOR
               END-IF.
               IF CT-OPERATOR NOT = WS-SIGNON-ID THEN
                   MOVE "N" TO WS-AUTHORITY-FLAG
                   STRING "KEYED UNDER OPERATOR " DELIMITED BY SIZE
                       CT-OPERATOR DELIMITED BY SIZE
                       INTO WS-EXCEPTION-REASON
                   END-STRING
               ELSE
                   IF CT-ADD OR CT-CHANGE OR CT-RETIRE THEN
                       MOVE CT-ACTION TO WS-AUTH-ACTION
                       PERFORM CHECK-OPERATOR-AUTHORITY
                       IF NOT AUTHORITY-GRANTED THEN
                           MOVE "NOT AUTHORISED FOR ACTION"
                               TO WS-EXCEPTION-REASON
                       END-IF
                   ELSE
                       SET AUTHORITY-GRANTED TO TRUE
                   END-IF
               END-IF.

           REFUSE-CAT-TRANS.
               ADD 1 TO WS-REFUSED-COUNT.
               MOVE "U" TO WS-SECURITY-EVENT.
               MOVE CT-ACTION TO WS-SECURITY-ACTION.
               MOVE CT-COURSE TO WS-SECURITY-KEY.
               MOVE WS-EXCEPTION-REASON TO WS-SECURITY-REASON.
               PERFORM WRITE-SECURITY-EVENT.
               PERFORM WRITE-CAT-EXCEPTION.

           APPLY-AUTHORISED-TRANS.
               PERFORM FIND-CATALOG-COURSE.
               EVALUATE TRUE
                   WHEN CT-ADD
                           TO WS-EXCEPTION-REASON
                       PERFORM WRITE-CAT-EXCEPTION
               END-EVALUATE.

           FIND-CATALOG-COURSE.
               MOVE "N" TO WS-COURSE-MATCH-FLAG.
               MOVE CT-COURSE TO CA-COURSE.
               MOVE WS-BEFORE-IMAGE TO CA-BEFORE-IMAGE.
               MOVE WS-WORK-REC TO CA-AFTER-IMAGE.
               MOVE WS-SIGNON-ID TO CA-OPERATOR.
               WRITE CAT-AUDIT-RECORD.

           WRITE-CAT-EXCEPTION.
                   TO COURSE-CATALOG-RECORD.
               WRITE COURSE-CATALOG-RECORD.

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

           END PROGRAM cat-maint.
