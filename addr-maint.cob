           IDENTIFICATION DIVISION.
           PROGRAM-ID. addr-maint.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ADDRESS-TRANS-FILE ASSIGN TO "ADDRESS.TRN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ADDRESS-TRANS-STATUS.
               SELECT ADDRESS-FILE ASSIGN TO "ADDRESS.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AD-ID
                   FILE STATUS IS WS-ADDRESS-STATUS.
               SELECT ID-XREF-FILE ASSIGN TO "IDXREF.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-XREF-STATUS.
               SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
               SELECT ADDRESS-EXCEPTION-FILE ASSIGN TO "ADDREXC.RPT"
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
           FD  ADDRESS-TRANS-FILE.
               01 ADDRESS-TRANS-RECORD.
                   05 AT-ACTION PIC X(01).
                       88 AT-ADD VALUE "A".
                       88 AT-CHANGE VALUE "C".
                       88 AT-DELETE VALUE "D".
                       88 AT-MAIL-RETURNED VALUE "R".
                       88 AT-MAIL-VERIFIED VALUE "V".
                   05 AT-ID PIC 9(06).
                   05 AT-LINE-1 PIC X(30).
                   05 AT-LINE-2 PIC X(30).
                   05 AT-CITY PIC X(20).
                   05 AT-POSTAL-CODE PIC X(10).
                   05 AT-COUNTRY PIC X(20).
                   05 AT-EMAIL PIC X(40).
                   05 AT-PHONE PIC X(15).
                   05 AT-OPERATOR PIC X(08).

           FD  ADDRESS-FILE.
               COPY "address-record.cpy".

           FD  ID-XREF-FILE.
               COPY "id-xref.cpy".

           FD  AUDIT-LOG-FILE.
               COPY "audit-log.cpy".

           FD  ADDRESS-EXCEPTION-FILE.
               01 EXCEPTION-LINE PIC X(80).

           FD  OPERATOR-FILE.
               COPY "operator-record.cpy".

           FD  SECURITY-LOG-FILE.
               COPY "security-log.cpy".

           WORKING-STORAGE SECTION.
               01 WS-ADDRESS-TRANS-STATUS PIC X(02).
               01 WS-ADDRESS-STATUS PIC X(02).
               01 WS-XREF-STATUS PIC X(02).
               01 WS-AUDIT-STATUS PIC X(02).
               01 WS-EXCEPTION-STATUS PIC X(02).
               01 WS-OPERATOR-STATUS PIC X(02).
               01 WS-SECURITY-STATUS PIC X(02).

               01 WS-TRANS-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-TRANSACTIONS VALUE "Y".
               01 WS-XREF-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-XREF VALUE "Y".

               01 WS-MATCH-FLAG PIC X(01) VALUE "N".
                   88 ADDRESS-FOUND VALUE "Y".

               01 WS-XREF-COUNT PIC 9(05) VALUE ZERO.
               01 WS-XREF-TABLE.
                   05 WS-XREF-ENTRY OCCURS 10000 TIMES.
                       10 WS-XR-OLD-ID PIC 9(06).
                       10 WS-XR-NEW-ID PIC 9(06).
               01 WS-XREF-SUB PIC 9(05) VALUE ZERO.
               01 WS-XREF-MATCH-FLAG PIC X(01) VALUE "N".
                   88 ID-RETIRED VALUE "Y".
               01 WS-RENUMBER-COUNT PIC 9(03) VALUE ZERO.

               01 WS-CURRENT-ID PIC 9(06) VALUE ZERO.
               01 WS-BEFORE-IMAGE PIC X(180).
               01 WS-TODAY PIC 9(08) VALUE ZERO.

               01 WS-APPLIED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-EXCEPTION-COUNT PIC 9(06) VALUE ZERO.
               01 WS-EXCEPTION-REASON PIC X(30).

               01 WS-PROGRAM-NAME PIC X(12) VALUE "addr-maint".
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
               OPEN I-O ADDRESS-FILE.
               IF WS-ADDRESS-STATUS = "35" THEN
                   OPEN OUTPUT ADDRESS-FILE
                   CLOSE ADDRESS-FILE
                   OPEN I-O ADDRESS-FILE
               END-IF.
               IF WS-ADDRESS-STATUS NOT = "00" THEN
                   DISPLAY "ADDRESS FILE OPEN FAILED - STATUS "
                       WS-ADDRESS-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM LOAD-ID-XREF.
               IF RETURN-CODE = 0 THEN
                   PERFORM PROCESS-ADDRESS-TRANSACTIONS
               END-IF.
               CLOSE ADDRESS-FILE.
               IF RETURN-CODE = 0 THEN
                   DISPLAY "ADDRESS MAINTENANCE APPLIED: "
                       WS-APPLIED-COUNT
                   DISPLAY "ADDRESS MAINTENANCE EXCEPTIONS: "
                       WS-EXCEPTION-COUNT
                   DISPLAY "ADDRESS MAINTENANCE REFUSED: "
                       WS-REFUSED-COUNT
               END-IF.
               GOBACK.

           LOAD-ID-XREF.
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

           PROCESS-ADDRESS-TRANSACTIONS.
               OPEN INPUT ADDRESS-TRANS-FILE.
               IF WS-ADDRESS-TRANS-STATUS = "00" THEN
                   PERFORM OPEN-AUDIT-LOG
                   OPEN OUTPUT ADDRESS-EXCEPTION-FILE
                   PERFORM READ-ADDRESS-TRANS
                   PERFORM APPLY-ADDRESS-TRANS
                       UNTIL END-OF-TRANSACTIONS
                   CLOSE ADDRESS-TRANS-FILE
                   CLOSE AUDIT-LOG-FILE
                   CLOSE ADDRESS-EXCEPTION-FILE
               ELSE
                   DISPLAY "ADDRESS TRANSACTION FILE NOT FOUND"
                       " - STATUS " WS-ADDRESS-TRANS-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF.

           OPEN-AUDIT-LOG.
               OPEN EXTEND AUDIT-LOG-FILE.
               IF WS-AUDIT-STATUS = "35" THEN
                   OPEN OUTPUT AUDIT-LOG-FILE
               END-IF.

           READ-ADDRESS-TRANS.
               READ ADDRESS-TRANS-FILE
                   AT END SET END-OF-TRANSACTIONS TO TRUE
               END-READ.

           APPLY-ADDRESS-TRANS.
               PERFORM CHECK-TRANS-AUTHORITY.
               IF AUTHORITY-GRANTED THEN
                   PERFORM APPLY-AUTHORISED-TRANS
               ELSE
                   PERFORM REFUSE-ADDRESS-TRANS
               END-IF.
               PERFORM READ-ADDRESS-TRANS.

           CHECK-TRANS-AUTHORITY.
               MOVE SPACES TO WS-EXCEPTION-REASON.
               IF AT-OPERATOR = SPACES THEN
                   MOVE WS-SIGNON-ID TO AT-OPERATOR
               END-IF.
               IF AT-OPERATOR NOT = WS-SIGNON-ID THEN
                   MOVE "N" TO WS-AUTHORITY-FLAG
                   STRING "KEYED UNDER OPERATOR " DELIMITED BY SIZE
                       AT-OPERATOR DELIMITED BY SIZE
                       INTO WS-EXCEPTION-REASON
                   END-STRING
               ELSE
                   IF AT-ADD OR AT-CHANGE OR AT-DELETE
                           OR AT-MAIL-RETURNED OR AT-MAIL-VERIFIED THEN
                       MOVE AT-ACTION TO WS-AUTH-ACTION
                       PERFORM CHECK-OPERATOR-AUTHORITY
                       IF NOT AUTHORITY-GRANTED THEN
                           MOVE "NOT AUTHORISED FOR ACTION"
                               TO WS-EXCEPTION-REASON
                       END-IF
                   ELSE
                       SET AUTHORITY-GRANTED TO TRUE
                   END-IF
               END-IF.

           REFUSE-ADDRESS-TRANS.
               ADD 1 TO WS-REFUSED-COUNT.
               MOVE "U" TO WS-SECURITY-EVENT.
               MOVE AT-ACTION TO WS-SECURITY-ACTION.
               MOVE AT-ID TO WS-SECURITY-KEY.
               MOVE WS-EXCEPTION-REASON TO WS-SECURITY-REASON.
               PERFORM WRITE-SECURITY-EVENT.
               PERFORM WRITE-ADDRESS-EXCEPTION.

           APPLY-AUTHORISED-TRANS.
               IF AT-ID IS NOT NUMERIC THEN
                   MOVE ZERO TO WS-CURRENT-ID
                   MOVE "ID NOT NUMERIC" TO WS-EXCEPTION-REASON
                   PERFORM WRITE-ADDRESS-EXCEPTION
               ELSE
                   PERFORM RESOLVE-CURRENT-ID
                   PERFORM READ-ADDRESS-BY-ID
                   IF ADDRESS-FOUND THEN
                       MOVE ADDRESS-RECORD TO WS-BEFORE-IMAGE
                   ELSE
                       MOVE SPACES TO WS-BEFORE-IMAGE
                   END-IF
                   EVALUATE TRUE
                       WHEN AT-ADD
                           PERFORM APPLY-ADDRESS-ADD
                       WHEN AT-CHANGE
                           PERFORM APPLY-ADDRESS-CHANGE
                       WHEN AT-DELETE
                           PERFORM APPLY-ADDRESS-DELETE
                       WHEN AT-MAIL-RETURNED
                           PERFORM APPLY-MAIL-RETURNED
                       WHEN AT-MAIL-VERIFIED
                           PERFORM APPLY-MAIL-VERIFIED
                       WHEN OTHER
                           MOVE "UNKNOWN ACTION CODE"
                               TO WS-EXCEPTION-REASON
                           PERFORM WRITE-ADDRESS-EXCEPTION
                   END-EVALUATE
               END-IF.

           RESOLVE-CURRENT-ID.
               MOVE AT-ID TO WS-CURRENT-ID.
               MOVE ZERO TO WS-RENUMBER-COUNT.
               PERFORM FIND-RETIRED-ID.
               PERFORM FOLLOW-RENUMBERING
                   UNTIL NOT ID-RETIRED OR WS-RENUMBER-COUNT > 20.

           FOLLOW-RENUMBERING.
               MOVE WS-XR-NEW-ID (WS-XREF-SUB) TO WS-CURRENT-ID.
               ADD 1 TO WS-RENUMBER-COUNT.
               PERFORM FIND-RETIRED-ID.

           FIND-RETIRED-ID.
               MOVE "N" TO WS-XREF-MATCH-FLAG.
               MOVE 1 TO WS-XREF-SUB.
               PERFORM SCAN-XREF-TABLE
                   UNTIL ID-RETIRED OR WS-XREF-SUB > WS-XREF-COUNT.

           SCAN-XREF-TABLE.
               IF WS-XR-OLD-ID (WS-XREF-SUB) = WS-CURRENT-ID THEN
                   SET ID-RETIRED TO TRUE
               ELSE
                   ADD 1 TO WS-XREF-SUB
               END-IF.

           READ-ADDRESS-BY-ID.
               MOVE "N" TO WS-MATCH-FLAG.
               MOVE WS-CURRENT-ID TO AD-ID.
               READ ADDRESS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET ADDRESS-FOUND TO TRUE
               END-READ.

           APPLY-ADDRESS-ADD.
               IF ADDRESS-FOUND THEN
                   MOVE "ADDRESS ALREADY ON FILE"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-ADDRESS-EXCEPTION
               ELSE
                   IF AT-LINE-1 = SPACES THEN
                       MOVE "FIRST ADDRESS LINE REQUIRED"
                           TO WS-EXCEPTION-REASON
                       PERFORM WRITE-ADDRESS-EXCEPTION
                   ELSE
                       MOVE SPACES TO ADDRESS-RECORD
                       MOVE WS-CURRENT-ID TO AD-ID
                       MOVE AT-LINE-1 TO AD-LINE-1
                       MOVE AT-LINE-2 TO AD-LINE-2
                       MOVE AT-CITY TO AD-CITY
                       MOVE AT-POSTAL-CODE TO AD-POSTAL-CODE
                       MOVE AT-COUNTRY TO AD-COUNTRY
                       MOVE AT-EMAIL TO AD-EMAIL
                       MOVE AT-PHONE TO AD-PHONE
                       MOVE "N" TO AD-RETURNED-MAIL
                       MOVE WS-TODAY TO AD-UPDATE-DATE
                       PERFORM WRITE-ADDRESS-RECORD
                   END-IF
               END-IF.

           APPLY-ADDRESS-CHANGE.
               IF NOT ADDRESS-FOUND THEN
                   MOVE "NO ADDRESS ON FILE" TO WS-EXCEPTION-REASON
                   PERFORM WRITE-ADDRESS-EXCEPTION
               ELSE
                   IF AT-LINE-1 NOT = SPACES THEN
                       MOVE AT-LINE-1 TO AD-LINE-1
                       MOVE AT-LINE-2 TO AD-LINE-2
                       MOVE "N" TO AD-RETURNED-MAIL
                   END-IF
                   IF AT-CITY NOT = SPACES THEN
                       MOVE AT-CITY TO AD-CITY
                   END-IF
                   IF AT-POSTAL-CODE NOT = SPACES THEN
                       MOVE AT-POSTAL-CODE TO AD-POSTAL-CODE
                   END-IF
                   IF AT-COUNTRY NOT = SPACES THEN
                       MOVE AT-COUNTRY TO AD-COUNTRY
                   END-IF
                   IF AT-EMAIL NOT = SPACES THEN
                       MOVE AT-EMAIL TO AD-EMAIL
                   END-IF
                   IF AT-PHONE NOT = SPACES THEN
                       MOVE AT-PHONE TO AD-PHONE
                   END-IF
                   MOVE WS-TODAY TO AD-UPDATE-DATE
                   PERFORM REWRITE-ADDRESS-RECORD
               END-IF.

           APPLY-ADDRESS-DELETE.
               IF NOT ADDRESS-FOUND THEN
                   MOVE "NO ADDRESS ON FILE" TO WS-EXCEPTION-REASON
                   PERFORM WRITE-ADDRESS-EXCEPTION
               ELSE
                   DELETE ADDRESS-FILE
                       INVALID KEY
                           DISPLAY "DELETE FAILED FOR ID "
                               WS-CURRENT-ID
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           MOVE SPACES TO ADDRESS-RECORD
                           PERFORM WRITE-AUDIT-RECORD
                           ADD 1 TO WS-APPLIED-COUNT
                   END-DELETE
               END-IF.

           APPLY-MAIL-RETURNED.
               IF NOT ADDRESS-FOUND THEN
                   MOVE "NO ADDRESS ON FILE" TO WS-EXCEPTION-REASON
                   PERFORM WRITE-ADDRESS-EXCEPTION
               ELSE
                   MOVE "Y" TO AD-RETURNED-MAIL
                   MOVE WS-TODAY TO AD-UPDATE-DATE
                   PERFORM REWRITE-ADDRESS-RECORD
               END-IF.

           APPLY-MAIL-VERIFIED.
               IF NOT ADDRESS-FOUND THEN
                   MOVE "NO ADDRESS ON FILE" TO WS-EXCEPTION-REASON
                   PERFORM WRITE-ADDRESS-EXCEPTION
               ELSE
                   MOVE "N" TO AD-RETURNED-MAIL
                   MOVE WS-TODAY TO AD-UPDATE-DATE
                   PERFORM REWRITE-ADDRESS-RECORD
               END-IF.

           WRITE-ADDRESS-RECORD.
               WRITE ADDRESS-RECORD
                   INVALID KEY
                       DISPLAY "WRITE FAILED FOR ID " WS-CURRENT-ID
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM WRITE-AUDIT-RECORD
                       ADD 1 TO WS-APPLIED-COUNT
               END-WRITE.

           REWRITE-ADDRESS-RECORD.
               REWRITE ADDRESS-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR ID " WS-CURRENT-ID
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM WRITE-AUDIT-RECORD
                       ADD 1 TO WS-APPLIED-COUNT
               END-REWRITE.

           WRITE-AUDIT-RECORD.
               MOVE SPACES TO AUDIT-LOG-RECORD.
               ACCEPT AU-DATE FROM DATE YYYYMMDD.
               ACCEPT AU-TIME FROM TIME.
               MOVE AT-ACTION TO AU-ACTION.
               MOVE WS-CURRENT-ID TO AU-ID.
               SET AU-ADDRESS-IMAGE TO TRUE.
               MOVE WS-BEFORE-IMAGE TO AU-ADDR-BEFORE-IMAGE.
               MOVE ADDRESS-RECORD TO AU-ADDR-AFTER-IMAGE.
               MOVE WS-SIGNON-ID TO AU-OPERATOR.
               WRITE AUDIT-LOG-RECORD.

           WRITE-ADDRESS-EXCEPTION.
               ADD 1 TO WS-EXCEPTION-COUNT.
               MOVE SPACES TO EXCEPTION-LINE.
               STRING AT-ACTION DELIMITED BY SIZE
                   " ID " DELIMITED BY SIZE
                   AT-ID DELIMITED BY SIZE
                   " REJECTED - " DELIMITED BY SIZE
                   WS-EXCEPTION-REASON DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               END-STRING.
               WRITE EXCEPTION-LINE.

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

           END PROGRAM addr-maint.
