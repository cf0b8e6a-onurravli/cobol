           IDENTIFICATION DIVISION.
           PROGRAM-ID. acct-maint.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-ACCOUNT-STATUS.
               SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
               SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPERATOR-STATUS.
               SELECT SECURITY-LOG-FILE ASSIGN TO "SECURITY.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SECURITY-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  GL-ACCOUNT-FILE.
               COPY "gl-account.cpy".

           FD  AUDIT-LOG-FILE.
               COPY "audit-log.cpy".

           FD  OPERATOR-FILE.
               COPY "operator-record.cpy".

           FD  SECURITY-LOG-FILE.
               COPY "security-log.cpy".

           WORKING-STORAGE SECTION.
               01 WS-GL-ACCOUNT-STATUS PIC X(02).
               01 WS-AUDIT-STATUS PIC X(02).
               01 WS-OPERATOR-STATUS PIC X(02).
               01 WS-SECURITY-STATUS PIC X(02).

               01 WS-GL-ACCOUNT-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-GL-ACCOUNTS VALUE "Y".

               01 WS-GL-ACCOUNT-TABLE.
                   05 WS-GL-ACCOUNT-ENTRY OCCURS 500 TIMES.
                       10 WS-GA-REC PIC X(48).
               01 WS-GL-ACCOUNT-COUNT PIC 9(03) VALUE ZERO.
               01 WS-GL-ACCOUNT-SUB PIC 9(03) VALUE ZERO.
               01 WS-MATCH-SUB PIC 9(03) VALUE ZERO.
               01 WS-ENTRY-MATCH-FLAG PIC X(01) VALUE "N".
                   88 ACCOUNT-ENTRY-FOUND VALUE "Y".

               COPY "gl-journal.cpy".

               01 WS-OPTION PIC X(01).
                   88 OPTION-LIST VALUE "L".
                   88 OPTION-UPDATE VALUE "U".
                   88 OPTION-DELETE VALUE "D".
                   88 OPTION-QUIT VALUE "Q".

               01 WS-TYPE-ENTRY PIC X(02).
               01 WS-CAMPUS-ENTRY PIC X(02).
               01 WS-DEBIT-ENTRY PIC X(10).
               01 WS-CREDIT-ENTRY PIC X(10).
               01 WS-DESCRIPTION-ENTRY PIC X(24).

               01 WS-ACCOUNT-KEY PIC X(04).
               01 WS-ACCOUNT-BEFORE PIC X(48).
               01 WS-ACCOUNT-AFTER PIC X(48).
               01 WS-LISTED-COUNT PIC 9(04) VALUE ZERO.
               01 WS-CHANGED-COUNT PIC 9(04) VALUE ZERO.

               01 WS-PROGRAM-NAME PIC X(12) VALUE "acct-maint".
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
               IF OPERATOR-SIGNED-ON THEN
                   PERFORM LOAD-GL-ACCOUNTS
               END-IF.
               IF OPERATOR-SIGNED-ON AND RETURN-CODE = 0 THEN
                   PERFORM GET-MAINT-OPTION
                   PERFORM PROCESS-MAINT-OPTION UNTIL OPTION-QUIT
                   DISPLAY "CHART OF ACCOUNTS CHANGES APPLIED: "
                       WS-CHANGED-COUNT
               END-IF.
               GOBACK.

           LOAD-GL-ACCOUNTS.
               OPEN INPUT GL-ACCOUNT-FILE.
               IF WS-GL-ACCOUNT-STATUS = "00" THEN
                   PERFORM READ-GL-ACCOUNT
                   PERFORM STORE-GL-ACCOUNT UNTIL END-OF-GL-ACCOUNTS
                   CLOSE GL-ACCOUNT-FILE
               ELSE
                   IF WS-GL-ACCOUNT-STATUS NOT = "35" THEN
                       DISPLAY "GL ACCOUNT FILE OPEN FAILED - STATUS "
                           WS-GL-ACCOUNT-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-GL-ACCOUNT.
               READ GL-ACCOUNT-FILE
                   AT END SET END-OF-GL-ACCOUNTS TO TRUE
               END-READ.

           STORE-GL-ACCOUNT.
               IF WS-GL-ACCOUNT-COUNT = 500 THEN
                   DISPLAY "GL ACCOUNT FILE EXCEEDS TABLE LIMIT"
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-GL-ACCOUNTS TO TRUE
               ELSE
                   ADD 1 TO WS-GL-ACCOUNT-COUNT
                   MOVE GL-ACCOUNT-RECORD
                       TO WS-GA-REC (WS-GL-ACCOUNT-COUNT)
                   PERFORM READ-GL-ACCOUNT
               END-IF.

           GET-MAINT-OPTION.
               DISPLAY "CHART OF ACCOUNTS (L=LIST, U=UPDATE, "
                   "D=DELETE, Q=QUIT): ".
               ACCEPT WS-OPTION FROM SYSIN.

           PROCESS-MAINT-OPTION.
               IF OPTION-LIST OR OPTION-UPDATE OR OPTION-DELETE THEN
                   MOVE WS-OPTION TO WS-AUTH-ACTION
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF AUTHORITY-GRANTED THEN
                       PERFORM APPLY-MAINT-OPTION
                   ELSE
                       PERFORM REFUSE-MAINT-OPTION
                   END-IF
               ELSE
                   DISPLAY "UNKNOWN OPTION " WS-OPTION
               END-IF.
               PERFORM GET-MAINT-OPTION.

           APPLY-MAINT-OPTION.
               EVALUATE TRUE
                   WHEN OPTION-LIST
                       PERFORM LIST-GL-ACCOUNTS
                   WHEN OPTION-UPDATE
                       PERFORM UPDATE-GL-ACCOUNT
                   WHEN OPTION-DELETE
                       PERFORM DELETE-GL-ACCOUNT
               END-EVALUATE.

           REFUSE-MAINT-OPTION.
               DISPLAY "NOT AUTHORISED FOR OPTION " WS-OPTION.
               MOVE "U" TO WS-SECURITY-EVENT.
               MOVE WS-OPTION TO WS-SECURITY-ACTION.
               MOVE SPACES TO WS-SECURITY-KEY.
               MOVE "NOT AUTHORISED FOR ACTION" TO WS-SECURITY-REASON.
               PERFORM WRITE-SECURITY-EVENT.

           LIST-GL-ACCOUNTS.
               MOVE ZERO TO WS-LISTED-COUNT.
               MOVE ZERO TO WS-GL-ACCOUNT-SUB.
               PERFORM LIST-ONE-GL-ACCOUNT WS-GL-ACCOUNT-COUNT TIMES.
               IF WS-LISTED-COUNT = 0 THEN
                   DISPLAY "NO ACCOUNTS ON FILE"
               END-IF.

           LIST-ONE-GL-ACCOUNT.
               ADD 1 TO WS-GL-ACCOUNT-SUB.
               ADD 1 TO WS-LISTED-COUNT.
               MOVE WS-GA-REC (WS-GL-ACCOUNT-SUB) TO GL-ACCOUNT-RECORD.
               DISPLAY GA-TRANS-TYPE " CAMPUS " GA-CAMPUS
                   " DR " GA-DEBIT-ACCOUNT " CR " GA-CREDIT-ACCOUNT
                   " " GA-DESCRIPTION.

           GET-ACCOUNT-KEY.
               DISPLAY "TRANSACTION TYPE (TC, AW, PY, AC, DC, AV): ".
               ACCEPT WS-TYPE-ENTRY FROM SYSIN.
               DISPLAY "CAMPUS (BLANK=ALL CAMPUSES): ".
               ACCEPT WS-CAMPUS-ENTRY FROM SYSIN.
               MOVE WS-TYPE-ENTRY TO GJ-TRANS-TYPE.
               MOVE WS-TYPE-ENTRY TO WS-ACCOUNT-KEY (1:2).
               MOVE WS-CAMPUS-ENTRY TO WS-ACCOUNT-KEY (3:2).
               PERFORM FIND-ACCOUNT-ENTRY.
               MOVE SPACES TO WS-ACCOUNT-BEFORE.
               IF ACCOUNT-ENTRY-FOUND THEN
                   MOVE WS-GA-REC (WS-MATCH-SUB) TO WS-ACCOUNT-BEFORE
               END-IF.

           FIND-ACCOUNT-ENTRY.
               MOVE "N" TO WS-ENTRY-MATCH-FLAG.
               MOVE ZERO TO WS-MATCH-SUB.
               MOVE 1 TO WS-GL-ACCOUNT-SUB.
               PERFORM SCAN-ACCOUNT-TABLE
                   UNTIL ACCOUNT-ENTRY-FOUND
                       OR WS-GL-ACCOUNT-SUB > WS-GL-ACCOUNT-COUNT.

           SCAN-ACCOUNT-TABLE.
               IF WS-GA-REC (WS-GL-ACCOUNT-SUB) (1:4)
                       = WS-ACCOUNT-KEY THEN
                   SET ACCOUNT-ENTRY-FOUND TO TRUE
                   MOVE WS-GL-ACCOUNT-SUB TO WS-MATCH-SUB
               ELSE
                   ADD 1 TO WS-GL-ACCOUNT-SUB
               END-IF.

           UPDATE-GL-ACCOUNT.
               PERFORM GET-ACCOUNT-KEY.
               IF NOT GJ-AR-INCREASE AND NOT GJ-AR-DECREASE THEN
                   DISPLAY "UNKNOWN TRANSACTION TYPE " WS-TYPE-ENTRY
               ELSE
                   DISPLAY "DEBIT ACCOUNT: "
                   ACCEPT WS-DEBIT-ENTRY FROM SYSIN
                   DISPLAY "CREDIT ACCOUNT: "
                   ACCEPT WS-CREDIT-ENTRY FROM SYSIN
                   DISPLAY "DESCRIPTION: "
                   ACCEPT WS-DESCRIPTION-ENTRY FROM SYSIN
                   IF WS-DEBIT-ENTRY = SPACES
                           OR WS-CREDIT-ENTRY = SPACES THEN
                       DISPLAY "DEBIT AND CREDIT ACCOUNTS REQUIRED"
                   ELSE
                       PERFORM STORE-GL-ACCOUNT-CHANGE
                   END-IF
               END-IF.

           STORE-GL-ACCOUNT-CHANGE.
               IF NOT ACCOUNT-ENTRY-FOUND
                       AND WS-GL-ACCOUNT-COUNT = 500 THEN
                   DISPLAY "GL ACCOUNT FILE EXCEEDS TABLE LIMIT"
               ELSE
                   IF NOT ACCOUNT-ENTRY-FOUND THEN
                       ADD 1 TO WS-GL-ACCOUNT-COUNT
                       MOVE WS-GL-ACCOUNT-COUNT TO WS-MATCH-SUB
                   END-IF
                   MOVE SPACES TO GL-ACCOUNT-RECORD
                   MOVE WS-TYPE-ENTRY TO GA-TRANS-TYPE
                   MOVE WS-CAMPUS-ENTRY TO GA-CAMPUS
                   MOVE WS-DEBIT-ENTRY TO GA-DEBIT-ACCOUNT
                   MOVE WS-CREDIT-ENTRY TO GA-CREDIT-ACCOUNT
                   MOVE WS-DESCRIPTION-ENTRY TO GA-DESCRIPTION
                   MOVE GL-ACCOUNT-RECORD TO WS-GA-REC (WS-MATCH-SUB)
                   MOVE GL-ACCOUNT-RECORD TO WS-ACCOUNT-AFTER
                   PERFORM APPLY-GL-ACCOUNT-CHANGE
               END-IF.

           DELETE-GL-ACCOUNT.
               PERFORM GET-ACCOUNT-KEY.
               IF NOT ACCOUNT-ENTRY-FOUND THEN
                   DISPLAY "NO ACCOUNT LINE FOR " WS-TYPE-ENTRY
                       " CAMPUS " WS-CAMPUS-ENTRY
               ELSE
                   PERFORM CLOSE-ACCOUNT-GAP
                       UNTIL WS-MATCH-SUB = WS-GL-ACCOUNT-COUNT
                   SUBTRACT 1 FROM WS-GL-ACCOUNT-COUNT
                   MOVE SPACES TO WS-ACCOUNT-AFTER
                   PERFORM APPLY-GL-ACCOUNT-CHANGE
               END-IF.

           CLOSE-ACCOUNT-GAP.
               MOVE WS-GA-REC (WS-MATCH-SUB + 1)
                   TO WS-GA-REC (WS-MATCH-SUB).
               ADD 1 TO WS-MATCH-SUB.

           APPLY-GL-ACCOUNT-CHANGE.
               PERFORM REWRITE-GL-ACCOUNTS.
               IF RETURN-CODE = 0 THEN
                   PERFORM WRITE-ACCOUNT-AUDIT
                   ADD 1 TO WS-CHANGED-COUNT
                   DISPLAY "CHART OF ACCOUNTS UPDATED - "
                       WS-TYPE-ENTRY " CAMPUS " WS-CAMPUS-ENTRY
               END-IF.

           REWRITE-GL-ACCOUNTS.
               OPEN OUTPUT GL-ACCOUNT-FILE.
               IF WS-GL-ACCOUNT-STATUS = "00" THEN
                   MOVE ZERO TO WS-GL-ACCOUNT-SUB
                   PERFORM WRITE-GL-ACCOUNT-ENTRY
                       WS-GL-ACCOUNT-COUNT TIMES
                   CLOSE GL-ACCOUNT-FILE
               ELSE
                   DISPLAY "GL ACCOUNT FILE OPEN FAILED - STATUS "
                       WS-GL-ACCOUNT-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF.

           WRITE-GL-ACCOUNT-ENTRY.
               ADD 1 TO WS-GL-ACCOUNT-SUB.
               MOVE WS-GA-REC (WS-GL-ACCOUNT-SUB) TO GL-ACCOUNT-RECORD.
               WRITE GL-ACCOUNT-RECORD.

           WRITE-ACCOUNT-AUDIT.
               OPEN EXTEND AUDIT-LOG-FILE.
               IF WS-AUDIT-STATUS = "35" THEN
                   OPEN OUTPUT AUDIT-LOG-FILE
               END-IF.
               MOVE SPACES TO AUDIT-LOG-RECORD.
               ACCEPT AU-DATE FROM DATE YYYYMMDD.
               ACCEPT AU-TIME FROM TIME.
               MOVE WS-OPTION TO AU-ACTION.
               MOVE ZERO TO AU-ID.
               MOVE WS-ACCOUNT-BEFORE TO AU-BEFORE-IMAGE.
               MOVE WS-ACCOUNT-AFTER TO AU-AFTER-IMAGE.
               SET AU-ACCOUNT-IMAGE TO TRUE.
               MOVE WS-SIGNON-ID TO AU-OPERATOR.
               WRITE AUDIT-LOG-RECORD.
               CLOSE AUDIT-LOG-FILE.

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

           END PROGRAM acct-maint.
