               SELECT PARAMETER-FILE ASSIGN TO "PARAMS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAMETER-STATUS.
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
           FD  PARAMETER-FILE.
               COPY "param-record.cpy".

           FD  AUDIT-LOG-FILE.
               COPY "audit-log.cpy".

           FD  OPERATOR-FILE.
               COPY "operator-record.cpy".

           FD  SECURITY-LOG-FILE.
               COPY "security-log.cpy".

           WORKING-STORAGE SECTION.
               01 WS-PARAMETER-STATUS PIC X(02).
               01 WS-AUDIT-STATUS PIC X(02).
               01 WS-OPERATOR-STATUS PIC X(02).
               01 WS-SECURITY-STATUS PIC X(02).

               01 WS-PARAM-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-PARAMETERS VALUE "Y".
               01 WS-VALUE-DISPLAY PIC ZZZZ9.99.
               01 WS-LISTED-COUNT PIC 9(04) VALUE ZERO.

               01 WS-PARAM-BEFORE PIC X(27).
               01 WS-PARAM-BEFORE-EFF PIC 9(08) VALUE ZERO.

               01 WS-PROGRAM-NAME PIC X(12) VALUE "param-maint".
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
                   PERFORM GET-MAINT-OPTION
                   PERFORM PROCESS-MAINT-OPTION UNTIL OPTION-QUIT
               END-IF.
               GOBACK.

           GET-MAINT-OPTION.
               ACCEPT WS-OPTION FROM SYSIN.

           PROCESS-MAINT-OPTION.
               IF OPTION-LIST OR OPTION-UPDATE THEN
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
               IF OPTION-LIST THEN
                   PERFORM LIST-PARAMETERS
               ELSE
                   PERFORM UPDATE-PARAMETER
               END-IF.

           REFUSE-MAINT-OPTION.
               DISPLAY "NOT AUTHORISED FOR OPTION " WS-OPTION.
               MOVE "U" TO WS-SECURITY-EVENT.
               MOVE WS-OPTION TO WS-SECURITY-ACTION.
               MOVE SPACES TO WS-SECURITY-KEY.
               MOVE "NOT AUTHORISED FOR ACTION" TO WS-SECURITY-REASON.
               PERFORM WRITE-SECURITY-EVENT.

           LIST-PARAMETERS.
               MOVE "N" TO WS-PARAM-EOF-FLAG.
               MOVE ZERO TO WS-LISTED-COUNT.
               ELSE
                   IF WS-VALUE-ENTRY IS NUMERIC
                           AND WS-DATE-ENTRY IS NUMERIC THEN
                       PERFORM FIND-PARAMETER-IN-FORCE
                       PERFORM APPEND-PARAMETER
                       PERFORM WRITE-PARAMETER-AUDIT
                   ELSE
                       DISPLAY "VALUE AND DATE MUST BE NUMERIC"
                   END-IF
               END-IF.

           FIND-PARAMETER-IN-FORCE.
               MOVE SPACES TO WS-PARAM-BEFORE.
               MOVE ZERO TO WS-PARAM-BEFORE-EFF.
               MOVE "N" TO WS-PARAM-EOF-FLAG.
               OPEN INPUT PARAMETER-FILE.
               IF WS-PARAMETER-STATUS = "00" THEN
                   PERFORM READ-PARAMETER
                   PERFORM CHECK-PARAMETER-IN-FORCE
                       UNTIL END-OF-PARAMETERS
                   CLOSE PARAMETER-FILE
               END-IF.

           CHECK-PARAMETER-IN-FORCE.
               IF PR-KEY = WS-KEY-ENTRY
                       AND PR-EFF-DATE <= WS-DATE-NUM
                       AND PR-EFF-DATE >= WS-PARAM-BEFORE-EFF THEN
                   MOVE PARAMETER-RECORD TO WS-PARAM-BEFORE
                   MOVE PR-EFF-DATE TO WS-PARAM-BEFORE-EFF
               END-IF.
               PERFORM READ-PARAMETER.

           APPEND-PARAMETER.
               OPEN EXTEND PARAMETER-FILE.
               IF WS-PARAMETER-STATUS = "35" THEN
               DISPLAY "PARAMETER RECORDED: " PR-KEY " "
                   WS-VALUE-DISPLAY " EFFECTIVE " PR-EFF-DATE.

           WRITE-PARAMETER-AUDIT.
               OPEN EXTEND AUDIT-LOG-FILE.
               IF WS-AUDIT-STATUS = "35" THEN
                   OPEN OUTPUT AUDIT-LOG-FILE
               END-IF.
               MOVE SPACES TO AUDIT-LOG-RECORD.
               ACCEPT AU-DATE FROM DATE YYYYMMDD.
               ACCEPT AU-TIME FROM TIME.
               MOVE "U" TO AU-ACTION.
               MOVE ZERO TO AU-ID.
               MOVE WS-PARAM-BEFORE TO AU-BEFORE-IMAGE.
               MOVE WS-KEY-ENTRY TO PR-KEY.
               MOVE WS-VALUE-NUM TO PR-VALUE.
               MOVE WS-DATE-NUM TO PR-EFF-DATE.
               MOVE PARAMETER-RECORD TO AU-AFTER-IMAGE.
               SET AU-PARAMETER-IMAGE TO TRUE.
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

           END PROGRAM param-maint.
