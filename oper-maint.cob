           IDENTIFICATION DIVISION.
           PROGRAM-ID. oper-maint.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPERATOR-STATUS.
               SELECT SECURITY-LOG-FILE ASSIGN TO "SECURITY.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SECURITY-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  OPERATOR-FILE.
               COPY "operator-record.cpy".

           FD  SECURITY-LOG-FILE.
               COPY "security-log.cpy".

           WORKING-STORAGE SECTION.
               01 WS-OPERATOR-STATUS PIC X(02).
               01 WS-SECURITY-STATUS PIC X(02).

               01 WS-PROGRAM-NAME PIC X(12) VALUE "oper-maint".
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

               01 WS-TODAY PIC 9(08) VALUE ZERO.

               01 WS-OPTION PIC X(01).
                   88 OPTION-LIST VALUE "L".
                   88 OPTION-ADD VALUE "A".
                   88 OPTION-AUTHORITY VALUE "C".
                   88 OPTION-PASSWORD VALUE "P".
                   88 OPTION-REVOKE VALUE "R".
                   88 OPTION-REINSTATE VALUE "E".
                   88 OPTION-QUIT VALUE "Q".

               01 WS-OPERATOR-COUNT PIC 9(03) VALUE ZERO.
               01 WS-OPERATOR-TABLE.
                   05 WS-OPERATOR-ENTRY OCCURS 200 TIMES.
                       10 WS-OT-REC PIC X(277).
               01 WS-OPERATOR-SUB PIC 9(03) VALUE ZERO.
               01 WS-MATCH-SUB PIC 9(03) VALUE ZERO.
               01 WS-OPERATOR-KEY PIC X(08).
               01 WS-ENTRY-MATCH-FLAG PIC X(01) VALUE "N".
                   88 OPERATOR-ENTRY-FOUND VALUE "Y".

               01 WS-ID-ENTRY PIC X(08).
               01 WS-NAME-ENTRY PIC X(25).
               01 WS-PASSWORD-ENTRY PIC X(12).
               01 WS-ADMIN-ENTRY PIC X(01).
               01 WS-PROGRAM-ENTRY PIC X(12).
               01 WS-FUNCTIONS-ENTRY PIC X(06).
               01 WS-FUNCTIONS-WORK PIC X(06).
               01 WS-ALLOWED-FUNCTIONS PIC X(06).
               01 WS-AUTHORITY-DONE-FLAG PIC X(01) VALUE "N".
                   88 AUTHORITIES-ENTERED VALUE "Y".

               01 WS-CHANGED-COUNT PIC 9(04) VALUE ZERO.
               01 WS-LISTED-COUNT PIC 9(04) VALUE ZERO.

           PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD.
               PERFORM LOAD-OPERATORS.
               IF RETURN-CODE = 0 THEN
                   IF WS-OPERATOR-COUNT = 0 THEN
                       PERFORM ENROL-FIRST-ADMINISTRATOR
                   ELSE
                       PERFORM SIGN-ON-ADMINISTRATOR
                   END-IF
               END-IF.
               IF OPERATOR-SIGNED-ON THEN
                   PERFORM GET-ADMIN-OPTION
                   PERFORM PROCESS-ADMIN-OPTION UNTIL OPTION-QUIT
                   IF WS-CHANGED-COUNT > 0 THEN
                       PERFORM REWRITE-OPERATORS
                   END-IF
                   DISPLAY "OPERATOR CHANGES APPLIED: "
                       WS-CHANGED-COUNT
               END-IF.
               GOBACK.

           LOAD-OPERATORS.
               OPEN INPUT OPERATOR-FILE.
               IF WS-OPERATOR-STATUS = "00" THEN
                   PERFORM READ-OPERATOR
                   PERFORM STORE-OPERATOR UNTIL END-OF-OPERATORS
                   CLOSE OPERATOR-FILE
               ELSE
                   IF WS-OPERATOR-STATUS NOT = "35" THEN
                       DISPLAY "OPERATOR FILE OPEN FAILED - STATUS "
                           WS-OPERATOR-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           STORE-OPERATOR.
               IF WS-OPERATOR-COUNT = 200 THEN
                   DISPLAY "OPERATOR FILE EXCEEDS TABLE LIMIT"
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-OPERATORS TO TRUE
               ELSE
                   ADD 1 TO WS-OPERATOR-COUNT
                   MOVE OPERATOR-RECORD
                       TO WS-OT-REC (WS-OPERATOR-COUNT)
                   PERFORM READ-OPERATOR
               END-IF.

           ENROL-FIRST-ADMINISTRATOR.
               DISPLAY "NO OPERATORS ON FILE - ENROL THE FIRST "
                   "SECURITY ADMINISTRATOR".
               PERFORM GET-NEW-OPERATOR.
               IF WS-ID-ENTRY = SPACES
                       OR WS-PASSWORD-ENTRY = SPACES THEN
                   DISPLAY "OPERATOR ID AND PASSWORD REQUIRED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "Y" TO WS-ADMIN-ENTRY
                   PERFORM BUILD-NEW-OPERATOR
                   MOVE WS-ID-ENTRY TO WS-SIGNON-ID
                   MOVE WS-ID-ENTRY TO OP-CHANGED-BY
                   PERFORM STORE-NEW-OPERATOR
                   SET OPERATOR-SIGNED-ON TO TRUE
                   MOVE "A" TO WS-OPTION
                   MOVE "FIRST ADMINISTRATOR ENROLLED"
                       TO WS-SECURITY-REASON
                   PERFORM LOG-OPERATOR-CHANGE
               END-IF.

           SIGN-ON-ADMINISTRATOR.
               PERFORM SIGN-ON-OPERATOR.
               IF OPERATOR-SIGNED-ON THEN
                   MOVE WS-SIGNON-ID TO WS-OPERATOR-KEY
                   PERFORM FIND-OPERATOR-ENTRY
                   MOVE WS-OT-REC (WS-MATCH-SUB) TO OPERATOR-RECORD
                   IF NOT OP-SECURITY-ADMIN THEN
                       MOVE "N" TO WS-SIGNON-FLAG
                       MOVE "U" TO WS-SECURITY-EVENT
                       MOVE SPACE TO WS-SECURITY-ACTION
                       MOVE SPACES TO WS-SECURITY-KEY
                       MOVE "NOT A SECURITY ADMINISTRATOR"
                           TO WS-SECURITY-REASON
                       PERFORM WRITE-SECURITY-EVENT
                       DISPLAY "SIGN-ON REJECTED - "
                           WS-SECURITY-REASON
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           GET-ADMIN-OPTION.
               DISPLAY "OPERATORS (L=LIST, A=ADD, C=AUTHORITY, "
                   "P=PASSWORD, R=REVOKE, E=REINSTATE, Q=QUIT): ".
               ACCEPT WS-OPTION FROM SYSIN.

           PROCESS-ADMIN-OPTION.
               EVALUATE TRUE
                   WHEN OPTION-LIST
                       PERFORM LIST-OPERATORS
                   WHEN OPTION-ADD
                       PERFORM ADD-OPERATOR
                   WHEN OPTION-AUTHORITY
                       PERFORM CHANGE-AUTHORITY
                   WHEN OPTION-PASSWORD
                       PERFORM RESET-PASSWORD
                   WHEN OPTION-REVOKE
                       PERFORM REVOKE-OPERATOR
                   WHEN OPTION-REINSTATE
                       PERFORM REINSTATE-OPERATOR
                   WHEN OTHER
                       DISPLAY "UNKNOWN OPTION " WS-OPTION
               END-EVALUATE.
               PERFORM GET-ADMIN-OPTION.

           FIND-OPERATOR-ENTRY.
               MOVE "N" TO WS-ENTRY-MATCH-FLAG.
               MOVE ZERO TO WS-MATCH-SUB.
               MOVE 1 TO WS-OPERATOR-SUB.
               PERFORM SCAN-OPERATOR-TABLE
                   UNTIL OPERATOR-ENTRY-FOUND
                       OR WS-OPERATOR-SUB > WS-OPERATOR-COUNT.

           SCAN-OPERATOR-TABLE.
               IF WS-OT-REC (WS-OPERATOR-SUB) (1:8)
                       = WS-OPERATOR-KEY THEN
                   SET OPERATOR-ENTRY-FOUND TO TRUE
                   MOVE WS-OPERATOR-SUB TO WS-MATCH-SUB
               ELSE
                   ADD 1 TO WS-OPERATOR-SUB
               END-IF.

           GET-OPERATOR-ID.
               DISPLAY "OPERATOR ID: ".
               ACCEPT WS-ID-ENTRY FROM SYSIN.
               MOVE WS-ID-ENTRY TO WS-OPERATOR-KEY.
               PERFORM FIND-OPERATOR-ENTRY.
               IF OPERATOR-ENTRY-FOUND THEN
                   MOVE WS-OT-REC (WS-MATCH-SUB) TO OPERATOR-RECORD
               END-IF.

           GET-NEW-OPERATOR.
               DISPLAY "NEW OPERATOR ID: ".
               ACCEPT WS-ID-ENTRY FROM SYSIN.
               DISPLAY "OPERATOR NAME: ".
               ACCEPT WS-NAME-ENTRY FROM SYSIN.
               DISPLAY "PASSWORD: ".
               ACCEPT WS-PASSWORD-ENTRY FROM SYSIN.

           BUILD-NEW-OPERATOR.
               MOVE SPACES TO OPERATOR-RECORD.
               MOVE WS-ID-ENTRY TO OP-ID.
               MOVE WS-NAME-ENTRY TO OP-NAME.
               PERFORM HASH-NEW-PASSWORD.
               SET OP-ACTIVE TO TRUE.
               MOVE WS-ADMIN-ENTRY TO OP-ADMIN-FLAG.
               MOVE WS-TODAY TO OP-CHANGED-DATE.
               MOVE WS-SIGNON-ID TO OP-CHANGED-BY.

           HASH-NEW-PASSWORD.
               MOVE WS-ID-ENTRY TO WS-HASH-TEXT (1:8).
               MOVE WS-PASSWORD-ENTRY TO WS-HASH-TEXT (9:12).
               PERFORM COMPUTE-PASSWORD-HASH.
               MOVE WS-HASH-VALUE TO OP-PASSWORD-HASH.

           STORE-NEW-OPERATOR.
               ADD 1 TO WS-OPERATOR-COUNT.
               MOVE OPERATOR-RECORD TO WS-OT-REC (WS-OPERATOR-COUNT).
               ADD 1 TO WS-CHANGED-COUNT.

           STORE-CHANGED-OPERATOR.
               MOVE WS-TODAY TO OP-CHANGED-DATE.
               MOVE WS-SIGNON-ID TO OP-CHANGED-BY.
               MOVE OPERATOR-RECORD TO WS-OT-REC (WS-MATCH-SUB).
               ADD 1 TO WS-CHANGED-COUNT.

           LOG-OPERATOR-CHANGE.
               MOVE "M" TO WS-SECURITY-EVENT.
               MOVE WS-OPTION TO WS-SECURITY-ACTION.
               MOVE WS-ID-ENTRY TO WS-SECURITY-KEY.
               PERFORM WRITE-SECURITY-EVENT.
               DISPLAY "OPERATOR FILE UPDATED - " WS-ID-ENTRY " "
                   WS-SECURITY-REASON.

           LIST-OPERATORS.
               MOVE ZERO TO WS-LISTED-COUNT.
               MOVE ZERO TO WS-OPERATOR-SUB.
               PERFORM LIST-ONE-OPERATOR WS-OPERATOR-COUNT TIMES.

           LIST-ONE-OPERATOR.
               ADD 1 TO WS-OPERATOR-SUB.
               ADD 1 TO WS-LISTED-COUNT.
               MOVE WS-OT-REC (WS-OPERATOR-SUB) TO OPERATOR-RECORD.
               DISPLAY OP-ID " " OP-NAME " STATUS " OP-STATUS
                   " ADMIN " OP-ADMIN-FLAG " CHANGED "
                   OP-CHANGED-DATE " BY " OP-CHANGED-BY.
               MOVE 1 TO WS-AUTH-SUB.
               PERFORM LIST-ONE-AUTHORITY
                   UNTIL WS-AUTH-SUB > WS-AUTH-LIMIT.

           LIST-ONE-AUTHORITY.
               IF OP-AUTH-PROGRAM (WS-AUTH-SUB) NOT = SPACES THEN
                   DISPLAY "    " OP-AUTH-PROGRAM (WS-AUTH-SUB) " "
                       OP-AUTH-FUNCTIONS (WS-AUTH-SUB)
               END-IF.
               ADD 1 TO WS-AUTH-SUB.

           ADD-OPERATOR.
               PERFORM GET-NEW-OPERATOR.
               MOVE WS-ID-ENTRY TO WS-OPERATOR-KEY.
               PERFORM FIND-OPERATOR-ENTRY.
               IF WS-ID-ENTRY = SPACES
                       OR WS-PASSWORD-ENTRY = SPACES THEN
                   DISPLAY "OPERATOR ID AND PASSWORD REQUIRED"
               ELSE
                   IF OPERATOR-ENTRY-FOUND THEN
                       DISPLAY "OPERATOR ALREADY ON FILE - "
                           WS-ID-ENTRY
                   ELSE
                       IF WS-OPERATOR-COUNT = 200 THEN
                           DISPLAY "OPERATOR TABLE FULL"
                       ELSE
                           PERFORM GET-ADMIN-FLAG
                           PERFORM BUILD-NEW-OPERATOR
                           PERFORM GET-AUTHORITIES
                           PERFORM STORE-NEW-OPERATOR
                           MOVE "OPERATOR ADDED" TO WS-SECURITY-REASON
                           PERFORM LOG-OPERATOR-CHANGE
                       END-IF
                   END-IF
               END-IF.

           GET-ADMIN-FLAG.
               DISPLAY "SECURITY ADMINISTRATOR (Y/N): ".
               ACCEPT WS-ADMIN-ENTRY FROM SYSIN.
               IF WS-ADMIN-ENTRY NOT = "Y" THEN
                   MOVE "N" TO WS-ADMIN-ENTRY
               END-IF.

           GET-AUTHORITIES.
               MOVE 1 TO WS-AUTH-SUB.
               PERFORM CLEAR-ONE-AUTHORITY
                   UNTIL WS-AUTH-SUB > WS-AUTH-LIMIT.
               MOVE "N" TO WS-AUTHORITY-DONE-FLAG.
               MOVE 1 TO WS-AUTH-SUB.
               PERFORM GET-ONE-AUTHORITY
                   UNTIL AUTHORITIES-ENTERED
                       OR WS-AUTH-SUB > WS-AUTH-LIMIT.

           CLEAR-ONE-AUTHORITY.
               MOVE SPACES TO OP-AUTH-PROGRAM (WS-AUTH-SUB).
               MOVE SPACES TO OP-AUTH-FUNCTIONS (WS-AUTH-SUB).
               ADD 1 TO WS-AUTH-SUB.

           GET-ONE-AUTHORITY.
               DISPLAY "PROGRAM (BLANK=END): ".
               ACCEPT WS-PROGRAM-ENTRY FROM SYSIN.
               IF WS-PROGRAM-ENTRY = SPACES THEN
                   SET AUTHORITIES-ENTERED TO TRUE
               ELSE
                   PERFORM SET-ALLOWED-FUNCTIONS
                   IF WS-ALLOWED-FUNCTIONS = SPACES THEN
                       DISPLAY "UNKNOWN PROGRAM " WS-PROGRAM-ENTRY
                   ELSE
                       DISPLAY "FUNCTION CODES (" WS-ALLOWED-FUNCTIONS
                           "): "
                       ACCEPT WS-FUNCTIONS-ENTRY FROM SYSIN
                       MOVE WS-FUNCTIONS-ENTRY TO WS-FUNCTIONS-WORK
                       INSPECT WS-FUNCTIONS-WORK CONVERTING
                           WS-ALLOWED-FUNCTIONS TO SPACES
                       IF WS-FUNCTIONS-ENTRY = SPACES
                               OR WS-FUNCTIONS-WORK NOT = SPACES THEN
                           DISPLAY "INVALID FUNCTION CODES "
                               WS-FUNCTIONS-ENTRY
                       ELSE
                           MOVE WS-PROGRAM-ENTRY
                               TO OP-AUTH-PROGRAM (WS-AUTH-SUB)
                           MOVE WS-FUNCTIONS-ENTRY
                               TO OP-AUTH-FUNCTIONS (WS-AUTH-SUB)
                           ADD 1 TO WS-AUTH-SUB
                       END-IF
                   END-IF
               END-IF.

           SET-ALLOWED-FUNCTIONS.
               EVALUATE WS-PROGRAM-ENTRY
                   WHEN "stu-maint"
                       MOVE "NBDS" TO WS-ALLOWED-FUNCTIONS
                   WHEN "cat-maint"
                       MOVE "ACR" TO WS-ALLOWED-FUNCTIONS
                   WHEN "param-maint"
                       MOVE "LU" TO WS-ALLOWED-FUNCTIONS
                   WHEN "stu-transfer"
                       MOVE "T" TO WS-ALLOWED-FUNCTIONS
                   WHEN "acct-maint"
                       MOVE "LUD" TO WS-ALLOWED-FUNCTIONS
                   WHEN "addr-maint"
                       MOVE "ACDRV" TO WS-ALLOWED-FUNCTIONS
                   WHEN "integ-sweep"
                       MOVE "G" TO WS-ALLOWED-FUNCTIONS
                   WHEN "hold-maint"
                       MOVE "PR" TO WS-ALLOWED-FUNCTIONS
                   WHEN "sched-maint"
                       MOVE "ACD" TO WS-ALLOWED-FUNCTIONS
                   WHEN "degree-maint"
                       MOVE "ACD" TO WS-ALLOWED-FUNCTIONS
                   WHEN "award-maint"
                       MOVE "ACXR" TO WS-ALLOWED-FUNCTIONS
                   WHEN OTHER
                       MOVE SPACES TO WS-ALLOWED-FUNCTIONS
               END-EVALUATE.

           CHANGE-AUTHORITY.
               PERFORM GET-OPERATOR-ID.
               IF NOT OPERATOR-ENTRY-FOUND THEN
                   DISPLAY "OPERATOR NOT ON FILE - " WS-ID-ENTRY
               ELSE
                   PERFORM GET-ADMIN-FLAG
                   IF WS-ID-ENTRY = WS-SIGNON-ID
                           AND WS-ADMIN-ENTRY NOT = "Y" THEN
                       DISPLAY "CANNOT REMOVE OWN ADMINISTRATOR "
                           "AUTHORITY"
                   ELSE
                       MOVE WS-ADMIN-ENTRY TO OP-ADMIN-FLAG
                       PERFORM GET-AUTHORITIES
                       PERFORM STORE-CHANGED-OPERATOR
                       MOVE "AUTHORITY CHANGED" TO WS-SECURITY-REASON
                       PERFORM LOG-OPERATOR-CHANGE
                   END-IF
               END-IF.

           RESET-PASSWORD.
               PERFORM GET-OPERATOR-ID.
               IF NOT OPERATOR-ENTRY-FOUND THEN
                   DISPLAY "OPERATOR NOT ON FILE - " WS-ID-ENTRY
               ELSE
                   DISPLAY "NEW PASSWORD: "
                   ACCEPT WS-PASSWORD-ENTRY FROM SYSIN
                   IF WS-PASSWORD-ENTRY = SPACES THEN
                       DISPLAY "PASSWORD REQUIRED"
                   ELSE
                       PERFORM HASH-NEW-PASSWORD
                       PERFORM STORE-CHANGED-OPERATOR
                       MOVE "PASSWORD RESET" TO WS-SECURITY-REASON
                       PERFORM LOG-OPERATOR-CHANGE
                   END-IF
               END-IF.

           REVOKE-OPERATOR.
               PERFORM GET-OPERATOR-ID.
               IF NOT OPERATOR-ENTRY-FOUND THEN
                   DISPLAY "OPERATOR NOT ON FILE - " WS-ID-ENTRY
               ELSE
                   IF WS-ID-ENTRY = WS-SIGNON-ID THEN
                       DISPLAY "CANNOT REVOKE OWN SIGN-ON"
                   ELSE
                       IF OP-REVOKED THEN
                           DISPLAY "OPERATOR ALREADY REVOKED - "
                               WS-ID-ENTRY
                       ELSE
                           SET OP-REVOKED TO TRUE
                           PERFORM STORE-CHANGED-OPERATOR
                           MOVE "OPERATOR REVOKED"
                               TO WS-SECURITY-REASON
                           PERFORM LOG-OPERATOR-CHANGE
                       END-IF
                   END-IF
               END-IF.

           REINSTATE-OPERATOR.
               PERFORM GET-OPERATOR-ID.
               IF NOT OPERATOR-ENTRY-FOUND THEN
                   DISPLAY "OPERATOR NOT ON FILE - " WS-ID-ENTRY
               ELSE
                   IF NOT OP-REVOKED THEN
                       DISPLAY "OPERATOR NOT REVOKED - " WS-ID-ENTRY
                   ELSE
                       SET OP-ACTIVE TO TRUE
                       PERFORM STORE-CHANGED-OPERATOR
                       MOVE "OPERATOR REINSTATED"
                           TO WS-SECURITY-REASON
                       PERFORM LOG-OPERATOR-CHANGE
                   END-IF
               END-IF.

           REWRITE-OPERATORS.
               OPEN OUTPUT OPERATOR-FILE.
               MOVE ZERO TO WS-OPERATOR-SUB.
               PERFORM WRITE-OPERATOR-ENTRY WS-OPERATOR-COUNT TIMES.
               CLOSE OPERATOR-FILE.

           WRITE-OPERATOR-ENTRY.
               ADD 1 TO WS-OPERATOR-SUB.
               MOVE WS-OT-REC (WS-OPERATOR-SUB) TO OPERATOR-RECORD.
               WRITE OPERATOR-RECORD.

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
           END PROGRAM oper-maint.
