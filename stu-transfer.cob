               SELECT TRANSFER-EXCEPTION-FILE ASSIGN TO "TRANEXC.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXCEPTION-STATUS.
               SELECT ADDRESS-FILE ASSIGN TO "ADDRESS.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AD-ID
                   FILE STATUS IS WS-ADDRESS-STATUS.
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
               01 TRANSFER-TRANS-RECORD.
                   05 TR-ID PIC 9(06).
                   05 TR-CAMPUS PIC X(02).
                   05 TR-OPERATOR PIC X(08).

           FD  STUDENT-MASTER.
               COPY "student-master.cpy".
           FD  TRANSFER-EXCEPTION-FILE.
               01 EXCEPTION-LINE PIC X(80).

           FD  ADDRESS-FILE.
               COPY "address-record.cpy".

           FD  AUDIT-LOG-FILE.
               COPY "audit-log.cpy".

           FD  OPERATOR-FILE.
               COPY "operator-record.cpy".

           FD  SECURITY-LOG-FILE.
               COPY "security-log.cpy".

           WORKING-STORAGE SECTION.
               01 WS-TRANSFER-STATUS PIC X(02).
               01 WS-STUDENT-STATUS PIC X(02).
               01 WS-NEXT-ID-STATUS PIC X(02).
               01 WS-XREF-STATUS PIC X(02).
               01 WS-EXCEPTION-STATUS PIC X(02).
               01 WS-ADDRESS-STATUS PIC X(02).
               01 WS-AUDIT-STATUS PIC X(02).
               01 WS-OPERATOR-STATUS PIC X(02).
               01 WS-SECURITY-STATUS PIC X(02).
               01 WS-ADDRESS-OPEN-FLAG PIC X(01) VALUE "N".
                   88 ADDRESS-FILE-OPEN VALUE "Y".
               01 WS-CARRIED-ADDRESS PIC X(180).

               01 WS-TRANSFER-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-TRANSFERS VALUE "Y".
               01 WS-NEW-ID PIC 9(06) VALUE ZERO.
               01 WS-OLD-CAMPUS PIC X(02).
               01 WS-HOLD-MASTER PIC X(48).
               01 WS-NEW-MASTER PIC X(48).
               01 WS-TODAY PIC 9(08) VALUE ZERO.
               01 WS-CARRIED-ROWS PIC 9(05) VALUE ZERO.

               01 WS-EXCEPTION-COUNT PIC 9(06) VALUE ZERO.
               01 WS-EXCEPTION-REASON PIC X(30).

               01 WS-PROGRAM-NAME PIC X(12) VALUE "stu-transfer".
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
               OPEN I-O STUDENT-MASTER.
               IF WS-STUDENT-STATUS NOT = "00" THEN
                   DISPLAY "STUDENT-MASTER FILE NOT FOUND - STATUS "
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               OPEN I-O ADDRESS-FILE.
               IF WS-ADDRESS-STATUS = "00" THEN
                   SET ADDRESS-FILE-OPEN TO TRUE
               ELSE
                   IF WS-ADDRESS-STATUS NOT = "35" THEN
                       DISPLAY "ADDRESS FILE OPEN FAILED - STATUS "
                           WS-ADDRESS-STATUS
                       MOVE 8 TO RETURN-CODE
                       CLOSE STUDENT-MASTER
                       GOBACK
                   END-IF
               END-IF.
               PERFORM LOAD-NEXT-ID.
               PERFORM LOAD-ENROLLMENTS.
               IF RETURN-CODE = 0 THEN
                   PERFORM PROCESS-TRANSFERS
                   CLOSE STUDENT-MASTER
                   IF ADDRESS-FILE-OPEN THEN
                       CLOSE ADDRESS-FILE
                   END-IF
                   PERFORM SAVE-NEXT-ID
                   PERFORM REWRITE-ENROLLMENTS
                   DISPLAY "STUDENTS TRANSFERRED: "
                       WS-TRANSFERRED-COUNT
                   DISPLAY "TRANSFER EXCEPTIONS: "
                       WS-EXCEPTION-COUNT
                   DISPLAY "TRANSFERS REFUSED: " WS-REFUSED-COUNT
               ELSE
                   CLOSE STUDENT-MASTER
                   IF ADDRESS-FILE-OPEN THEN
                       CLOSE ADDRESS-FILE
                   END-IF
               END-IF.
               GOBACK.

               IF WS-TRANSFER-STATUS = "00" THEN
                   OPEN OUTPUT TRANSFER-EXCEPTION-FILE
                   PERFORM OPEN-XREF-FILE
                   PERFORM OPEN-AUDIT-LOG
                   PERFORM READ-TRANSFER
                   PERFORM APPLY-TRANSFER UNTIL END-OF-TRANSFERS
                   CLOSE TRANSFER-TRANS-FILE
                   CLOSE TRANSFER-EXCEPTION-FILE
                   CLOSE ID-XREF-FILE
                   CLOSE AUDIT-LOG-FILE
               ELSE
                   DISPLAY "TRANSFER TRANSACTION FILE NOT FOUND - "
                       "STATUS " WS-TRANSFER-STATUS
                   OPEN OUTPUT ID-XREF-FILE
               END-IF.

           OPEN-AUDIT-LOG.
               OPEN EXTEND AUDIT-LOG-FILE.
               IF WS-AUDIT-STATUS = "35" THEN
                   OPEN OUTPUT AUDIT-LOG-FILE
               END-IF.

           READ-TRANSFER.
               READ TRANSFER-TRANS-FILE
                   AT END SET END-OF-TRANSFERS TO TRUE
               END-READ.

           APPLY-TRANSFER.
               PERFORM CHECK-TRANS-AUTHORITY.
               IF AUTHORITY-GRANTED THEN
                   PERFORM APPLY-AUTHORISED-TRANSFER
               ELSE
                   PERFORM REFUSE-TRANSFER
               END-IF.
               PERFORM READ-TRANSFER.

           CHECK-TRANS-AUTHORITY.
               MOVE SPACES TO WS-EXCEPTION-REASON.
               IF TR-OPERATOR = SPACES THEN
                   MOVE WS-SIGNON-ID TO TR-OPERATOR
               END-IF.
               IF TR-OPERATOR NOT = WS-SIGNON-ID THEN
                   MOVE "N" TO WS-AUTHORITY-FLAG
                   STRING "KEYED UNDER OPERATOR " DELIMITED BY SIZE
                       TR-OPERATOR DELIMITED BY SIZE
                       INTO WS-EXCEPTION-REASON
                   END-STRING
               ELSE
                   MOVE "T" TO WS-AUTH-ACTION
                   PERFORM CHECK-OPERATOR-AUTHORITY
                   IF NOT AUTHORITY-GRANTED THEN
                       MOVE "NOT AUTHORISED FOR ACTION"
                           TO WS-EXCEPTION-REASON
                   END-IF
               END-IF.

           REFUSE-TRANSFER.
               ADD 1 TO WS-REFUSED-COUNT.
               MOVE "U" TO WS-SECURITY-EVENT.
               MOVE "T" TO WS-SECURITY-ACTION.
               MOVE TR-ID TO WS-SECURITY-KEY.
               MOVE WS-EXCEPTION-REASON TO WS-SECURITY-REASON.
               PERFORM WRITE-SECURITY-EVENT.
               PERFORM WRITE-TRANSFER-EXCEPTION.

           APPLY-AUTHORISED-TRANSFER.
               PERFORM READ-STUDENT-BY-ID.
               IF NOT STUDENT-FOUND THEN
                   MOVE "ID NOT ON STUDENT MASTER"
                       PERFORM TRANSFER-ONE-STUDENT
                   END-IF
               END-IF.

           READ-STUDENT-BY-ID.
               MOVE "N" TO WS-MATCH-FLAG.
                       DISPLAY "NEW ID ALREADY ON MASTER - " SM-ID
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE STUDENT-MASTER-RECORD TO WS-NEW-MASTER
                       ADD 1 TO WS-NI-NEXT-ID (WS-CAMPUS-SUB)
                       PERFORM DELETE-OLD-MASTER-RECORD
                       PERFORM CARRY-ENROLLMENTS-ACROSS
                       IF ADDRESS-FILE-OPEN THEN
                           PERFORM CARRY-ADDRESS-ACROSS
                       END-IF
                       PERFORM WRITE-XREF-RECORD
                       PERFORM WRITE-TRANSFER-AUDIT
                       ADD 1 TO WS-TRANSFERRED-COUNT
                       DISPLAY "TRANSFERRED ID " WS-OLD-ID
                           " TO " WS-NEW-ID " CAMPUS " TR-CAMPUS
               END-IF.
               ADD 1 TO WS-ENROLL-SUB.

           CARRY-ADDRESS-ACROSS.
               MOVE WS-OLD-ID TO AD-ID.
               READ ADDRESS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ADDRESS-RECORD TO WS-CARRIED-ADDRESS
                       MOVE WS-NEW-ID TO AD-ID
                       MOVE WS-TODAY TO AD-UPDATE-DATE
                       WRITE ADDRESS-RECORD
                           INVALID KEY
                               DISPLAY "ADDRESS ALREADY ON FILE FOR - "
                                   WS-NEW-ID
                           NOT INVALID KEY
                               PERFORM DELETE-OLD-ADDRESS-RECORD
                       END-WRITE
               END-READ.

           DELETE-OLD-ADDRESS-RECORD.
               MOVE WS-CARRIED-ADDRESS TO ADDRESS-RECORD.
               MOVE WS-OLD-ID TO AD-ID.
               DELETE ADDRESS-FILE
                   INVALID KEY
                       DISPLAY "ADDRESS DELETE FAILED FOR OLD ID "
                           WS-OLD-ID
               END-DELETE.

           WRITE-XREF-RECORD.
               MOVE WS-OLD-ID TO XR-OLD-ID.
               MOVE WS-NEW-ID TO XR-NEW-ID.
               MOVE WS-TODAY TO XR-DATE.
               WRITE ID-XREF-RECORD.

           WRITE-TRANSFER-AUDIT.
               MOVE SPACES TO AUDIT-LOG-RECORD.
               ACCEPT AU-DATE FROM DATE YYYYMMDD.
               ACCEPT AU-TIME FROM TIME.
               MOVE "T" TO AU-ACTION.
               MOVE WS-OLD-ID TO AU-ID.
               MOVE WS-HOLD-MASTER TO AU-BEFORE-IMAGE.
               MOVE WS-NEW-MASTER TO AU-AFTER-IMAGE.
               MOVE WS-SIGNON-ID TO AU-OPERATOR.
               WRITE AUDIT-LOG-RECORD.

           WRITE-TRANSFER-EXCEPTION.
               ADD 1 TO WS-EXCEPTION-COUNT.
               MOVE SPACES TO EXCEPTION-LINE.
               MOVE WS-EN-TERM (WS-ENROLL-SUB) TO EN-TERM.
               WRITE ENROLLMENT-RECORD.

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

           END PROGRAM stu-transfer.
