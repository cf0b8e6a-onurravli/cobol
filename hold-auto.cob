           IDENTIFICATION DIVISION.
           PROGRAM-ID. hold-auto.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RECEIVABLES-FILE ASSIGN TO "RECEIV.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RECEIVABLES-STATUS.
               SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HOLD-STATUS.
               SELECT PARAMETER-FILE ASSIGN TO "PARAMS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAMETER-STATUS.
               SELECT HOLD-AUDIT-FILE ASSIGN TO "HOLDAUDIT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  RECEIVABLES-FILE.
               COPY "receivable.cpy".

           FD  HOLD-FILE.
               COPY "hold-record.cpy".

           FD  PARAMETER-FILE.
               COPY "param-record.cpy".

           FD  HOLD-AUDIT-FILE.
               COPY "hold-audit.cpy".

           WORKING-STORAGE SECTION.
               01 WS-RECEIVABLES-STATUS PIC X(02).
               01 WS-HOLD-STATUS PIC X(02).
               01 WS-PARAMETER-STATUS PIC X(02).
               01 WS-AUDIT-STATUS PIC X(02).

               01 WS-RECEIVABLES-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-RECEIVABLES VALUE "Y".
               01 WS-HOLD-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-HOLDS VALUE "Y".
               01 WS-PARAMETER-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-PARAMETERS VALUE "Y".

               01 WS-PARAM-DATE PIC 9(08) VALUE ZERO.
               01 WS-HOLD-DAYS PIC 9(05)V9(02) VALUE 90.
               01 WS-HOLD-DAYS-EFF PIC 9(08) VALUE ZERO.

               01 WS-HOLD-COUNT PIC 9(04) VALUE ZERO.
               01 WS-HOLD-TABLE.
                   05 WS-HOLD-ENTRY OCCURS 5000 TIMES.
                       10 WS-HL-REC PIC X(34).
               01 WS-HOLD-SUB PIC 9(04) VALUE ZERO.
               01 WS-HOLD-MATCH-FLAG PIC X(01) VALUE "N".
                   88 FINANCIAL-HOLD-OPEN VALUE "Y".

               01 WS-WORK-HOLD.
                   05 WS-WK-ID PIC 9(06).
                   05 WS-WK-TYPE PIC X(01).
                   05 WS-WK-OFFICE PIC X(10).
                   05 WS-WK-START-DATE PIC 9(08).
                   05 WS-WK-RELEASE-DATE PIC 9(08).
                   05 WS-WK-BLOCK-FLAG PIC X(01).

               01 WS-TODAY PIC 9(08) VALUE ZERO.
               01 WS-TODAY-INTEGER PIC 9(08) VALUE ZERO.
               01 WS-INVOICE-INTEGER PIC 9(08) VALUE ZERO.
               01 WS-AGE-DAYS PIC S9(05) VALUE ZERO.

               01 WS-ACCOUNT-COUNT PIC 9(06) VALUE ZERO.
               01 WS-PLACED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-ALREADY-HELD-COUNT PIC 9(06) VALUE ZERO.
               01 WS-DAYS-DISPLAY PIC ZZZZ9.

           PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD.
               COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY).
               PERFORM LOAD-PARAMETERS.
               PERFORM LOAD-HOLDS.
               IF RETURN-CODE = 0 THEN
                   PERFORM SCAN-RECEIVABLES
               END-IF.
               IF WS-PLACED-COUNT > 0 THEN
                   PERFORM REWRITE-HOLDS
               END-IF.
               IF RETURN-CODE = 0 THEN
                   MOVE WS-HOLD-DAYS TO WS-DAYS-DISPLAY
                   DISPLAY "HOLD AGE THRESHOLD DAYS: " WS-DAYS-DISPLAY
                   DISPLAY "ACCOUNTS EXAMINED: " WS-ACCOUNT-COUNT
                   DISPLAY "FINANCIAL HOLDS PLACED: " WS-PLACED-COUNT
                   DISPLAY "ACCOUNTS ALREADY ON HOLD: "
                       WS-ALREADY-HELD-COUNT
               END-IF.
               GOBACK.

           LOAD-PARAMETERS.
               ACCEPT WS-PARAM-DATE FROM DATE YYYYMMDD.
               OPEN INPUT PARAMETER-FILE.
               IF WS-PARAMETER-STATUS = "00" THEN
                   PERFORM READ-PARAMETER
                   PERFORM APPLY-PARAMETER UNTIL END-OF-PARAMETERS
                   CLOSE PARAMETER-FILE
               END-IF.

           READ-PARAMETER.
               READ PARAMETER-FILE
                   AT END SET END-OF-PARAMETERS TO TRUE
               END-READ.

           APPLY-PARAMETER.
               IF PR-KEY = "HOLD-DAYS"
                       AND PR-EFF-DATE <= WS-PARAM-DATE
                       AND PR-EFF-DATE >= WS-HOLD-DAYS-EFF THEN
                   MOVE PR-VALUE TO WS-HOLD-DAYS
                   MOVE PR-EFF-DATE TO WS-HOLD-DAYS-EFF
               END-IF.
               PERFORM READ-PARAMETER.

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

           SCAN-RECEIVABLES.
               OPEN INPUT RECEIVABLES-FILE.
               IF WS-RECEIVABLES-STATUS = "00" THEN
                   PERFORM OPEN-HOLD-AUDIT
                   PERFORM READ-RECEIVABLE
                   PERFORM CHECK-ONE-ACCOUNT
                       UNTIL END-OF-RECEIVABLES
                   CLOSE RECEIVABLES-FILE
                   CLOSE HOLD-AUDIT-FILE
               ELSE
                   IF WS-RECEIVABLES-STATUS NOT = "35" THEN
                       DISPLAY "RECEIVABLES FILE OPEN FAILED - "
                           "STATUS " WS-RECEIVABLES-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           OPEN-HOLD-AUDIT.
               OPEN EXTEND HOLD-AUDIT-FILE.
               IF WS-AUDIT-STATUS = "35" THEN
                   OPEN OUTPUT HOLD-AUDIT-FILE
               END-IF.

           READ-RECEIVABLE.
               READ RECEIVABLES-FILE
                   AT END SET END-OF-RECEIVABLES TO TRUE
               END-READ.

           CHECK-ONE-ACCOUNT.
               ADD 1 TO WS-ACCOUNT-COUNT.
               IF AR-BALANCE > ZERO THEN
                   PERFORM SET-ACCOUNT-AGE
                   IF WS-AGE-DAYS > WS-HOLD-DAYS THEN
                       PERFORM FIND-FINANCIAL-HOLD
                       IF FINANCIAL-HOLD-OPEN THEN
                           ADD 1 TO WS-ALREADY-HELD-COUNT
                       ELSE
                           PERFORM PLACE-FINANCIAL-HOLD
                       END-IF
                   END-IF
               END-IF.
               PERFORM READ-RECEIVABLE.

           SET-ACCOUNT-AGE.
               IF AR-INVOICE-DATE IS NUMERIC
                       AND AR-INVOICE-DATE > ZERO THEN
                   COMPUTE WS-INVOICE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (AR-INVOICE-DATE)
                   COMPUTE WS-AGE-DAYS =
                       WS-TODAY-INTEGER - WS-INVOICE-INTEGER
               ELSE
                   MOVE 99999 TO WS-AGE-DAYS
               END-IF.

           FIND-FINANCIAL-HOLD.
               MOVE "N" TO WS-HOLD-MATCH-FLAG.
               MOVE 1 TO WS-HOLD-SUB.
               PERFORM SCAN-HOLD-TABLE
                   UNTIL FINANCIAL-HOLD-OPEN
                       OR WS-HOLD-SUB > WS-HOLD-COUNT.

           SCAN-HOLD-TABLE.
               MOVE WS-HL-REC (WS-HOLD-SUB) TO WS-WORK-HOLD.
               IF WS-WK-ID = AR-ID AND WS-WK-TYPE = "F"
                       AND WS-WK-RELEASE-DATE = ZERO THEN
                   SET FINANCIAL-HOLD-OPEN TO TRUE
               ELSE
                   ADD 1 TO WS-HOLD-SUB
               END-IF.

           PLACE-FINANCIAL-HOLD.
               IF WS-HOLD-COUNT = 5000 THEN
                   DISPLAY "HOLD FILE EXCEEDS TABLE LIMIT - ID "
                       AR-ID " NOT PLACED ON HOLD"
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-RECEIVABLES TO TRUE
               ELSE
                   MOVE AR-ID TO WS-WK-ID
                   MOVE "F" TO WS-WK-TYPE
                   MOVE "BURSAR" TO WS-WK-OFFICE
                   MOVE WS-TODAY TO WS-WK-START-DATE
                   MOVE ZERO TO WS-WK-RELEASE-DATE
                   MOVE "Y" TO WS-WK-BLOCK-FLAG
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE WS-WORK-HOLD TO WS-HL-REC (WS-HOLD-COUNT)
                   ADD 1 TO WS-PLACED-COUNT
                   ACCEPT HA-DATE FROM DATE YYYYMMDD
                   ACCEPT HA-TIME FROM TIME
                   MOVE "P" TO HA-ACTION
                   MOVE AR-ID TO HA-ID
                   MOVE SPACES TO HA-BEFORE-IMAGE
                   MOVE WS-WORK-HOLD TO HA-AFTER-IMAGE
                   MOVE SPACES TO HA-OPERATOR
                   WRITE HOLD-AUDIT-RECORD
               END-IF.

           REWRITE-HOLDS.
               OPEN OUTPUT HOLD-FILE.
               MOVE ZERO TO WS-HOLD-SUB.
               PERFORM WRITE-HOLD-ENTRY WS-HOLD-COUNT TIMES.
               CLOSE HOLD-FILE.

           WRITE-HOLD-ENTRY.
               ADD 1 TO WS-HOLD-SUB.
               MOVE WS-HL-REC (WS-HOLD-SUB) TO HOLD-RECORD.
               WRITE HOLD-RECORD.

           END PROGRAM hold-auto.
