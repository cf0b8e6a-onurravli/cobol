           IDENTIFICATION DIVISION.
           PROGRAM-ID. gl-recon.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RECEIVABLES-FILE ASSIGN TO "RECEIV.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RECEIVABLES-STATUS.
               SELECT GL-HISTORY-FILE ASSIGN TO "GLHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.
               SELECT GL-WORK-FILE ASSIGN TO "GLWORK.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-WORK-STATUS.
               SELECT AR-CLOSE-FILE ASSIGN TO "ARCLOSE.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLOSE-STATUS.
               SELECT RECON-REPORT-FILE ASSIGN TO "GLRECON.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  RECEIVABLES-FILE.
               COPY "receivable.cpy".

           FD  GL-HISTORY-FILE.
               COPY "gl-journal.cpy".

           FD  GL-WORK-FILE.
               01 GL-WORK-ENTRY PIC X(52).

           FD  AR-CLOSE-FILE.
               COPY "ar-close.cpy".

           FD  RECON-REPORT-FILE.
               01 RECON-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
               01 WS-RECEIVABLES-STATUS PIC X(02).
               01 WS-HISTORY-STATUS PIC X(02).
               01 WS-GL-WORK-STATUS PIC X(02).
               01 WS-CLOSE-STATUS PIC X(02).
               01 WS-REPORT-STATUS PIC X(02).

               01 WS-RECEIVABLES-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-RECEIVABLES VALUE "Y".
               01 WS-HISTORY-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-HISTORY VALUE "Y".
               01 WS-GL-WORK-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-GL-WORK VALUE "Y".

               01 WS-CLOSE-FLAG PIC X(01) VALUE "N".
                   88 EARLIER-CLOSE-ON-FILE VALUE "Y".
               01 WS-CLOSE-DATE PIC 9(08) VALUE ZERO.
               01 WS-OPENING-TOTAL PIC S9(11)V9(02) VALUE ZERO.
               01 WS-HISTORY-START PIC 9(08) VALUE ZERO.

               01 WS-TODAY PIC 9(08) VALUE ZERO.
               01 WS-AR-TOTAL PIC S9(11)V9(02) VALUE ZERO.
               01 WS-AR-ACCOUNT-COUNT PIC 9(06) VALUE ZERO.
               01 WS-HISTORY-COUNT PIC 9(08) VALUE ZERO.
               01 WS-PERIOD-COUNT PIC 9(08) VALUE ZERO.
               01 WS-PERIOD-DEBITS PIC 9(11)V9(02) VALUE ZERO.
               01 WS-PERIOD-CREDITS PIC 9(11)V9(02) VALUE ZERO.
               01 WS-GL-MOVEMENT PIC S9(11)V9(02) VALUE ZERO.
               01 WS-EXPECTED-TOTAL PIC S9(11)V9(02) VALUE ZERO.
               01 WS-DIFFERENCE PIC S9(11)V9(02) VALUE ZERO.
               01 WS-PENDING-COUNT PIC 9(06) VALUE ZERO.
               01 WS-PENDING-MOVEMENT PIC S9(11)V9(02) VALUE ZERO.
               01 WS-OTHER-COUNT PIC 9(06) VALUE ZERO.
               01 WS-OTHER-AMOUNT PIC 9(11)V9(02) VALUE ZERO.

               01 WS-TYPE-CODES PIC X(12) VALUE "TCACAVAWPYDC".
               01 WS-TYPE-CODE-TABLE REDEFINES WS-TYPE-CODES.
                   05 WS-TYPE-CODE PIC X(02) OCCURS 6 TIMES.
               01 WS-TYPE-TOTAL-TABLE.
                   05 WS-TYPE-AMOUNT PIC 9(11)V9(02) OCCURS 6 TIMES.
               01 WS-TYPE-SUB PIC 9(02) VALUE ZERO.
               01 WS-TYPE-MATCH-FLAG PIC X(01) VALUE "N".
                   88 TYPE-FOUND VALUE "Y".
               01 WS-TYPE-NAME PIC X(24).
               01 WS-TYPE-SIGN PIC X(01).

               01 WS-ACCOUNT-TOTAL-COUNT PIC 9(03) VALUE ZERO.
               01 WS-ACCOUNT-TOTAL-TABLE.
                   05 WS-ACCOUNT-TOTAL OCCURS 500 TIMES.
                       10 WS-AT-ACCOUNT PIC X(10).
                       10 WS-AT-CAMPUS PIC X(02).
                       10 WS-AT-DEBITS PIC 9(11)V9(02).
                       10 WS-AT-CREDITS PIC 9(11)V9(02).
               01 WS-ACCOUNT-SUB PIC 9(03) VALUE ZERO.
               01 WS-ACCOUNT-MATCH-FLAG PIC X(01) VALUE "N".
                   88 ACCOUNT-TOTAL-FOUND VALUE "Y".
               01 WS-ACCOUNT-OVERFLOW-FLAG PIC X(01) VALUE "N".
                   88 ACCOUNT-TABLE-OVERFLOWED VALUE "Y".

               01 WS-RECONCILED-FLAG PIC X(01) VALUE "N".
                   88 MONTH-RECONCILED VALUE "Y".

               01 WS-MONEY-DISPLAY PIC -ZZZZZZZZZZ9.99.
               01 WS-DEBIT-DISPLAY PIC ZZZZZZZZZZ9.99.
               01 WS-CREDIT-DISPLAY PIC ZZZZZZZZZZ9.99.

           PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD.
               MOVE ZERO TO WS-TYPE-SUB.
               PERFORM CLEAR-TYPE-TOTAL 6 TIMES.
               PERFORM LOAD-AR-CLOSE.
               IF RETURN-CODE = 0 THEN
                   PERFORM SUM-RECEIVABLES
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM SCAN-GL-HISTORY
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM SCAN-GL-WORK
               END-IF.
               IF RETURN-CODE NOT = 0 THEN
                   GOBACK
               END-IF.
               OPEN OUTPUT RECON-REPORT-FILE.
               IF EARLIER-CLOSE-ON-FILE THEN
                   PERFORM REPORT-RECONCILIATION
               ELSE
                   PERFORM REPORT-OPENING-POSITION
               END-IF.
               CLOSE RECON-REPORT-FILE.
               IF MONTH-RECONCILED THEN
                   PERFORM WRITE-AR-CLOSE
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF.
               MOVE WS-AR-TOTAL TO WS-MONEY-DISPLAY.
               DISPLAY "RECEIVABLE ACCOUNTS: " WS-AR-ACCOUNT-COUNT.
               DISPLAY "TOTAL AR-BALANCE: " WS-MONEY-DISPLAY.
               DISPLAY "GL ENTRIES IN PERIOD: " WS-PERIOD-COUNT.
               DISPLAY "GL ENTRIES AWAITING RELEASE: "
                   WS-PENDING-COUNT.
               IF MONTH-RECONCILED THEN
                   DISPLAY "MONTH CLOSED AS AT " WS-TODAY
               ELSE
                   DISPLAY "MONTH NOT CLOSED - SEE GLRECON.RPT"
               END-IF.
               GOBACK.

           CLEAR-TYPE-TOTAL.
               ADD 1 TO WS-TYPE-SUB.
               MOVE ZERO TO WS-TYPE-AMOUNT (WS-TYPE-SUB).

           LOAD-AR-CLOSE.
               OPEN INPUT AR-CLOSE-FILE.
               IF WS-CLOSE-STATUS = "00" THEN
                   READ AR-CLOSE-FILE
                       AT END CONTINUE
                       NOT AT END
                           SET EARLIER-CLOSE-ON-FILE TO TRUE
                           MOVE AC-CLOSE-DATE TO WS-CLOSE-DATE
                           MOVE AC-AR-TOTAL TO WS-OPENING-TOTAL
                           MOVE AC-HISTORY-COUNT TO WS-HISTORY-START
                   END-READ
                   CLOSE AR-CLOSE-FILE
               ELSE
                   IF WS-CLOSE-STATUS NOT = "35" THEN
                       DISPLAY "AR CLOSE CONTROL OPEN FAILED - STATUS "
                           WS-CLOSE-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           SUM-RECEIVABLES.
               OPEN INPUT RECEIVABLES-FILE.
               IF WS-RECEIVABLES-STATUS = "00" THEN
                   PERFORM READ-RECEIVABLE
                   PERFORM ADD-RECEIVABLE UNTIL END-OF-RECEIVABLES
                   CLOSE RECEIVABLES-FILE
               ELSE
                   IF WS-RECEIVABLES-STATUS NOT = "35" THEN
                       DISPLAY "RECEIVABLES FILE OPEN FAILED - "
                           "STATUS " WS-RECEIVABLES-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-RECEIVABLE.
               READ RECEIVABLES-FILE
                   AT END SET END-OF-RECEIVABLES TO TRUE
               END-READ.

           ADD-RECEIVABLE.
               ADD 1 TO WS-AR-ACCOUNT-COUNT.
               ADD AR-BALANCE TO WS-AR-TOTAL.
               PERFORM READ-RECEIVABLE.

           SCAN-GL-HISTORY.
               OPEN INPUT GL-HISTORY-FILE.
               IF WS-HISTORY-STATUS = "00" THEN
                   PERFORM READ-GL-HISTORY
                   PERFORM CHECK-HISTORY-ENTRY UNTIL END-OF-HISTORY
                   CLOSE GL-HISTORY-FILE
               ELSE
                   IF WS-HISTORY-STATUS NOT = "35" THEN
                       DISPLAY "GL HISTORY FILE OPEN FAILED - STATUS "
                           WS-HISTORY-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-GL-HISTORY.
               READ GL-HISTORY-FILE
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ.

           CHECK-HISTORY-ENTRY.
               ADD 1 TO WS-HISTORY-COUNT.
               IF WS-HISTORY-COUNT > WS-HISTORY-START THEN
                   PERFORM TALLY-PERIOD-ENTRY
               END-IF.
               PERFORM READ-GL-HISTORY.

           TALLY-PERIOD-ENTRY.
               ADD 1 TO WS-PERIOD-COUNT.
               IF GJ-DEBIT THEN
                   ADD GJ-AMOUNT TO WS-PERIOD-DEBITS
                   PERFORM TALLY-TRANSACTION-TYPE
               ELSE
                   ADD GJ-AMOUNT TO WS-PERIOD-CREDITS
               END-IF.
               PERFORM TALLY-ACCOUNT.

           TALLY-TRANSACTION-TYPE.
               MOVE "N" TO WS-TYPE-MATCH-FLAG.
               MOVE 1 TO WS-TYPE-SUB.
               PERFORM SCAN-TYPE-CODES
                   UNTIL TYPE-FOUND OR WS-TYPE-SUB > 6.
               IF TYPE-FOUND THEN
                   ADD GJ-AMOUNT TO WS-TYPE-AMOUNT (WS-TYPE-SUB)
               END-IF.
               IF GJ-AR-INCREASE THEN
                   ADD GJ-AMOUNT TO WS-GL-MOVEMENT
               ELSE
                   IF GJ-AR-DECREASE THEN
                       SUBTRACT GJ-AMOUNT FROM WS-GL-MOVEMENT
                   ELSE
                       ADD 1 TO WS-OTHER-COUNT
                       ADD GJ-AMOUNT TO WS-OTHER-AMOUNT
                   END-IF
               END-IF.

           SCAN-TYPE-CODES.
               IF WS-TYPE-CODE (WS-TYPE-SUB) = GJ-TRANS-TYPE THEN
                   SET TYPE-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-TYPE-SUB
               END-IF.

           TALLY-ACCOUNT.
               MOVE "N" TO WS-ACCOUNT-MATCH-FLAG.
               MOVE 1 TO WS-ACCOUNT-SUB.
               PERFORM SCAN-ACCOUNT-TOTALS
                   UNTIL ACCOUNT-TOTAL-FOUND
                       OR WS-ACCOUNT-SUB > WS-ACCOUNT-TOTAL-COUNT.
               IF NOT ACCOUNT-TOTAL-FOUND THEN
                   IF WS-ACCOUNT-TOTAL-COUNT = 500 THEN
                       SET ACCOUNT-TABLE-OVERFLOWED TO TRUE
                   ELSE
                       ADD 1 TO WS-ACCOUNT-TOTAL-COUNT
                       MOVE WS-ACCOUNT-TOTAL-COUNT TO WS-ACCOUNT-SUB
                       MOVE GJ-ACCOUNT TO WS-AT-ACCOUNT (WS-ACCOUNT-SUB)
                       MOVE GJ-CAMPUS TO WS-AT-CAMPUS (WS-ACCOUNT-SUB)
                       MOVE ZERO TO WS-AT-DEBITS (WS-ACCOUNT-SUB)
                       MOVE ZERO TO WS-AT-CREDITS (WS-ACCOUNT-SUB)
                       SET ACCOUNT-TOTAL-FOUND TO TRUE
                   END-IF
               END-IF.
               IF ACCOUNT-TOTAL-FOUND THEN
                   IF GJ-DEBIT THEN
                       ADD GJ-AMOUNT TO WS-AT-DEBITS (WS-ACCOUNT-SUB)
                   ELSE
                       ADD GJ-AMOUNT TO WS-AT-CREDITS (WS-ACCOUNT-SUB)
                   END-IF
               END-IF.

           SCAN-ACCOUNT-TOTALS.
               IF WS-AT-ACCOUNT (WS-ACCOUNT-SUB) = GJ-ACCOUNT
                       AND WS-AT-CAMPUS (WS-ACCOUNT-SUB)
                           = GJ-CAMPUS THEN
                   SET ACCOUNT-TOTAL-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-ACCOUNT-SUB
               END-IF.

           SCAN-GL-WORK.
               OPEN INPUT GL-WORK-FILE.
               IF WS-GL-WORK-STATUS = "00" THEN
                   PERFORM READ-GL-WORK
                   PERFORM CHECK-PENDING-ENTRY UNTIL END-OF-GL-WORK
                   CLOSE GL-WORK-FILE
               ELSE
                   IF WS-GL-WORK-STATUS NOT = "35" THEN
                       DISPLAY "GL WORK FILE OPEN FAILED - STATUS "
                           WS-GL-WORK-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-GL-WORK.
               READ GL-WORK-FILE
                   AT END SET END-OF-GL-WORK TO TRUE
               END-READ.

           CHECK-PENDING-ENTRY.
               ADD 1 TO WS-PENDING-COUNT.
               MOVE GL-WORK-ENTRY TO GL-JOURNAL-RECORD.
               IF GJ-DEBIT AND GJ-AMOUNT IS NUMERIC THEN
                   IF GJ-AR-INCREASE THEN
                       ADD GJ-AMOUNT TO WS-PENDING-MOVEMENT
                   ELSE
                       IF GJ-AR-DECREASE THEN
                           SUBTRACT GJ-AMOUNT FROM WS-PENDING-MOVEMENT
                       END-IF
                   END-IF
               END-IF.
               PERFORM READ-GL-WORK.

           REPORT-OPENING-POSITION.
               MOVE SPACES TO RECON-REPORT-LINE.
               STRING "GL TO RECEIVABLES RECONCILIATION - "
                       DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE "NO EARLIER CLOSE ON FILE" TO RECON-REPORT-LINE.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-AR-TOTAL TO WS-MONEY-DISPLAY.
               STRING "AR-BALANCE TOTAL NOW:        " DELIMITED BY SIZE
                   WS-MONEY-DISPLAY DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               IF WS-PENDING-COUNT = 0 THEN
                   MOVE "RECORDED AS THE OPENING POSITION"
                       TO RECON-REPORT-LINE
                   SET MONTH-RECONCILED TO TRUE
               ELSE
                   MOVE "GL ENTRIES AWAITING RELEASE - RELEASE THEM"
                       TO RECON-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE "BEFORE RECORDING THE OPENING POSITION"
                       TO RECON-REPORT-LINE
               END-IF.
               PERFORM WRITE-REPORT-LINE.

           REPORT-RECONCILIATION.
               MOVE SPACES TO RECON-REPORT-LINE.
               STRING "GL TO RECEIVABLES RECONCILIATION - "
                       DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               STRING "PERIOD SINCE CLOSE OF " DELIMITED BY SIZE
                   WS-CLOSE-DATE DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-OPENING-TOTAL TO WS-MONEY-DISPLAY.
               STRING "OPENING AR-BALANCE TOTAL     " DELIMITED BY SIZE
                   WS-MONEY-DISPLAY DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE ZERO TO WS-TYPE-SUB.
               PERFORM WRITE-TYPE-LINE 6 TIMES.
               IF WS-OTHER-COUNT > 0 THEN
                   MOVE WS-OTHER-AMOUNT TO WS-MONEY-DISPLAY
                   STRING "UNCLASSIFIED POSTINGS        "
                           DELIMITED BY SIZE
                       WS-MONEY-DISPLAY DELIMITED BY SIZE
                       "  NOT COUNTED" DELIMITED BY SIZE
                       INTO RECON-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF.
               MOVE WS-GL-MOVEMENT TO WS-MONEY-DISPLAY.
               STRING "NET MOVEMENT PER GL          " DELIMITED BY SIZE
                   WS-MONEY-DISPLAY DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               COMPUTE WS-EXPECTED-TOTAL =
                   WS-OPENING-TOTAL + WS-GL-MOVEMENT.
               MOVE WS-EXPECTED-TOTAL TO WS-MONEY-DISPLAY.
               STRING "EXPECTED AR-BALANCE TOTAL    " DELIMITED BY SIZE
                   WS-MONEY-DISPLAY DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-AR-TOTAL TO WS-MONEY-DISPLAY.
               STRING "ACTUAL AR-BALANCE TOTAL      " DELIMITED BY SIZE
                   WS-MONEY-DISPLAY DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               COMPUTE WS-DIFFERENCE = WS-AR-TOTAL - WS-EXPECTED-TOTAL.
               MOVE WS-DIFFERENCE TO WS-MONEY-DISPLAY.
               STRING "DIFFERENCE                   " DELIMITED BY SIZE
                   WS-MONEY-DISPLAY DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               IF WS-PENDING-COUNT > 0 THEN
                   MOVE WS-PENDING-MOVEMENT TO WS-MONEY-DISPLAY
                   STRING "AWAITING RELEASE (" DELIMITED BY SIZE
                       WS-PENDING-COUNT DELIMITED BY SIZE
                       ")     " DELIMITED BY SIZE
                       WS-MONEY-DISPLAY DELIMITED BY SIZE
                       INTO RECON-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF.
               PERFORM WRITE-ACCOUNT-TOTALS.
               PERFORM WRITE-REPORT-LINE.
               IF WS-DIFFERENCE = ZERO AND WS-PENDING-COUNT = 0
                       AND WS-OTHER-COUNT = 0 THEN
                   SET MONTH-RECONCILED TO TRUE
                   MOVE "RECONCILED - MONTH CLOSED" TO RECON-REPORT-LINE
               ELSE
                   IF WS-PENDING-COUNT > 0 THEN
                       MOVE "NOT CLOSED - GL ENTRIES AWAITING RELEASE"
                           TO RECON-REPORT-LINE
                   ELSE
                       MOVE "NOT RECONCILED - MONTH NOT CLOSED"
                           TO RECON-REPORT-LINE
                   END-IF
               END-IF.
               PERFORM WRITE-REPORT-LINE.

           WRITE-TYPE-LINE.
               ADD 1 TO WS-TYPE-SUB.
               EVALUATE WS-TYPE-CODE (WS-TYPE-SUB)
                   WHEN "TC"
                       MOVE "TUITION CHARGES" TO WS-TYPE-NAME
                       MOVE "+" TO WS-TYPE-SIGN
                   WHEN "AC"
                       MOVE "ADDED-CREDIT CHARGES" TO WS-TYPE-NAME
                       MOVE "+" TO WS-TYPE-SIGN
                   WHEN "AV"
                       MOVE "AID REVERSALS" TO WS-TYPE-NAME
                       MOVE "+" TO WS-TYPE-SIGN
                   WHEN "AW"
                       MOVE "AID AWARDS" TO WS-TYPE-NAME
                       MOVE "-" TO WS-TYPE-SIGN
                   WHEN "PY"
                       MOVE "PAYMENTS" TO WS-TYPE-NAME
                       MOVE "-" TO WS-TYPE-SIGN
                   WHEN OTHER
                       MOVE "DROP CREDIT MEMOS" TO WS-TYPE-NAME
                       MOVE "-" TO WS-TYPE-SIGN
               END-EVALUATE.
               MOVE WS-TYPE-AMOUNT (WS-TYPE-SUB) TO WS-MONEY-DISPLAY.
               STRING WS-TYPE-SIGN DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TYPE-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TYPE-CODE (WS-TYPE-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MONEY-DISPLAY DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.

           WRITE-ACCOUNT-TOTALS.
               PERFORM WRITE-REPORT-LINE.
               MOVE "GL POSTINGS IN PERIOD BY ACCOUNT"
                   TO RECON-REPORT-LINE.
               PERFORM WRITE-REPORT-LINE.
               STRING "ACCOUNT    CAMPUS          DEBITS"
                       DELIMITED BY SIZE
                   "         CREDITS" DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE ZERO TO WS-ACCOUNT-SUB.
               PERFORM WRITE-ACCOUNT-LINE WS-ACCOUNT-TOTAL-COUNT TIMES.
               IF ACCOUNT-TABLE-OVERFLOWED THEN
                   MOVE "MORE ACCOUNTS THAN THE TABLE HOLDS - LIST IS "
                       TO RECON-REPORT-LINE
                   MOVE "INCOMPLETE" TO RECON-REPORT-LINE (46:10)
                   PERFORM WRITE-REPORT-LINE
               END-IF.
               MOVE WS-PERIOD-DEBITS TO WS-DEBIT-DISPLAY.
               MOVE WS-PERIOD-CREDITS TO WS-CREDIT-DISPLAY.
               STRING "TOTAL            " DELIMITED BY SIZE
                   WS-DEBIT-DISPLAY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CREDIT-DISPLAY DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.

           WRITE-ACCOUNT-LINE.
               ADD 1 TO WS-ACCOUNT-SUB.
               MOVE WS-AT-DEBITS (WS-ACCOUNT-SUB) TO WS-DEBIT-DISPLAY.
               MOVE WS-AT-CREDITS (WS-ACCOUNT-SUB) TO WS-CREDIT-DISPLAY.
               STRING WS-AT-ACCOUNT (WS-ACCOUNT-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AT-CAMPUS (WS-ACCOUNT-SUB) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-DEBIT-DISPLAY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CREDIT-DISPLAY DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.

           WRITE-AR-CLOSE.
               OPEN OUTPUT AR-CLOSE-FILE.
               MOVE WS-TODAY TO AC-CLOSE-DATE.
               MOVE WS-AR-TOTAL TO AC-AR-TOTAL.
               MOVE WS-AR-ACCOUNT-COUNT TO AC-ACCOUNT-COUNT.
               MOVE WS-HISTORY-COUNT TO AC-HISTORY-COUNT.
               WRITE AR-CLOSE-RECORD.
               CLOSE AR-CLOSE-FILE.

           WRITE-REPORT-LINE.
               WRITE RECON-REPORT-LINE.
               MOVE SPACES TO RECON-REPORT-LINE.

           END PROGRAM gl-recon.
