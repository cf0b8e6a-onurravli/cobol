               SELECT AR-AGING-FILE ASSIGN TO "ARAGING.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AGING-STATUS.
               SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SM-ID
                   ALTERNATE RECORD KEY IS SM-NAME WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-STATUS.
               SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-ACCOUNT-STATUS.
               SELECT GL-WORK-FILE ASSIGN TO "GLWORK.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-WORK-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  AR-AGING-FILE.
               01 AGING-LINE PIC X(80).

           FD  STUDENT-MASTER.
               COPY "student-master.cpy".

           FD  GL-ACCOUNT-FILE.
               COPY "gl-account.cpy".

           FD  GL-WORK-FILE.
               COPY "gl-journal.cpy".

           WORKING-STORAGE SECTION.
               01 WS-PAYMENT-STATUS PIC X(02).
               01 WS-RECEIVABLES-STATUS PIC X(02).
               01 WS-EXCEPTION-STATUS PIC X(02).
               01 WS-AGING-STATUS PIC X(02).
               01 WS-STUDENT-STATUS PIC X(02).

               01 WS-PAYMENT-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-PAYMENTS VALUE "Y".
                       10 WS-AR-PAID PIC 9(07)V9(02).
                       10 WS-AR-BALANCE PIC S9(07)V9(02).
                       10 WS-AR-TERM PIC X(06).
                       10 WS-AR-CREDITS PIC X(04).
                       10 WS-AR-AID PIC 9(07)V9(02).
               01 WS-AR-SUB PIC 9(05) VALUE ZERO.
               01 WS-AR-MATCH-SUB PIC 9(05) VALUE ZERO.
               01 WS-AR-MATCH-FLAG PIC X(01) VALUE "N".
               01 WS-TOTAL-DISPLAY PIC ZZZZZZZZ9.99.
               01 WS-DAYS-DISPLAY PIC ZZZZ9.

               01 WS-PROGRAM-NAME PIC X(12) VALUE "pay-post".
               01 WS-GL-ACCOUNT-STATUS PIC X(02).
               01 WS-GL-WORK-STATUS PIC X(02).
               01 WS-GL-ACCOUNT-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-GL-ACCOUNTS VALUE "Y".
               01 WS-GL-ACCOUNT-COUNT PIC 9(03) VALUE ZERO.
               01 WS-GL-ACCOUNT-TABLE.
                   05 WS-GL-ACCOUNT-ENTRY OCCURS 500 TIMES.
                       10 WS-GA-TRANS-TYPE PIC X(02).
                       10 WS-GA-CAMPUS PIC X(02).
                       10 WS-GA-DEBIT-ACCOUNT PIC X(10).
                       10 WS-GA-CREDIT-ACCOUNT PIC X(10).
               01 WS-GL-ACCOUNT-SUB PIC 9(03) VALUE ZERO.
               01 WS-GL-ACCOUNT-MATCH-FLAG PIC X(01) VALUE "N".
                   88 GL-ACCOUNT-FOUND VALUE "Y".
               01 WS-GL-SEARCH-CAMPUS PIC X(02).
               01 WS-GL-TRANS-TYPE PIC X(02).
               01 WS-GL-CAMPUS PIC X(02).
               01 WS-GL-AMOUNT PIC 9(09)V9(02) VALUE ZERO.
               01 WS-GL-STUDENT-ID PIC 9(06) VALUE ZERO.
               01 WS-GL-DEBIT-ACCOUNT PIC X(10).
               01 WS-GL-CREDIT-ACCOUNT PIC X(10).
               01 WS-GL-ENTRY-COUNT PIC 9(06) VALUE ZERO.
               01 WS-GL-UNMAPPED-COUNT PIC 9(06) VALUE ZERO.

           PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD.
               PERFORM LOAD-RECEIVABLES.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-GL-ACCOUNTS
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM PROCESS-PAYMENTS
               END-IF.
                   DISPLAY "PAYMENT EXCEPTIONS: " WS-EXCEPTION-COUNT
                   DISPLAY "ACCOUNTS WITH UNPAID BALANCE: "
                       WS-UNPAID-COUNT
                   DISPLAY "GL JOURNAL ENTRIES WRITTEN: "
                       WS-GL-ENTRY-COUNT
                   IF WS-GL-UNMAPPED-COUNT > 0 THEN
                       DISPLAY "GL ENTRIES WITHOUT ACCOUNT CODE: "
                           WS-GL-UNMAPPED-COUNT
                   END-IF
               END-IF.
               GOBACK.

                   MOVE AR-PAID TO WS-AR-PAID (WS-AR-COUNT)
                   MOVE AR-BALANCE TO WS-AR-BALANCE (WS-AR-COUNT)
                   MOVE AR-BILL-TERM TO WS-AR-TERM (WS-AR-COUNT)
                   MOVE AR-BILLED-CREDITS-X
                       TO WS-AR-CREDITS (WS-AR-COUNT)
                   IF AR-AID IS NUMERIC THEN
                       MOVE AR-AID TO WS-AR-AID (WS-AR-COUNT)
                   ELSE
                       MOVE ZERO TO WS-AR-AID (WS-AR-COUNT)
                   END-IF
                   PERFORM READ-RECEIVABLE
               END-IF.

           PROCESS-PAYMENTS.
               OPEN INPUT PAYMENT-TRANS-FILE.
               IF WS-PAYMENT-STATUS NOT = "00" THEN
                   DISPLAY "PAYMENT TRANSACTION FILE NOT FOUND - "
                       "STATUS " WS-PAYMENT-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT STUDENT-MASTER
                   IF WS-STUDENT-STATUS NOT = "00" THEN
                       DISPLAY "STUDENT-MASTER FILE NOT FOUND - "
                           "STATUS " WS-STUDENT-STATUS
                       MOVE 8 TO RETURN-CODE
                       CLOSE PAYMENT-TRANS-FILE
                   END-IF
               END-IF.
               IF RETURN-CODE = 0 THEN
                   OPEN OUTPUT PAY-EXCEPTION-FILE
                   PERFORM OPEN-GL-WORK-FILE
                   PERFORM READ-PAYMENT
                   PERFORM APPLY-PAYMENT UNTIL END-OF-PAYMENTS
                   CLOSE PAYMENT-TRANS-FILE
                   CLOSE PAY-EXCEPTION-FILE
                   CLOSE GL-WORK-FILE
                   CLOSE STUDENT-MASTER
               END-IF.

           READ-PAYMENT.
                       COMPUTE WS-AR-BALANCE (WS-AR-MATCH-SUB) =
                           WS-AR-BILLED (WS-AR-MATCH-SUB)
                           - WS-AR-PAID (WS-AR-MATCH-SUB)
                           - WS-AR-AID (WS-AR-MATCH-SUB)
                       ADD 1 TO WS-APPLIED-COUNT
                       PERFORM POST-PAYMENT-TO-GL
                   ELSE
                       MOVE "ID NOT ON RECEIVABLES FILE"
                           TO WS-EXCEPTION-REASON
               END-IF.
               PERFORM READ-PAYMENT.

           POST-PAYMENT-TO-GL.
               MOVE PT-ID TO SM-ID.
               MOVE SPACES TO SM-CAMPUS.
               READ STUDENT-MASTER
                   INVALID KEY MOVE SPACES TO SM-CAMPUS
               END-READ.
               IF SM-CAMPUS = SPACES THEN
                   MOVE "01" TO WS-GL-CAMPUS
               ELSE
                   MOVE SM-CAMPUS TO WS-GL-CAMPUS
               END-IF.
               MOVE PT-ID TO WS-GL-STUDENT-ID.
               MOVE "PY" TO WS-GL-TRANS-TYPE.
               MOVE PT-AMOUNT TO WS-GL-AMOUNT.
               PERFORM POST-GL-ENTRY.

           FIND-AR-ENTRY.
               MOVE "N" TO WS-AR-MATCH-FLAG.
               MOVE ZERO TO WS-AR-MATCH-SUB.
               MOVE WS-AR-PAID (WS-AR-SUB) TO AR-PAID.
               MOVE WS-AR-BALANCE (WS-AR-SUB) TO AR-BALANCE.
               MOVE WS-AR-TERM (WS-AR-SUB) TO AR-BILL-TERM.
               MOVE WS-AR-CREDITS (WS-AR-SUB) TO AR-BILLED-CREDITS-X.
               MOVE WS-AR-AID (WS-AR-SUB) TO AR-AID.
               WRITE RECEIVABLE-RECORD.

           REPORT-AGED-BALANCES.
               END-STRING.
               WRITE AGING-LINE.

           LOAD-GL-ACCOUNTS.
               OPEN INPUT GL-ACCOUNT-FILE.
               IF WS-GL-ACCOUNT-STATUS = "00" THEN
                   PERFORM READ-GL-ACCOUNT
                   PERFORM STORE-GL-ACCOUNT UNTIL END-OF-GL-ACCOUNTS
                   CLOSE GL-ACCOUNT-FILE
               ELSE
                   IF WS-GL-ACCOUNT-STATUS NOT = "35" THEN
                       DISPLAY "CHART OF ACCOUNTS OPEN FAILED - "
                           "STATUS " WS-GL-ACCOUNT-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-GL-ACCOUNT.
               READ GL-ACCOUNT-FILE
                   AT END SET END-OF-GL-ACCOUNTS TO TRUE
               END-READ.

           STORE-GL-ACCOUNT.
               IF WS-GL-ACCOUNT-COUNT = 500 THEN
                   DISPLAY "CHART OF ACCOUNTS EXCEEDS TABLE LIMIT"
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-GL-ACCOUNTS TO TRUE
               ELSE
                   ADD 1 TO WS-GL-ACCOUNT-COUNT
                   MOVE GA-TRANS-TYPE
                       TO WS-GA-TRANS-TYPE (WS-GL-ACCOUNT-COUNT)
                   MOVE GA-CAMPUS TO WS-GA-CAMPUS (WS-GL-ACCOUNT-COUNT)
                   MOVE GA-DEBIT-ACCOUNT
                       TO WS-GA-DEBIT-ACCOUNT (WS-GL-ACCOUNT-COUNT)
                   MOVE GA-CREDIT-ACCOUNT
                       TO WS-GA-CREDIT-ACCOUNT (WS-GL-ACCOUNT-COUNT)
                   PERFORM READ-GL-ACCOUNT
               END-IF.

           OPEN-GL-WORK-FILE.
               OPEN EXTEND GL-WORK-FILE.
               IF WS-GL-WORK-STATUS = "35" THEN
                   OPEN OUTPUT GL-WORK-FILE
               END-IF.

           POST-GL-ENTRY.
               IF WS-GL-AMOUNT > ZERO THEN
                   PERFORM FIND-GL-ACCOUNTS
                   MOVE SPACES TO GL-JOURNAL-RECORD
                   MOVE WS-TODAY TO GJ-POSTING-DATE
                   MOVE WS-GL-CAMPUS TO GJ-CAMPUS
                   MOVE WS-GL-AMOUNT TO GJ-AMOUNT
                   MOVE WS-GL-TRANS-TYPE TO GJ-TRANS-TYPE
                   MOVE WS-PROGRAM-NAME TO GJ-SOURCE
                   MOVE WS-GL-STUDENT-ID TO GJ-STUDENT-ID
                   MOVE WS-GL-DEBIT-ACCOUNT TO GJ-ACCOUNT
                   SET GJ-DEBIT TO TRUE
                   PERFORM WRITE-GL-ENTRY
                   MOVE WS-GL-CREDIT-ACCOUNT TO GJ-ACCOUNT
                   SET GJ-CREDIT TO TRUE
                   PERFORM WRITE-GL-ENTRY
               END-IF.

           FIND-GL-ACCOUNTS.
               MOVE SPACES TO WS-GL-DEBIT-ACCOUNT.
               MOVE SPACES TO WS-GL-CREDIT-ACCOUNT.
               MOVE WS-GL-CAMPUS TO WS-GL-SEARCH-CAMPUS.
               PERFORM SEARCH-GL-ACCOUNTS.
               IF NOT GL-ACCOUNT-FOUND THEN
                   MOVE SPACES TO WS-GL-SEARCH-CAMPUS
                   PERFORM SEARCH-GL-ACCOUNTS
               END-IF.
               IF GL-ACCOUNT-FOUND THEN
                   MOVE WS-GA-DEBIT-ACCOUNT (WS-GL-ACCOUNT-SUB)
                       TO WS-GL-DEBIT-ACCOUNT
                   MOVE WS-GA-CREDIT-ACCOUNT (WS-GL-ACCOUNT-SUB)
                       TO WS-GL-CREDIT-ACCOUNT
               END-IF.

           SEARCH-GL-ACCOUNTS.
               MOVE "N" TO WS-GL-ACCOUNT-MATCH-FLAG.
               MOVE 1 TO WS-GL-ACCOUNT-SUB.
               PERFORM SCAN-GL-ACCOUNTS
                   UNTIL GL-ACCOUNT-FOUND
                       OR WS-GL-ACCOUNT-SUB > WS-GL-ACCOUNT-COUNT.

           SCAN-GL-ACCOUNTS.
               IF WS-GA-TRANS-TYPE (WS-GL-ACCOUNT-SUB)
                       = WS-GL-TRANS-TYPE
                       AND WS-GA-CAMPUS (WS-GL-ACCOUNT-SUB)
                           = WS-GL-SEARCH-CAMPUS THEN
                   SET GL-ACCOUNT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-GL-ACCOUNT-SUB
               END-IF.

           WRITE-GL-ENTRY.
               WRITE GL-JOURNAL-RECORD.
               ADD 1 TO WS-GL-ENTRY-COUNT.
               IF GJ-ACCOUNT = SPACES THEN
                   ADD 1 TO WS-GL-UNMAPPED-COUNT
               END-IF.

           END PROGRAM pay-post.
