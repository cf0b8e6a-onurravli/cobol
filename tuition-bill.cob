               SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERM-STATUS.
               SELECT ADDRESS-FILE ASSIGN TO "ADDRESS.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AD-ID
                   FILE STATUS IS WS-ADDRESS-STATUS.
               SELECT UNDELIVERABLE-FILE ASSIGN TO "UNDELIV.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-UNDELIVERABLE-STATUS.
               SELECT AWARD-FILE ASSIGN TO "AWARDS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AWARD-STATUS.
               SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-ACCOUNT-STATUS.
               SELECT GL-WORK-FILE ASSIGN TO "GLWORK.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-WORK-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  TERM-CONTROL-FILE.
               COPY "term-control.cpy".

           FD  ADDRESS-FILE.
               COPY "address-record.cpy".

           FD  UNDELIVERABLE-FILE.
               COPY "undeliverable.cpy".

           FD  AWARD-FILE.
               COPY "award-record.cpy".

           FD  GL-ACCOUNT-FILE.
               COPY "gl-account.cpy".

           FD  GL-WORK-FILE.
               COPY "gl-journal.cpy".

           WORKING-STORAGE SECTION.
               01 WS-ENROLLMENT-STATUS PIC X(02).
               01 WS-CATALOG-STATUS PIC X(02).
                       10 WS-AR-PAID PIC 9(07)V9(02).
                       10 WS-AR-BALANCE PIC S9(07)V9(02).
                       10 WS-AR-TERM PIC X(06).
                       10 WS-AR-CREDITS PIC X(04).
                       10 WS-AR-AID PIC 9(07)V9(02).
               01 WS-AR-SUB PIC 9(05) VALUE ZERO.
               01 WS-AR-MATCH-SUB PIC 9(05) VALUE ZERO.
               01 WS-AR-MATCH-FLAG PIC X(01) VALUE "N".
               01 WS-EXCEPTION-COUNT PIC 9(06) VALUE ZERO.
               01 WS-EXCEPTION-REASON PIC X(35).

               01 WS-ADDRESS-STATUS PIC X(02).
               01 WS-ADDRESS-OPEN-FLAG PIC X(01) VALUE "N".
                   88 ADDRESS-FILE-OPEN VALUE "Y".
               01 WS-UNDELIVERABLE-STATUS PIC X(02).
               01 WS-UNDELIVERABLE-REASON PIC X(20).
                   88 MAIL-DELIVERABLE VALUE SPACES.
               01 WS-UNDELIVERABLE-COUNT PIC 9(06) VALUE ZERO.

               01 WS-AWARD-STATUS PIC X(02).
               01 WS-AWARD-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-AWARDS VALUE "Y".
               01 WS-AWARD-COUNT PIC 9(05) VALUE ZERO.
               01 WS-AWARD-TABLE.
                   05 WS-AWARD-ENTRY OCCURS 20000 TIMES.
                       10 WS-AW-REC PIC X(61).
               01 WS-AWARD-SUB PIC 9(05) VALUE ZERO.
               01 WS-AWARD-AMOUNT PIC 9(07)V9(02) VALUE ZERO.
               01 WS-AID-TOTAL PIC 9(07)V9(02) VALUE ZERO.
               01 WS-NET-AMOUNT PIC 9(07)V9(02) VALUE ZERO.
               01 WS-APPLIED-COUNT PIC 9(02) VALUE ZERO.
               01 WS-APPLIED-TABLE.
                   05 WS-APPLIED-ENTRY OCCURS 20 TIMES.
                       10 WS-AP-TYPE PIC X(01).
                       10 WS-AP-SOURCE PIC X(10).
                       10 WS-AP-AMOUNT PIC 9(07)V9(02).
               01 WS-APPLIED-SUB PIC 9(02) VALUE ZERO.
               01 WS-AWARDS-APPLIED PIC 9(06) VALUE ZERO.
               01 WS-AWARDS-HELD PIC 9(06) VALUE ZERO.

               01 WS-PROGRAM-NAME PIC X(12) VALUE "tuition-bill".
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
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-RECEIVABLES
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-AWARDS
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-GL-ACCOUNTS
               END-IF.
               IF RETURN-CODE = 0 THEN
                   OPEN INPUT STUDENT-MASTER
                   IF WS-STUDENT-STATUS NOT = "00" THEN
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM OPEN-ADDRESS-FILE
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM OPEN-INVOICE-FILE
                   PERFORM OPEN-UNDELIVERABLE-FILE
                   OPEN OUTPUT BILL-EXCEPTION-FILE
                   PERFORM OPEN-GL-WORK-FILE
                   MOVE 1 TO WS-BILL-SUB
                   PERFORM BILL-ONE-STUDENT
                       UNTIL WS-BILL-SUB > WS-BILL-COUNT
                   CLOSE INVOICE-FILE
                   CLOSE UNDELIVERABLE-FILE
                   CLOSE BILL-EXCEPTION-FILE
                   CLOSE GL-WORK-FILE
                   CLOSE STUDENT-MASTER
                   IF ADDRESS-FILE-OPEN THEN
                       CLOSE ADDRESS-FILE
                   END-IF
                   PERFORM REWRITE-RECEIVABLES
                   IF WS-AWARDS-APPLIED > 0 THEN
                       PERFORM REWRITE-AWARDS
                   END-IF
                   DISPLAY "INVOICES WRITTEN: " WS-INVOICED-COUNT
                   DISPLAY "INVOICES UNDELIVERABLE: "
                       WS-UNDELIVERABLE-COUNT
                   DISPLAY "STUDENTS ALREADY BILLED THIS TERM: "
                       WS-SKIPPED-COUNT
                   DISPLAY "AWARDS CREDITED: " WS-AWARDS-APPLIED
                   DISPLAY "AWARDS HELD: " WS-AWARDS-HELD
                   DISPLAY "BILLING EXCEPTIONS: " WS-EXCEPTION-COUNT
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

           LOAD-AWARDS.
               OPEN INPUT AWARD-FILE.
               IF WS-AWARD-STATUS = "00" THEN
                   PERFORM READ-AWARD
                   PERFORM STORE-AWARD UNTIL END-OF-AWARDS
                   CLOSE AWARD-FILE
               ELSE
                   IF WS-AWARD-STATUS NOT = "35" THEN
                       DISPLAY "AWARD FILE OPEN FAILED - STATUS "
                           WS-AWARD-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-AWARD.
               READ AWARD-FILE
                   AT END SET END-OF-AWARDS TO TRUE
               END-READ.

           STORE-AWARD.
               IF WS-AWARD-COUNT = 20000 THEN
                   DISPLAY "AWARD FILE EXCEEDS TABLE LIMIT"
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-AWARDS TO TRUE
               ELSE
                   ADD 1 TO WS-AWARD-COUNT
                   MOVE AWARD-RECORD TO WS-AW-REC (WS-AWARD-COUNT)
                   PERFORM READ-AWARD
               END-IF.

           OPEN-ADDRESS-FILE.
               OPEN INPUT ADDRESS-FILE.
               IF WS-ADDRESS-STATUS = "00" THEN
                   SET ADDRESS-FILE-OPEN TO TRUE
               ELSE
                   IF WS-ADDRESS-STATUS NOT = "35" THEN
                       DISPLAY "ADDRESS FILE OPEN FAILED - STATUS "
                           WS-ADDRESS-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           OPEN-UNDELIVERABLE-FILE.
               OPEN EXTEND UNDELIVERABLE-FILE.
               IF WS-UNDELIVERABLE-STATUS = "35" THEN
                   OPEN OUTPUT UNDELIVERABLE-FILE
               END-IF.

           OPEN-INVOICE-FILE.
               OPEN EXTEND INVOICE-FILE.
               IF WS-INVOICE-STATUS = "35" THEN
                   WS-BL-CREDITS (WS-BILL-SUB) * WS-CREDIT-RATE.
               PERFORM POST-CHARGE-TO-RECEIVABLE.
               IF CHARGE-POSTED THEN
                   PERFORM SET-GL-STUDENT
                   MOVE "TC" TO WS-GL-TRANS-TYPE
                   MOVE WS-BILL-AMOUNT TO WS-GL-AMOUNT
                   PERFORM POST-GL-ENTRY
                   PERFORM APPLY-STUDENT-AWARDS
                   PERFORM CHECK-MAILING-ADDRESS
                   IF MAIL-DELIVERABLE THEN
                       PERFORM WRITE-INVOICE
                       ADD 1 TO WS-INVOICED-COUNT
                   ELSE
                       PERFORM WRITE-UNDELIVERABLE
                   END-IF
               ELSE
                   MOVE "RECEIVABLES TABLE FULL - NOT BILLED"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-BILL-EXCEPTION
               END-IF.

           SET-GL-STUDENT.
               MOVE WS-BL-ID (WS-BILL-SUB) TO WS-GL-STUDENT-ID.
               IF SM-CAMPUS = SPACES THEN
                   MOVE "01" TO WS-GL-CAMPUS
               ELSE
                   MOVE SM-CAMPUS TO WS-GL-CAMPUS
               END-IF.

           READ-STUDENT-BY-ID.
               MOVE "N" TO WS-STUDENT-MATCH-FLAG.
               MOVE WS-BL-ID (WS-BILL-SUB) TO SM-ID.
                       MOVE ZERO TO WS-AR-PAID (WS-AR-MATCH-SUB)
                       MOVE ZERO TO WS-AR-BALANCE (WS-AR-MATCH-SUB)
                       MOVE SPACES TO WS-AR-TERM (WS-AR-MATCH-SUB)
                       MOVE SPACES TO WS-AR-CREDITS (WS-AR-MATCH-SUB)
                       MOVE ZERO TO WS-AR-AID (WS-AR-MATCH-SUB)
                   END-IF
                   ADD WS-BILL-AMOUNT
                       TO WS-AR-BILLED (WS-AR-MATCH-SUB)
                       TO WS-AR-INVOICE-DATE (WS-AR-MATCH-SUB)
                   MOVE WS-CURRENT-TERM
                       TO WS-AR-TERM (WS-AR-MATCH-SUB)
                   MOVE WS-BL-CREDITS (WS-BILL-SUB)
                       TO WS-AR-CREDITS (WS-AR-MATCH-SUB)
                   COMPUTE WS-AR-BALANCE (WS-AR-MATCH-SUB) =
                       WS-AR-BILLED (WS-AR-MATCH-SUB)
                       - WS-AR-PAID (WS-AR-MATCH-SUB)
                       - WS-AR-AID (WS-AR-MATCH-SUB)
                   SET CHARGE-POSTED TO TRUE
               END-IF.

           APPLY-STUDENT-AWARDS.
               MOVE ZERO TO WS-AID-TOTAL.
               MOVE ZERO TO WS-APPLIED-COUNT.
               MOVE ZERO TO WS-AWARD-SUB.
               PERFORM CHECK-ONE-AWARD WS-AWARD-COUNT TIMES.
               COMPUTE WS-NET-AMOUNT = WS-BILL-AMOUNT - WS-AID-TOTAL.

           CHECK-ONE-AWARD.
               ADD 1 TO WS-AWARD-SUB.
               MOVE WS-AW-REC (WS-AWARD-SUB) TO AWARD-RECORD.
               IF AW-ID = WS-BL-ID (WS-BILL-SUB)
                       AND AW-TERM = WS-CURRENT-TERM
                       AND AW-PAYABLE
                       AND AW-DISBURSED-DATE = ZERO THEN
                   IF WS-BL-CREDITS (WS-BILL-SUB) < AW-MIN-CREDITS THEN
                       MOVE "AWARD HELD - BELOW MIN CREDITS"
                           TO WS-EXCEPTION-REASON
                       PERFORM WRITE-AWARD-EXCEPTION
                   ELSE
                       PERFORM CREDIT-ONE-AWARD
                   END-IF
               END-IF.

           CREDIT-ONE-AWARD.
               IF AW-FIXED-AMOUNT THEN
                   MOVE AW-AMOUNT TO WS-AWARD-AMOUNT
               ELSE
                   COMPUTE WS-AWARD-AMOUNT ROUNDED =
                       WS-BILL-AMOUNT * AW-PERCENT / 100
               END-IF.
               IF WS-AID-TOTAL + WS-AWARD-AMOUNT > WS-BILL-AMOUNT THEN
                   COMPUTE WS-AWARD-AMOUNT =
                       WS-BILL-AMOUNT - WS-AID-TOTAL
               END-IF.
               IF WS-AWARD-AMOUNT = ZERO
                       OR WS-APPLIED-COUNT = 20 THEN
                   MOVE "AWARD HELD - TUITION COVERED"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-AWARD-EXCEPTION
               ELSE
                   ADD WS-AWARD-AMOUNT TO WS-AID-TOTAL
                   ADD WS-AWARD-AMOUNT
                       TO WS-AR-AID (WS-AR-MATCH-SUB)
                   COMPUTE WS-AR-BALANCE (WS-AR-MATCH-SUB) =
                       WS-AR-BILLED (WS-AR-MATCH-SUB)
                       - WS-AR-PAID (WS-AR-MATCH-SUB)
                       - WS-AR-AID (WS-AR-MATCH-SUB)
                   MOVE WS-AWARD-AMOUNT TO AW-DISBURSED
                   MOVE WS-TODAY TO AW-DISBURSED-DATE
                   MOVE AWARD-RECORD TO WS-AW-REC (WS-AWARD-SUB)
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE AW-TYPE TO WS-AP-TYPE (WS-APPLIED-COUNT)
                   MOVE AW-SOURCE TO WS-AP-SOURCE (WS-APPLIED-COUNT)
                   MOVE WS-AWARD-AMOUNT
                       TO WS-AP-AMOUNT (WS-APPLIED-COUNT)
                   ADD 1 TO WS-AWARDS-APPLIED
                   MOVE "AW" TO WS-GL-TRANS-TYPE
                   MOVE WS-AWARD-AMOUNT TO WS-GL-AMOUNT
                   PERFORM POST-GL-ENTRY
               END-IF.

           FIND-AR-ENTRY.
               MOVE "N" TO WS-AR-MATCH-FLAG.
               MOVE ZERO TO WS-AR-MATCH-SUB.
                   END-STRING
               END-IF.
               WRITE INVOICE-LINE.
               PERFORM WRITE-ADDRESS-BLOCK.
               IF LANG-ENGLISH THEN
                   MOVE "TUITION INVOICE" TO INVOICE-LINE
               ELSE
                   END-STRING
               END-IF.
               WRITE INVOICE-LINE.
               IF WS-APPLIED-COUNT > 0 THEN
                   MOVE ZERO TO WS-APPLIED-SUB
                   PERFORM WRITE-AWARD-LINE WS-APPLIED-COUNT TIMES
                   PERFORM WRITE-NET-AMOUNT-LINE
               END-IF.

           WRITE-AWARD-LINE.
               ADD 1 TO WS-APPLIED-SUB.
               MOVE WS-AP-AMOUNT (WS-APPLIED-SUB) TO WS-AMOUNT-DISPLAY.
               MOVE SPACES TO INVOICE-LINE.
               IF LANG-ENGLISH THEN
                   STRING "AWARD " DELIMITED BY SIZE
                       WS-AP-TYPE (WS-APPLIED-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-AP-SOURCE (WS-APPLIED-SUB) DELIMITED BY SIZE
                       " -" DELIMITED BY SIZE
                       WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                       INTO INVOICE-LINE
                   END-STRING
               ELSE
                   STRING "BURS/YARDIM " DELIMITED BY SIZE
                       WS-AP-TYPE (WS-APPLIED-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-AP-SOURCE (WS-APPLIED-SUB) DELIMITED BY SIZE
                       " -" DELIMITED BY SIZE
                       WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                       INTO INVOICE-LINE
                   END-STRING
               END-IF.
               WRITE INVOICE-LINE.

           WRITE-NET-AMOUNT-LINE.
               MOVE WS-NET-AMOUNT TO WS-AMOUNT-DISPLAY.
               MOVE SPACES TO INVOICE-LINE.
               IF LANG-ENGLISH THEN
                   STRING "NET AMOUNT DUE " DELIMITED BY SIZE
                       WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                       INTO INVOICE-LINE
                   END-STRING
               ELSE
                   STRING "NET ODENECEK TUTAR " DELIMITED BY SIZE
                       WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                       INTO INVOICE-LINE
                   END-STRING
               END-IF.
               WRITE INVOICE-LINE.

           CHECK-MAILING-ADDRESS.
               MOVE SPACES TO WS-UNDELIVERABLE-REASON.
               IF ADDRESS-FILE-OPEN THEN
                   MOVE SM-ID TO AD-ID
                   READ ADDRESS-FILE
                       INVALID KEY
                           MOVE "NO MAILING ADDRESS"
                               TO WS-UNDELIVERABLE-REASON
                   END-READ
               ELSE
                   MOVE "NO MAILING ADDRESS" TO WS-UNDELIVERABLE-REASON
               END-IF.
               IF MAIL-DELIVERABLE THEN
                   IF AD-LINE-1 = SPACES THEN
                       MOVE "NO MAILING ADDRESS"
                           TO WS-UNDELIVERABLE-REASON
                   ELSE
                       IF AD-MAIL-RETURNED THEN
                           MOVE "MAIL RETURNED"
                               TO WS-UNDELIVERABLE-REASON
                       END-IF
                   END-IF
               END-IF.

           WRITE-UNDELIVERABLE.
               ADD 1 TO WS-UNDELIVERABLE-COUNT.
               MOVE SPACES TO UNDELIVERABLE-LINE.
               ACCEPT UN-DATE FROM DATE YYYYMMDD.
               MOVE SM-ID TO UN-ID.
               MOVE SM-NAME TO UN-NAME.
               MOVE "TUITION INVOICE" TO UN-DOCUMENT.
               MOVE WS-UNDELIVERABLE-REASON TO UN-REASON.
               WRITE UNDELIVERABLE-LINE.

           WRITE-ADDRESS-BLOCK.
               MOVE SPACES TO INVOICE-LINE.
               MOVE AD-LINE-1 TO INVOICE-LINE (7:30).
               WRITE INVOICE-LINE.
               IF AD-LINE-2 NOT = SPACES THEN
                   MOVE SPACES TO INVOICE-LINE
                   MOVE AD-LINE-2 TO INVOICE-LINE (7:30)
                   WRITE INVOICE-LINE
               END-IF.
               MOVE SPACES TO INVOICE-LINE.
               STRING AD-POSTAL-CODE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   AD-CITY DELIMITED BY SIZE
                   INTO INVOICE-LINE (7:60)
               END-STRING.
               WRITE INVOICE-LINE.
               IF AD-COUNTRY NOT = SPACES THEN
                   MOVE SPACES TO INVOICE-LINE
                   MOVE AD-COUNTRY TO INVOICE-LINE (7:20)
                   WRITE INVOICE-LINE
               END-IF.
               MOVE SPACES TO INVOICE-LINE.
               WRITE INVOICE-LINE.

           WRITE-BILL-EXCEPTION.
               ADD 1 TO WS-EXCEPTION-COUNT.
               END-STRING.
               WRITE EXCEPTION-LINE.

           WRITE-AWARD-EXCEPTION.
               ADD 1 TO WS-AWARDS-HELD.
               ADD 1 TO WS-EXCEPTION-COUNT.
               MOVE SPACES TO EXCEPTION-LINE.
               STRING "ID " DELIMITED BY SIZE
                   WS-BL-ID (WS-BILL-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EXCEPTION-REASON DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AW-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AW-SOURCE DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               END-STRING.
               WRITE EXCEPTION-LINE.

           REWRITE-RECEIVABLES.
               OPEN OUTPUT RECEIVABLES-FILE.
               MOVE ZERO TO WS-AR-SUB.
               MOVE WS-AR-PAID (WS-AR-SUB) TO AR-PAID.
               MOVE WS-AR-BALANCE (WS-AR-SUB) TO AR-BALANCE.
               MOVE WS-AR-TERM (WS-AR-SUB) TO AR-BILL-TERM.
               MOVE WS-AR-CREDITS (WS-AR-SUB) TO AR-BILLED-CREDITS-X.
               MOVE WS-AR-AID (WS-AR-SUB) TO AR-AID.
               WRITE RECEIVABLE-RECORD.

           REWRITE-AWARDS.
               OPEN OUTPUT AWARD-FILE.
               MOVE ZERO TO WS-AWARD-SUB.
               PERFORM WRITE-AWARD-ENTRY WS-AWARD-COUNT TIMES.
               CLOSE AWARD-FILE.

           WRITE-AWARD-ENTRY.
               ADD 1 TO WS-AWARD-SUB.
               MOVE WS-AW-REC (WS-AWARD-SUB) TO AWARD-RECORD.
               WRITE AWARD-RECORD.

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

           END PROGRAM tuition-bill.
