           IDENTIFICATION DIVISION.
           PROGRAM-ID. gl-release.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT GL-WORK-FILE ASSIGN TO "GLWORK.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-WORK-STATUS.
               SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-ACCOUNT-STATUS.
               SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-INTERFACE-STATUS.
               SELECT GL-HISTORY-FILE ASSIGN TO "GLHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.
               SELECT RELEASE-REPORT-FILE ASSIGN TO "GLREL.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  GL-WORK-FILE.
               COPY "gl-journal.cpy".

           FD  GL-ACCOUNT-FILE.
               COPY "gl-account.cpy".

           FD  GL-INTERFACE-FILE.
               COPY "gl-control.cpy".
               01 GL-INTERFACE-ENTRY PIC X(52).

           FD  GL-HISTORY-FILE.
               01 GL-HISTORY-ENTRY PIC X(52).

           FD  RELEASE-REPORT-FILE.
               01 RELEASE-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
               01 WS-GL-WORK-STATUS PIC X(02).
               01 WS-GL-ACCOUNT-STATUS PIC X(02).
               01 WS-INTERFACE-STATUS PIC X(02).
               01 WS-HISTORY-STATUS PIC X(02).
               01 WS-REPORT-STATUS PIC X(02).

               01 WS-GL-WORK-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-GL-WORK VALUE "Y".
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

               01 WS-ENTRY-COUNT PIC 9(05) VALUE ZERO.
               01 WS-ENTRY-TABLE.
                   05 WS-ENTRY-REC PIC X(52) OCCURS 20000 TIMES.
               01 WS-ENTRY-SUB PIC 9(05) VALUE ZERO.

               01 WS-TODAY PIC 9(08) VALUE ZERO.
               01 WS-DEBIT-TOTAL PIC 9(11)V9(02) VALUE ZERO.
               01 WS-CREDIT-TOTAL PIC 9(11)V9(02) VALUE ZERO.
               01 WS-REMAPPED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-ERROR-COUNT PIC 9(06) VALUE ZERO.
               01 WS-ERROR-REASON PIC X(30).

               01 WS-RELEASE-FLAG PIC X(01) VALUE "N".
                   88 FILE-RELEASED VALUE "Y".

               01 WS-TOTAL-DISPLAY PIC ZZZZZZZZZZ9.99.

           PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD.
               PERFORM LOAD-GL-ACCOUNTS.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-GL-WORK
               END-IF.
               IF RETURN-CODE NOT = 0 THEN
                   GOBACK
               END-IF.
               OPEN OUTPUT RELEASE-REPORT-FILE.
               MOVE SPACES TO RELEASE-REPORT-LINE.
               STRING "GENERAL LEDGER INTERFACE RELEASE - "
                       DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO RELEASE-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE ZERO TO WS-ENTRY-SUB.
               PERFORM CHECK-GL-ENTRY WS-ENTRY-COUNT TIMES.
               IF WS-ERROR-COUNT = 0
                       AND WS-DEBIT-TOTAL = WS-CREDIT-TOTAL THEN
                   PERFORM RELEASE-GL-FILE
               ELSE
                   PERFORM REFUSE-GL-FILE
               END-IF.
               PERFORM WRITE-RELEASE-TOTALS.
               CLOSE RELEASE-REPORT-FILE.
               MOVE WS-DEBIT-TOTAL TO WS-TOTAL-DISPLAY.
               DISPLAY "GL ENTRIES READ: " WS-ENTRY-COUNT.
               DISPLAY "GL DEBIT TOTAL: " WS-TOTAL-DISPLAY.
               MOVE WS-CREDIT-TOTAL TO WS-TOTAL-DISPLAY.
               DISPLAY "GL CREDIT TOTAL: " WS-TOTAL-DISPLAY.
               DISPLAY "GL ENTRIES IN ERROR: " WS-ERROR-COUNT.
               IF FILE-RELEASED THEN
                   DISPLAY "GL INTERFACE FILE RELEASED"
               ELSE
                   DISPLAY "GL INTERFACE FILE NOT RELEASED"
                   MOVE 8 TO RETURN-CODE
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

           LOAD-GL-WORK.
               OPEN INPUT GL-WORK-FILE.
               IF WS-GL-WORK-STATUS = "00" THEN
                   PERFORM READ-GL-WORK
                   PERFORM STORE-GL-WORK UNTIL END-OF-GL-WORK
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

           STORE-GL-WORK.
               IF WS-ENTRY-COUNT = 20000 THEN
                   DISPLAY "GL WORK FILE EXCEEDS TABLE LIMIT"
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-GL-WORK TO TRUE
               ELSE
                   ADD 1 TO WS-ENTRY-COUNT
                   MOVE GL-JOURNAL-RECORD
                       TO WS-ENTRY-REC (WS-ENTRY-COUNT)
                   PERFORM READ-GL-WORK
               END-IF.

           CHECK-GL-ENTRY.
               ADD 1 TO WS-ENTRY-SUB.
               MOVE WS-ENTRY-REC (WS-ENTRY-SUB) TO GL-JOURNAL-RECORD.
               MOVE SPACES TO WS-ERROR-REASON.
               IF GJ-AMOUNT IS NOT NUMERIC
                       OR GJ-POSTING-DATE IS NOT NUMERIC THEN
                   MOVE "DATE AND AMOUNT MUST BE NUMERIC"
                       TO WS-ERROR-REASON
               ELSE
                   IF NOT GJ-DEBIT AND NOT GJ-CREDIT THEN
                       MOVE "NOT MARKED DEBIT OR CREDIT"
                           TO WS-ERROR-REASON
                   END-IF
               END-IF.
               IF WS-ERROR-REASON = SPACES
                       AND GJ-ACCOUNT = SPACES THEN
                   PERFORM REMAP-GL-ACCOUNT
               END-IF.
               IF WS-ERROR-REASON = SPACES THEN
                   IF GJ-DEBIT THEN
                       ADD GJ-AMOUNT TO WS-DEBIT-TOTAL
                   ELSE
                       ADD GJ-AMOUNT TO WS-CREDIT-TOTAL
                   END-IF
               ELSE
                   PERFORM WRITE-ERROR-LINE
               END-IF.

           REMAP-GL-ACCOUNT.
               MOVE GJ-CAMPUS TO WS-GL-SEARCH-CAMPUS.
               PERFORM SEARCH-GL-ACCOUNTS.
               IF NOT GL-ACCOUNT-FOUND THEN
                   MOVE SPACES TO WS-GL-SEARCH-CAMPUS
                   PERFORM SEARCH-GL-ACCOUNTS
               END-IF.
               IF GL-ACCOUNT-FOUND THEN
                   IF GJ-DEBIT THEN
                       MOVE WS-GA-DEBIT-ACCOUNT (WS-GL-ACCOUNT-SUB)
                           TO GJ-ACCOUNT
                   ELSE
                       MOVE WS-GA-CREDIT-ACCOUNT (WS-GL-ACCOUNT-SUB)
                           TO GJ-ACCOUNT
                   END-IF
               END-IF.
               IF GJ-ACCOUNT = SPACES THEN
                   MOVE "NO ACCOUNT FOR TYPE AND CAMPUS"
                       TO WS-ERROR-REASON
               ELSE
                   ADD 1 TO WS-REMAPPED-COUNT
                   MOVE GL-JOURNAL-RECORD
                       TO WS-ENTRY-REC (WS-ENTRY-SUB)
               END-IF.

           SEARCH-GL-ACCOUNTS.
               MOVE "N" TO WS-GL-ACCOUNT-MATCH-FLAG.
               MOVE 1 TO WS-GL-ACCOUNT-SUB.
               PERFORM SCAN-GL-ACCOUNTS
                   UNTIL GL-ACCOUNT-FOUND
                       OR WS-GL-ACCOUNT-SUB > WS-GL-ACCOUNT-COUNT.

           SCAN-GL-ACCOUNTS.
               IF WS-GA-TRANS-TYPE (WS-GL-ACCOUNT-SUB) = GJ-TRANS-TYPE
                       AND WS-GA-CAMPUS (WS-GL-ACCOUNT-SUB)
                           = WS-GL-SEARCH-CAMPUS THEN
                   SET GL-ACCOUNT-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-GL-ACCOUNT-SUB
               END-IF.

           WRITE-ERROR-LINE.
               ADD 1 TO WS-ERROR-COUNT.
               MOVE SPACES TO RELEASE-REPORT-LINE.
               STRING "ENTRY " DELIMITED BY SIZE
                   WS-ENTRY-SUB DELIMITED BY SIZE
                   " TYPE " DELIMITED BY SIZE
                   GJ-TRANS-TYPE DELIMITED BY SIZE
                   " CAMPUS " DELIMITED BY SIZE
                   GJ-CAMPUS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   GJ-DEBIT-CREDIT DELIMITED BY SIZE
                   " ID " DELIMITED BY SIZE
                   GJ-STUDENT-ID DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-ERROR-REASON DELIMITED BY SIZE
                   INTO RELEASE-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.

           RELEASE-GL-FILE.
               OPEN OUTPUT GL-INTERFACE-FILE.
               MOVE SPACES TO GL-CONTROL-RECORD.
               SET GL-HEADER TO TRUE.
               MOVE WS-TODAY TO GC-RUN-DATE.
               MOVE ZERO TO GC-ENTRY-COUNT.
               MOVE ZERO TO GC-DEBIT-TOTAL.
               MOVE ZERO TO GC-CREDIT-TOTAL.
               WRITE GL-CONTROL-RECORD.
               MOVE ZERO TO WS-ENTRY-SUB.
               PERFORM WRITE-INTERFACE-ENTRY WS-ENTRY-COUNT TIMES.
               MOVE SPACES TO GL-CONTROL-RECORD.
               SET GL-TRAILER TO TRUE.
               MOVE WS-TODAY TO GC-RUN-DATE.
               MOVE WS-ENTRY-COUNT TO GC-ENTRY-COUNT.
               MOVE WS-DEBIT-TOTAL TO GC-DEBIT-TOTAL.
               MOVE WS-CREDIT-TOTAL TO GC-CREDIT-TOTAL.
               WRITE GL-CONTROL-RECORD.
               CLOSE GL-INTERFACE-FILE.
               IF WS-ENTRY-COUNT > 0 THEN
                   PERFORM APPEND-GL-HISTORY
               END-IF.
               OPEN OUTPUT GL-WORK-FILE.
               CLOSE GL-WORK-FILE.
               SET FILE-RELEASED TO TRUE.

           WRITE-INTERFACE-ENTRY.
               ADD 1 TO WS-ENTRY-SUB.
               MOVE WS-ENTRY-REC (WS-ENTRY-SUB) TO GL-INTERFACE-ENTRY.
               WRITE GL-INTERFACE-ENTRY.

           APPEND-GL-HISTORY.
               OPEN EXTEND GL-HISTORY-FILE.
               IF WS-HISTORY-STATUS = "35" THEN
                   OPEN OUTPUT GL-HISTORY-FILE
               END-IF.
               MOVE ZERO TO WS-ENTRY-SUB.
               PERFORM WRITE-HISTORY-ENTRY WS-ENTRY-COUNT TIMES.
               CLOSE GL-HISTORY-FILE.

           WRITE-HISTORY-ENTRY.
               ADD 1 TO WS-ENTRY-SUB.
               MOVE WS-ENTRY-REC (WS-ENTRY-SUB) TO GL-HISTORY-ENTRY.
               WRITE GL-HISTORY-ENTRY.

           REFUSE-GL-FILE.
               OPEN OUTPUT GL-INTERFACE-FILE.
               CLOSE GL-INTERFACE-FILE.

           WRITE-RELEASE-TOTALS.
               MOVE SPACES TO RELEASE-REPORT-LINE.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO RELEASE-REPORT-LINE.
               STRING "ENTRIES:          " DELIMITED BY SIZE
                   WS-ENTRY-COUNT DELIMITED BY SIZE
                   INTO RELEASE-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-DEBIT-TOTAL TO WS-TOTAL-DISPLAY.
               MOVE SPACES TO RELEASE-REPORT-LINE.
               STRING "DEBIT TOTAL:      " DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO RELEASE-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-CREDIT-TOTAL TO WS-TOTAL-DISPLAY.
               MOVE SPACES TO RELEASE-REPORT-LINE.
               STRING "CREDIT TOTAL:     " DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO RELEASE-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO RELEASE-REPORT-LINE.
               STRING "ACCOUNTS MAPPED AT RELEASE: " DELIMITED BY SIZE
                   WS-REMAPPED-COUNT DELIMITED BY SIZE
                   INTO RELEASE-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO RELEASE-REPORT-LINE.
               STRING "ENTRIES IN ERROR: " DELIMITED BY SIZE
                   WS-ERROR-COUNT DELIMITED BY SIZE
                   INTO RELEASE-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               IF FILE-RELEASED THEN
                   MOVE "GLINTF.DAT RELEASED TO THE GENERAL LEDGER"
                       TO RELEASE-REPORT-LINE
               ELSE
                   IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL THEN
                       MOVE "DEBITS AND CREDITS OUT OF BALANCE - NOT "
                           TO RELEASE-REPORT-LINE
                       MOVE "RELEASED" TO RELEASE-REPORT-LINE (41:8)
                   ELSE
                       MOVE "ENTRIES IN ERROR - NOT RELEASED"
                           TO RELEASE-REPORT-LINE
                   END-IF
               END-IF.
               PERFORM WRITE-REPORT-LINE.

           WRITE-REPORT-LINE.
               WRITE RELEASE-REPORT-LINE.
               MOVE SPACES TO RELEASE-REPORT-LINE.

           END PROGRAM gl-release.
