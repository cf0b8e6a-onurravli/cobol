           IDENTIFICATION DIVISION.
           PROGRAM-ID. tuition-adj.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ENROLLMENT-FILE ASSIGN TO "ENROLLMENT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENROLLMENT-STATUS.
               SELECT COURSE-CATALOG-FILE ASSIGN TO "CATALOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CATALOG-STATUS.
               SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SM-ID
                   ALTERNATE RECORD KEY IS SM-NAME WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-STATUS.
               SELECT RECEIVABLES-FILE ASSIGN TO "RECEIV.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RECEIVABLES-STATUS.
               SELECT NOTICE-FILE ASSIGN TO "ADJUST.PRT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NOTICE-STATUS.
               SELECT REFUND-REGISTER-FILE ASSIGN TO "REFUND.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REFUND-STATUS.
               SELECT ADJ-EXCEPTION-FILE ASSIGN TO "ADJEXC.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXCEPTION-STATUS.
               SELECT RUN-MODE-FILE ASSIGN TO "RUNMODE.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-MODE-STATUS.
               SELECT PARAMETER-FILE ASSIGN TO "PARAMS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAMETER-STATUS.
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
               SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-ACCOUNT-STATUS.
               SELECT GL-WORK-FILE ASSIGN TO "GLWORK.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-WORK-STATUS.
               SELECT DROP-LOG-FILE ASSIGN TO "DROPLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DROP-LOG-STATUS.
               SELECT AWARD-FILE ASSIGN TO "AWARDS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AWARD-STATUS.
               SELECT AWARD-AUDIT-FILE ASSIGN TO "AWARDAUDIT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AWARD-AUDIT-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  ENROLLMENT-FILE.
               COPY "enrollment-record.cpy".

           FD  COURSE-CATALOG-FILE.
               COPY "catalog-record.cpy".

           FD  STUDENT-MASTER.
               COPY "student-master.cpy".

           FD  RECEIVABLES-FILE.
               COPY "receivable.cpy".

           FD  NOTICE-FILE.
               01 NOTICE-LINE PIC X(80).

           FD  REFUND-REGISTER-FILE.
               01 REFUND-LINE PIC X(80).

           FD  ADJ-EXCEPTION-FILE.
               01 EXCEPTION-LINE PIC X(80).

           FD  RUN-MODE-FILE.
               01 RUN-MODE-RECORD.
                   05 RM-LANGUAGE PIC X(01).
                   05 RM-MODE PIC X(01).
                   05 RM-CAMPUS PIC X(02).

           FD  PARAMETER-FILE.
               COPY "param-record.cpy".

           FD  TERM-CONTROL-FILE.
               COPY "term-control.cpy".

           FD  ADDRESS-FILE.
               COPY "address-record.cpy".

           FD  UNDELIVERABLE-FILE.
               COPY "undeliverable.cpy".

           FD  GL-ACCOUNT-FILE.
               COPY "gl-account.cpy".

           FD  GL-WORK-FILE.
               COPY "gl-journal.cpy".

           FD  DROP-LOG-FILE.
               COPY "drop-record.cpy".

           FD  AWARD-FILE.
               COPY "award-record.cpy".

           FD  AWARD-AUDIT-FILE.
               COPY "award-audit.cpy".

           WORKING-STORAGE SECTION.
               01 WS-ENROLLMENT-STATUS PIC X(02).
               01 WS-CATALOG-STATUS PIC X(02).
               01 WS-STUDENT-STATUS PIC X(02).
               01 WS-RECEIVABLES-STATUS PIC X(02).
               01 WS-NOTICE-STATUS PIC X(02).
               01 WS-REFUND-STATUS PIC X(02).
               01 WS-EXCEPTION-STATUS PIC X(02).
               01 WS-RUN-MODE-STATUS PIC X(02).
               01 WS-PARAMETER-STATUS PIC X(02).
               01 WS-TERM-STATUS PIC X(02).
               01 WS-CURRENT-TERM PIC X(06) VALUE SPACES.
               01 WS-TERM-START-DATE PIC 9(08) VALUE ZERO.

               01 WS-ADDRESS-STATUS PIC X(02).
               01 WS-ADDRESS-OPEN-FLAG PIC X(01) VALUE "N".
                   88 ADDRESS-FILE-OPEN VALUE "Y".
               01 WS-UNDELIVERABLE-STATUS PIC X(02).
               01 WS-UNDELIVERABLE-REASON PIC X(20).
                   88 MAIL-DELIVERABLE VALUE SPACES.
               01 WS-UNDELIVERABLE-COUNT PIC 9(06) VALUE ZERO.

               01 WS-ENROLLMENT-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-ENROLLMENTS VALUE "Y".
               01 WS-CATALOG-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-CATALOG VALUE "Y".
               01 WS-RECEIVABLES-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-RECEIVABLES VALUE "Y".
               01 WS-PARAM-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-PARAMETERS VALUE "Y".

               01 WS-PARAM-DATE PIC 9(08) VALUE ZERO.
               01 WS-CREDIT-RATE PIC 9(05)V9(02) VALUE ZERO.
               01 WS-CREDIT-RATE-EFF PIC 9(08) VALUE ZERO.

               01 WS-PARAM-KEY.
                   05 WS-PK-PREFIX PIC X(07).
                   05 WS-PK-DAYS PIC X(03).
                   05 FILLER PIC X(02).
               01 WS-REFUND-COUNT PIC 9(02) VALUE ZERO.
               01 WS-REFUND-TABLE.
                   05 WS-REFUND-ENTRY OCCURS 20 TIMES.
                       10 WS-RF-DAYS PIC 9(03).
                       10 WS-RF-PERCENT PIC 9(05)V9(02).
                       10 WS-RF-EFF PIC 9(08).
               01 WS-REFUND-SUB PIC 9(02) VALUE ZERO.
               01 WS-REFUND-MATCH-FLAG PIC X(01) VALUE "N".
                   88 BRACKET-FOUND VALUE "Y".
               01 WS-BEST-DAYS PIC 9(03) VALUE ZERO.
               01 WS-REFUND-PERCENT PIC 9(05)V9(02) VALUE ZERO.
               01 WS-BRACKET-DATE PIC 9(08) VALUE ZERO.
               01 WS-BRACKET-DAYS PIC S9(05) VALUE ZERO.
               01 WS-BRACKET-PERCENT PIC 9(05)V9(02) VALUE ZERO.

               01 WS-DROP-LOG-STATUS PIC X(02).
               01 WS-DROP-LOG-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-DROP-LOG VALUE "Y".
               01 WS-DROP-DATE-COUNT PIC 9(05) VALUE ZERO.
               01 WS-DROP-DATE-TABLE.
                   05 WS-DROP-DATE-ENTRY OCCURS 20000 TIMES.
                       10 WS-DD-ID PIC 9(06).
                       10 WS-DD-DATE PIC 9(08).
               01 WS-DROP-DATE-SUB PIC 9(05) VALUE ZERO.
               01 WS-DROP-DATE-MATCH-SUB PIC 9(05) VALUE ZERO.
               01 WS-DROP-DATE-MATCH-FLAG PIC X(01) VALUE "N".
                   88 DROP-DATE-FOUND VALUE "Y".

               01 WS-AWARD-STATUS PIC X(02).
               01 WS-AWARD-AUDIT-STATUS PIC X(02).
               01 WS-AWARD-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-AWARDS VALUE "Y".
               01 WS-AWARD-COUNT PIC 9(05) VALUE ZERO.
               01 WS-AWARD-TABLE.
                   05 WS-AWARD-ENTRY OCCURS 20000 TIMES.
                       10 WS-AW-REC PIC X(61).
               01 WS-AWARD-SUB PIC 9(05) VALUE ZERO.
               01 WS-WORK-AWARD.
                   05 WS-WA-ID PIC 9(06).
                   05 WS-WA-TERM PIC X(06).
                   05 WS-WA-TYPE PIC X(01).
                   05 WS-WA-SOURCE PIC X(10).
                   05 WS-WA-BASIS PIC X(01).
                   05 WS-WA-AMOUNT PIC 9(07)V9(02).
                   05 WS-WA-PERCENT PIC 9(03).
                   05 WS-WA-MIN-CGPA PIC 9(01)V9(02).
                   05 WS-WA-MIN-CREDITS PIC 9(03).
                   05 WS-WA-RENEWABLE PIC X(01).
                   05 WS-WA-STATUS PIC X(01).
                   05 WS-WA-DISBURSED PIC 9(07)V9(02).
                   05 WS-WA-DISBURSED-DATE PIC 9(08).
               01 WS-REVERSAL-LEFT PIC 9(07)V9(02) VALUE ZERO.
               01 WS-AWARD-REDUCTION PIC 9(07)V9(02) VALUE ZERO.
               01 WS-AWARDS-REDUCED-COUNT PIC 9(06) VALUE ZERO.

               01 WS-LANGUAGE PIC X(01) VALUE "T".
                   88 LANG-TURKISH VALUE "T".
                   88 LANG-ENGLISH VALUE "E".

               01 WS-CATALOG-COUNT PIC 9(03) VALUE ZERO.
               01 WS-CATALOG-TABLE.
                   05 WS-CATALOG-ENTRY OCCURS 500 TIMES.
                       10 WS-CT-COURSE PIC X(08).
                       10 WS-CT-CREDITS PIC 9(02).
               01 WS-CATALOG-SUB PIC 9(03) VALUE ZERO.
               01 WS-COURSE-MATCH-FLAG PIC X(01) VALUE "N".
                   88 COURSE-IN-CATALOG VALUE "Y".

               01 WS-LOAD-COUNT PIC 9(05) VALUE ZERO.
               01 WS-LOAD-TABLE.
                   05 WS-LOAD-ENTRY OCCURS 20000 TIMES.
                       10 WS-LD-ID PIC 9(06).
                       10 WS-LD-CREDITS PIC 9(04).
               01 WS-LOAD-SUB PIC 9(05) VALUE ZERO.
               01 WS-LOAD-MATCH-SUB PIC 9(05) VALUE ZERO.
               01 WS-LOAD-MATCH-FLAG PIC X(01) VALUE "N".
                   88 LOAD-ENTRY-FOUND VALUE "Y".
               01 WS-SEARCH-ID PIC 9(06) VALUE ZERO.

               01 WS-AR-COUNT PIC 9(05) VALUE ZERO.
               01 WS-AR-TABLE.
                   05 WS-AR-ENTRY OCCURS 20000 TIMES.
                       10 WS-AR-ID PIC 9(06).
                       10 WS-AR-INVOICE-DATE PIC 9(08).
                       10 WS-AR-BILLED PIC 9(07)V9(02).
                       10 WS-AR-PAID PIC 9(07)V9(02).
                       10 WS-AR-BALANCE PIC S9(07)V9(02).
                       10 WS-AR-TERM PIC X(06).
                       10 WS-AR-CREDITS PIC 9(04).
                       10 WS-AR-CREDITS-FLAG PIC X(01).
                           88 AR-CREDITS-KNOWN VALUE "Y".
                       10 WS-AR-AID PIC 9(07)V9(02).
               01 WS-AR-SUB PIC 9(05) VALUE ZERO.

               01 WS-STUDENT-MATCH-FLAG PIC X(01) VALUE "N".
                   88 STUDENT-ON-MASTER VALUE "Y".

               01 WS-TODAY PIC 9(08) VALUE ZERO.
               01 WS-BRACKET-INTEGER PIC 9(08) VALUE ZERO.
               01 WS-START-INTEGER PIC 9(08) VALUE ZERO.
               01 WS-TERM-DAYS PIC S9(05) VALUE ZERO.

               01 WS-CURRENT-CREDITS PIC 9(04) VALUE ZERO.
               01 WS-CHANGE-CREDITS PIC 9(04) VALUE ZERO.
               01 WS-ADJUST-AMOUNT PIC 9(07)V9(02) VALUE ZERO.
               01 WS-ADJUST-TYPE PIC X(01) VALUE SPACE.
                   88 ADJUST-CHARGE VALUE "C".
                   88 ADJUST-CREDIT VALUE "R".

               01 WS-AMOUNT-DISPLAY PIC ZZZZZZ9.99.
               01 WS-BALANCE-DISPLAY PIC -ZZZZZZ9.99.
               01 WS-TOTAL-DISPLAY PIC ZZZZZZZZ9.99.
               01 WS-PERCENT-DISPLAY PIC ZZ9.99.
               01 WS-CREDITS-DISPLAY PIC ZZZ9.
               01 WS-NOW-DISPLAY PIC ZZZ9.
               01 WS-DAYS-DISPLAY PIC ZZZZ9.

               01 WS-CHARGE-COUNT PIC 9(06) VALUE ZERO.
               01 WS-CREDIT-COUNT PIC 9(06) VALUE ZERO.
               01 WS-NO-REFUND-COUNT PIC 9(06) VALUE ZERO.
               01 WS-UNDATED-DROP-COUNT PIC 9(06) VALUE ZERO.
               01 WS-REFUND-DUE-COUNT PIC 9(06) VALUE ZERO.
               01 WS-EXCEPTION-COUNT PIC 9(06) VALUE ZERO.
               01 WS-EXCEPTION-REASON PIC X(35).
               01 WS-CHARGE-TOTAL PIC 9(09)V9(02) VALUE ZERO.
               01 WS-CREDIT-TOTAL PIC 9(09)V9(02) VALUE ZERO.
               01 WS-REFUND-TOTAL PIC 9(09)V9(02) VALUE ZERO.
               01 WS-REFUND-AMOUNT PIC 9(07)V9(02) VALUE ZERO.
               01 WS-AID-REVERSAL PIC 9(07)V9(02) VALUE ZERO.

               01 WS-PROGRAM-NAME PIC X(12) VALUE "tuition-adj".
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
               PERFORM LOAD-TERM-CONTROL.
               IF RETURN-CODE NOT = 0 THEN
                   GOBACK
               END-IF.
               PERFORM LOAD-PARAMETERS.
               IF WS-CREDIT-RATE = ZERO THEN
                   DISPLAY "CREDIT-RATE PARAMETER NOT ON FILE - "
                       "ADJUSTMENTS NOT RUN"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM SET-REFUND-PERCENT.
               PERFORM LOAD-RUN-MODE-LANGUAGE.
               PERFORM LOAD-COURSE-CATALOG.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-CURRENT-CREDITS
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-RECEIVABLES
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-DROP-DATES
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
                       DISPLAY "STUDENT-MASTER FILE NOT FOUND - "
                           "STATUS " WS-STUDENT-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM OPEN-ADDRESS-FILE
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM OPEN-NOTICE-FILE
                   PERFORM OPEN-UNDELIVERABLE-FILE
                   OPEN OUTPUT ADJ-EXCEPTION-FILE
                   PERFORM OPEN-GL-WORK-FILE
                   PERFORM OPEN-AWARD-AUDIT
                   MOVE 1 TO WS-AR-SUB
                   PERFORM ADJUST-ONE-ACCOUNT
                       UNTIL WS-AR-SUB > WS-AR-COUNT
                   CLOSE NOTICE-FILE
                   CLOSE UNDELIVERABLE-FILE
                   CLOSE ADJ-EXCEPTION-FILE
                   CLOSE GL-WORK-FILE
                   CLOSE AWARD-AUDIT-FILE
                   IF ADDRESS-FILE-OPEN THEN
                       CLOSE ADDRESS-FILE
                   END-IF
                   IF WS-CHARGE-COUNT > 0 OR WS-CREDIT-COUNT > 0
                           OR WS-NO-REFUND-COUNT > 0 THEN
                       PERFORM REWRITE-RECEIVABLES
                   END-IF
                   IF WS-AWARDS-REDUCED-COUNT > 0 THEN
                       PERFORM REWRITE-AWARDS
                   END-IF
                   PERFORM WRITE-REFUND-REGISTER
                   CLOSE STUDENT-MASTER
                   MOVE WS-REFUND-PERCENT TO WS-PERCENT-DISPLAY
                   MOVE WS-TERM-DAYS TO WS-DAYS-DISPLAY
                   DISPLAY "DAYS INTO TERM AT RUN DATE: "
                       WS-DAYS-DISPLAY
                   DISPLAY "REFUND PERCENTAGE AT RUN DATE: "
                       WS-PERCENT-DISPLAY
                   DISPLAY "ADDITIONAL CHARGES POSTED: "
                       WS-CHARGE-COUNT
                   DISPLAY "CREDIT MEMOS POSTED: " WS-CREDIT-COUNT
                   DISPLAY "DROPS WITH NO REFUND DUE: "
                       WS-NO-REFUND-COUNT
                   DISPLAY "DROPS PRICED AT RUN DATE - NO DROP DATE: "
                       WS-UNDATED-DROP-COUNT
                   DISPLAY "REFUNDS AWAITING APPROVAL: "
                       WS-REFUND-DUE-COUNT
                   DISPLAY "AWARD DISBURSEMENTS REDUCED: "
                       WS-AWARDS-REDUCED-COUNT
                   DISPLAY "ADJUSTMENT EXCEPTIONS: " WS-EXCEPTION-COUNT
                   DISPLAY "NOTICES UNDELIVERABLE: "
                       WS-UNDELIVERABLE-COUNT
                   DISPLAY "GL JOURNAL ENTRIES WRITTEN: "
                       WS-GL-ENTRY-COUNT
                   IF WS-GL-UNMAPPED-COUNT > 0 THEN
                       DISPLAY "GL ENTRIES WITHOUT ACCOUNT CODE: "
                           WS-GL-UNMAPPED-COUNT
                   END-IF
               END-IF.
               GOBACK.

           LOAD-TERM-CONTROL.
               OPEN INPUT TERM-CONTROL-FILE.
               IF WS-TERM-STATUS = "00" THEN
                   READ TERM-CONTROL-FILE
                       AT END CONTINUE
                       NOT AT END
                           MOVE TC-TERM TO WS-CURRENT-TERM
                           IF TC-START-DATE IS NUMERIC THEN
                               MOVE TC-START-DATE
                                   TO WS-TERM-START-DATE
                           END-IF
                   END-READ
                   CLOSE TERM-CONTROL-FILE
               END-IF.
               IF WS-CURRENT-TERM = SPACES THEN
                   DISPLAY "TERM CONTROL FILE MISSING OR EMPTY - "
                       "ADJUSTMENTS NOT RUN"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-TERM-START-DATE = ZERO THEN
                       DISPLAY "TERM START DATE NOT SET ON TERM "
                           "CONTROL - ADJUSTMENTS NOT RUN"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

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
               IF PR-KEY = "CREDIT-RATE"
                       AND PR-EFF-DATE <= WS-PARAM-DATE
                       AND PR-EFF-DATE >= WS-CREDIT-RATE-EFF THEN
                   MOVE PR-VALUE TO WS-CREDIT-RATE
                   MOVE PR-EFF-DATE TO WS-CREDIT-RATE-EFF
               END-IF.
               MOVE PR-KEY TO WS-PARAM-KEY.
               IF WS-PK-PREFIX = "REFUND-" AND WS-PK-DAYS IS NUMERIC
                       AND PR-EFF-DATE <= WS-PARAM-DATE THEN
                   PERFORM APPLY-REFUND-BRACKET
               END-IF.
               PERFORM READ-PARAMETER.

           APPLY-REFUND-BRACKET.
               MOVE "N" TO WS-REFUND-MATCH-FLAG.
               MOVE 1 TO WS-REFUND-SUB.
               PERFORM SCAN-REFUND-BRACKETS
                   UNTIL BRACKET-FOUND
                       OR WS-REFUND-SUB > WS-REFUND-COUNT.
               IF BRACKET-FOUND THEN
                   IF PR-EFF-DATE >= WS-RF-EFF (WS-REFUND-SUB) THEN
                       MOVE PR-VALUE TO WS-RF-PERCENT (WS-REFUND-SUB)
                       MOVE PR-EFF-DATE TO WS-RF-EFF (WS-REFUND-SUB)
                   END-IF
               ELSE
                   IF WS-REFUND-COUNT = 20 THEN
                       DISPLAY "REFUND SCHEDULE EXCEEDS TABLE LIMIT - "
                           PR-KEY " IGNORED"
                   ELSE
                       ADD 1 TO WS-REFUND-COUNT
                       MOVE WS-PK-DAYS
                           TO WS-RF-DAYS (WS-REFUND-COUNT)
                       MOVE PR-VALUE
                           TO WS-RF-PERCENT (WS-REFUND-COUNT)
                       MOVE PR-EFF-DATE
                           TO WS-RF-EFF (WS-REFUND-COUNT)
                   END-IF
               END-IF.

           SCAN-REFUND-BRACKETS.
               IF WS-RF-DAYS (WS-REFUND-SUB) = WS-PK-DAYS THEN
                   SET BRACKET-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-REFUND-SUB
               END-IF.

           SET-REFUND-PERCENT.
               MOVE WS-TODAY TO WS-BRACKET-DATE.
               PERFORM FIND-REFUND-BRACKET.
               MOVE WS-BRACKET-DAYS TO WS-TERM-DAYS.
               MOVE WS-BRACKET-PERCENT TO WS-REFUND-PERCENT.

           FIND-REFUND-BRACKET.
               COMPUTE WS-BRACKET-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-BRACKET-DATE).
               COMPUTE WS-START-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-TERM-START-DATE).
               COMPUTE WS-BRACKET-DAYS =
                   WS-BRACKET-INTEGER - WS-START-INTEGER.
               IF WS-BRACKET-DAYS < 0 THEN
                   MOVE ZERO TO WS-BRACKET-DAYS
               END-IF.
               MOVE ZERO TO WS-BRACKET-PERCENT.
               MOVE 999 TO WS-BEST-DAYS.
               MOVE "N" TO WS-REFUND-MATCH-FLAG.
               MOVE 1 TO WS-REFUND-SUB.
               PERFORM CHOOSE-REFUND-BRACKET
                   UNTIL WS-REFUND-SUB > WS-REFUND-COUNT.

           CHOOSE-REFUND-BRACKET.
               IF WS-RF-DAYS (WS-REFUND-SUB) >= WS-BRACKET-DAYS
                       AND (WS-RF-DAYS (WS-REFUND-SUB) < WS-BEST-DAYS
                           OR NOT BRACKET-FOUND) THEN
                   SET BRACKET-FOUND TO TRUE
                   MOVE WS-RF-DAYS (WS-REFUND-SUB) TO WS-BEST-DAYS
                   MOVE WS-RF-PERCENT (WS-REFUND-SUB)
                       TO WS-BRACKET-PERCENT
               END-IF.
               ADD 1 TO WS-REFUND-SUB.

           LOAD-RUN-MODE-LANGUAGE.
               OPEN INPUT RUN-MODE-FILE.
               IF WS-RUN-MODE-STATUS = "00" THEN
                   READ RUN-MODE-FILE
                       AT END CONTINUE
                       NOT AT END MOVE RM-LANGUAGE TO WS-LANGUAGE
                   END-READ
                   CLOSE RUN-MODE-FILE
               END-IF.

           LOAD-COURSE-CATALOG.
               OPEN INPUT COURSE-CATALOG-FILE.
               IF WS-CATALOG-STATUS = "00" THEN
                   PERFORM READ-CATALOG
                   PERFORM STORE-CATALOG UNTIL END-OF-CATALOG
                   CLOSE COURSE-CATALOG-FILE
               ELSE
                   DISPLAY "COURSE CATALOG FILE NOT FOUND - STATUS "
                       WS-CATALOG-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF.

           READ-CATALOG.
               READ COURSE-CATALOG-FILE
                   AT END SET END-OF-CATALOG TO TRUE
               END-READ.

           STORE-CATALOG.
               IF WS-CATALOG-COUNT = 500 THEN
                   DISPLAY "COURSE CATALOG EXCEEDS TABLE LIMIT"
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-CATALOG TO TRUE
               ELSE
                   ADD 1 TO WS-CATALOG-COUNT
                   MOVE CAT-COURSE
                       TO WS-CT-COURSE (WS-CATALOG-COUNT)
                   MOVE CAT-CREDITS
                       TO WS-CT-CREDITS (WS-CATALOG-COUNT)
                   PERFORM READ-CATALOG
               END-IF.

           LOAD-CURRENT-CREDITS.
               OPEN INPUT ENROLLMENT-FILE.
               IF WS-ENROLLMENT-STATUS = "00" THEN
                   PERFORM READ-ENROLLMENT
                   PERFORM TALLY-ENROLLMENT UNTIL END-OF-ENROLLMENTS
                   CLOSE ENROLLMENT-FILE
               ELSE
                   IF WS-ENROLLMENT-STATUS NOT = "35" THEN
                       DISPLAY "ENROLLMENT FILE OPEN FAILED - STATUS "
                           WS-ENROLLMENT-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-ENROLLMENT.
               READ ENROLLMENT-FILE
                   AT END SET END-OF-ENROLLMENTS TO TRUE
               END-READ.

           TALLY-ENROLLMENT.
               PERFORM FIND-CATALOG-COURSE.
               IF COURSE-IN-CATALOG THEN
                   PERFORM ADD-CURRENT-CREDITS
               ELSE
                   DISPLAY "UNPRICED ENROLLMENT - ID " EN-ID
                       " COURSE " EN-COURSE " NOT IN CATALOG"
               END-IF.
               PERFORM READ-ENROLLMENT.

           FIND-CATALOG-COURSE.
               MOVE "N" TO WS-COURSE-MATCH-FLAG.
               MOVE 1 TO WS-CATALOG-SUB.
               PERFORM SCAN-CATALOG-TABLE
                   UNTIL COURSE-IN-CATALOG
                       OR WS-CATALOG-SUB > WS-CATALOG-COUNT.

           SCAN-CATALOG-TABLE.
               IF WS-CT-COURSE (WS-CATALOG-SUB) = EN-COURSE THEN
                   SET COURSE-IN-CATALOG TO TRUE
               ELSE
                   ADD 1 TO WS-CATALOG-SUB
               END-IF.

           ADD-CURRENT-CREDITS.
               MOVE EN-ID TO WS-SEARCH-ID.
               PERFORM FIND-LOAD-ENTRY.
               IF LOAD-ENTRY-FOUND THEN
                   ADD WS-CT-CREDITS (WS-CATALOG-SUB)
                       TO WS-LD-CREDITS (WS-LOAD-MATCH-SUB)
               ELSE
                   IF WS-LOAD-COUNT = 20000 THEN
                       DISPLAY "ENROLLMENT LOAD TABLE EXCEEDS LIMIT"
                       MOVE 8 TO RETURN-CODE
                       SET END-OF-ENROLLMENTS TO TRUE
                   ELSE
                       ADD 1 TO WS-LOAD-COUNT
                       MOVE EN-ID TO WS-LD-ID (WS-LOAD-COUNT)
                       MOVE WS-CT-CREDITS (WS-CATALOG-SUB)
                           TO WS-LD-CREDITS (WS-LOAD-COUNT)
                   END-IF
               END-IF.

           FIND-LOAD-ENTRY.
               MOVE "N" TO WS-LOAD-MATCH-FLAG.
               MOVE ZERO TO WS-LOAD-MATCH-SUB.
               MOVE 1 TO WS-LOAD-SUB.
               PERFORM SCAN-LOAD-TABLE
                   UNTIL LOAD-ENTRY-FOUND
                       OR WS-LOAD-SUB > WS-LOAD-COUNT.

           SCAN-LOAD-TABLE.
               IF WS-LD-ID (WS-LOAD-SUB) = WS-SEARCH-ID THEN
                   SET LOAD-ENTRY-FOUND TO TRUE
                   MOVE WS-LOAD-SUB TO WS-LOAD-MATCH-SUB
               ELSE
                   ADD 1 TO WS-LOAD-SUB
               END-IF.

           LOAD-DROP-DATES.
               OPEN INPUT DROP-LOG-FILE.
               IF WS-DROP-LOG-STATUS = "00" THEN
                   PERFORM READ-DROP-LOG
                   PERFORM STORE-DROP-DATE UNTIL END-OF-DROP-LOG
                   CLOSE DROP-LOG-FILE
               ELSE
                   IF WS-DROP-LOG-STATUS NOT = "35" THEN
                       DISPLAY "DROP LOG OPEN FAILED - STATUS "
                           WS-DROP-LOG-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-DROP-LOG.
               READ DROP-LOG-FILE
                   AT END SET END-OF-DROP-LOG TO TRUE
               END-READ.

           STORE-DROP-DATE.
               IF DR-TERM = WS-CURRENT-TERM THEN
                   PERFORM NOTE-DROP-DATE
               END-IF.
               PERFORM READ-DROP-LOG.

           NOTE-DROP-DATE.
               MOVE DR-ID TO WS-SEARCH-ID.
               PERFORM FIND-DROP-DATE-ENTRY.
               IF DROP-DATE-FOUND THEN
                   IF DR-DROP-DATE
                           > WS-DD-DATE (WS-DROP-DATE-MATCH-SUB) THEN
                       MOVE DR-DROP-DATE
                           TO WS-DD-DATE (WS-DROP-DATE-MATCH-SUB)
                   END-IF
               ELSE
                   IF WS-DROP-DATE-COUNT = 20000 THEN
                       DISPLAY "DROP LOG TABLE EXCEEDS LIMIT"
                       MOVE 8 TO RETURN-CODE
                       SET END-OF-DROP-LOG TO TRUE
                   ELSE
                       ADD 1 TO WS-DROP-DATE-COUNT
                       MOVE DR-ID TO WS-DD-ID (WS-DROP-DATE-COUNT)
                       MOVE DR-DROP-DATE
                           TO WS-DD-DATE (WS-DROP-DATE-COUNT)
                   END-IF
               END-IF.

           FIND-DROP-DATE-ENTRY.
               MOVE "N" TO WS-DROP-DATE-MATCH-FLAG.
               MOVE ZERO TO WS-DROP-DATE-MATCH-SUB.
               MOVE 1 TO WS-DROP-DATE-SUB.
               PERFORM SCAN-DROP-DATE-TABLE
                   UNTIL DROP-DATE-FOUND
                       OR WS-DROP-DATE-SUB > WS-DROP-DATE-COUNT.

           SCAN-DROP-DATE-TABLE.
               IF WS-DD-ID (WS-DROP-DATE-SUB) = WS-SEARCH-ID THEN
                   SET DROP-DATE-FOUND TO TRUE
                   MOVE WS-DROP-DATE-SUB TO WS-DROP-DATE-MATCH-SUB
               ELSE
                   ADD 1 TO WS-DROP-DATE-SUB
               END-IF.

           LOAD-RECEIVABLES.
               OPEN INPUT RECEIVABLES-FILE.
               IF WS-RECEIVABLES-STATUS = "00" THEN
                   PERFORM READ-RECEIVABLE
                   PERFORM STORE-RECEIVABLE UNTIL END-OF-RECEIVABLES
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

           STORE-RECEIVABLE.
               IF WS-AR-COUNT = 20000 THEN
                   DISPLAY "RECEIVABLES FILE EXCEEDS TABLE LIMIT"
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-RECEIVABLES TO TRUE
               ELSE
                   ADD 1 TO WS-AR-COUNT
                   MOVE AR-ID TO WS-AR-ID (WS-AR-COUNT)
                   MOVE AR-INVOICE-DATE
                       TO WS-AR-INVOICE-DATE (WS-AR-COUNT)
                   MOVE AR-BILLED TO WS-AR-BILLED (WS-AR-COUNT)
                   MOVE AR-PAID TO WS-AR-PAID (WS-AR-COUNT)
                   MOVE AR-BALANCE TO WS-AR-BALANCE (WS-AR-COUNT)
                   MOVE AR-BILL-TERM TO WS-AR-TERM (WS-AR-COUNT)
                   IF AR-BILLED-CREDITS IS NUMERIC THEN
                       MOVE AR-BILLED-CREDITS
                           TO WS-AR-CREDITS (WS-AR-COUNT)
                       MOVE "Y" TO WS-AR-CREDITS-FLAG (WS-AR-COUNT)
                   ELSE
                       MOVE ZERO TO WS-AR-CREDITS (WS-AR-COUNT)
                       MOVE "N" TO WS-AR-CREDITS-FLAG (WS-AR-COUNT)
                   END-IF
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

           OPEN-AWARD-AUDIT.
               OPEN EXTEND AWARD-AUDIT-FILE.
               IF WS-AWARD-AUDIT-STATUS = "35" THEN
                   OPEN OUTPUT AWARD-AUDIT-FILE
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

           OPEN-NOTICE-FILE.
               OPEN EXTEND NOTICE-FILE.
               IF WS-NOTICE-STATUS = "35" THEN
                   OPEN OUTPUT NOTICE-FILE
               END-IF.

           ADJUST-ONE-ACCOUNT.
               IF WS-AR-TERM (WS-AR-SUB) = WS-CURRENT-TERM THEN
                   IF AR-CREDITS-KNOWN (WS-AR-SUB) THEN
                       PERFORM COMPARE-ENROLLED-CREDITS
                   ELSE
                       MOVE "BILLED CREDIT HOURS NOT RECORDED"
                           TO WS-EXCEPTION-REASON
                       PERFORM WRITE-ADJ-EXCEPTION
                   END-IF
               END-IF.
               ADD 1 TO WS-AR-SUB.

           COMPARE-ENROLLED-CREDITS.
               MOVE WS-AR-ID (WS-AR-SUB) TO WS-SEARCH-ID.
               PERFORM FIND-LOAD-ENTRY.
               IF LOAD-ENTRY-FOUND THEN
                   MOVE WS-LD-CREDITS (WS-LOAD-MATCH-SUB)
                       TO WS-CURRENT-CREDITS
               ELSE
                   MOVE ZERO TO WS-CURRENT-CREDITS
               END-IF.
               IF WS-CURRENT-CREDITS > WS-AR-CREDITS (WS-AR-SUB) THEN
                   PERFORM POST-ADDED-CHARGE
               ELSE
                   IF WS-CURRENT-CREDITS
                           < WS-AR-CREDITS (WS-AR-SUB) THEN
                       PERFORM POST-DROP-CREDIT
                   END-IF
               END-IF.

           POST-ADDED-CHARGE.
               SET ADJUST-CHARGE TO TRUE.
               COMPUTE WS-CHANGE-CREDITS =
                   WS-CURRENT-CREDITS - WS-AR-CREDITS (WS-AR-SUB).
               COMPUTE WS-ADJUST-AMOUNT ROUNDED =
                   WS-CHANGE-CREDITS * WS-CREDIT-RATE.
               ADD WS-ADJUST-AMOUNT TO WS-AR-BILLED (WS-AR-SUB).
               ADD WS-ADJUST-AMOUNT TO WS-CHARGE-TOTAL.
               ADD 1 TO WS-CHARGE-COUNT.
               PERFORM FINISH-ADJUSTMENT.

           POST-DROP-CREDIT.
               SET ADJUST-CREDIT TO TRUE.
               COMPUTE WS-CHANGE-CREDITS =
                   WS-AR-CREDITS (WS-AR-SUB) - WS-CURRENT-CREDITS.
               PERFORM SET-DROP-REFUND-PERCENT.
               COMPUTE WS-ADJUST-AMOUNT ROUNDED =
                   WS-CHANGE-CREDITS * WS-CREDIT-RATE
                   * WS-BRACKET-PERCENT / 100.
               IF WS-ADJUST-AMOUNT > WS-AR-BILLED (WS-AR-SUB) THEN
                   MOVE WS-AR-BILLED (WS-AR-SUB) TO WS-ADJUST-AMOUNT
               END-IF.
               IF WS-ADJUST-AMOUNT = ZERO THEN
                   MOVE WS-CURRENT-CREDITS TO WS-AR-CREDITS (WS-AR-SUB)
                   ADD 1 TO WS-NO-REFUND-COUNT
               ELSE
                   SUBTRACT WS-ADJUST-AMOUNT
                       FROM WS-AR-BILLED (WS-AR-SUB)
                   ADD WS-ADJUST-AMOUNT TO WS-CREDIT-TOTAL
                   ADD 1 TO WS-CREDIT-COUNT
                   PERFORM FINISH-ADJUSTMENT
               END-IF.

           SET-DROP-REFUND-PERCENT.
               MOVE WS-AR-ID (WS-AR-SUB) TO WS-SEARCH-ID.
               PERFORM FIND-DROP-DATE-ENTRY.
               IF DROP-DATE-FOUND THEN
                   MOVE WS-DD-DATE (WS-DROP-DATE-MATCH-SUB)
                       TO WS-BRACKET-DATE
                   PERFORM FIND-REFUND-BRACKET
               ELSE
                   MOVE WS-TODAY TO WS-BRACKET-DATE
                   MOVE WS-TERM-DAYS TO WS-BRACKET-DAYS
                   MOVE WS-REFUND-PERCENT TO WS-BRACKET-PERCENT
                   ADD 1 TO WS-UNDATED-DROP-COUNT
               END-IF.

           FINISH-ADJUSTMENT.
               MOVE ZERO TO WS-AID-REVERSAL.
               IF WS-AR-AID (WS-AR-SUB) > WS-AR-BILLED (WS-AR-SUB) THEN
                   COMPUTE WS-AID-REVERSAL =
                       WS-AR-AID (WS-AR-SUB) - WS-AR-BILLED (WS-AR-SUB)
                   MOVE WS-AR-BILLED (WS-AR-SUB)
                       TO WS-AR-AID (WS-AR-SUB)
                   PERFORM REVERSE-AWARD-DISBURSEMENTS
               END-IF.
               COMPUTE WS-AR-BALANCE (WS-AR-SUB) =
                   WS-AR-BILLED (WS-AR-SUB) - WS-AR-PAID (WS-AR-SUB)
                   - WS-AR-AID (WS-AR-SUB).
               PERFORM READ-STUDENT-BY-ID.
               IF NOT STUDENT-ON-MASTER THEN
                   MOVE SPACES TO SM-NAME
                   MOVE SPACES TO SM-CAMPUS
               END-IF.
               PERFORM POST-ADJUSTMENT-TO-GL.
               PERFORM CHECK-MAILING-ADDRESS.
               IF MAIL-DELIVERABLE THEN
                   PERFORM WRITE-ADJUSTMENT-NOTICE
               ELSE
                   PERFORM WRITE-UNDELIVERABLE
               END-IF.
               MOVE WS-CURRENT-CREDITS TO WS-AR-CREDITS (WS-AR-SUB).

           REVERSE-AWARD-DISBURSEMENTS.
               MOVE WS-AID-REVERSAL TO WS-REVERSAL-LEFT.
               MOVE 1 TO WS-AWARD-SUB.
               PERFORM REDUCE-AWARD-DISBURSED
                   UNTIL WS-REVERSAL-LEFT = ZERO
                       OR WS-AWARD-SUB > WS-AWARD-COUNT.
               IF WS-REVERSAL-LEFT > ZERO THEN
                   MOVE "AID REVERSAL EXCEEDS AWARDS PAID"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-ADJ-EXCEPTION
               END-IF.

           REDUCE-AWARD-DISBURSED.
               MOVE WS-AW-REC (WS-AWARD-SUB) TO WS-WORK-AWARD.
               IF WS-WA-ID = WS-AR-ID (WS-AR-SUB)
                       AND WS-WA-TERM = WS-CURRENT-TERM
                       AND WS-WA-DISBURSED > ZERO THEN
                   IF WS-WA-DISBURSED > WS-REVERSAL-LEFT THEN
                       MOVE WS-REVERSAL-LEFT TO WS-AWARD-REDUCTION
                   ELSE
                       MOVE WS-WA-DISBURSED TO WS-AWARD-REDUCTION
                   END-IF
                   SUBTRACT WS-AWARD-REDUCTION FROM WS-WA-DISBURSED
                   SUBTRACT WS-AWARD-REDUCTION FROM WS-REVERSAL-LEFT
                   ACCEPT AA-DATE FROM DATE YYYYMMDD
                   ACCEPT AA-TIME FROM TIME
                   MOVE "V" TO AA-ACTION
                   MOVE WS-WA-ID TO AA-ID
                   MOVE WS-AW-REC (WS-AWARD-SUB) TO AA-BEFORE-IMAGE
                   MOVE WS-WORK-AWARD TO AA-AFTER-IMAGE
                   MOVE SPACES TO AA-OPERATOR
                   WRITE AWARD-AUDIT-RECORD
                   MOVE WS-WORK-AWARD TO WS-AW-REC (WS-AWARD-SUB)
                   ADD 1 TO WS-AWARDS-REDUCED-COUNT
               END-IF.
               ADD 1 TO WS-AWARD-SUB.

           POST-ADJUSTMENT-TO-GL.
               MOVE WS-AR-ID (WS-AR-SUB) TO WS-GL-STUDENT-ID.
               IF SM-CAMPUS = SPACES THEN
                   MOVE "01" TO WS-GL-CAMPUS
               ELSE
                   MOVE SM-CAMPUS TO WS-GL-CAMPUS
               END-IF.
               IF ADJUST-CHARGE THEN
                   MOVE "AC" TO WS-GL-TRANS-TYPE
               ELSE
                   MOVE "DC" TO WS-GL-TRANS-TYPE
               END-IF.
               MOVE WS-ADJUST-AMOUNT TO WS-GL-AMOUNT.
               PERFORM POST-GL-ENTRY.
               MOVE "AV" TO WS-GL-TRANS-TYPE.
               MOVE WS-AID-REVERSAL TO WS-GL-AMOUNT.
               PERFORM POST-GL-ENTRY.

           READ-STUDENT-BY-ID.
               MOVE "N" TO WS-STUDENT-MATCH-FLAG.
               MOVE WS-AR-ID (WS-AR-SUB) TO SM-ID.
               READ STUDENT-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET STUDENT-ON-MASTER TO TRUE
               END-READ.

           WRITE-ADJUSTMENT-NOTICE.
               MOVE ALL "-" TO NOTICE-LINE.
               WRITE NOTICE-LINE.
               MOVE SPACES TO NOTICE-LINE.
               IF LANG-ENGLISH THEN
                   STRING "DATE: " DELIMITED BY SIZE
                       WS-TODAY DELIMITED BY SIZE
                       INTO NOTICE-LINE
                   END-STRING
               ELSE
                   STRING "TARIH: " DELIMITED BY SIZE
                       WS-TODAY DELIMITED BY SIZE
                       INTO NOTICE-LINE
                   END-STRING
               END-IF.
               WRITE NOTICE-LINE.
               MOVE SPACES TO NOTICE-LINE.
               IF LANG-ENGLISH THEN
                   STRING "TO: " DELIMITED BY SIZE
                       SM-NAME DELIMITED BY SIZE
                       INTO NOTICE-LINE
                   END-STRING
               ELSE
                   STRING "SAYIN " DELIMITED BY SIZE
                       SM-NAME DELIMITED BY SIZE
                       INTO NOTICE-LINE
                   END-STRING
               END-IF.
               WRITE NOTICE-LINE.
               PERFORM WRITE-ADDRESS-BLOCK.
               IF LANG-ENGLISH THEN
                   MOVE "TUITION ADJUSTMENT NOTICE" TO NOTICE-LINE
               ELSE
                   MOVE "OGRENIM UCRETI DUZELTME BILDIRIMI"
                       TO NOTICE-LINE
               END-IF.
               WRITE NOTICE-LINE.
               MOVE WS-AR-CREDITS (WS-AR-SUB) TO WS-CREDITS-DISPLAY.
               MOVE WS-CURRENT-CREDITS TO WS-NOW-DISPLAY.
               MOVE SPACES TO NOTICE-LINE.
               IF LANG-ENGLISH THEN
                   STRING "CREDIT HOURS BILLED " DELIMITED BY SIZE
                       WS-CREDITS-DISPLAY DELIMITED BY SIZE
                       " NOW ENROLLED " DELIMITED BY SIZE
                       WS-NOW-DISPLAY DELIMITED BY SIZE
                       INTO NOTICE-LINE
                   END-STRING
               ELSE
                   STRING "FATURALANAN KREDI SAATI " DELIMITED BY SIZE
                       WS-CREDITS-DISPLAY DELIMITED BY SIZE
                       " SIMDIKI KAYIT " DELIMITED BY SIZE
                       WS-NOW-DISPLAY DELIMITED BY SIZE
                       INTO NOTICE-LINE
                   END-STRING
               END-IF.
               WRITE NOTICE-LINE.
               MOVE WS-ADJUST-AMOUNT TO WS-AMOUNT-DISPLAY.
               MOVE WS-BRACKET-PERCENT TO WS-PERCENT-DISPLAY.
               MOVE SPACES TO NOTICE-LINE.
               IF ADJUST-CHARGE THEN
                   IF LANG-ENGLISH THEN
                       STRING "ADDITIONAL CHARGE " DELIMITED BY SIZE
                           WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                           INTO NOTICE-LINE
                       END-STRING
                   ELSE
                       STRING "EK UCRET " DELIMITED BY SIZE
                           WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                           INTO NOTICE-LINE
                       END-STRING
                   END-IF
               ELSE
                   IF LANG-ENGLISH THEN
                       STRING "CREDIT MEMO " DELIMITED BY SIZE
                           WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                           " AT REFUND PERCENTAGE " DELIMITED BY SIZE
                           WS-PERCENT-DISPLAY DELIMITED BY SIZE
                           INTO NOTICE-LINE
                       END-STRING
                   ELSE
                       STRING "ALACAK DEKONTU " DELIMITED BY SIZE
                           WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                           " IADE ORANI " DELIMITED BY SIZE
                           WS-PERCENT-DISPLAY DELIMITED BY SIZE
                           INTO NOTICE-LINE
                       END-STRING
                   END-IF
               END-IF.
               WRITE NOTICE-LINE.
               IF ADJUST-CREDIT THEN
                   PERFORM WRITE-REFUND-BASIS-LINE
               END-IF.
               MOVE WS-AR-BALANCE (WS-AR-SUB) TO WS-BALANCE-DISPLAY.
               MOVE SPACES TO NOTICE-LINE.
               IF LANG-ENGLISH THEN
                   STRING "NEW BALANCE " DELIMITED BY SIZE
                       WS-BALANCE-DISPLAY DELIMITED BY SIZE
                       INTO NOTICE-LINE
                   END-STRING
               ELSE
                   STRING "YENI BAKIYE " DELIMITED BY SIZE
                       WS-BALANCE-DISPLAY DELIMITED BY SIZE
                       INTO NOTICE-LINE
                   END-STRING
               END-IF.
               WRITE NOTICE-LINE.

           WRITE-REFUND-BASIS-LINE.
               MOVE SPACES TO NOTICE-LINE.
               IF DROP-DATE-FOUND THEN
                   IF LANG-ENGLISH THEN
                       STRING "REFUND PERCENTAGE FOR DROP DATED "
                               DELIMITED BY SIZE
                           WS-BRACKET-DATE DELIMITED BY SIZE
                           INTO NOTICE-LINE
                       END-STRING
                   ELSE
                       STRING "IADE ORANI BIRAKMA TARIHI "
                               DELIMITED BY SIZE
                           WS-BRACKET-DATE DELIMITED BY SIZE
                           " ESAS ALINARAK HESAPLANMISTIR"
                               DELIMITED BY SIZE
                           INTO NOTICE-LINE
                       END-STRING
                   END-IF
               ELSE
                   IF LANG-ENGLISH THEN
                       STRING "DROP DATE NOT RECORDED - REFUND "
                               DELIMITED BY SIZE
                           "PERCENTAGE AS AT " DELIMITED BY SIZE
                           WS-BRACKET-DATE DELIMITED BY SIZE
                           INTO NOTICE-LINE
                       END-STRING
                   ELSE
                       STRING "BIRAKMA TARIHI KAYITLI DEGIL - IADE "
                               DELIMITED BY SIZE
                           "ORANI " DELIMITED BY SIZE
                           WS-BRACKET-DATE DELIMITED BY SIZE
                           " TARIHINE GORE" DELIMITED BY SIZE
                           INTO NOTICE-LINE
                       END-STRING
                   END-IF
               END-IF.
               WRITE NOTICE-LINE.

           CHECK-MAILING-ADDRESS.
               MOVE SPACES TO WS-UNDELIVERABLE-REASON.
               IF ADDRESS-FILE-OPEN THEN
                   MOVE WS-AR-ID (WS-AR-SUB) TO AD-ID
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
               MOVE WS-AR-ID (WS-AR-SUB) TO UN-ID.
               MOVE SM-NAME TO UN-NAME.
               MOVE "ADJUST NOTICE" TO UN-DOCUMENT.
               MOVE WS-UNDELIVERABLE-REASON TO UN-REASON.
               WRITE UNDELIVERABLE-LINE.

           WRITE-ADDRESS-BLOCK.
               MOVE SPACES TO NOTICE-LINE.
               MOVE AD-LINE-1 TO NOTICE-LINE (7:30).
               WRITE NOTICE-LINE.
               IF AD-LINE-2 NOT = SPACES THEN
                   MOVE SPACES TO NOTICE-LINE
                   MOVE AD-LINE-2 TO NOTICE-LINE (7:30)
                   WRITE NOTICE-LINE
               END-IF.
               MOVE SPACES TO NOTICE-LINE.
               STRING AD-POSTAL-CODE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   AD-CITY DELIMITED BY SIZE
                   INTO NOTICE-LINE (7:60)
               END-STRING.
               WRITE NOTICE-LINE.
               IF AD-COUNTRY NOT = SPACES THEN
                   MOVE SPACES TO NOTICE-LINE
                   MOVE AD-COUNTRY TO NOTICE-LINE (7:20)
                   WRITE NOTICE-LINE
               END-IF.
               MOVE SPACES TO NOTICE-LINE.
               WRITE NOTICE-LINE.

           WRITE-ADJ-EXCEPTION.
               ADD 1 TO WS-EXCEPTION-COUNT.
               MOVE SPACES TO EXCEPTION-LINE.
               STRING "ID " DELIMITED BY SIZE
                   WS-AR-ID (WS-AR-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-EXCEPTION-REASON DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               END-STRING.
               WRITE EXCEPTION-LINE.

           REWRITE-RECEIVABLES.
               OPEN OUTPUT RECEIVABLES-FILE.
               MOVE ZERO TO WS-AR-SUB.
               PERFORM WRITE-RECEIVABLE-ENTRY WS-AR-COUNT TIMES.
               CLOSE RECEIVABLES-FILE.

           WRITE-RECEIVABLE-ENTRY.
               ADD 1 TO WS-AR-SUB.
               MOVE WS-AR-ID (WS-AR-SUB) TO AR-ID.
               MOVE WS-AR-INVOICE-DATE (WS-AR-SUB)
                   TO AR-INVOICE-DATE.
               MOVE WS-AR-BILLED (WS-AR-SUB) TO AR-BILLED.
               MOVE WS-AR-PAID (WS-AR-SUB) TO AR-PAID.
               MOVE WS-AR-BALANCE (WS-AR-SUB) TO AR-BALANCE.
               MOVE WS-AR-TERM (WS-AR-SUB) TO AR-BILL-TERM.
               IF AR-CREDITS-KNOWN (WS-AR-SUB) THEN
                   MOVE WS-AR-CREDITS (WS-AR-SUB)
                       TO AR-BILLED-CREDITS
               ELSE
                   MOVE SPACES TO AR-BILLED-CREDITS-X
               END-IF.
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

           WRITE-REFUND-REGISTER.
               OPEN OUTPUT REFUND-REGISTER-FILE.
               MOVE SPACES TO REFUND-LINE.
               STRING "REFUND DISBURSEMENT REGISTER - "
                       DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   " - FOR BURSAR APPROVAL" DELIMITED BY SIZE
                   INTO REFUND-LINE
               END-STRING.
               WRITE REFUND-LINE.
               MOVE SPACES TO REFUND-LINE.
               STRING "ID     NAME                      "
                       DELIMITED BY SIZE
                   "REFUND DUE     APPROVED BY" DELIMITED BY SIZE
                   INTO REFUND-LINE
               END-STRING.
               WRITE REFUND-LINE.
               MOVE 1 TO WS-AR-SUB.
               PERFORM LIST-REFUND-DUE
                   UNTIL WS-AR-SUB > WS-AR-COUNT.
               MOVE WS-REFUND-TOTAL TO WS-TOTAL-DISPLAY.
               MOVE SPACES TO REFUND-LINE.
               STRING "ACCOUNTS DUE A REFUND: " DELIMITED BY SIZE
                   WS-REFUND-DUE-COUNT DELIMITED BY SIZE
                   "  TOTAL: " DELIMITED BY SIZE
                   WS-TOTAL-DISPLAY DELIMITED BY SIZE
                   INTO REFUND-LINE
               END-STRING.
               WRITE REFUND-LINE.
               CLOSE REFUND-REGISTER-FILE.

           LIST-REFUND-DUE.
               IF WS-AR-BALANCE (WS-AR-SUB) < ZERO THEN
                   PERFORM READ-STUDENT-BY-ID
                   IF NOT STUDENT-ON-MASTER THEN
                       MOVE SPACES TO SM-NAME
                   END-IF
                   COMPUTE WS-REFUND-AMOUNT =
                       ZERO - WS-AR-BALANCE (WS-AR-SUB)
                   ADD WS-REFUND-AMOUNT TO WS-REFUND-TOTAL
                   ADD 1 TO WS-REFUND-DUE-COUNT
                   MOVE WS-REFUND-AMOUNT TO WS-AMOUNT-DISPLAY
                   MOVE SPACES TO REFUND-LINE
                   STRING WS-AR-ID (WS-AR-SUB) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SM-NAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                       "     ____________" DELIMITED BY SIZE
                       INTO REFUND-LINE
                   END-STRING
                   WRITE REFUND-LINE
               END-IF.
               ADD 1 TO WS-AR-SUB.

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

           END PROGRAM tuition-adj.
