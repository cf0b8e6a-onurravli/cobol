           IDENTIFICATION DIVISION.
           PROGRAM-ID. aid-summary.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AWARD-FILE ASSIGN TO "AWARDS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AWARD-STATUS.
               SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERM-STATUS.
               SELECT AID-REPORT-FILE ASSIGN TO "AIDSUM.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.
               SELECT AID-SORTED-FILE ASSIGN TO "AIDSORT.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AID-SORTED-STATUS.
               SELECT AID-SORT-FILE ASSIGN TO "SORTWK1".

           DATA DIVISION.
           FILE SECTION.
           FD  AWARD-FILE.
               COPY "award-record.cpy".

           FD  TERM-CONTROL-FILE.
               COPY "term-control.cpy".

           FD  AID-REPORT-FILE.
               01 AID-REPORT-LINE PIC X(80).

           FD  AID-SORTED-FILE.
               01 SORTED-AID-RECORD.
                   05 SAD-SOURCE PIC X(10).
                   05 SAD-STATUS PIC X(01).
                       88 SAD-SUSPENDED VALUE "S".
                       88 SAD-CANCELLED VALUE "C".
                   05 SAD-PAID-FLAG PIC X(01).
                       88 SAD-DISBURSED VALUE "Y".
                   05 SAD-AMOUNT PIC 9(07)V9(02).

           SD  AID-SORT-FILE.
               01 AID-SORT-RECORD.
                   05 SA-SOURCE PIC X(10).
                   05 SA-STATUS PIC X(01).
                   05 SA-PAID-FLAG PIC X(01).
                   05 SA-AMOUNT PIC 9(07)V9(02).

           WORKING-STORAGE SECTION.
               01 WS-AWARD-STATUS PIC X(02).
               01 WS-TERM-STATUS PIC X(02).
               01 WS-REPORT-STATUS PIC X(02).
               01 WS-AID-SORTED-STATUS PIC X(02).
               01 WS-CURRENT-TERM PIC X(06) VALUE SPACES.
               01 WS-RUN-DATE PIC 9(08) VALUE ZERO.

               01 WS-AWARD-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-AWARDS VALUE "Y".
               01 WS-SORTED-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-SORTED VALUE "Y".

               01 WS-CURRENT-SOURCE PIC X(10).
               01 WS-SOURCE-AWARDS PIC 9(05) VALUE ZERO.
               01 WS-SOURCE-PAID PIC 9(05) VALUE ZERO.
               01 WS-SOURCE-AMOUNT PIC 9(09)V9(02) VALUE ZERO.
               01 WS-SOURCE-PENDING PIC 9(05) VALUE ZERO.
               01 WS-SOURCE-SUSPENDED PIC 9(05) VALUE ZERO.
               01 WS-SOURCE-CANCELLED PIC 9(05) VALUE ZERO.

               01 WS-SOURCE-COUNT PIC 9(05) VALUE ZERO.
               01 WS-TOTAL-AWARDS PIC 9(05) VALUE ZERO.
               01 WS-TOTAL-PAID PIC 9(05) VALUE ZERO.
               01 WS-TOTAL-AMOUNT PIC 9(09)V9(02) VALUE ZERO.
               01 WS-TOTAL-PENDING PIC 9(05) VALUE ZERO.
               01 WS-TOTAL-SUSPENDED PIC 9(05) VALUE ZERO.
               01 WS-TOTAL-CANCELLED PIC 9(05) VALUE ZERO.

               01 WS-AWARDS-DISPLAY PIC ZZZZ9.
               01 WS-PAID-DISPLAY PIC ZZZZ9.
               01 WS-PENDING-DISPLAY PIC ZZZZ9.
               01 WS-SUSPENDED-DISPLAY PIC ZZZZ9.
               01 WS-CANCELLED-DISPLAY PIC ZZZZ9.
               01 WS-AMOUNT-DISPLAY PIC ZZZZZZZZ9.99.

           PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               PERFORM LOAD-TERM-CONTROL.
               IF RETURN-CODE = 0 THEN
                   PERFORM SORT-AWARDS-BY-SOURCE
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM PRINT-AID-SUMMARY
                   DISPLAY "AID SUMMARY FOR TERM " WS-CURRENT-TERM
                   DISPLAY "FUNDING SOURCES REPORTED: " WS-SOURCE-COUNT
                   DISPLAY "AWARDS DISBURSED: " WS-TOTAL-PAID
                   DISPLAY "AWARDS PENDING: " WS-TOTAL-PENDING
               END-IF.
               GOBACK.

           LOAD-TERM-CONTROL.
               OPEN INPUT TERM-CONTROL-FILE.
               IF WS-TERM-STATUS = "00" THEN
                   READ TERM-CONTROL-FILE
                       AT END CONTINUE
                       NOT AT END MOVE TC-TERM TO WS-CURRENT-TERM
                   END-READ
                   CLOSE TERM-CONTROL-FILE
               END-IF.
               IF WS-CURRENT-TERM = SPACES THEN
                   DISPLAY "TERM CONTROL FILE MISSING OR EMPTY - "
                       "REPORT NOT PRODUCED"
                   MOVE 8 TO RETURN-CODE
               END-IF.

           SORT-AWARDS-BY-SOURCE.
               SORT AID-SORT-FILE
                   ON ASCENDING KEY SA-SOURCE
                   INPUT PROCEDURE IS RELEASE-TERM-AWARDS
                   GIVING AID-SORTED-FILE.

           RELEASE-TERM-AWARDS.
               OPEN INPUT AWARD-FILE.
               IF WS-AWARD-STATUS = "00" THEN
                   PERFORM READ-AWARD
                   PERFORM RELEASE-ONE-AWARD UNTIL END-OF-AWARDS
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

           RELEASE-ONE-AWARD.
               IF AW-TERM = WS-CURRENT-TERM THEN
                   MOVE AW-SOURCE TO SA-SOURCE
                   MOVE AW-STATUS TO SA-STATUS
                   IF AW-DISBURSED-DATE NOT = ZERO THEN
                       MOVE "Y" TO SA-PAID-FLAG
                   ELSE
                       MOVE "N" TO SA-PAID-FLAG
                   END-IF
                   MOVE AW-DISBURSED TO SA-AMOUNT
                   RELEASE AID-SORT-RECORD
               END-IF.
               PERFORM READ-AWARD.

           PRINT-AID-SUMMARY.
               OPEN INPUT AID-SORTED-FILE.
               OPEN OUTPUT AID-REPORT-FILE.
               MOVE SPACES TO AID-REPORT-LINE.
               STRING "AWARD DISBURSEMENT SUMMARY - TERM "
                       DELIMITED BY SIZE
                   WS-CURRENT-TERM DELIMITED BY SIZE
                   " - RUN " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO AID-REPORT-LINE
               END-STRING.
               WRITE AID-REPORT-LINE.
               MOVE SPACES TO AID-REPORT-LINE.
               STRING "SOURCE     AWARDS  PAID  AMOUNT DISBURSED"
                       DELIMITED BY SIZE
                   "  PENDING  SUSPENDED  CANCELLED"
                       DELIMITED BY SIZE
                   INTO AID-REPORT-LINE
               END-STRING.
               WRITE AID-REPORT-LINE.
               PERFORM READ-SORTED-AWARD.
               PERFORM REPORT-ONE-SOURCE UNTIL END-OF-SORTED.
               PERFORM WRITE-REPORT-TOTALS.
               CLOSE AID-SORTED-FILE.
               CLOSE AID-REPORT-FILE.

           READ-SORTED-AWARD.
               READ AID-SORTED-FILE
                   AT END SET END-OF-SORTED TO TRUE
               END-READ.

           REPORT-ONE-SOURCE.
               MOVE SAD-SOURCE TO WS-CURRENT-SOURCE.
               MOVE ZERO TO WS-SOURCE-AWARDS.
               MOVE ZERO TO WS-SOURCE-PAID.
               MOVE ZERO TO WS-SOURCE-AMOUNT.
               MOVE ZERO TO WS-SOURCE-PENDING.
               MOVE ZERO TO WS-SOURCE-SUSPENDED.
               MOVE ZERO TO WS-SOURCE-CANCELLED.
               PERFORM ACCUMULATE-SOURCE-AWARD
                   UNTIL END-OF-SORTED
                       OR SAD-SOURCE NOT = WS-CURRENT-SOURCE.
               ADD 1 TO WS-SOURCE-COUNT.
               ADD WS-SOURCE-AWARDS TO WS-TOTAL-AWARDS.
               ADD WS-SOURCE-PAID TO WS-TOTAL-PAID.
               ADD WS-SOURCE-AMOUNT TO WS-TOTAL-AMOUNT.
               ADD WS-SOURCE-PENDING TO WS-TOTAL-PENDING.
               ADD WS-SOURCE-SUSPENDED TO WS-TOTAL-SUSPENDED.
               ADD WS-SOURCE-CANCELLED TO WS-TOTAL-CANCELLED.
               MOVE WS-SOURCE-AWARDS TO WS-AWARDS-DISPLAY.
               MOVE WS-SOURCE-PAID TO WS-PAID-DISPLAY.
               MOVE WS-SOURCE-AMOUNT TO WS-AMOUNT-DISPLAY.
               MOVE WS-SOURCE-PENDING TO WS-PENDING-DISPLAY.
               MOVE WS-SOURCE-SUSPENDED TO WS-SUSPENDED-DISPLAY.
               MOVE WS-SOURCE-CANCELLED TO WS-CANCELLED-DISPLAY.
               MOVE SPACES TO AID-REPORT-LINE.
               STRING WS-CURRENT-SOURCE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-AWARDS-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PAID-DISPLAY DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-PENDING-DISPLAY DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-SUSPENDED-DISPLAY DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-CANCELLED-DISPLAY DELIMITED BY SIZE
                   INTO AID-REPORT-LINE
               END-STRING.
               WRITE AID-REPORT-LINE.

           ACCUMULATE-SOURCE-AWARD.
               ADD 1 TO WS-SOURCE-AWARDS.
               EVALUATE TRUE
                   WHEN SAD-DISBURSED
                       ADD 1 TO WS-SOURCE-PAID
                       ADD SAD-AMOUNT TO WS-SOURCE-AMOUNT
                   WHEN SAD-CANCELLED
                       ADD 1 TO WS-SOURCE-CANCELLED
                   WHEN SAD-SUSPENDED
                       ADD 1 TO WS-SOURCE-SUSPENDED
                   WHEN OTHER
                       ADD 1 TO WS-SOURCE-PENDING
               END-EVALUATE.
               PERFORM READ-SORTED-AWARD.

           WRITE-REPORT-TOTALS.
               MOVE SPACES TO AID-REPORT-LINE.
               WRITE AID-REPORT-LINE.
               MOVE WS-TOTAL-AWARDS TO WS-AWARDS-DISPLAY.
               MOVE WS-TOTAL-PAID TO WS-PAID-DISPLAY.
               MOVE WS-TOTAL-AMOUNT TO WS-AMOUNT-DISPLAY.
               MOVE WS-TOTAL-PENDING TO WS-PENDING-DISPLAY.
               MOVE WS-TOTAL-SUSPENDED TO WS-SUSPENDED-DISPLAY.
               MOVE WS-TOTAL-CANCELLED TO WS-CANCELLED-DISPLAY.
               MOVE SPACES TO AID-REPORT-LINE.
               STRING "TOTAL       " DELIMITED BY SIZE
                   WS-AWARDS-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PAID-DISPLAY DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-PENDING-DISPLAY DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-SUSPENDED-DISPLAY DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-CANCELLED-DISPLAY DELIMITED BY SIZE
                   INTO AID-REPORT-LINE
               END-STRING.
               WRITE AID-REPORT-LINE.

           END PROGRAM aid-summary.
