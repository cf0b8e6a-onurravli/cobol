           IDENTIFICATION DIVISION.
           PROGRAM-ID. sec-rpt.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SECURITY-LOG-FILE ASSIGN TO "SECURITY.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SECURITY-STATUS.
               SELECT SECURITY-REPORT-FILE ASSIGN TO "SECURITY.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  SECURITY-LOG-FILE.
               COPY "security-log.cpy".

           FD  SECURITY-REPORT-FILE.
               01 SECURITY-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
               01 WS-SECURITY-STATUS PIC X(02).
               01 WS-REPORT-STATUS PIC X(02).

               01 WS-SECURITY-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-SECURITY-LOG VALUE "Y".

               01 WS-FROM-ENTRY PIC X(08).
               01 WS-TO-ENTRY PIC X(08).
               01 WS-OPERATOR-ENTRY PIC X(08).

               01 WS-FROM-DATE PIC 9(08) VALUE ZERO.
               01 WS-TO-DATE PIC 9(08) VALUE 99999999.

               01 WS-SECTION-EVENT PIC X(01).
                   88 SECTION-FAILED-SIGNON VALUE "F".
                   88 SECTION-UNAUTHORISED VALUE "U".
               01 WS-SECTION-COUNT PIC 9(06) VALUE ZERO.

               01 WS-OPERATOR-TOTAL-COUNT PIC 9(03) VALUE ZERO.
               01 WS-OPERATOR-TOTAL-TABLE.
                   05 WS-OPERATOR-TOTAL OCCURS 100 TIMES.
                       10 WS-OT-OPERATOR PIC X(08).
                       10 WS-OT-FAILED PIC 9(06).
                       10 WS-OT-REFUSED PIC 9(06).
               01 WS-OPERATOR-SUB PIC 9(03) VALUE ZERO.
               01 WS-OPERATOR-MATCH-FLAG PIC X(01) VALUE "N".
                   88 OPERATOR-TOTAL-FOUND VALUE "Y".
               01 WS-OPERATOR-OVERFLOW-FLAG PIC X(01) VALUE "N".
                   88 OPERATOR-TABLE-OVERFLOWED VALUE "Y".
               01 WS-REPORT-OPERATOR PIC X(08).

               01 WS-FAILED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-REFUSED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-CHANGE-COUNT PIC 9(06) VALUE ZERO.

           PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE.
               PERFORM GET-SELECTION-CRITERIA.
               OPEN OUTPUT SECURITY-REPORT-FILE.
               MOVE "SECURITY REVIEW - FAILED AND UNAUTHORISED ATTEMPTS"
                   TO SECURITY-REPORT-LINE.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO SECURITY-REPORT-LINE.
               STRING "FROM " DELIMITED BY SIZE
                   WS-FROM-DATE DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-TO-DATE DELIMITED BY SIZE
                   INTO SECURITY-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE "F" TO WS-SECTION-EVENT.
               PERFORM PRINT-EVENT-SECTION.
               MOVE "U" TO WS-SECTION-EVENT.
               PERFORM PRINT-EVENT-SECTION.
               MOVE "M" TO WS-SECTION-EVENT.
               PERFORM PRINT-EVENT-SECTION.
               IF RETURN-CODE = 0 THEN
                   PERFORM PRINT-OPERATOR-TOTALS
               END-IF.
               CLOSE SECURITY-REPORT-FILE.
               IF RETURN-CODE = 0 THEN
                   DISPLAY "FAILED SIGN-ONS REPORTED: " WS-FAILED-COUNT
                   DISPLAY "UNAUTHORISED ATTEMPTS REPORTED: "
                       WS-REFUSED-COUNT
                   DISPLAY "OPERATOR FILE CHANGES REPORTED: "
                       WS-CHANGE-COUNT
               END-IF.
               GOBACK.

           GET-SELECTION-CRITERIA.
               DISPLAY "FROM DATE YYYYMMDD (BLANK=ALL): ".
               ACCEPT WS-FROM-ENTRY FROM SYSIN.
               IF WS-FROM-ENTRY IS NUMERIC THEN
                   MOVE WS-FROM-ENTRY TO WS-FROM-DATE
               END-IF.
               DISPLAY "TO DATE YYYYMMDD (BLANK=ALL): ".
               ACCEPT WS-TO-ENTRY FROM SYSIN.
               IF WS-TO-ENTRY IS NUMERIC THEN
                   MOVE WS-TO-ENTRY TO WS-TO-DATE
               END-IF.
               DISPLAY "OPERATOR ID (BLANK=ALL): ".
               ACCEPT WS-OPERATOR-ENTRY FROM SYSIN.

           PRINT-EVENT-SECTION.
               MOVE ZERO TO WS-SECTION-COUNT.
               MOVE SPACES TO SECURITY-REPORT-LINE.
               PERFORM WRITE-REPORT-LINE.
               EVALUATE TRUE
                   WHEN SECTION-FAILED-SIGNON
                       MOVE "FAILED SIGN-ONS" TO SECURITY-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                       MOVE "DATE     TIME PROGRAM      OPERATOR REASON"
                           TO SECURITY-REPORT-LINE
                   WHEN SECTION-UNAUTHORISED
                       MOVE "UNAUTHORISED ATTEMPTS"
                           TO SECURITY-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                       STRING "DATE     TIME PROGRAM      OPERATOR F "
                               DELIMITED BY SIZE
                           "KEY          REASON" DELIMITED BY SIZE
                           INTO SECURITY-REPORT-LINE
                       END-STRING
                   WHEN OTHER
                       MOVE "OPERATOR FILE CHANGES"
                           TO SECURITY-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                       STRING "DATE     TIME PROGRAM      BY       F "
                               DELIMITED BY SIZE
                           "OPERATOR     CHANGE" DELIMITED BY SIZE
                           INTO SECURITY-REPORT-LINE
                       END-STRING
               END-EVALUATE.
               PERFORM WRITE-REPORT-LINE.
               MOVE "N" TO WS-SECURITY-EOF-FLAG.
               OPEN INPUT SECURITY-LOG-FILE.
               IF WS-SECURITY-STATUS = "00" THEN
                   PERFORM READ-SECURITY-LOG
                   PERFORM SELECT-SECURITY-EVENT
                       UNTIL END-OF-SECURITY-LOG
                   CLOSE SECURITY-LOG-FILE
               ELSE
                   IF WS-SECURITY-STATUS NOT = "35" THEN
                       DISPLAY "SECURITY LOG OPEN FAILED - STATUS "
                           WS-SECURITY-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               IF WS-SECTION-COUNT = 0 THEN
                   MOVE "NONE IN THE PERIOD SELECTED"
                       TO SECURITY-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF.

           READ-SECURITY-LOG.
               READ SECURITY-LOG-FILE
                   AT END SET END-OF-SECURITY-LOG TO TRUE
               END-READ.

           SELECT-SECURITY-EVENT.
               IF SL-EVENT = WS-SECTION-EVENT
                       AND SL-DATE >= WS-FROM-DATE
                       AND SL-DATE <= WS-TO-DATE
                       AND (WS-OPERATOR-ENTRY = SPACES
                           OR SL-OPERATOR = WS-OPERATOR-ENTRY) THEN
                   PERFORM REPORT-SECURITY-EVENT
               END-IF.
               PERFORM READ-SECURITY-LOG.

           REPORT-SECURITY-EVENT.
               ADD 1 TO WS-SECTION-COUNT.
               IF SL-OPERATOR = SPACES THEN
                   MOVE "(NONE)" TO WS-REPORT-OPERATOR
               ELSE
                   MOVE SL-OPERATOR TO WS-REPORT-OPERATOR
               END-IF.
               MOVE SPACES TO SECURITY-REPORT-LINE.
               IF SECTION-FAILED-SIGNON THEN
                   ADD 1 TO WS-FAILED-COUNT
                   STRING SL-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SL-TIME (1:4) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SL-PROGRAM DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-REPORT-OPERATOR DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SL-REASON DELIMITED BY SIZE
                       INTO SECURITY-REPORT-LINE
                   END-STRING
               ELSE
                   IF SECTION-UNAUTHORISED THEN
                       ADD 1 TO WS-REFUSED-COUNT
                   ELSE
                       ADD 1 TO WS-CHANGE-COUNT
                   END-IF
                   STRING SL-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SL-TIME (1:4) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SL-PROGRAM DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-REPORT-OPERATOR DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SL-ACTION DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SL-KEY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SL-REASON DELIMITED BY SIZE
                       INTO SECURITY-REPORT-LINE
                   END-STRING
               END-IF.
               PERFORM WRITE-REPORT-LINE.
               IF SECTION-FAILED-SIGNON OR SECTION-UNAUTHORISED THEN
                   PERFORM TALLY-OPERATOR
               END-IF.

           TALLY-OPERATOR.
               MOVE "N" TO WS-OPERATOR-MATCH-FLAG.
               MOVE 1 TO WS-OPERATOR-SUB.
               PERFORM SCAN-OPERATOR-TOTALS
                   UNTIL OPERATOR-TOTAL-FOUND
                       OR WS-OPERATOR-SUB > WS-OPERATOR-TOTAL-COUNT.
               IF NOT OPERATOR-TOTAL-FOUND THEN
                   IF WS-OPERATOR-TOTAL-COUNT = 100 THEN
                       SET OPERATOR-TABLE-OVERFLOWED TO TRUE
                   ELSE
                       ADD 1 TO WS-OPERATOR-TOTAL-COUNT
                       MOVE WS-OPERATOR-TOTAL-COUNT TO WS-OPERATOR-SUB
                       MOVE WS-REPORT-OPERATOR
                           TO WS-OT-OPERATOR (WS-OPERATOR-SUB)
                       MOVE ZERO TO WS-OT-FAILED (WS-OPERATOR-SUB)
                       MOVE ZERO TO WS-OT-REFUSED (WS-OPERATOR-SUB)
                       SET OPERATOR-TOTAL-FOUND TO TRUE
                   END-IF
               END-IF.
               IF OPERATOR-TOTAL-FOUND THEN
                   IF SECTION-FAILED-SIGNON THEN
                       ADD 1 TO WS-OT-FAILED (WS-OPERATOR-SUB)
                   ELSE
                       ADD 1 TO WS-OT-REFUSED (WS-OPERATOR-SUB)
                   END-IF
               END-IF.

           SCAN-OPERATOR-TOTALS.
               IF WS-OT-OPERATOR (WS-OPERATOR-SUB)
                       = WS-REPORT-OPERATOR THEN
                   SET OPERATOR-TOTAL-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-OPERATOR-SUB
               END-IF.

           PRINT-OPERATOR-TOTALS.
               MOVE SPACES TO SECURITY-REPORT-LINE.
               PERFORM WRITE-REPORT-LINE.
               MOVE "ATTEMPTS BY OPERATOR" TO SECURITY-REPORT-LINE.
               PERFORM WRITE-REPORT-LINE.
               MOVE "OPERATOR  FAILED SIGN-ONS  UNAUTHORISED"
                   TO SECURITY-REPORT-LINE.
               PERFORM WRITE-REPORT-LINE.
               MOVE ZERO TO WS-OPERATOR-SUB.
               PERFORM PRINT-OPERATOR-TOTAL-LINE
                   WS-OPERATOR-TOTAL-COUNT TIMES.
               IF OPERATOR-TABLE-OVERFLOWED THEN
                   MOVE "MORE OPERATORS THAN THE TABLE HOLDS - TOTALS"
                       TO SECURITY-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE "BELOW INCLUDE THEM" TO SECURITY-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF.
               STRING "TOTAL     " DELIMITED BY SIZE
                   WS-FAILED-COUNT DELIMITED BY SIZE
                   "           " DELIMITED BY SIZE
                   WS-REFUSED-COUNT DELIMITED BY SIZE
                   INTO SECURITY-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.

           PRINT-OPERATOR-TOTAL-LINE.
               ADD 1 TO WS-OPERATOR-SUB.
               STRING WS-OT-OPERATOR (WS-OPERATOR-SUB)
                       DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-OT-FAILED (WS-OPERATOR-SUB) DELIMITED BY SIZE
                   "           " DELIMITED BY SIZE
                   WS-OT-REFUSED (WS-OPERATOR-SUB) DELIMITED BY SIZE
                   INTO SECURITY-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.

           WRITE-REPORT-LINE.
               WRITE SECURITY-REPORT-LINE.
               MOVE SPACES TO SECURITY-REPORT-LINE.

           END PROGRAM sec-rpt.
