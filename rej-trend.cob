                   05 RH-AGE PIC 9(2).
                   05 RH-DATE PIC 9(08).
                   05 RH-TIME PIC 9(08).
                   05 RH-REASON PIC X(25).

           FD  REJECT-LOG-FILE.
               01 REJECT-LOG-RECORD.
                   05 RL-AGE PIC 9(2).
                   05 RL-DATE PIC 9(08).
                   05 RL-TIME PIC 9(08).
                   05 RL-REASON PIC X(25).

           FD  TREND-REPORT-FILE.
               01 TREND-LINE PIC X(80).
               01 WS-TALLY-TIME-SPLIT REDEFINES WS-TALLY-TIME.
                   05 WS-TALLY-HOUR PIC 9(02).
                   05 WS-TALLY-TIME-REST PIC 9(06).
               01 WS-TALLY-REASON PIC X(25).

               01 WS-DAY-COUNT PIC 9(03) VALUE ZERO.
               01 WS-DAY-TABLE.
                       10 WS-MO-MONTH PIC 9(06).
                       10 WS-MO-COUNT PIC 9(06).

               01 WS-REASON-COUNT PIC 9(03) VALUE ZERO.
               01 WS-REASON-TABLE.
                   05 WS-REASON-ENTRY OCCURS 20 TIMES.
                       10 WS-RS-REASON PIC X(25).
                       10 WS-RS-COUNT PIC 9(06).

               01 WS-HOUR-TABLE.
                   05 WS-HOUR-ENTRY OCCURS 24 TIMES.
                       10 WS-HR-COUNT PIC 9(06) VALUE ZERO.
                   88 DAY-OVERFLOW-REPORTED VALUE "Y".
               01 WS-MONTH-OVERFLOW-FLAG PIC X(01) VALUE "N".
                   88 MONTH-OVERFLOW-REPORTED VALUE "Y".
               01 WS-REASON-OVERFLOW-FLAG PIC X(01) VALUE "N".
                   88 REASON-OVERFLOW-REPORTED VALUE "Y".

               01 WS-TODAY PIC 9(08).
               01 WS-TODAY-SPLIT REDEFINES WS-TODAY.
               OPEN OUTPUT TREND-REPORT-FILE.
               PERFORM PRINT-DAILY-SECTION.
               PERFORM PRINT-MONTHLY-SECTION.
               PERFORM PRINT-REASON-SECTION.
               PERFORM PRINT-PEAK-HOUR-SECTION.
               PERFORM PRINT-TREND-SECTION.
               CLOSE TREND-REPORT-FILE.
           TALLY-HISTORY-RECORD.
               MOVE RH-DATE TO WS-TALLY-DATE.
               MOVE RH-TIME TO WS-TALLY-TIME.
               MOVE RH-REASON TO WS-TALLY-REASON.
               PERFORM TALLY-ONE-REJECTION.
               PERFORM READ-HISTORY.

           TALLY-LOG-RECORD.
               MOVE RL-DATE TO WS-TALLY-DATE.
               MOVE RL-TIME TO WS-TALLY-TIME.
               MOVE RL-REASON TO WS-TALLY-REASON.
               PERFORM TALLY-ONE-REJECTION.
               PERFORM READ-LIVE-LOG.

                   ADD 1 TO WS-TOTAL-REJECTS
                   PERFORM TALLY-DAY
                   PERFORM TALLY-MONTH
                   PERFORM TALLY-REASON
                   PERFORM TALLY-HOUR
               END-IF.

                   ADD 1 TO WS-TABLE-SUB
               END-IF.

           TALLY-REASON.
               IF WS-TALLY-REASON = SPACES THEN
                   MOVE "INVALID DATE OF BIRTH" TO WS-TALLY-REASON
               END-IF.
               MOVE "N" TO WS-MATCH-FLAG.
               MOVE 1 TO WS-TABLE-SUB.
               PERFORM SCAN-REASON-TABLE
                   UNTIL ENTRY-FOUND
                       OR WS-TABLE-SUB > WS-REASON-COUNT.
               IF ENTRY-FOUND THEN
                   ADD 1 TO WS-RS-COUNT (WS-MATCH-SUB)
               ELSE
                   IF WS-REASON-COUNT < 20 THEN
                       ADD 1 TO WS-REASON-COUNT
                       MOVE WS-TALLY-REASON
                           TO WS-RS-REASON (WS-REASON-COUNT)
                       MOVE 1 TO WS-RS-COUNT (WS-REASON-COUNT)
                   ELSE
                       IF NOT REASON-OVERFLOW-REPORTED THEN
                           DISPLAY "REASON TABLE EXCEEDS LIMIT -"
                               " COUNTS INCOMPLETE"
                           MOVE 8 TO RETURN-CODE
                           SET REASON-OVERFLOW-REPORTED TO TRUE
                       END-IF
                   END-IF
               END-IF.

           SCAN-REASON-TABLE.
               IF WS-RS-REASON (WS-TABLE-SUB) = WS-TALLY-REASON THEN
                   SET ENTRY-FOUND TO TRUE
                   MOVE WS-TABLE-SUB TO WS-MATCH-SUB
               ELSE
                   ADD 1 TO WS-TABLE-SUB
               END-IF.

           TALLY-HOUR.
               IF WS-TALLY-TIME IS NUMERIC
                       AND WS-TALLY-HOUR <= 23 THEN
               PERFORM WRITE-TREND-LINE.
               ADD 1 TO WS-TABLE-SUB.

           PRINT-REASON-SECTION.
               MOVE SPACES TO TREND-LINE.
               PERFORM WRITE-TREND-LINE.
               MOVE "REJECTIONS BY REASON" TO TREND-LINE.
               PERFORM WRITE-TREND-LINE.
               IF WS-REASON-COUNT = 0 THEN
                   MOVE "NO REJECTIONS ON FILE" TO TREND-LINE
                   PERFORM WRITE-TREND-LINE
               ELSE
                   MOVE 1 TO WS-TABLE-SUB
                   PERFORM PRINT-REASON-LINE
                       UNTIL WS-TABLE-SUB > WS-REASON-COUNT
               END-IF.

           PRINT-REASON-LINE.
               MOVE WS-RS-COUNT (WS-TABLE-SUB) TO WS-COUNT-DISPLAY.
               MOVE SPACES TO TREND-LINE.
               STRING WS-RS-REASON (WS-TABLE-SUB) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO TREND-LINE
               END-STRING.
               PERFORM WRITE-TREND-LINE.
               ADD 1 TO WS-TABLE-SUB.

           PRINT-PEAK-HOUR-SECTION.
               MOVE SPACES TO TREND-LINE.
               PERFORM WRITE-TREND-LINE.
