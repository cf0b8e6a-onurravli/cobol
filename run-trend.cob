               01 WS-JRNL-TABLE.
                   05 WS-JRNL-ENTRY OCCURS 5000 TIMES.
                       10 WS-JR-DATE PIC 9(08).
                       10 WS-JR-STEP PIC 9(02).
                       10 WS-JR-SECONDS PIC S9(07).
                       10 WS-JR-START-TIME PIC 9(08).
                       10 WS-JR-END-DATE PIC 9(08).
                   88 NIGHT-ON-LIST VALUE "Y".

               01 WS-STEP-STAT-TABLE.
                   05 WS-STEP-STAT-ENTRY OCCURS 99 TIMES.
                       10 WS-SS-TOTAL PIC S9(09) VALUE ZERO.
                       10 WS-SS-COUNT PIC 9(05) VALUE ZERO.
                       10 WS-SS-AVERAGE PIC S9(07) VALUE ZERO.
               01 WS-STEP-SUB PIC 9(03) VALUE ZERO.
               01 WS-JOURNAL-STEP PIC 9(02) VALUE ZERO.

               01 WS-START-INTEGER PIC 9(08) VALUE ZERO.
               01 WS-END-INTEGER PIC 9(08) VALUE ZERO.
               END-READ.

           STORE-JOURNAL.
               MOVE ZERO TO WS-JOURNAL-STEP.
               IF BJ-STEP-ID IS NUMERIC THEN
                   MOVE BJ-STEP-ID TO WS-JOURNAL-STEP
               ELSE
                   IF BJ-STEP-NUMBER IS NUMERIC THEN
                       MOVE BJ-STEP-NUMBER TO WS-JOURNAL-STEP
                   END-IF
               END-IF.
               IF BJ-START-DATE IS NUMERIC
                       AND BJ-END-DATE IS NUMERIC
                       AND BJ-START-TIME IS NUMERIC
                       AND BJ-END-TIME IS NUMERIC
                       AND BJ-STEP-RAN
                       AND WS-JOURNAL-STEP >= 1 THEN
                   PERFORM STORE-JOURNAL-ENTRY
               END-IF.
               PERFORM READ-JOURNAL.
               END-IF.
               ADD 1 TO WS-JRNL-COUNT.
               MOVE BJ-START-DATE TO WS-JR-DATE (WS-JRNL-COUNT).
               MOVE WS-JOURNAL-STEP TO WS-JR-STEP (WS-JRNL-COUNT).
               MOVE BJ-START-TIME
                   TO WS-JR-START-TIME (WS-JRNL-COUNT).
               MOVE BJ-END-DATE TO WS-JR-END-DATE (WS-JRNL-COUNT).
               PERFORM TALLY-STEP-DURATION
                   UNTIL WS-JRNL-SUB > WS-JRNL-COUNT.
               MOVE 1 TO WS-STEP-SUB.
               PERFORM AVERAGE-ONE-STEP UNTIL WS-STEP-SUB > 99.

           TALLY-STEP-DURATION.
               PERFORM CHECK-NIGHT-IN-WINDOW.
