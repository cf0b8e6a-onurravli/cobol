           IDENTIFICATION DIVISION.
           PROGRAM-ID. room-util.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SCHEDULE-FILE ASSIGN TO "SCHEDULE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SCHEDULE-STATUS.
               SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERM-STATUS.
               SELECT PARAMETER-FILE ASSIGN TO "PARAMS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAMETER-STATUS.
               SELECT ROOM-REPORT-FILE ASSIGN TO "ROOMUTIL.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.
               SELECT ROOM-SORTED-FILE ASSIGN TO "ROOMSORT.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ROOM-SORTED-STATUS.
               SELECT ROOM-SORT-FILE ASSIGN TO "SORTWK1".

           DATA DIVISION.
           FILE SECTION.
           FD  SCHEDULE-FILE.
               COPY "schedule-record.cpy".

           FD  TERM-CONTROL-FILE.
               COPY "term-control.cpy".

           FD  PARAMETER-FILE.
               COPY "param-record.cpy".

           FD  ROOM-REPORT-FILE.
               01 ROOM-REPORT-LINE PIC X(80).

           FD  ROOM-SORTED-FILE.
               01 SORTED-ROOM-RECORD.
                   05 SRM-ROOM PIC X(08).
                   05 SRM-MINUTES PIC 9(05).

           SD  ROOM-SORT-FILE.
               01 ROOM-SORT-RECORD.
                   05 SR-ROOM PIC X(08).
                   05 SR-MINUTES PIC 9(05).

           WORKING-STORAGE SECTION.
               01 WS-SCHEDULE-STATUS PIC X(02).
               01 WS-TERM-STATUS PIC X(02).
               01 WS-PARAMETER-STATUS PIC X(02).
               01 WS-REPORT-STATUS PIC X(02).
               01 WS-ROOM-SORTED-STATUS PIC X(02).
               01 WS-CURRENT-TERM PIC X(06) VALUE SPACES.

               01 WS-SCHEDULE-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-SCHEDULE VALUE "Y".
               01 WS-PARAM-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-PARAMETERS VALUE "Y".
               01 WS-SORTED-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-SORTED VALUE "Y".

               01 WS-PARAM-DATE PIC 9(08) VALUE ZERO.
               01 WS-ROOM-HOURS PIC 9(05)V9(02) VALUE 45.00.
               01 WS-ROOM-HOURS-EFF PIC 9(08) VALUE ZERO.
               01 WS-AVAILABLE-MINUTES PIC 9(07) VALUE ZERO.

               01 WS-START-MINUTES PIC 9(05) VALUE ZERO.
               01 WS-END-MINUTES PIC 9(05) VALUE ZERO.
               01 WS-DAY-SPACES PIC 9(01) VALUE ZERO.
               01 WS-DAY-COUNT PIC 9(01) VALUE ZERO.
               01 WS-TIME-WORK PIC 9(04) VALUE ZERO.
               01 WS-TIME-PARTS REDEFINES WS-TIME-WORK.
                   05 WS-TIME-HH PIC 9(02).
                   05 WS-TIME-MM PIC 9(02).

               01 WS-CURRENT-ROOM PIC X(08) VALUE SPACES.
               01 WS-ROOM-MEETINGS PIC 9(04) VALUE ZERO.
               01 WS-ROOM-MINUTES PIC 9(07) VALUE ZERO.
               01 WS-ROOM-PERCENT PIC 9(05)V9(02) VALUE ZERO.
               01 WS-ROOM-COUNT PIC 9(04) VALUE ZERO.
               01 WS-TOTAL-MEETINGS PIC 9(06) VALUE ZERO.
               01 WS-TOTAL-MINUTES PIC 9(08) VALUE ZERO.
               01 WS-OVERBOOKED-COUNT PIC 9(04) VALUE ZERO.

               01 WS-COUNT-DISPLAY PIC ZZZZZ9.
               01 WS-HOURS-DISPLAY PIC ZZZZ9.99.
               01 WS-PERCENT-DISPLAY PIC ZZZZ9.99.

           PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE.
               PERFORM LOAD-TERM-CONTROL.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-PARAMETERS
                   COMPUTE WS-AVAILABLE-MINUTES = WS-ROOM-HOURS * 60
                   IF WS-AVAILABLE-MINUTES = ZERO THEN
                       DISPLAY "ROOM-HOURS PARAMETER IS ZERO - "
                           "REPORT NOT PRODUCED"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM SORT-MEETINGS-BY-ROOM
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM PRINT-ROOM-REPORT
                   DISPLAY "ROOMS REPORTED: " WS-ROOM-COUNT
                   DISPLAY "ROOMS BOOKED BEYOND AVAILABLE HOURS: "
                       WS-OVERBOOKED-COUNT
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
               IF PR-KEY = "ROOM-HOURS"
                       AND PR-EFF-DATE <= WS-PARAM-DATE
                       AND PR-EFF-DATE >= WS-ROOM-HOURS-EFF THEN
                   MOVE PR-VALUE TO WS-ROOM-HOURS
                   MOVE PR-EFF-DATE TO WS-ROOM-HOURS-EFF
               END-IF.
               PERFORM READ-PARAMETER.

           SORT-MEETINGS-BY-ROOM.
               SORT ROOM-SORT-FILE
                   ON ASCENDING KEY SR-ROOM
                   INPUT PROCEDURE IS RELEASE-TERM-MEETINGS
                   GIVING ROOM-SORTED-FILE.

           RELEASE-TERM-MEETINGS.
               OPEN INPUT SCHEDULE-FILE.
               IF WS-SCHEDULE-STATUS = "00" THEN
                   PERFORM READ-SCHEDULE
                   PERFORM RELEASE-ONE-MEETING UNTIL END-OF-SCHEDULE
                   CLOSE SCHEDULE-FILE
               ELSE
                   IF WS-SCHEDULE-STATUS NOT = "35" THEN
                       DISPLAY "SCHEDULE FILE OPEN FAILED - STATUS "
                           WS-SCHEDULE-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-SCHEDULE.
               READ SCHEDULE-FILE
                   AT END SET END-OF-SCHEDULE TO TRUE
               END-READ.

           RELEASE-ONE-MEETING.
               IF SS-TERM = WS-CURRENT-TERM THEN
                   MOVE SS-START-TIME TO WS-TIME-WORK
                   COMPUTE WS-START-MINUTES =
                       WS-TIME-HH * 60 + WS-TIME-MM
                   MOVE SS-END-TIME TO WS-TIME-WORK
                   COMPUTE WS-END-MINUTES =
                       WS-TIME-HH * 60 + WS-TIME-MM
                   MOVE ZERO TO WS-DAY-SPACES
                   INSPECT SS-DAYS TALLYING WS-DAY-SPACES
                       FOR ALL SPACE
                   COMPUTE WS-DAY-COUNT = 7 - WS-DAY-SPACES
                   MOVE SS-ROOM TO SR-ROOM
                   COMPUTE SR-MINUTES =
                       (WS-END-MINUTES - WS-START-MINUTES)
                       * WS-DAY-COUNT
                   RELEASE ROOM-SORT-RECORD
               END-IF.
               PERFORM READ-SCHEDULE.

           PRINT-ROOM-REPORT.
               OPEN INPUT ROOM-SORTED-FILE.
               OPEN OUTPUT ROOM-REPORT-FILE.
               MOVE WS-ROOM-HOURS TO WS-HOURS-DISPLAY.
               MOVE SPACES TO ROOM-REPORT-LINE.
               STRING "ROOM UTILISATION - TERM " DELIMITED BY SIZE
                   WS-CURRENT-TERM DELIMITED BY SIZE
                   " - AVAILABLE HOURS PER WEEK " DELIMITED BY SIZE
                   WS-HOURS-DISPLAY DELIMITED BY SIZE
                   INTO ROOM-REPORT-LINE
               END-STRING.
               WRITE ROOM-REPORT-LINE.
               MOVE SPACES TO ROOM-REPORT-LINE.
               STRING "ROOM     MEETINGS  HOURS/WEEK   UTILISED %"
                   DELIMITED BY SIZE
                   INTO ROOM-REPORT-LINE
               END-STRING.
               WRITE ROOM-REPORT-LINE.
               PERFORM READ-SORTED-MEETING.
               PERFORM REPORT-ONE-ROOM UNTIL END-OF-SORTED.
               PERFORM WRITE-REPORT-TOTALS.
               CLOSE ROOM-SORTED-FILE.
               CLOSE ROOM-REPORT-FILE.

           READ-SORTED-MEETING.
               READ ROOM-SORTED-FILE
                   AT END SET END-OF-SORTED TO TRUE
               END-READ.

           REPORT-ONE-ROOM.
               MOVE SRM-ROOM TO WS-CURRENT-ROOM.
               MOVE ZERO TO WS-ROOM-MEETINGS.
               MOVE ZERO TO WS-ROOM-MINUTES.
               PERFORM ACCUMULATE-ROOM-MEETING
                   UNTIL END-OF-SORTED
                       OR SRM-ROOM NOT = WS-CURRENT-ROOM.
               COMPUTE WS-ROOM-PERCENT ROUNDED =
                   WS-ROOM-MINUTES * 100 / WS-AVAILABLE-MINUTES.
               IF WS-ROOM-MINUTES > WS-AVAILABLE-MINUTES THEN
                   ADD 1 TO WS-OVERBOOKED-COUNT
               END-IF.
               ADD 1 TO WS-ROOM-COUNT.
               ADD WS-ROOM-MEETINGS TO WS-TOTAL-MEETINGS.
               ADD WS-ROOM-MINUTES TO WS-TOTAL-MINUTES.
               MOVE WS-ROOM-MEETINGS TO WS-COUNT-DISPLAY.
               COMPUTE WS-HOURS-DISPLAY ROUNDED = WS-ROOM-MINUTES / 60.
               MOVE WS-ROOM-PERCENT TO WS-PERCENT-DISPLAY.
               MOVE SPACES TO ROOM-REPORT-LINE.
               STRING WS-CURRENT-ROOM DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-HOURS-DISPLAY DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-PERCENT-DISPLAY DELIMITED BY SIZE
                   INTO ROOM-REPORT-LINE
               END-STRING.
               WRITE ROOM-REPORT-LINE.

           ACCUMULATE-ROOM-MEETING.
               ADD 1 TO WS-ROOM-MEETINGS.
               ADD SRM-MINUTES TO WS-ROOM-MINUTES.
               PERFORM READ-SORTED-MEETING.

           WRITE-REPORT-TOTALS.
               MOVE SPACES TO ROOM-REPORT-LINE.
               WRITE ROOM-REPORT-LINE.
               MOVE WS-ROOM-COUNT TO WS-COUNT-DISPLAY.
               MOVE SPACES TO ROOM-REPORT-LINE.
               STRING "ROOMS IN USE: " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO ROOM-REPORT-LINE
               END-STRING.
               WRITE ROOM-REPORT-LINE.
               MOVE WS-TOTAL-MEETINGS TO WS-COUNT-DISPLAY.
               COMPUTE WS-HOURS-DISPLAY ROUNDED = WS-TOTAL-MINUTES / 60.
               MOVE SPACES TO ROOM-REPORT-LINE.
               STRING "TOTAL MEETINGS: " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   "   TOTAL HOURS/WEEK: " DELIMITED BY SIZE
                   WS-HOURS-DISPLAY DELIMITED BY SIZE
                   INTO ROOM-REPORT-LINE
               END-STRING.
               WRITE ROOM-REPORT-LINE.
               IF WS-ROOM-COUNT > 0 THEN
                   COMPUTE WS-ROOM-PERCENT ROUNDED =
                       WS-TOTAL-MINUTES * 100
                       / (WS-AVAILABLE-MINUTES * WS-ROOM-COUNT)
               ELSE
                   MOVE ZERO TO WS-ROOM-PERCENT
               END-IF.
               MOVE WS-ROOM-PERCENT TO WS-PERCENT-DISPLAY.
               MOVE SPACES TO ROOM-REPORT-LINE.
               STRING "AVERAGE UTILISATION %: " DELIMITED BY SIZE
                   WS-PERCENT-DISPLAY DELIMITED BY SIZE
                   INTO ROOM-REPORT-LINE
               END-STRING.
               WRITE ROOM-REPORT-LINE.

           END PROGRAM room-util.
