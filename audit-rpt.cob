               SELECT AUDIT-LOG-FILE ASSIGN TO "AUDIT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
               SELECT CAT-AUDIT-FILE ASSIGN TO "CATAUDIT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAT-AUDIT-STATUS.
               SELECT HOLD-AUDIT-FILE ASSIGN TO "HOLDAUDIT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HOLD-AUDIT-STATUS.
               SELECT SCHED-AUDIT-FILE ASSIGN TO "SCHEDAUDIT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SCHED-AUDIT-STATUS.
               SELECT DEGREE-AUDIT-FILE ASSIGN TO "DEGMAINT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEGREE-AUDIT-STATUS.
               SELECT AWARD-AUDIT-FILE ASSIGN TO "AWARDAUDIT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AWARD-AUDIT-STATUS.
               SELECT AUDIT-REPORT-FILE ASSIGN TO "AUDITRPT.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.
           DATA DIVISION.
           FILE SECTION.
           FD  AUDIT-LOG-FILE.
               COPY "audit-log.cpy".

           FD  CAT-AUDIT-FILE.
               COPY "cat-audit.cpy".

           FD  HOLD-AUDIT-FILE.
               COPY "hold-audit.cpy".

           FD  SCHED-AUDIT-FILE.
               COPY "sched-audit.cpy".

           FD  DEGREE-AUDIT-FILE.
               COPY "degmaint-audit.cpy".

           FD  AWARD-AUDIT-FILE.
               COPY "award-audit.cpy".

           FD  AUDIT-REPORT-FILE.
               01 AUDIT-REPORT-LINE PIC X(80).
           WORKING-STORAGE SECTION.
               01 WS-AUDIT-STATUS PIC X(02).
               01 WS-REPORT-STATUS PIC X(02).
               01 WS-CAT-AUDIT-STATUS PIC X(02).
               01 WS-HOLD-AUDIT-STATUS PIC X(02).
               01 WS-SCHED-AUDIT-STATUS PIC X(02).
               01 WS-DEGREE-AUDIT-STATUS PIC X(02).
               01 WS-AWARD-AUDIT-STATUS PIC X(02).

               01 WS-AUDIT-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-AUDIT-LOG VALUE "Y".
               01 WS-CAT-AUDIT-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-CAT-AUDIT-LOG VALUE "Y".
               01 WS-HOLD-AUDIT-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-HOLD-AUDIT-LOG VALUE "Y".
               01 WS-SCHED-AUDIT-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-SCHED-AUDIT-LOG VALUE "Y".
               01 WS-DEGREE-AUDIT-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-DEGREE-AUDIT-LOG VALUE "Y".
               01 WS-AWARD-AUDIT-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-AWARD-AUDIT-LOG VALUE "Y".

               01 WS-ID-ENTRY PIC X(06).
               01 WS-FROM-ENTRY PIC X(08).
               01 WS-TO-ENTRY PIC X(08).
               01 WS-ACTION-ENTRY PIC X(01).
               01 WS-OPERATOR-ENTRY PIC X(08).

               01 WS-SELECT-ID PIC 9(06) VALUE ZERO.
               01 WS-FROM-DATE PIC 9(08) VALUE ZERO.
                   05 WS-AF-STATUS PIC X(01).
                   05 WS-AF-CAMPUS PIC X(02).

               01 WS-ADDR-BEFORE-REC.
                   05 WS-AB-ID PIC X(06).
                   05 WS-AB-LINE-1 PIC X(30).
                   05 WS-AB-LINE-2 PIC X(30).
                   05 WS-AB-CITY PIC X(20).
                   05 WS-AB-POSTAL-CODE PIC X(10).
                   05 WS-AB-COUNTRY PIC X(20).
                   05 WS-AB-EMAIL PIC X(40).
                   05 WS-AB-PHONE PIC X(15).
                   05 WS-AB-RETURNED-MAIL PIC X(01).
                   05 WS-AB-UPDATE-DATE PIC X(08).

               01 WS-ADDR-AFTER-REC.
                   05 WS-AA-ID PIC X(06).
                   05 WS-AA-LINE-1 PIC X(30).
                   05 WS-AA-LINE-2 PIC X(30).
                   05 WS-AA-CITY PIC X(20).
                   05 WS-AA-POSTAL-CODE PIC X(10).
                   05 WS-AA-COUNTRY PIC X(20).
                   05 WS-AA-EMAIL PIC X(40).
                   05 WS-AA-PHONE PIC X(15).
                   05 WS-AA-RETURNED-MAIL PIC X(01).
                   05 WS-AA-UPDATE-DATE PIC X(08).

               01 WS-PARAM-BEFORE-REC.
                   05 WS-PB-KEY PIC X(12).
                   05 WS-PB-VALUE PIC 9(05)V9(02).
                   05 WS-PB-EFF-DATE PIC X(08).
                   05 FILLER PIC X(21).

               01 WS-PARAM-AFTER-REC.
                   05 WS-PA-KEY PIC X(12).
                   05 WS-PA-VALUE PIC 9(05)V9(02).
                   05 WS-PA-EFF-DATE PIC X(08).
                   05 FILLER PIC X(21).

               01 WS-ACCOUNT-BEFORE-REC.
                   05 WS-GB-TRANS-TYPE PIC X(02).
                   05 WS-GB-CAMPUS PIC X(02).
                   05 WS-GB-DEBIT-ACCOUNT PIC X(10).
                   05 WS-GB-CREDIT-ACCOUNT PIC X(10).
                   05 WS-GB-DESCRIPTION PIC X(24).

               01 WS-ACCOUNT-AFTER-REC.
                   05 WS-GF-TRANS-TYPE PIC X(02).
                   05 WS-GF-CAMPUS PIC X(02).
                   05 WS-GF-DEBIT-ACCOUNT PIC X(10).
                   05 WS-GF-CREDIT-ACCOUNT PIC X(10).
                   05 WS-GF-DESCRIPTION PIC X(24).

               01 WS-CATALOG-BEFORE-REC.
                   05 WS-CB-COURSE PIC X(08).
                   05 WS-CB-TITLE PIC X(30).
                   05 WS-CB-CREDITS PIC X(02).
                   05 WS-CB-CAPACITY PIC X(03).
                   05 WS-CB-STATUS PIC X(01).

               01 WS-CATALOG-AFTER-REC.
                   05 WS-CF-COURSE PIC X(08).
                   05 WS-CF-TITLE PIC X(30).
                   05 WS-CF-CREDITS PIC X(02).
                   05 WS-CF-CAPACITY PIC X(03).
                   05 WS-CF-STATUS PIC X(01).

               01 WS-HOLD-BEFORE-REC.
                   05 WS-HB-ID PIC X(06).
                   05 WS-HB-TYPE PIC X(01).
                   05 WS-HB-OFFICE PIC X(10).
                   05 WS-HB-START-DATE PIC X(08).
                   05 WS-HB-RELEASE-DATE PIC X(08).
                   05 WS-HB-BLOCK-FLAG PIC X(01).

               01 WS-HOLD-AFTER-REC.
                   05 WS-HF-ID PIC X(06).
                   05 WS-HF-TYPE PIC X(01).
                   05 WS-HF-OFFICE PIC X(10).
                   05 WS-HF-START-DATE PIC X(08).
                   05 WS-HF-RELEASE-DATE PIC X(08).
                   05 WS-HF-BLOCK-FLAG PIC X(01).

               01 WS-MEETING-BEFORE-REC.
                   05 WS-SB-TERM PIC X(06).
                   05 WS-SB-COURSE PIC X(08).
                   05 WS-SB-DAYS PIC X(07).
                   05 WS-SB-START-TIME PIC X(04).
                   05 WS-SB-END-TIME PIC X(04).
                   05 WS-SB-ROOM PIC X(08).
                   05 WS-SB-INSTRUCTOR PIC X(20).

               01 WS-MEETING-AFTER-REC.
                   05 WS-SF-TERM PIC X(06).
                   05 WS-SF-COURSE PIC X(08).
                   05 WS-SF-DAYS PIC X(07).
                   05 WS-SF-START-TIME PIC X(04).
                   05 WS-SF-END-TIME PIC X(04).
                   05 WS-SF-ROOM PIC X(08).
                   05 WS-SF-INSTRUCTOR PIC X(20).

               01 WS-REQ-BEFORE-REC.
                   05 WS-RB-PROGRAM PIC X(06).
                   05 WS-RB-TYPE PIC X(01).
                   05 WS-RB-GROUP PIC X(04).
                   05 WS-RB-COURSE PIC X(08).
                   05 WS-RB-MIN-CREDITS PIC X(03).
                   05 WS-RB-MIN-CGPA PIC X(03).
                   05 WS-RB-TITLE PIC X(30).
               01 WS-ASSIGN-BEFORE-REC REDEFINES WS-REQ-BEFORE-REC.
                   05 WS-PB-ID PIC X(06).
                   05 WS-PB-PROGRAM PIC X(06).
                   05 WS-PB-DATE PIC X(08).
                   05 FILLER PIC X(35).

               01 WS-REQ-AFTER-REC.
                   05 WS-RF-PROGRAM PIC X(06).
                   05 WS-RF-TYPE PIC X(01).
                   05 WS-RF-GROUP PIC X(04).
                   05 WS-RF-COURSE PIC X(08).
                   05 WS-RF-MIN-CREDITS PIC X(03).
                   05 WS-RF-MIN-CGPA PIC X(03).
                   05 WS-RF-TITLE PIC X(30).
               01 WS-ASSIGN-AFTER-REC REDEFINES WS-REQ-AFTER-REC.
                   05 WS-PF-ID PIC X(06).
                   05 WS-PF-PROGRAM PIC X(06).
                   05 WS-PF-DATE PIC X(08).
                   05 FILLER PIC X(35).

               01 WS-AWARD-BEFORE-REC.
                   05 WS-WB-ID PIC X(06).
                   05 WS-WB-TERM PIC X(06).
                   05 WS-WB-TYPE PIC X(01).
                   05 WS-WB-SOURCE PIC X(10).
                   05 WS-WB-BASIS PIC X(01).
                   05 WS-WB-AMOUNT PIC X(09).
                   05 WS-WB-AMOUNT-NUM REDEFINES WS-WB-AMOUNT
                       PIC 9(07)V9(02).
                   05 WS-WB-PERCENT PIC X(03).
                   05 WS-WB-MIN-CGPA PIC X(03).
                   05 WS-WB-MIN-CREDITS PIC X(03).
                   05 WS-WB-RENEWABLE PIC X(01).
                   05 WS-WB-STATUS PIC X(01).
                   05 WS-WB-DISBURSED PIC X(09).
                   05 WS-WB-DISBURSED-NUM REDEFINES WS-WB-DISBURSED
                       PIC 9(07)V9(02).
                   05 WS-WB-DISBURSED-DATE PIC X(08).

               01 WS-AWARD-AFTER-REC.
                   05 WS-WF-ID PIC X(06).
                   05 WS-WF-TERM PIC X(06).
                   05 WS-WF-TYPE PIC X(01).
                   05 WS-WF-SOURCE PIC X(10).
                   05 WS-WF-BASIS PIC X(01).
                   05 WS-WF-AMOUNT PIC X(09).
                   05 WS-WF-AMOUNT-NUM REDEFINES WS-WF-AMOUNT
                       PIC 9(07)V9(02).
                   05 WS-WF-PERCENT PIC X(03).
                   05 WS-WF-MIN-CGPA PIC X(03).
                   05 WS-WF-MIN-CREDITS PIC X(03).
                   05 WS-WF-RENEWABLE PIC X(01).
                   05 WS-WF-STATUS PIC X(01).
                   05 WS-WF-DISBURSED PIC X(09).
                   05 WS-WF-DISBURSED-NUM REDEFINES WS-WF-DISBURSED
                       PIC 9(07)V9(02).
                   05 WS-WF-DISBURSED-DATE PIC X(08).

               01 WS-LOG-LABEL PIC X(20).
               01 WS-LOG-ACTION PIC X(01).
               01 WS-LOG-DATE PIC 9(08).
               01 WS-LOG-TIME PIC 9(08).
               01 WS-LOG-OPERATOR PIC X(08).
               01 WS-LOG-ID PIC 9(06).
               01 WS-LOG-SELECT-FLAG PIC X(01) VALUE "N".
                   88 LOG-RECORD-SELECTED VALUE "Y".

               01 WS-VALUE-DISPLAY PIC ZZZZ9.99.
               01 WS-AMOUNT-DISPLAY PIC ZZZZZZ9.99.
               01 WS-REPORT-OPERATOR PIC X(08).

               01 WS-OPERATOR-TOTAL-COUNT PIC 9(03) VALUE ZERO.
               01 WS-OPERATOR-TOTAL-TABLE.
                   05 WS-OPERATOR-TOTAL OCCURS 100 TIMES.
                       10 WS-OT-OPERATOR PIC X(08).
                       10 WS-OT-COUNT PIC 9(06).
               01 WS-OPERATOR-SUB PIC 9(03) VALUE ZERO.
               01 WS-OPERATOR-MATCH-FLAG PIC X(01) VALUE "N".
                   88 OPERATOR-TOTAL-FOUND VALUE "Y".
               01 WS-OPERATOR-OVERFLOW-FLAG PIC X(01) VALUE "N".
                   88 OPERATOR-TABLE-OVERFLOWED VALUE "Y".
               01 WS-OVERFLOW-COUNT PIC 9(06) VALUE ZERO.

               01 WS-FIELD-NAME PIC X(10).
               01 WS-OLD-VALUE PIC X(25).
               01 WS-NEW-VALUE PIC X(25).
               01 WS-OLD-TEXT PIC X(40).
               01 WS-NEW-TEXT PIC X(40).

               01 WS-SELECTED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-CHANGE-COUNT PIC 9(03) VALUE ZERO.
               PERFORM WRITE-REPORT-LINE.
               PERFORM READ-AUDIT-LOG.
               PERFORM SELECT-AUDIT-RECORD UNTIL END-OF-AUDIT-LOG.
               PERFORM REPORT-CATALOG-CHANGES.
               PERFORM REPORT-HOLD-CHANGES.
               PERFORM REPORT-SCHEDULE-CHANGES.
               PERFORM REPORT-DEGREE-CHANGES.
               PERFORM REPORT-AWARD-CHANGES.
               IF WS-SELECTED-COUNT = 0 THEN
                   MOVE "NO AUDIT RECORDS MATCH THE SELECTION"
                       TO AUDIT-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   PERFORM PRINT-OPERATOR-TOTALS
               END-IF.
               CLOSE AUDIT-LOG-FILE.
               CLOSE AUDIT-REPORT-FILE.
               END-IF.
               DISPLAY "ACTION CODE (BLANK=ALL): ".
               ACCEPT WS-ACTION-ENTRY FROM SYSIN.
               DISPLAY "OPERATOR ID (BLANK=ALL): ".
               ACCEPT WS-OPERATOR-ENTRY FROM SYSIN.

           READ-AUDIT-LOG.
               READ AUDIT-LOG-FILE
                       AND AU-DATE >= WS-FROM-DATE
                       AND AU-DATE <= WS-TO-DATE
                       AND (WS-ACTION-ENTRY = SPACES
                           OR AU-ACTION = WS-ACTION-ENTRY)
                       AND (WS-OPERATOR-ENTRY = SPACES
                           OR AU-OPERATOR = WS-OPERATOR-ENTRY) THEN
                   PERFORM REPORT-AUDIT-RECORD
               END-IF.
               PERFORM READ-AUDIT-LOG.

           REPORT-AUDIT-RECORD.
               ADD 1 TO WS-SELECTED-COUNT.
               IF AU-OPERATOR = SPACES THEN
                   MOVE "(NONE)" TO WS-REPORT-OPERATOR
               ELSE
                   MOVE AU-OPERATOR TO WS-REPORT-OPERATOR
               END-IF.
               PERFORM TALLY-OPERATOR.
               MOVE SPACES TO AUDIT-REPORT-LINE.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO AUDIT-REPORT-LINE.
               IF AU-PARAMETER-IMAGE THEN
                   STRING "PARAMETER ACTION " DELIMITED BY SIZE
                       AU-ACTION DELIMITED BY SIZE
                       " ON " DELIMITED BY SIZE
                       AU-DATE DELIMITED BY SIZE
                       " AT " DELIMITED BY SIZE
                       AU-TIME DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       WS-REPORT-OPERATOR DELIMITED BY SIZE
                       INTO AUDIT-REPORT-LINE
                   END-STRING
               ELSE
                   IF AU-ACCOUNT-IMAGE THEN
                       STRING "CHART OF ACCOUNTS ACTION "
                               DELIMITED BY SIZE
                           AU-ACTION DELIMITED BY SIZE
                           " ON " DELIMITED BY SIZE
                           AU-DATE DELIMITED BY SIZE
                           " AT " DELIMITED BY SIZE
                           AU-TIME DELIMITED BY SIZE
                           " BY " DELIMITED BY SIZE
                           WS-REPORT-OPERATOR DELIMITED BY SIZE
                           INTO AUDIT-REPORT-LINE
                       END-STRING
                   ELSE
                       STRING "ID " DELIMITED BY SIZE
                           AU-ID DELIMITED BY SIZE
                           " ACTION " DELIMITED BY SIZE
                           AU-ACTION DELIMITED BY SIZE
                           " ON " DELIMITED BY SIZE
                           AU-DATE DELIMITED BY SIZE
                           " AT " DELIMITED BY SIZE
                           AU-TIME DELIMITED BY SIZE
                           " BY " DELIMITED BY SIZE
                           WS-REPORT-OPERATOR DELIMITED BY SIZE
                           INTO AUDIT-REPORT-LINE
                       END-STRING
                   END-IF
               END-IF.
               PERFORM WRITE-REPORT-LINE.
               EVALUATE TRUE
                   WHEN AU-PARAMETER-IMAGE
                       PERFORM REPORT-PARAMETER-RECORD
                   WHEN AU-ACCOUNT-IMAGE
                       PERFORM REPORT-ACCOUNT-RECORD
                   WHEN AU-ADDRESS-IMAGE
                       PERFORM REPORT-ADDRESS-RECORD
                   WHEN OTHER
                       PERFORM REPORT-MASTER-RECORD
               END-EVALUATE.

           REPORT-CATALOG-CHANGES.
               OPEN INPUT CAT-AUDIT-FILE.
               IF WS-CAT-AUDIT-STATUS = "35" THEN
                   SET END-OF-CAT-AUDIT-LOG TO TRUE
               ELSE
                   IF WS-CAT-AUDIT-STATUS NOT = "00" THEN
                       DISPLAY "CATALOG AUDIT LOG NOT READ - STATUS "
                           WS-CAT-AUDIT-STATUS
                       MOVE 8 TO RETURN-CODE
                       SET END-OF-CAT-AUDIT-LOG TO TRUE
                   ELSE
                       PERFORM READ-CAT-AUDIT-LOG
                       PERFORM SELECT-CAT-AUDIT-RECORD
                           UNTIL END-OF-CAT-AUDIT-LOG
                       CLOSE CAT-AUDIT-FILE
                   END-IF
               END-IF.

           READ-CAT-AUDIT-LOG.
               READ CAT-AUDIT-FILE
                   AT END SET END-OF-CAT-AUDIT-LOG TO TRUE
               END-READ.

           SELECT-CAT-AUDIT-RECORD.
               MOVE "CATALOG ACTION" TO WS-LOG-LABEL.
               MOVE CA-ACTION TO WS-LOG-ACTION.
               MOVE CA-DATE TO WS-LOG-DATE.
               MOVE CA-TIME TO WS-LOG-TIME.
               MOVE CA-OPERATOR TO WS-LOG-OPERATOR.
               MOVE ZERO TO WS-LOG-ID.
               PERFORM CHECK-LOG-SELECTION.
               IF LOG-RECORD-SELECTED THEN
                   PERFORM REPORT-CATALOG-RECORD
               END-IF.
               PERFORM READ-CAT-AUDIT-LOG.

           CHECK-LOG-SELECTION.
               MOVE "N" TO WS-LOG-SELECT-FLAG.
               IF (WS-SELECT-ID = ZERO OR WS-LOG-ID = WS-SELECT-ID)
                       AND WS-LOG-DATE >= WS-FROM-DATE
                       AND WS-LOG-DATE <= WS-TO-DATE
                       AND (WS-ACTION-ENTRY = SPACES
                           OR WS-LOG-ACTION = WS-ACTION-ENTRY)
                       AND (WS-OPERATOR-ENTRY = SPACES
                           OR WS-LOG-OPERATOR = WS-OPERATOR-ENTRY) THEN
                   SET LOG-RECORD-SELECTED TO TRUE
               END-IF.

           START-LOG-ENTRY.
               ADD 1 TO WS-SELECTED-COUNT.
               IF WS-LOG-OPERATOR = SPACES THEN
                   MOVE "(NONE)" TO WS-REPORT-OPERATOR
               ELSE
                   MOVE WS-LOG-OPERATOR TO WS-REPORT-OPERATOR
               END-IF.
               PERFORM TALLY-OPERATOR.
               MOVE SPACES TO AUDIT-REPORT-LINE.
               PERFORM WRITE-REPORT-LINE.
               STRING WS-LOG-LABEL DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-LOG-ACTION DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   WS-LOG-DATE DELIMITED BY SIZE
                   " AT " DELIMITED BY SIZE
                   WS-LOG-TIME DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   WS-REPORT-OPERATOR DELIMITED BY SIZE
                   INTO AUDIT-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.

           REPORT-CATALOG-RECORD.
               PERFORM START-LOG-ENTRY.
               MOVE CA-BEFORE-IMAGE TO WS-CATALOG-BEFORE-REC.
               MOVE CA-AFTER-IMAGE TO WS-CATALOG-AFTER-REC.
               STRING "COURSE " DELIMITED BY SIZE
                   CA-COURSE DELIMITED BY SIZE
                   INTO AUDIT-REPORT-LINE
               END-STRING.
               IF CA-BEFORE-IMAGE = SPACES THEN
                   MOVE " COURSE ADDED" TO AUDIT-REPORT-LINE (16:13)
               END-IF.
               PERFORM WRITE-REPORT-LINE.
               MOVE ZERO TO WS-CHANGE-COUNT.
               IF WS-CB-TITLE NOT = WS-CF-TITLE THEN
                   MOVE "TITLE" TO WS-FIELD-NAME
                   MOVE WS-CB-TITLE TO WS-OLD-TEXT
                   MOVE WS-CF-TITLE TO WS-NEW-TEXT
                   PERFORM WRITE-ADDRESS-CHANGE-LINES
               END-IF.
               IF WS-CB-CREDITS NOT = WS-CF-CREDITS THEN
                   MOVE "CREDITS" TO WS-FIELD-NAME
                   MOVE WS-CB-CREDITS TO WS-OLD-VALUE
                   MOVE WS-CF-CREDITS TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               IF WS-CB-CAPACITY NOT = WS-CF-CAPACITY THEN
                   MOVE "CAPACITY" TO WS-FIELD-NAME
                   MOVE WS-CB-CAPACITY TO WS-OLD-VALUE
                   MOVE WS-CF-CAPACITY TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               IF WS-CB-STATUS NOT = WS-CF-STATUS THEN
                   MOVE "STATUS" TO WS-FIELD-NAME
                   MOVE WS-CB-STATUS TO WS-OLD-VALUE
                   MOVE WS-CF-STATUS TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               IF WS-CHANGE-COUNT = 0 THEN
                   MOVE "NO FIELDS CHANGED" TO AUDIT-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF.

           REPORT-HOLD-CHANGES.
               OPEN INPUT HOLD-AUDIT-FILE.
               IF WS-HOLD-AUDIT-STATUS = "35" THEN
                   SET END-OF-HOLD-AUDIT-LOG TO TRUE
               ELSE
                   IF WS-HOLD-AUDIT-STATUS NOT = "00" THEN
                       DISPLAY "HOLD AUDIT LOG NOT READ - STATUS "
                           WS-HOLD-AUDIT-STATUS
                       MOVE 8 TO RETURN-CODE
                       SET END-OF-HOLD-AUDIT-LOG TO TRUE
                   ELSE
                       PERFORM READ-HOLD-AUDIT-LOG
                       PERFORM SELECT-HOLD-AUDIT-RECORD
                           UNTIL END-OF-HOLD-AUDIT-LOG
                       CLOSE HOLD-AUDIT-FILE
                   END-IF
               END-IF.

           READ-HOLD-AUDIT-LOG.
               READ HOLD-AUDIT-FILE
                   AT END SET END-OF-HOLD-AUDIT-LOG TO TRUE
               END-READ.

           SELECT-HOLD-AUDIT-RECORD.
               MOVE "HOLD ACTION" TO WS-LOG-LABEL.
               MOVE HA-ACTION TO WS-LOG-ACTION.
               MOVE HA-DATE TO WS-LOG-DATE.
               MOVE HA-TIME TO WS-LOG-TIME.
               MOVE HA-OPERATOR TO WS-LOG-OPERATOR.
               MOVE HA-ID TO WS-LOG-ID.
               PERFORM CHECK-LOG-SELECTION.
               IF LOG-RECORD-SELECTED THEN
                   PERFORM REPORT-HOLD-RECORD
               END-IF.
               PERFORM READ-HOLD-AUDIT-LOG.

           REPORT-HOLD-RECORD.
               PERFORM START-LOG-ENTRY.
               MOVE HA-BEFORE-IMAGE TO WS-HOLD-BEFORE-REC.
               MOVE HA-AFTER-IMAGE TO WS-HOLD-AFTER-REC.
               STRING "ID " DELIMITED BY SIZE
                   HA-ID DELIMITED BY SIZE
                   " HOLD TYPE " DELIMITED BY SIZE
                   WS-HF-TYPE DELIMITED BY SIZE
                   INTO AUDIT-REPORT-LINE
               END-STRING.
               IF HA-BEFORE-IMAGE = SPACES THEN
                   MOVE " HOLD PLACED" TO AUDIT-REPORT-LINE (22:12)
               END-IF.
               PERFORM WRITE-REPORT-LINE.
               MOVE ZERO TO WS-CHANGE-COUNT.
               IF WS-HB-OFFICE NOT = WS-HF-OFFICE THEN
                   MOVE "OFFICE" TO WS-FIELD-NAME
                   MOVE WS-HB-OFFICE TO WS-OLD-VALUE
                   MOVE WS-HF-OFFICE TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               IF WS-HB-START-DATE NOT = WS-HF-START-DATE THEN
                   MOVE "START" TO WS-FIELD-NAME
                   MOVE WS-HB-START-DATE TO WS-OLD-VALUE
                   MOVE WS-HF-START-DATE TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               IF WS-HB-RELEASE-DATE NOT = WS-HF-RELEASE-DATE THEN
                   MOVE "RELEASED" TO WS-FIELD-NAME
                   MOVE WS-HB-RELEASE-DATE TO WS-OLD-VALUE
                   MOVE WS-HF-RELEASE-DATE TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               IF WS-HB-BLOCK-FLAG NOT = WS-HF-BLOCK-FLAG THEN
                   MOVE "BLOCKS" TO WS-FIELD-NAME
                   MOVE WS-HB-BLOCK-FLAG TO WS-OLD-VALUE
                   MOVE WS-HF-BLOCK-FLAG TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               IF WS-CHANGE-COUNT = 0 THEN
                   MOVE "NO FIELDS CHANGED" TO AUDIT-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF.

           REPORT-SCHEDULE-CHANGES.
               OPEN INPUT SCHED-AUDIT-FILE.
               IF WS-SCHED-AUDIT-STATUS = "35" THEN
                   SET END-OF-SCHED-AUDIT-LOG TO TRUE
               ELSE
                   IF WS-SCHED-AUDIT-STATUS NOT = "00" THEN
                       DISPLAY "SCHEDULE AUDIT LOG NOT READ - STATUS "
                           WS-SCHED-AUDIT-STATUS
                       MOVE 8 TO RETURN-CODE
                       SET END-OF-SCHED-AUDIT-LOG TO TRUE
                   ELSE
                       PERFORM READ-SCHED-AUDIT-LOG
                       PERFORM SELECT-SCHED-AUDIT-RECORD
                           UNTIL END-OF-SCHED-AUDIT-LOG
                       CLOSE SCHED-AUDIT-FILE
                   END-IF
               END-IF.

           READ-SCHED-AUDIT-LOG.
               READ SCHED-AUDIT-FILE
                   AT END SET END-OF-SCHED-AUDIT-LOG TO TRUE
               END-READ.

           SELECT-SCHED-AUDIT-RECORD.
               MOVE "SCHEDULE ACTION" TO WS-LOG-LABEL.
               MOVE SA-ACTION TO WS-LOG-ACTION.
               MOVE SA-DATE TO WS-LOG-DATE.
               MOVE SA-TIME TO WS-LOG-TIME.
               MOVE SA-OPERATOR TO WS-LOG-OPERATOR.
               MOVE ZERO TO WS-LOG-ID.
               PERFORM CHECK-LOG-SELECTION.
               IF LOG-RECORD-SELECTED THEN
                   PERFORM REPORT-SCHEDULE-RECORD
               END-IF.
               PERFORM READ-SCHED-AUDIT-LOG.

           REPORT-SCHEDULE-RECORD.
               PERFORM START-LOG-ENTRY.
               MOVE SA-BEFORE-IMAGE TO WS-MEETING-BEFORE-REC.
               MOVE SA-AFTER-IMAGE TO WS-MEETING-AFTER-REC.
               IF SA-AFTER-IMAGE = SPACES THEN
                   STRING "COURSE " DELIMITED BY SIZE
                       SA-COURSE DELIMITED BY SIZE
                       " TERM " DELIMITED BY SIZE
                       WS-SB-TERM DELIMITED BY SIZE
                       " MEETING DELETED" DELIMITED BY SIZE
                       INTO AUDIT-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   STRING "COURSE " DELIMITED BY SIZE
                       SA-COURSE DELIMITED BY SIZE
                       " TERM " DELIMITED BY SIZE
                       WS-SF-TERM DELIMITED BY SIZE
                       INTO AUDIT-REPORT-LINE
                   END-STRING
                   IF SA-BEFORE-IMAGE = SPACES THEN
                       MOVE " MEETING ADDED"
                           TO AUDIT-REPORT-LINE (27:14)
                   END-IF
                   PERFORM WRITE-REPORT-LINE
                   PERFORM REPORT-CHANGED-MEETING-FIELDS
               END-IF.

           REPORT-CHANGED-MEETING-FIELDS.
               MOVE ZERO TO WS-CHANGE-COUNT.
               IF WS-SB-DAYS NOT = WS-SF-DAYS THEN
                   MOVE "DAYS" TO WS-FIELD-NAME
                   MOVE WS-SB-DAYS TO WS-OLD-VALUE
                   MOVE WS-SF-DAYS TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               IF WS-SB-START-TIME NOT = WS-SF-START-TIME THEN
                   MOVE "START" TO WS-FIELD-NAME
                   MOVE WS-SB-START-TIME TO WS-OLD-VALUE
                   MOVE WS-SF-START-TIME TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               IF WS-SB-END-TIME NOT = WS-SF-END-TIME THEN
                   MOVE "END" TO WS-FIELD-NAME
                   MOVE WS-SB-END-TIME TO WS-OLD-VALUE
                   MOVE WS-SF-END-TIME TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               IF WS-SB-ROOM NOT = WS-SF-ROOM THEN
                   MOVE "ROOM" TO WS-FIELD-NAME
                   MOVE WS-SB-ROOM TO WS-OLD-VALUE
                   MOVE WS-SF-ROOM TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               IF WS-SB-INSTRUCTOR NOT = WS-SF-INSTRUCTOR THEN
                   MOVE "INSTRUCTOR" TO WS-FIELD-NAME
                   MOVE WS-SB-INSTRUCTOR TO WS-OLD-VALUE
                   MOVE WS-SF-INSTRUCTOR TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               IF WS-CHANGE-COUNT = 0 THEN
                   MOVE "NO FIELDS CHANGED" TO AUDIT-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF.

           REPORT-DEGREE-CHANGES.
               OPEN INPUT DEGREE-AUDIT-FILE.
               IF WS-DEGREE-AUDIT-STATUS = "35" THEN
                   SET END-OF-DEGREE-AUDIT-LOG TO TRUE
               ELSE
                   IF WS-DEGREE-AUDIT-STATUS NOT = "00" THEN
                       DISPLAY "DEGREE MAINTENANCE LOG NOT READ - "
                           "STATUS " WS-DEGREE-AUDIT-STATUS
                       MOVE 8 TO RETURN-CODE
                       SET END-OF-DEGREE-AUDIT-LOG TO TRUE
                   ELSE
                       PERFORM READ-DEGREE-AUDIT-LOG
                       PERFORM SELECT-DEGREE-AUDIT-RECORD
                           UNTIL END-OF-DEGREE-AUDIT-LOG
                       CLOSE DEGREE-AUDIT-FILE
                   END-IF
               END-IF.

           READ-DEGREE-AUDIT-LOG.
               READ DEGREE-AUDIT-FILE
                   AT END SET END-OF-DEGREE-AUDIT-LOG TO TRUE
               END-READ.

           SELECT-DEGREE-AUDIT-RECORD.
               MOVE "DEGREE ACTION" TO WS-LOG-LABEL.
               MOVE DM-ACTION TO WS-LOG-ACTION.
               MOVE DM-DATE TO WS-LOG-DATE.
               MOVE DM-TIME TO WS-LOG-TIME.
               MOVE DM-OPERATOR TO WS-LOG-OPERATOR.
               MOVE DM-BEFORE-IMAGE TO WS-REQ-BEFORE-REC.
               MOVE DM-AFTER-IMAGE TO WS-REQ-AFTER-REC.
               MOVE ZERO TO WS-LOG-ID.
               IF DM-RECORD = "S" THEN
                   IF WS-PF-ID IS NUMERIC THEN
                       MOVE WS-PF-ID TO WS-LOG-ID
                   ELSE
                       IF WS-PB-ID IS NUMERIC THEN
                           MOVE WS-PB-ID TO WS-LOG-ID
                       END-IF
                   END-IF
               END-IF.
               PERFORM CHECK-LOG-SELECTION.
               IF LOG-RECORD-SELECTED THEN
                   PERFORM REPORT-DEGREE-RECORD
               END-IF.
               PERFORM READ-DEGREE-AUDIT-LOG.

           REPORT-DEGREE-RECORD.
               PERFORM START-LOG-ENTRY.
               IF DM-RECORD = "S" THEN
                   PERFORM REPORT-ASSIGNMENT-RECORD
               ELSE
                   PERFORM REPORT-REQUIREMENT-RECORD
               END-IF.

           REPORT-ASSIGNMENT-RECORD.
               STRING "ID " DELIMITED BY SIZE
                   WS-LOG-ID DELIMITED BY SIZE
                   " PROGRAM OF STUDY" DELIMITED BY SIZE
                   INTO AUDIT-REPORT-LINE
               END-STRING.
               IF DM-AFTER-IMAGE = SPACES THEN
                   MOVE " REMOVED" TO AUDIT-REPORT-LINE (27:8)
               END-IF.
               PERFORM WRITE-REPORT-LINE.
               MOVE ZERO TO WS-CHANGE-COUNT.
               IF WS-PB-PROGRAM NOT = WS-PF-PROGRAM THEN
                   MOVE "PROGRAM" TO WS-FIELD-NAME
                   MOVE WS-PB-PROGRAM TO WS-OLD-VALUE
                   MOVE WS-PF-PROGRAM TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               IF WS-PB-DATE NOT = WS-PF-DATE THEN
                   MOVE "DECLARED" TO WS-FIELD-NAME
                   MOVE WS-PB-DATE TO WS-OLD-VALUE
                   MOVE WS-PF-DATE TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               IF WS-CHANGE-COUNT = 0 THEN
                   MOVE "NO FIELDS CHANGED" TO AUDIT-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF.

           REPORT-REQUIREMENT-RECORD.
               IF DM-AFTER-IMAGE = SPACES THEN
                   STRING "PROGRAM " DELIMITED BY SIZE
                       WS-RB-PROGRAM DELIMITED BY SIZE
                       " LINE " DELIMITED BY SIZE
                       DM-RECORD DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RB-GROUP DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RB-COURSE DELIMITED BY SIZE
                       " DELETED" DELIMITED BY SIZE
                       INTO AUDIT-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   STRING "PROGRAM " DELIMITED BY SIZE
                       WS-RF-PROGRAM DELIMITED BY SIZE
                       " LINE " DELIMITED BY SIZE
                       DM-RECORD DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RF-GROUP DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RF-COURSE DELIMITED BY SIZE
                       INTO AUDIT-REPORT-LINE
                   END-STRING
                   IF DM-BEFORE-IMAGE = SPACES THEN
                       MOVE " ADDED" TO AUDIT-REPORT-LINE (37:6)
                   END-IF
                   PERFORM WRITE-REPORT-LINE
                   PERFORM REPORT-CHANGED-REQUIREMENT-FIELDS
               END-IF.

           REPORT-CHANGED-REQUIREMENT-FIELDS.
               MOVE ZERO TO WS-CHANGE-COUNT.
               IF WS-RB-MIN-CREDITS NOT = WS-RF-MIN-CREDITS THEN
                   MOVE "MIN CREDIT" TO WS-FIELD-NAME
                   MOVE WS-RB-MIN-CREDITS TO WS-OLD-VALUE
                   MOVE WS-RF-MIN-CREDITS TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               IF WS-RB-MIN-CGPA NOT = WS-RF-MIN-CGPA THEN
                   MOVE "MIN CGPA" TO WS-FIELD-NAME
                   MOVE WS-RB-MIN-CGPA TO WS-OLD-VALUE
                   MOVE WS-RF-MIN-CGPA TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               IF WS-RB-TITLE NOT = WS-RF-TITLE THEN
                   MOVE "TITLE" TO WS-FIELD-NAME
                   MOVE WS-RB-TITLE TO WS-OLD-TEXT
                   MOVE WS-RF-TITLE TO WS-NEW-TEXT
                   PERFORM WRITE-ADDRESS-CHANGE-LINES
               END-IF.
               IF WS-CHANGE-COUNT = 0 THEN
                   MOVE "NO FIELDS CHANGED" TO AUDIT-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF.

           REPORT-AWARD-CHANGES.
               OPEN INPUT AWARD-AUDIT-FILE.
               IF WS-AWARD-AUDIT-STATUS = "35" THEN
                   SET END-OF-AWARD-AUDIT-LOG TO TRUE
               ELSE
                   IF WS-AWARD-AUDIT-STATUS NOT = "00" THEN
                       DISPLAY "AWARD AUDIT LOG NOT READ - STATUS "
                           WS-AWARD-AUDIT-STATUS
                       MOVE 8 TO RETURN-CODE
                       SET END-OF-AWARD-AUDIT-LOG TO TRUE
                   ELSE
                       PERFORM READ-AWARD-AUDIT-LOG
                       PERFORM SELECT-AWARD-AUDIT-RECORD
                           UNTIL END-OF-AWARD-AUDIT-LOG
                       CLOSE AWARD-AUDIT-FILE
                   END-IF
               END-IF.

           READ-AWARD-AUDIT-LOG.
               READ AWARD-AUDIT-FILE
                   AT END SET END-OF-AWARD-AUDIT-LOG TO TRUE
               END-READ.

           SELECT-AWARD-AUDIT-RECORD.
               MOVE "AWARD ACTION" TO WS-LOG-LABEL.
               MOVE AA-ACTION TO WS-LOG-ACTION.
               MOVE AA-DATE TO WS-LOG-DATE.
               MOVE AA-TIME TO WS-LOG-TIME.
               MOVE AA-OPERATOR TO WS-LOG-OPERATOR.
               MOVE AA-ID TO WS-LOG-ID.
               PERFORM CHECK-LOG-SELECTION.
               IF LOG-RECORD-SELECTED THEN
                   PERFORM REPORT-AWARD-RECORD
               END-IF.
               PERFORM READ-AWARD-AUDIT-LOG.

           REPORT-AWARD-RECORD.
               PERFORM START-LOG-ENTRY.
               MOVE AA-BEFORE-IMAGE TO WS-AWARD-BEFORE-REC.
               MOVE AA-AFTER-IMAGE TO WS-AWARD-AFTER-REC.
               STRING "ID " DELIMITED BY SIZE
                   AA-ID DELIMITED BY SIZE
                   " TERM " DELIMITED BY SIZE
                   WS-WF-TERM DELIMITED BY SIZE
                   " TYPE " DELIMITED BY SIZE
                   WS-WF-TYPE DELIMITED BY SIZE
                   " SOURCE " DELIMITED BY SIZE
                   WS-WF-SOURCE DELIMITED BY SIZE
                   INTO AUDIT-REPORT-LINE
               END-STRING.
               IF AA-BEFORE-IMAGE = SPACES THEN
                   MOVE " AWARD ADDED" TO AUDIT-REPORT-LINE (45:12)
               END-IF.
               PERFORM WRITE-REPORT-LINE.
               MOVE ZERO TO WS-CHANGE-COUNT.
               IF WS-WB-AMOUNT NOT = WS-WF-AMOUNT THEN
                   MOVE "AMOUNT" TO WS-FIELD-NAME
                   MOVE SPACES TO WS-OLD-VALUE
                   IF WS-WB-AMOUNT IS NUMERIC THEN
                       MOVE WS-WB-AMOUNT-NUM TO WS-AMOUNT-DISPLAY
                       MOVE WS-AMOUNT-DISPLAY TO WS-OLD-VALUE
                   END-IF
                   MOVE WS-WF-AMOUNT-NUM TO WS-AMOUNT-DISPLAY
                   MOVE WS-AMOUNT-DISPLAY TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               IF WS-WB-BASIS NOT = WS-WF-BASIS THEN
                   MOVE "BASIS" TO WS-FIELD-NAME
                   MOVE WS-WB-BASIS TO WS-OLD-VALUE
                   MOVE WS-WF-BASIS TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               IF WS-WB-PERCENT NOT = WS-WF-PERCENT THEN
                   MOVE "PERCENT" TO WS-FIELD-NAME
                   MOVE WS-WB-PERCENT TO WS-OLD-VALUE
                   MOVE WS-WF-PERCENT TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               PERFORM REPORT-CHANGED-AWARD-TERMS.

           REPORT-CHANGED-AWARD-TERMS.
               IF WS-WB-MIN-CGPA NOT = WS-WF-MIN-CGPA THEN
                   MOVE "MIN CGPA" TO WS-FIELD-NAME
                   MOVE WS-WB-MIN-CGPA TO WS-OLD-VALUE
                   MOVE WS-WF-MIN-CGPA TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               IF WS-WB-MIN-CREDITS NOT = WS-WF-MIN-CREDITS THEN
                   MOVE "MIN CREDIT" TO WS-FIELD-NAME
                   MOVE WS-WB-MIN-CREDITS TO WS-OLD-VALUE
                   MOVE WS-WF-MIN-CREDITS TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               IF WS-WB-RENEWABLE NOT = WS-WF-RENEWABLE THEN
                   MOVE "RENEWABLE" TO WS-FIELD-NAME
                   MOVE WS-WB-RENEWABLE TO WS-OLD-VALUE
                   MOVE WS-WF-RENEWABLE TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               IF WS-WB-STATUS NOT = WS-WF-STATUS THEN
                   MOVE "STATUS" TO WS-FIELD-NAME
                   MOVE WS-WB-STATUS TO WS-OLD-VALUE
                   MOVE WS-WF-STATUS TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               IF WS-WB-DISBURSED NOT = WS-WF-DISBURSED THEN
                   MOVE "DISBURSED" TO WS-FIELD-NAME
                   MOVE SPACES TO WS-OLD-VALUE
                   IF WS-WB-DISBURSED IS NUMERIC THEN
                       MOVE WS-WB-DISBURSED-NUM TO WS-AMOUNT-DISPLAY
                       MOVE WS-AMOUNT-DISPLAY TO WS-OLD-VALUE
                   END-IF
                   MOVE WS-WF-DISBURSED-NUM TO WS-AMOUNT-DISPLAY
                   MOVE WS-AMOUNT-DISPLAY TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               IF WS-CHANGE-COUNT = 0 THEN
                   MOVE "NO FIELDS CHANGED" TO AUDIT-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF.

           REPORT-MASTER-RECORD.
               MOVE AU-BEFORE-IMAGE TO WS-BEFORE-REC.
               MOVE AU-AFTER-IMAGE TO WS-AFTER-REC.
               IF AU-AFTER-IMAGE = SPACES THEN
                   PERFORM REPORT-CHANGED-FIELDS
               END-IF.

           REPORT-PARAMETER-RECORD.
               MOVE AU-BEFORE-IMAGE TO WS-PARAM-BEFORE-REC.
               MOVE AU-AFTER-IMAGE TO WS-PARAM-AFTER-REC.
               MOVE SPACES TO AUDIT-REPORT-LINE.
               STRING "KEY " DELIMITED BY SIZE
                   WS-PA-KEY DELIMITED BY SIZE
                   INTO AUDIT-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               IF AU-BEFORE-IMAGE = SPACES THEN
                   MOVE "NO EARLIER VALUE IN FORCE" TO AUDIT-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE SPACES TO WS-OLD-VALUE
               ELSE
                   MOVE WS-PB-VALUE TO WS-VALUE-DISPLAY
                   MOVE SPACES TO WS-OLD-VALUE
                   STRING WS-VALUE-DISPLAY DELIMITED BY SIZE
                       " FROM " DELIMITED BY SIZE
                       WS-PB-EFF-DATE DELIMITED BY SIZE
                       INTO WS-OLD-VALUE
                   END-STRING
               END-IF.
               MOVE WS-PA-VALUE TO WS-VALUE-DISPLAY.
               MOVE SPACES TO WS-NEW-VALUE.
               STRING WS-VALUE-DISPLAY DELIMITED BY SIZE
                   " FROM " DELIMITED BY SIZE
                   WS-PA-EFF-DATE DELIMITED BY SIZE
                   INTO WS-NEW-VALUE
               END-STRING.
               MOVE "VALUE" TO WS-FIELD-NAME.
               MOVE ZERO TO WS-CHANGE-COUNT.
               PERFORM WRITE-CHANGE-LINE.

           REPORT-ACCOUNT-RECORD.
               MOVE AU-BEFORE-IMAGE TO WS-ACCOUNT-BEFORE-REC.
               MOVE AU-AFTER-IMAGE TO WS-ACCOUNT-AFTER-REC.
               MOVE SPACES TO AUDIT-REPORT-LINE.
               IF AU-AFTER-IMAGE = SPACES THEN
                   STRING "TYPE " DELIMITED BY SIZE
                       WS-GB-TRANS-TYPE DELIMITED BY SIZE
                       " CAMPUS " DELIMITED BY SIZE
                       WS-GB-CAMPUS DELIMITED BY SIZE
                       " LINE DELETED" DELIMITED BY SIZE
                       INTO AUDIT-REPORT-LINE
                   END-STRING
               ELSE
                   STRING "TYPE " DELIMITED BY SIZE
                       WS-GF-TRANS-TYPE DELIMITED BY SIZE
                       " CAMPUS " DELIMITED BY SIZE
                       WS-GF-CAMPUS DELIMITED BY SIZE
                       INTO AUDIT-REPORT-LINE
                   END-STRING
                   IF AU-BEFORE-IMAGE = SPACES THEN
                       MOVE " LINE ADDED" TO AUDIT-REPORT-LINE (18:11)
                   END-IF
               END-IF.
               PERFORM WRITE-REPORT-LINE.
               MOVE ZERO TO WS-CHANGE-COUNT.
               IF WS-GB-DEBIT-ACCOUNT NOT = WS-GF-DEBIT-ACCOUNT THEN
                   MOVE "DEBIT" TO WS-FIELD-NAME
                   MOVE WS-GB-DEBIT-ACCOUNT TO WS-OLD-VALUE
                   MOVE WS-GF-DEBIT-ACCOUNT TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               IF WS-GB-CREDIT-ACCOUNT NOT = WS-GF-CREDIT-ACCOUNT THEN
                   MOVE "CREDIT" TO WS-FIELD-NAME
                   MOVE WS-GB-CREDIT-ACCOUNT TO WS-OLD-VALUE
                   MOVE WS-GF-CREDIT-ACCOUNT TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               IF WS-GB-DESCRIPTION NOT = WS-GF-DESCRIPTION THEN
                   MOVE "DESC" TO WS-FIELD-NAME
                   MOVE WS-GB-DESCRIPTION TO WS-OLD-VALUE
                   MOVE WS-GF-DESCRIPTION TO WS-NEW-VALUE
                   PERFORM WRITE-CHANGE-LINE
               END-IF.
               IF WS-CHANGE-COUNT = 0 THEN
                   MOVE "NO FIELDS CHANGED" TO AUDIT-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF.

           TALLY-OPERATOR.
               MOVE "N" TO WS-OPERATOR-MATCH-FLAG.
               MOVE 1 TO WS-OPERATOR-SUB.
               PERFORM SCAN-OPERATOR-TOTALS
                   UNTIL OPERATOR-TOTAL-FOUND
                       OR WS-OPERATOR-SUB > WS-OPERATOR-TOTAL-COUNT.
               IF OPERATOR-TOTAL-FOUND THEN
                   ADD 1 TO WS-OT-COUNT (WS-OPERATOR-SUB)
               ELSE
                   IF WS-OPERATOR-TOTAL-COUNT = 100 THEN
                       SET OPERATOR-TABLE-OVERFLOWED TO TRUE
                       ADD 1 TO WS-OVERFLOW-COUNT
                   ELSE
                       ADD 1 TO WS-OPERATOR-TOTAL-COUNT
                       MOVE WS-REPORT-OPERATOR
                           TO WS-OT-OPERATOR (WS-OPERATOR-TOTAL-COUNT)
                       MOVE 1 TO WS-OT-COUNT (WS-OPERATOR-TOTAL-COUNT)
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
               MOVE SPACES TO AUDIT-REPORT-LINE.
               PERFORM WRITE-REPORT-LINE.
               MOVE "CHANGES BY OPERATOR" TO AUDIT-REPORT-LINE.
               PERFORM WRITE-REPORT-LINE.
               MOVE ZERO TO WS-OPERATOR-SUB.
               PERFORM PRINT-OPERATOR-TOTAL-LINE
                   WS-OPERATOR-TOTAL-COUNT TIMES.
               IF OPERATOR-TABLE-OVERFLOWED THEN
                   STRING "OTHER OPERATORS " DELIMITED BY SIZE
                       WS-OVERFLOW-COUNT DELIMITED BY SIZE
                       INTO AUDIT-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF.
               STRING "TOTAL CHANGES   " DELIMITED BY SIZE
                   WS-SELECTED-COUNT DELIMITED BY SIZE
                   INTO AUDIT-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.

           PRINT-OPERATOR-TOTAL-LINE.
               ADD 1 TO WS-OPERATOR-SUB.
               STRING WS-OT-OPERATOR (WS-OPERATOR-SUB)
                       DELIMITED BY SIZE
                   "        " DELIMITED BY SIZE
                   WS-OT-COUNT (WS-OPERATOR-SUB) DELIMITED BY SIZE
                   INTO AUDIT-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.

           REPORT-ADDRESS-RECORD.
               MOVE AU-ADDR-BEFORE-IMAGE TO WS-ADDR-BEFORE-REC.
               MOVE AU-ADDR-AFTER-IMAGE TO WS-ADDR-AFTER-REC.
               IF AU-ADDR-AFTER-IMAGE = SPACES THEN
                   MOVE "ADDRESS RECORD DELETED" TO AUDIT-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   IF AU-ADDR-BEFORE-IMAGE = SPACES THEN
                       MOVE "ADDRESS RECORD ADDED" TO AUDIT-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
                   PERFORM REPORT-CHANGED-ADDRESS-FIELDS
               END-IF.

           REPORT-CHANGED-ADDRESS-FIELDS.
               MOVE ZERO TO WS-CHANGE-COUNT.
               IF WS-AB-LINE-1 NOT = WS-AA-LINE-1 THEN
                   MOVE "ADDRESS 1" TO WS-FIELD-NAME
                   MOVE WS-AB-LINE-1 TO WS-OLD-TEXT
                   MOVE WS-AA-LINE-1 TO WS-NEW-TEXT
                   PERFORM WRITE-ADDRESS-CHANGE-LINES
               END-IF.
               IF WS-AB-LINE-2 NOT = WS-AA-LINE-2 THEN
                   MOVE "ADDRESS 2" TO WS-FIELD-NAME
                   MOVE WS-AB-LINE-2 TO WS-OLD-TEXT
                   MOVE WS-AA-LINE-2 TO WS-NEW-TEXT
                   PERFORM WRITE-ADDRESS-CHANGE-LINES
               END-IF.
               IF WS-AB-CITY NOT = WS-AA-CITY THEN
                   MOVE "CITY" TO WS-FIELD-NAME
                   MOVE WS-AB-CITY TO WS-OLD-TEXT
                   MOVE WS-AA-CITY TO WS-NEW-TEXT
                   PERFORM WRITE-ADDRESS-CHANGE-LINES
               END-IF.
               IF WS-AB-POSTAL-CODE NOT = WS-AA-POSTAL-CODE THEN
                   MOVE "POSTCODE" TO WS-FIELD-NAME
                   MOVE WS-AB-POSTAL-CODE TO WS-OLD-TEXT
                   MOVE WS-AA-POSTAL-CODE TO WS-NEW-TEXT
                   PERFORM WRITE-ADDRESS-CHANGE-LINES
               END-IF.
               IF WS-AB-COUNTRY NOT = WS-AA-COUNTRY THEN
                   MOVE "COUNTRY" TO WS-FIELD-NAME
                   MOVE WS-AB-COUNTRY TO WS-OLD-TEXT
                   MOVE WS-AA-COUNTRY TO WS-NEW-TEXT
                   PERFORM WRITE-ADDRESS-CHANGE-LINES
               END-IF.
               IF WS-AB-EMAIL NOT = WS-AA-EMAIL THEN
                   MOVE "EMAIL" TO WS-FIELD-NAME
                   MOVE WS-AB-EMAIL TO WS-OLD-TEXT
                   MOVE WS-AA-EMAIL TO WS-NEW-TEXT
                   PERFORM WRITE-ADDRESS-CHANGE-LINES
               END-IF.
               IF WS-AB-PHONE NOT = WS-AA-PHONE THEN
                   MOVE "PHONE" TO WS-FIELD-NAME
                   MOVE WS-AB-PHONE TO WS-OLD-TEXT
                   MOVE WS-AA-PHONE TO WS-NEW-TEXT
                   PERFORM WRITE-ADDRESS-CHANGE-LINES
               END-IF.
               IF WS-AB-RETURNED-MAIL NOT = WS-AA-RETURNED-MAIL THEN
                   MOVE "RETURNED" TO WS-FIELD-NAME
                   MOVE WS-AB-RETURNED-MAIL TO WS-OLD-TEXT
                   MOVE WS-AA-RETURNED-MAIL TO WS-NEW-TEXT
                   PERFORM WRITE-ADDRESS-CHANGE-LINES
               END-IF.
               IF WS-CHANGE-COUNT = 0 THEN
                   MOVE "NO FIELDS CHANGED" TO AUDIT-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF.

           WRITE-ADDRESS-CHANGE-LINES.
               ADD 1 TO WS-CHANGE-COUNT.
               MOVE SPACES TO AUDIT-REPORT-LINE.
               STRING WS-FIELD-NAME DELIMITED BY SIZE
                   " OLD [" DELIMITED BY SIZE
                   WS-OLD-TEXT DELIMITED BY SIZE
                   "]" DELIMITED BY SIZE
                   INTO AUDIT-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               STRING "           NEW [" DELIMITED BY SIZE
                   WS-NEW-TEXT DELIMITED BY SIZE
                   "]" DELIMITED BY SIZE
                   INTO AUDIT-REPORT-LINE
               END-STRING.
               PERFORM WRITE-REPORT-LINE.

           REPORT-CHANGED-FIELDS.
               MOVE ZERO TO WS-CHANGE-COUNT.
               IF WS-BF-NAME NOT = WS-AF-NAME THEN
