               SELECT AGING-CONTROL-FILE ASSIGN TO "AGING.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AGING-STATUS.
               SELECT SELECTION-CONTROL-FILE ASSIGN TO "ADMSEL.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SELECTION-STATUS.
               SELECT RECON-REPORT-FILE ASSIGN TO "RECON.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RECON-STATUS.
               01 APPLICANT-FILE-RECORD.
                   05 AF-NAME PIC A(25).
                   05 AF-DOB PIC X(08).
                   05 FILLER PIC X(179).

           FD  ENROLLMENT-EXTRACT-FILE.
               COPY "enroll-extract.cpy".
                   05 RL-AGE PIC 9(2).
                   05 RL-DATE PIC 9(08).
                   05 RL-TIME PIC 9(08).
                   05 RL-REASON PIC X(25).

           FD  STUDENT-MASTER.
               COPY "student-master.cpy".
                   05 AG-DATE PIC 9(08).
                   05 AG-PROMOTED PIC 9(06).

           FD  SELECTION-CONTROL-FILE.
               01 SELECTION-CONTROL-RECORD.
                   05 SE-DATE PIC 9(08).
                   05 SE-DECIDED PIC 9(06).

           FD  RECON-REPORT-FILE.
               01 RECON-LINE PIC X(80).

               01 WS-STUDENT-STATUS PIC X(02).
               01 WS-NEXT-ID-STATUS PIC X(02).
               01 WS-AGING-STATUS PIC X(02).
               01 WS-SELECTION-STATUS PIC X(02).
               01 WS-RECON-STATUS PIC X(02).

               01 WS-APPLICANT-EOF-FLAG PIC X(01) VALUE "N".
               01 WS-TODAY PIC 9(08) VALUE ZERO.
               01 WS-TODAY-EXT-COUNT PIC 9(06) VALUE ZERO.
               01 WS-PROMOTED-TODAY PIC 9(06) VALUE ZERO.
               01 WS-SELECTED-TODAY PIC 9(06) VALUE ZERO.

               01 WS-ACTIVITY-FLAG PIC X(01) VALUE "N".
                   88 NO-NEW-BUSINESS VALUE "Y".
               01 WS-EXT-REJECT-COUNT PIC 9(06) VALUE ZERO.
               01 WS-PENDING-COUNT PIC 9(06) VALUE ZERO.
               01 WS-PROMOTED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-SELECTED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-EXPECTED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-LOG-REJECT-COUNT PIC 9(06) VALUE ZERO.
               01 WS-ADMIT-PLUS-REJECT PIC 9(06) VALUE ZERO.
               PERFORM COUNT-LOGGED-REJECTS.
               PERFORM SCAN-STUDENT-MASTER.
               PERFORM LOAD-AGING-CONTROL.
               PERFORM LOAD-SELECTION-CONTROL.
               PERFORM CHECK-NEW-BUSINESS.
               OPEN OUTPUT RECON-REPORT-FILE.
               PERFORM REPORT-CONTROL-TOTALS.
                   CLOSE AGING-CONTROL-FILE
               END-IF.

           LOAD-SELECTION-CONTROL.
               OPEN INPUT SELECTION-CONTROL-FILE.
               IF WS-SELECTION-STATUS = "00" THEN
                   READ SELECTION-CONTROL-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF SE-DATE = WS-RUN-DATE THEN
                               MOVE SE-DECIDED TO WS-SELECTED-COUNT
                           END-IF
                           IF SE-DATE = WS-TODAY THEN
                               MOVE SE-DECIDED TO WS-SELECTED-TODAY
                           END-IF
                   END-READ
                   CLOSE SELECTION-CONTROL-FILE
               END-IF.

           CHECK-NEW-BUSINESS.
               IF WS-APPLICANT-COUNT = 0
                       AND WS-TODAY-EXT-COUNT = 0
                       AND WS-PROMOTED-TODAY = 0
                       AND WS-SELECTED-TODAY = 0 THEN
                   SET NO-NEW-BUSINESS TO TRUE
               END-IF.

                   INTO RECON-LINE
               END-STRING.
               PERFORM WRITE-RECON-LINE.
               MOVE WS-SELECTED-COUNT TO WS-COUNT-DISPLAY.
               STRING "DECIDED FROM POOL:      " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO RECON-LINE
               END-STRING.
               PERFORM WRITE-RECON-LINE.
               MOVE WS-HIGH-SM-ID TO WS-COUNT-DISPLAY.
               STRING "HIGHEST MASTER ID:      " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE

           CHECK-EXTRACT-BALANCE.
               COMPUTE WS-EXPECTED-COUNT =
                   WS-APPLICANT-COUNT + WS-PROMOTED-COUNT
                   + WS-SELECTED-COUNT.
               IF WS-EXPECTED-COUNT NOT = WS-EXTRACT-COUNT THEN
                   MOVE SPACES TO RECON-LINE
                   STRING "OUT OF BALANCE: APPLICANTS READ DO NOT "
