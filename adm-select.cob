           IDENTIFICATION DIVISION.
           PROGRAM-ID. adm-select.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARAMETER-FILE ASSIGN TO "PARAMS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAMETER-STATUS.
               SELECT ADMISSION-POOL-FILE ASSIGN TO "APPLPOOL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-POOL-STATUS.
               SELECT POOL-SORTED-FILE ASSIGN TO "POOLSORT.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-POOL-SORTED-STATUS.
               SELECT POOL-SORT-FILE ASSIGN TO "SORTWK1".
               SELECT RUN-MODE-FILE ASSIGN TO "RUNMODE.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-MODE-STATUS.
               SELECT STUDENT-MASTER-OUT ASSIGN TO "STUDENT.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SM-ID
                   ALTERNATE RECORD KEY IS SM-NAME WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-STATUS.
               SELECT PREVIOUS-ADMITS-FILE ASSIGN TO "ADMITTED.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PA-STATUS.
               SELECT ENROLLMENT-EXTRACT-FILE ASSIGN TO "ENROLL.EXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXTRACT-STATUS.
               SELECT REJECT-LOG-FILE ASSIGN TO "REJECT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REJECT-LOG-STATUS.
               SELECT LETTER-FILE ASSIGN TO "LETTERS.PRT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LETTER-STATUS.
               SELECT ADDRESS-FILE ASSIGN TO "ADDRESS.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AD-ID
                   FILE STATUS IS WS-ADDRESS-STATUS.
               SELECT UNDELIVERABLE-FILE ASSIGN TO "UNDELIV.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-UNDELIVERABLE-STATUS.
               SELECT SELECTION-CONTROL-FILE ASSIGN TO "ADMSEL.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SELECTION-STATUS.
               SELECT SELECTION-REPORT-FILE ASSIGN TO "SELECT.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  PARAMETER-FILE.
               COPY "param-record.cpy".

           FD  ADMISSION-POOL-FILE.
               COPY "admission-pool.cpy".

           FD  POOL-SORTED-FILE.
               01 SORTED-POOL-RECORD.
                   05 SP-CAMPUS PIC X(02).
                   05 SP-SCORE PIC 9(03)V9(02).
                   05 SP-APPLIED-DATE PIC 9(08).
                   05 SP-ID PIC 9(06).
                   05 SP-POOL-SUB PIC 9(04).

           SD  POOL-SORT-FILE.
               01 POOL-SORT-RECORD.
                   05 SR-CAMPUS PIC X(02).
                   05 SR-SCORE PIC 9(03)V9(02).
                   05 SR-APPLIED-DATE PIC 9(08).
                   05 SR-ID PIC 9(06).
                   05 SR-POOL-SUB PIC 9(04).

           FD  RUN-MODE-FILE.
               01 RUN-MODE-RECORD.
                   05 RM-LANGUAGE PIC X(01).
                   05 RM-MODE PIC X(01).

           FD  STUDENT-MASTER-OUT.
               COPY "student-master.cpy".

           FD  PREVIOUS-ADMITS-FILE.
               01 PREVIOUS-ADMIT-RECORD.
                   05 PA-NAME PIC A(25).
                   05 PA-DOB PIC X(08).

           FD  ENROLLMENT-EXTRACT-FILE.
               COPY "enroll-extract.cpy".
               COPY "extract-frame.cpy".

           FD  REJECT-LOG-FILE.
               01 REJECT-LOG-RECORD.
                   05 RL-NAME PIC A(25).
                   05 RL-AGE PIC 9(2).
                   05 RL-DATE PIC 9(08).
                   05 RL-TIME PIC 9(08).
                   05 RL-REASON PIC X(25).

           FD  LETTER-FILE.
               01 LETTER-LINE PIC X(80).

           FD  ADDRESS-FILE.
               COPY "address-record.cpy".

           FD  UNDELIVERABLE-FILE.
               COPY "undeliverable.cpy".

           FD  SELECTION-CONTROL-FILE.
               01 SELECTION-CONTROL-RECORD.
                   05 SE-DATE PIC 9(08).
                   05 SE-DECIDED PIC 9(06).

           FD  SELECTION-REPORT-FILE.
               01 SELECTION-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
               COPY "applicant.cpy".

               01 WS-PARAMETER-STATUS PIC X(02).
               01 WS-POOL-STATUS PIC X(02).
               01 WS-POOL-SORTED-STATUS PIC X(02).
               01 WS-RUN-MODE-STATUS PIC X(02).
               01 WS-STUDENT-STATUS PIC X(02).
               01 WS-PA-STATUS PIC X(02).
               01 WS-EXTRACT-STATUS PIC X(02).
               01 WS-REJECT-LOG-STATUS PIC X(02).
               01 WS-LETTER-STATUS PIC X(02).
               01 WS-ADDRESS-STATUS PIC X(02).
               01 WS-UNDELIVERABLE-STATUS PIC X(02).
               01 WS-SELECTION-STATUS PIC X(02).
               01 WS-REPORT-STATUS PIC X(02).

               01 WS-PARAM-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-PARAMETERS VALUE "Y".
               01 WS-POOL-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-POOL VALUE "Y".
               01 WS-SORTED-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-SORTED VALUE "Y".
               01 WS-PA-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-PREVIOUS-ADMITS VALUE "Y".

               01 WS-RUN-DATE PIC 9(08) VALUE ZERO.
               01 WS-LETTER-DATE PIC 9(08).

               01 WS-DEFAULT-LANGUAGE PIC X(01) VALUE "T".
               01 WS-LANGUAGE PIC X(01) VALUE "T".
                   88 LANG-TURKISH VALUE "T".
                   88 LANG-ENGLISH VALUE "E".

               01 WS-QUOTA-COUNT PIC 9(02) VALUE ZERO.
               01 WS-QUOTA-TABLE.
                   05 WS-QUOTA-ENTRY OCCURS 10 TIMES.
                       10 WS-QT-CAMPUS PIC X(02).
                       10 WS-QT-SEATS PIC 9(05).
                       10 WS-QT-CYCLE PIC 9(08).
                       10 WS-QT-RESERVE PIC 9(05).
                       10 WS-QT-RESERVE-EFF PIC 9(08).
                       10 WS-QT-HELD PIC 9(05).
                       10 WS-QT-CANDIDATES PIC 9(05).
               01 WS-QUOTA-SUB PIC 9(02) VALUE ZERO.
               01 WS-QUOTA-CAMPUS-KEY PIC X(02).
               01 WS-QUOTA-MATCH-FLAG PIC X(01) VALUE "N".
                   88 QUOTA-ENTRY-FOUND VALUE "Y".

               01 WS-POOL-COUNT PIC 9(04) VALUE ZERO.
               01 WS-POOL-TABLE.
                   05 WS-POOL-ENTRY OCCURS 5000 TIMES.
                       10 WS-PL-ID PIC 9(06).
                       10 WS-PL-NAME PIC A(25).
                       10 WS-PL-DOB PIC X(08).
                       10 WS-PL-AGE PIC 9(02).
                       10 WS-PL-CAMPUS PIC X(02).
                       10 WS-PL-SCORE PIC 9(03)V9(02).
                       10 WS-PL-APPLIED-DATE PIC 9(08).
                       10 WS-PL-LANGUAGE PIC X(01).
                       10 WS-PL-DUPLICATE-FLAG PIC X(01).
                       10 WS-PL-STATUS PIC X(01).
                       10 WS-PL-CYCLE PIC 9(08).
                       10 WS-PL-RESERVE-RANK PIC 9(04).
                       10 WS-PL-DECISION-DATE PIC 9(08).
               01 WS-POOL-SUB PIC 9(04) VALUE ZERO.
               01 WS-KEPT-COUNT PIC 9(04) VALUE ZERO.
               01 WS-CANDIDATE-COUNT PIC 9(04) VALUE ZERO.

               01 WS-CURRENT-CAMPUS PIC X(02).
               01 WS-SEATS-LEFT PIC 9(05) VALUE ZERO.
               01 WS-RESERVE-LEFT PIC 9(05) VALUE ZERO.
               01 WS-RESERVE-RANK PIC 9(04) VALUE ZERO.
               01 WS-LIST-POSITION PIC 9(04) VALUE ZERO.
               01 WS-PRIOR-STATUS PIC X(01).
               01 WS-DECISION-TEXT PIC X(16).

               01 WS-CAMPUS-ADMITTED PIC 9(05) VALUE ZERO.
               01 WS-CAMPUS-RESERVED PIC 9(05) VALUE ZERO.
               01 WS-CAMPUS-REJECTED PIC 9(05) VALUE ZERO.
               01 WS-ADMITTED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-RESERVED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-REJECTED-COUNT PIC 9(06) VALUE ZERO.

               01 WS-DOB-ENTRY PIC X(08).
               01 WS-DUPLICATE-FLAG PIC X(01) VALUE "N".
                   88 DUPLICATE-FOUND VALUE "Y".

               01 WS-EXT-ACCEPT-COUNT PIC 9(06) VALUE ZERO.
               01 WS-EXT-REJECT-COUNT PIC 9(06) VALUE ZERO.
               01 WS-EXT-ID-SUM PIC 9(12) VALUE ZERO.

               01 WS-ADDRESS-OPEN-FLAG PIC X(01) VALUE "N".
                   88 ADDRESS-FILE-OPEN VALUE "Y".
               01 WS-UNDELIVERABLE-DOCUMENT PIC X(15).
               01 WS-UNDELIVERABLE-REASON PIC X(20).
                   88 MAIL-DELIVERABLE VALUE SPACES.
               01 WS-UNDELIVERABLE-COUNT PIC 9(06) VALUE ZERO.

               01 WS-SCORE-DISPLAY PIC ZZ9.99.
               01 WS-COUNT-DISPLAY PIC ZZZZ9.
               01 WS-POSITION-DISPLAY PIC ZZZ9.
               01 WS-RANK-DISPLAY PIC ZZZ9.

           PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               PERFORM LOAD-PARAMETERS.
               PERFORM LOAD-ADMISSION-POOL.
               IF RETURN-CODE = 0 THEN
                   PERFORM COUNT-CANDIDATES
               END-IF.
               IF RETURN-CODE = 0
                       AND WS-CANDIDATE-COUNT > 0 THEN
                   PERFORM LOAD-RUN-MODE-LANGUAGE
                   PERFORM SORT-CANDIDATES-BY-RANK
                   PERFORM OPEN-ENROLLMENT-EXTRACT-FILE
                   PERFORM OPEN-REJECT-LOG-FILE
                   PERFORM OPEN-LETTER-FILE
                   PERFORM OPEN-STUDENT-MASTER-FILE
                   PERFORM OPEN-ADDRESS-FILE
                   PERFORM OPEN-UNDELIVERABLE-FILE
                   PERFORM RUN-SELECTION
                   CLOSE STUDENT-MASTER-OUT
                   IF ADDRESS-FILE-OPEN THEN
                       CLOSE ADDRESS-FILE
                   END-IF
                   CLOSE UNDELIVERABLE-FILE
                   CLOSE REJECT-LOG-FILE
                   PERFORM WRITE-EXTRACT-TRAILER
                   CLOSE ENROLLMENT-EXTRACT-FILE
                   CLOSE LETTER-FILE
                   PERFORM REWRITE-ADMISSION-POOL
                   PERFORM UPDATE-SELECTION-CONTROL
               END-IF.
               IF RETURN-CODE = 0 THEN
                   DISPLAY "POOL APPLICANTS RANKED: "
                       WS-CANDIDATE-COUNT
                   DISPLAY "ADMITTED WITHIN QUOTA: "
                       WS-ADMITTED-COUNT
                   DISPLAY "PLACED ON RESERVE LIST: "
                       WS-RESERVED-COUNT
                   DISPLAY "REJECTED - QUOTA FULL: "
                       WS-REJECTED-COUNT
                   DISPLAY "SELECTION LETTERS UNDELIVERABLE: "
                       WS-UNDELIVERABLE-COUNT
               END-IF.
               GOBACK.

           LOAD-PARAMETERS.
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
               IF PR-KEY (1:6) = "QUOTA-"
                       AND PR-EFF-DATE <= WS-RUN-DATE THEN
                   MOVE PR-KEY (7:2) TO WS-QUOTA-CAMPUS-KEY
                   PERFORM FIND-OR-ADD-QUOTA
                   IF QUOTA-ENTRY-FOUND
                           AND PR-EFF-DATE
                               >= WS-QT-CYCLE (WS-QUOTA-SUB) THEN
                       MOVE PR-VALUE TO WS-QT-SEATS (WS-QUOTA-SUB)
                       MOVE PR-EFF-DATE TO WS-QT-CYCLE (WS-QUOTA-SUB)
                   END-IF
               END-IF.
               IF PR-KEY (1:8) = "RESERVE-"
                       AND PR-EFF-DATE <= WS-RUN-DATE THEN
                   MOVE PR-KEY (9:2) TO WS-QUOTA-CAMPUS-KEY
                   PERFORM FIND-OR-ADD-QUOTA
                   IF QUOTA-ENTRY-FOUND
                           AND PR-EFF-DATE
                               >= WS-QT-RESERVE-EFF (WS-QUOTA-SUB) THEN
                       MOVE PR-VALUE TO WS-QT-RESERVE (WS-QUOTA-SUB)
                       MOVE PR-EFF-DATE
                           TO WS-QT-RESERVE-EFF (WS-QUOTA-SUB)
                   END-IF
               END-IF.
               PERFORM READ-PARAMETER.

           FIND-QUOTA-ENTRY.
               MOVE "N" TO WS-QUOTA-MATCH-FLAG.
               MOVE 1 TO WS-QUOTA-SUB.
               PERFORM SCAN-QUOTA-TABLE
                   UNTIL QUOTA-ENTRY-FOUND
                       OR WS-QUOTA-SUB > WS-QUOTA-COUNT.

           SCAN-QUOTA-TABLE.
               IF WS-QT-CAMPUS (WS-QUOTA-SUB)
                       = WS-QUOTA-CAMPUS-KEY THEN
                   SET QUOTA-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-QUOTA-SUB
               END-IF.

           FIND-OR-ADD-QUOTA.
               PERFORM FIND-QUOTA-ENTRY.
               IF NOT QUOTA-ENTRY-FOUND THEN
                   IF WS-QUOTA-COUNT < 10 THEN
                       ADD 1 TO WS-QUOTA-COUNT
                       MOVE WS-QUOTA-COUNT TO WS-QUOTA-SUB
                       MOVE WS-QUOTA-CAMPUS-KEY
                           TO WS-QT-CAMPUS (WS-QUOTA-SUB)
                       MOVE ZERO TO WS-QT-SEATS (WS-QUOTA-SUB)
                       MOVE ZERO TO WS-QT-CYCLE (WS-QUOTA-SUB)
                       MOVE ZERO TO WS-QT-RESERVE (WS-QUOTA-SUB)
                       MOVE ZERO TO WS-QT-RESERVE-EFF (WS-QUOTA-SUB)
                       MOVE ZERO TO WS-QT-HELD (WS-QUOTA-SUB)
                       MOVE ZERO TO WS-QT-CANDIDATES (WS-QUOTA-SUB)
                       SET QUOTA-ENTRY-FOUND TO TRUE
                   ELSE
                       DISPLAY "QUOTA PARAMETERS EXCEED TABLE LIMIT"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           LOAD-ADMISSION-POOL.
               OPEN INPUT ADMISSION-POOL-FILE.
               IF WS-POOL-STATUS = "00" THEN
                   PERFORM READ-POOL
                   PERFORM STORE-POOL-ENTRY UNTIL END-OF-POOL
                   CLOSE ADMISSION-POOL-FILE
               ELSE
                   IF WS-POOL-STATUS NOT = "35" THEN
                       DISPLAY "POOL FILE OPEN FAILED - STATUS "
                           WS-POOL-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-POOL.
               READ ADMISSION-POOL-FILE
                   AT END SET END-OF-POOL TO TRUE
               END-READ.

           STORE-POOL-ENTRY.
               IF WS-POOL-COUNT = 5000 THEN
                   DISPLAY "POOL FILE EXCEEDS TABLE LIMIT"
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-POOL TO TRUE
               ELSE
                   ADD 1 TO WS-POOL-COUNT
                   IF AP-SCORE IS NOT NUMERIC THEN
                       MOVE ZERO TO AP-SCORE
                   END-IF
                   IF AP-APPLIED-DATE IS NOT NUMERIC THEN
                       MOVE ZERO TO AP-APPLIED-DATE
                   END-IF
                   IF AP-CYCLE IS NOT NUMERIC THEN
                       MOVE ZERO TO AP-CYCLE
                   END-IF
                   IF AP-RESERVE-RANK IS NOT NUMERIC THEN
                       MOVE ZERO TO AP-RESERVE-RANK
                   END-IF
                   IF AP-DECISION-DATE IS NOT NUMERIC THEN
                       MOVE ZERO TO AP-DECISION-DATE
                   END-IF
                   MOVE ADMISSION-POOL-RECORD
                       TO WS-POOL-ENTRY (WS-POOL-COUNT)
                   PERFORM READ-POOL
               END-IF.

           COUNT-CANDIDATES.
               MOVE 1 TO WS-POOL-SUB.
               PERFORM COUNT-ONE-CANDIDATE
                   UNTIL WS-POOL-SUB > WS-POOL-COUNT.

           COUNT-ONE-CANDIDATE.
               MOVE WS-PL-CAMPUS (WS-POOL-SUB) TO WS-QUOTA-CAMPUS-KEY.
               PERFORM FIND-QUOTA-ENTRY.
               IF QUOTA-ENTRY-FOUND THEN
                   IF WS-QT-SEATS (WS-QUOTA-SUB) > 0 THEN
                       PERFORM CLASSIFY-POOL-ENTRY
                   END-IF
               END-IF.
               ADD 1 TO WS-POOL-SUB.

           CLASSIFY-POOL-ENTRY.
               IF WS-PL-STATUS (WS-POOL-SUB) = "A"
                       AND WS-PL-CYCLE (WS-POOL-SUB)
                           = WS-QT-CYCLE (WS-QUOTA-SUB) THEN
                   ADD 1 TO WS-QT-HELD (WS-QUOTA-SUB)
               END-IF.
               IF WS-PL-STATUS (WS-POOL-SUB) = "P" THEN
                   ADD 1 TO WS-QT-CANDIDATES (WS-QUOTA-SUB)
                   ADD 1 TO WS-CANDIDATE-COUNT
               END-IF.
               IF WS-PL-STATUS (WS-POOL-SUB) = "R"
                       AND WS-PL-CYCLE (WS-POOL-SUB)
                           = WS-QT-CYCLE (WS-QUOTA-SUB) THEN
                   ADD 1 TO WS-QT-CANDIDATES (WS-QUOTA-SUB)
                   ADD 1 TO WS-CANDIDATE-COUNT
               END-IF.

           LOAD-RUN-MODE-LANGUAGE.
               OPEN INPUT RUN-MODE-FILE.
               IF WS-RUN-MODE-STATUS = "00" THEN
                   READ RUN-MODE-FILE
                       AT END CONTINUE
                       NOT AT END
                           MOVE RM-LANGUAGE TO WS-DEFAULT-LANGUAGE
                   END-READ
                   CLOSE RUN-MODE-FILE
               END-IF.

           SORT-CANDIDATES-BY-RANK.
               SORT POOL-SORT-FILE
                   ON ASCENDING KEY SR-CAMPUS
                   ON DESCENDING KEY SR-SCORE
                   ON ASCENDING KEY SR-APPLIED-DATE SR-ID
                   INPUT PROCEDURE IS RELEASE-CANDIDATES
                   GIVING POOL-SORTED-FILE.

           RELEASE-CANDIDATES.
               MOVE 1 TO WS-POOL-SUB.
               PERFORM RELEASE-ONE-CANDIDATE
                   UNTIL WS-POOL-SUB > WS-POOL-COUNT.

           RELEASE-ONE-CANDIDATE.
               MOVE WS-PL-CAMPUS (WS-POOL-SUB) TO WS-QUOTA-CAMPUS-KEY.
               PERFORM FIND-QUOTA-ENTRY.
               IF QUOTA-ENTRY-FOUND THEN
                   IF WS-QT-SEATS (WS-QUOTA-SUB) > 0 THEN
                       PERFORM RELEASE-IF-CANDIDATE
                   END-IF
               END-IF.
               ADD 1 TO WS-POOL-SUB.

           RELEASE-IF-CANDIDATE.
               IF WS-PL-STATUS (WS-POOL-SUB) = "P"
                       OR (WS-PL-STATUS (WS-POOL-SUB) = "R"
                           AND WS-PL-CYCLE (WS-POOL-SUB)
                               = WS-QT-CYCLE (WS-QUOTA-SUB)) THEN
                   MOVE WS-PL-CAMPUS (WS-POOL-SUB) TO SR-CAMPUS
                   MOVE WS-PL-SCORE (WS-POOL-SUB) TO SR-SCORE
                   MOVE WS-PL-APPLIED-DATE (WS-POOL-SUB)
                       TO SR-APPLIED-DATE
                   MOVE WS-PL-ID (WS-POOL-SUB) TO SR-ID
                   MOVE WS-POOL-SUB TO SR-POOL-SUB
                   RELEASE POOL-SORT-RECORD
               END-IF.

           OPEN-ENROLLMENT-EXTRACT-FILE.
               OPEN EXTEND ENROLLMENT-EXTRACT-FILE.
               IF WS-EXTRACT-STATUS = "35" THEN
                   OPEN OUTPUT ENROLLMENT-EXTRACT-FILE
               END-IF.
               PERFORM WRITE-EXTRACT-HEADER.

           WRITE-EXTRACT-HEADER.
               MOVE ZERO TO FR-ACCEPT-COUNT.
               MOVE ZERO TO FR-REJECT-COUNT.
               MOVE ZERO TO FR-PENDING-COUNT.
               MOVE ZERO TO FR-ID-SUM.
               MOVE "HDR" TO FR-TYPE.
               ACCEPT FR-RUN-DATE FROM DATE YYYYMMDD.
               WRITE EXTRACT-FRAME-RECORD.

           WRITE-EXTRACT-TRAILER.
               MOVE "TRL" TO FR-TYPE.
               ACCEPT FR-RUN-DATE FROM DATE YYYYMMDD.
               MOVE WS-EXT-ACCEPT-COUNT TO FR-ACCEPT-COUNT.
               MOVE WS-EXT-REJECT-COUNT TO FR-REJECT-COUNT.
               MOVE ZERO TO FR-PENDING-COUNT.
               MOVE WS-EXT-ID-SUM TO FR-ID-SUM.
               WRITE EXTRACT-FRAME-RECORD.

           OPEN-REJECT-LOG-FILE.
               OPEN EXTEND REJECT-LOG-FILE.
               IF WS-REJECT-LOG-STATUS = "35" THEN
                   OPEN OUTPUT REJECT-LOG-FILE
               END-IF.

           OPEN-LETTER-FILE.
               OPEN EXTEND LETTER-FILE.
               IF WS-LETTER-STATUS = "35" THEN
                   OPEN OUTPUT LETTER-FILE
               END-IF.

           OPEN-STUDENT-MASTER-FILE.
               OPEN I-O STUDENT-MASTER-OUT.
               IF WS-STUDENT-STATUS = "35" THEN
                   OPEN OUTPUT STUDENT-MASTER-OUT
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

           RUN-SELECTION.
               OPEN INPUT POOL-SORTED-FILE.
               OPEN OUTPUT SELECTION-REPORT-FILE.
               MOVE SPACES TO SELECTION-REPORT-LINE.
               STRING "RANKED ADMISSION SELECTION - RUN DATE "
                       DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO SELECTION-REPORT-LINE
               END-STRING.
               WRITE SELECTION-REPORT-LINE.
               PERFORM READ-SORTED-CANDIDATE.
               PERFORM SELECT-ONE-CAMPUS UNTIL END-OF-SORTED.
               CLOSE POOL-SORTED-FILE.
               CLOSE SELECTION-REPORT-FILE.

           READ-SORTED-CANDIDATE.
               READ POOL-SORTED-FILE
                   AT END SET END-OF-SORTED TO TRUE
               END-READ.

           SELECT-ONE-CAMPUS.
               MOVE SP-CAMPUS TO WS-CURRENT-CAMPUS.
               MOVE SP-CAMPUS TO WS-QUOTA-CAMPUS-KEY.
               PERFORM FIND-QUOTA-ENTRY.
               IF WS-QT-HELD (WS-QUOTA-SUB)
                       < WS-QT-SEATS (WS-QUOTA-SUB) THEN
                   COMPUTE WS-SEATS-LEFT = WS-QT-SEATS (WS-QUOTA-SUB)
                       - WS-QT-HELD (WS-QUOTA-SUB)
               ELSE
                   MOVE ZERO TO WS-SEATS-LEFT
               END-IF.
               IF WS-QT-RESERVE-EFF (WS-QUOTA-SUB) > 0 THEN
                   MOVE WS-QT-RESERVE (WS-QUOTA-SUB) TO WS-RESERVE-LEFT
               ELSE
                   MOVE WS-QT-SEATS (WS-QUOTA-SUB) TO WS-RESERVE-LEFT
               END-IF.
               MOVE ZERO TO WS-RESERVE-RANK.
               MOVE ZERO TO WS-LIST-POSITION.
               MOVE ZERO TO WS-CAMPUS-ADMITTED.
               MOVE ZERO TO WS-CAMPUS-RESERVED.
               MOVE ZERO TO WS-CAMPUS-REJECTED.
               PERFORM WRITE-CAMPUS-HEADING.
               PERFORM DECIDE-CANDIDATE
                   UNTIL END-OF-SORTED
                       OR SP-CAMPUS NOT = WS-CURRENT-CAMPUS.
               PERFORM WRITE-CAMPUS-TOTALS.

           WRITE-CAMPUS-HEADING.
               MOVE SPACES TO SELECTION-REPORT-LINE.
               WRITE SELECTION-REPORT-LINE.
               MOVE WS-QT-SEATS (WS-QUOTA-SUB) TO WS-COUNT-DISPLAY.
               STRING "CAMPUS " DELIMITED BY SIZE
                   WS-CURRENT-CAMPUS DELIMITED BY SIZE
                   "  INTAKE CYCLE " DELIMITED BY SIZE
                   WS-QT-CYCLE (WS-QUOTA-SUB) DELIMITED BY SIZE
                   "  SEATS " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO SELECTION-REPORT-LINE
               END-STRING.
               WRITE SELECTION-REPORT-LINE.
               MOVE SPACES TO SELECTION-REPORT-LINE.
               MOVE WS-QT-HELD (WS-QUOTA-SUB) TO WS-COUNT-DISPLAY.
               STRING "SEATS ALREADY TAKEN " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO SELECTION-REPORT-LINE
               END-STRING.
               MOVE WS-RESERVE-LEFT TO WS-COUNT-DISPLAY.
               STRING "  RESERVE LIST " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO SELECTION-REPORT-LINE (26:30)
               END-STRING.
               WRITE SELECTION-REPORT-LINE.
               MOVE SPACES TO SELECTION-REPORT-LINE.
               STRING "RANK  ID     NAME                       SCORE"
                       DELIMITED BY SIZE
                   "  APPLIED   DECISION" DELIMITED BY SIZE
                   INTO SELECTION-REPORT-LINE
               END-STRING.
               WRITE SELECTION-REPORT-LINE.

           DECIDE-CANDIDATE.
               ADD 1 TO WS-LIST-POSITION.
               MOVE SP-POOL-SUB TO WS-POOL-SUB.
               MOVE WS-PL-STATUS (WS-POOL-SUB) TO WS-PRIOR-STATUS.
               PERFORM LOAD-CANDIDATE.
               MOVE WS-QT-CYCLE (WS-QUOTA-SUB)
                   TO WS-PL-CYCLE (WS-POOL-SUB).
               MOVE WS-RUN-DATE TO WS-PL-DECISION-DATE (WS-POOL-SUB).
               IF WS-SEATS-LEFT > 0 THEN
                   SUBTRACT 1 FROM WS-SEATS-LEFT
                   PERFORM ADMIT-CANDIDATE
               ELSE
                   IF WS-RESERVE-LEFT > 0 THEN
                       SUBTRACT 1 FROM WS-RESERVE-LEFT
                       PERFORM RESERVE-CANDIDATE
                   ELSE
                       PERFORM REJECT-CANDIDATE
                   END-IF
               END-IF.
               PERFORM WRITE-DECISION-LINE.
               PERFORM READ-SORTED-CANDIDATE.

           LOAD-CANDIDATE.
               MOVE WS-PL-ID (WS-POOL-SUB) TO APPLICANT-ID.
               MOVE WS-PL-NAME (WS-POOL-SUB) TO APPLICANT-NAME.
               MOVE WS-PL-AGE (WS-POOL-SUB) TO APPLICANT-AGE.
               MOVE WS-PL-CAMPUS (WS-POOL-SUB) TO APPLICANT-CAMPUS.
               MOVE WS-PL-DOB (WS-POOL-SUB) TO WS-DOB-ENTRY.
               IF WS-PL-LANGUAGE (WS-POOL-SUB) = "T"
                       OR WS-PL-LANGUAGE (WS-POOL-SUB) = "E" THEN
                   MOVE WS-PL-LANGUAGE (WS-POOL-SUB) TO WS-LANGUAGE
               ELSE
                   MOVE WS-DEFAULT-LANGUAGE TO WS-LANGUAGE
               END-IF.

           ADMIT-CANDIDATE.
               MOVE "A" TO WS-PL-STATUS (WS-POOL-SUB).
               MOVE ZERO TO WS-PL-RESERVE-RANK (WS-POOL-SUB).
               MOVE "ADMITTED" TO WS-DECISION-TEXT.
               PERFORM DUPLICATE-CHECK.
               MOVE WS-DUPLICATE-FLAG
                   TO WS-PL-DUPLICATE-FLAG (WS-POOL-SUB).
               PERFORM WRITE-STUDENT-MASTER.
               IF NOT DUPLICATE-FOUND THEN
                   PERFORM RECORD-ADMISSION
               END-IF.
               MOVE "A" TO EXT-DECISION.
               PERFORM WRITE-ENROLLMENT-EXTRACT.
               MOVE "ADMIT LETTER" TO WS-UNDELIVERABLE-DOCUMENT.
               PERFORM CHECK-MAILING-ADDRESS.
               IF MAIL-DELIVERABLE THEN
                   PERFORM WRITE-ADMIT-LETTER
               ELSE
                   PERFORM WRITE-UNDELIVERABLE
               END-IF.
               ADD 1 TO WS-CAMPUS-ADMITTED.
               ADD 1 TO WS-ADMITTED-COUNT.

           RESERVE-CANDIDATE.
               MOVE "R" TO WS-PL-STATUS (WS-POOL-SUB).
               ADD 1 TO WS-RESERVE-RANK.
               MOVE WS-RESERVE-RANK
                   TO WS-PL-RESERVE-RANK (WS-POOL-SUB).
               MOVE WS-RESERVE-RANK TO WS-RANK-DISPLAY.
               MOVE SPACES TO WS-DECISION-TEXT.
               STRING "RESERVE " DELIMITED BY SIZE
                   WS-RANK-DISPLAY DELIMITED BY SIZE
                   INTO WS-DECISION-TEXT
               END-STRING.
               IF WS-PRIOR-STATUS = "P" THEN
                   MOVE "RESERVE LETTER" TO WS-UNDELIVERABLE-DOCUMENT
                   PERFORM CHECK-MAILING-ADDRESS
                   IF MAIL-DELIVERABLE THEN
                       PERFORM WRITE-RESERVE-LETTER
                   ELSE
                       PERFORM WRITE-UNDELIVERABLE
                   END-IF
               END-IF.
               ADD 1 TO WS-CAMPUS-RESERVED.
               ADD 1 TO WS-RESERVED-COUNT.

           REJECT-CANDIDATE.
               MOVE "Q" TO WS-PL-STATUS (WS-POOL-SUB).
               MOVE ZERO TO WS-PL-RESERVE-RANK (WS-POOL-SUB).
               MOVE "QUOTA FULL" TO WS-DECISION-TEXT.
               MOVE WS-PL-DUPLICATE-FLAG (WS-POOL-SUB)
                   TO WS-DUPLICATE-FLAG.
               PERFORM LOG-REJECTION.
               MOVE "R" TO EXT-DECISION.
               PERFORM WRITE-ENROLLMENT-EXTRACT.
               MOVE "REJECT LETTER" TO WS-UNDELIVERABLE-DOCUMENT.
               PERFORM CHECK-MAILING-ADDRESS.
               IF MAIL-DELIVERABLE THEN
                   PERFORM WRITE-REJECT-LETTER
               ELSE
                   PERFORM WRITE-UNDELIVERABLE
               END-IF.
               ADD 1 TO WS-CAMPUS-REJECTED.
               ADD 1 TO WS-REJECTED-COUNT.

           WRITE-DECISION-LINE.
               MOVE WS-LIST-POSITION TO WS-POSITION-DISPLAY.
               MOVE WS-PL-SCORE (WS-POOL-SUB) TO WS-SCORE-DISPLAY.
               MOVE SPACES TO SELECTION-REPORT-LINE.
               STRING WS-POSITION-DISPLAY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   APPLICANT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   APPLICANT-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SCORE-DISPLAY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-PL-APPLIED-DATE (WS-POOL-SUB) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DECISION-TEXT DELIMITED BY SIZE
                   INTO SELECTION-REPORT-LINE
               END-STRING.
               WRITE SELECTION-REPORT-LINE.

           WRITE-CAMPUS-TOTALS.
               MOVE SPACES TO SELECTION-REPORT-LINE.
               MOVE WS-CAMPUS-ADMITTED TO WS-COUNT-DISPLAY.
               STRING "ADMITTED " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO SELECTION-REPORT-LINE
               END-STRING.
               MOVE WS-CAMPUS-RESERVED TO WS-COUNT-DISPLAY.
               STRING "RESERVE " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO SELECTION-REPORT-LINE (17:15)
               END-STRING.
               MOVE WS-CAMPUS-REJECTED TO WS-COUNT-DISPLAY.
               STRING "QUOTA FULL " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO SELECTION-REPORT-LINE (33:20)
               END-STRING.
               WRITE SELECTION-REPORT-LINE.

           DUPLICATE-CHECK.
               MOVE "N" TO WS-DUPLICATE-FLAG.
               MOVE "N" TO WS-PA-EOF-FLAG.
               OPEN INPUT PREVIOUS-ADMITS-FILE.
               IF WS-PA-STATUS = "00" THEN
                   PERFORM READ-PREVIOUS-ADMIT
                   PERFORM SCAN-PREVIOUS-ADMIT
                       UNTIL END-OF-PREVIOUS-ADMITS
                           OR DUPLICATE-FOUND
                   CLOSE PREVIOUS-ADMITS-FILE
               END-IF.
               IF DUPLICATE-FOUND THEN
                   DISPLAY "WARNING: POSSIBLE DUPLICATE APPLICANT - "
                       APPLICANT-NAME
               END-IF.

           READ-PREVIOUS-ADMIT.
               READ PREVIOUS-ADMITS-FILE
                   AT END SET END-OF-PREVIOUS-ADMITS TO TRUE
               END-READ.

           SCAN-PREVIOUS-ADMIT.
               IF PA-NAME = APPLICANT-NAME
                       AND PA-DOB = WS-DOB-ENTRY THEN
                   SET DUPLICATE-FOUND TO TRUE
               ELSE
                   PERFORM READ-PREVIOUS-ADMIT
               END-IF.

           RECORD-ADMISSION.
               OPEN EXTEND PREVIOUS-ADMITS-FILE.
               IF WS-PA-STATUS = "35" THEN
                   OPEN OUTPUT PREVIOUS-ADMITS-FILE
               END-IF.
               MOVE APPLICANT-NAME TO PA-NAME.
               MOVE WS-DOB-ENTRY TO PA-DOB.
               WRITE PREVIOUS-ADMIT-RECORD.
               CLOSE PREVIOUS-ADMITS-FILE.

           WRITE-STUDENT-MASTER.
               MOVE APPLICANT-NAME TO SM-NAME.
               MOVE APPLICANT-AGE TO SM-AGE.
               MOVE ZERO TO SM-CGPA.
               MOVE APPLICANT-ID TO SM-ID.
               MOVE ZERO TO SM-CREDITS.
               MOVE ZERO TO SM-POINTS.
               SET SM-ACTIVE TO TRUE.
               MOVE APPLICANT-CAMPUS TO SM-CAMPUS.
               WRITE STUDENT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "DUPLICATE STUDENT ID NOT WRITTEN - "
                           SM-ID
               END-WRITE.

           LOG-REJECTION.
               MOVE APPLICANT-NAME TO RL-NAME.
               MOVE APPLICANT-AGE TO RL-AGE.
               ACCEPT RL-DATE FROM DATE YYYYMMDD.
               ACCEPT RL-TIME FROM TIME.
               MOVE "QUOTA FULL" TO RL-REASON.
               WRITE REJECT-LOG-RECORD.

           WRITE-ENROLLMENT-EXTRACT.
               MOVE APPLICANT-ID TO EXT-ID.
               MOVE APPLICANT-NAME TO EXT-NAME.
               MOVE APPLICANT-AGE TO EXT-AGE.
               MOVE WS-DUPLICATE-FLAG TO EXT-DUPLICATE-FLAG.
               ACCEPT EXT-DATE FROM DATE YYYYMMDD.
               MOVE SPACE TO EXT-ACK-FLAG.
               MOVE ZERO TO EXT-ACK-DATE.
               WRITE ENROLLMENT-EXTRACT-RECORD.
               IF EXT-ADMITTED THEN
                   ADD 1 TO WS-EXT-ACCEPT-COUNT
               END-IF.
               IF EXT-REJECTED THEN
                   ADD 1 TO WS-EXT-REJECT-COUNT
               END-IF.
               ADD EXT-ID TO WS-EXT-ID-SUM.

           REWRITE-ADMISSION-POOL.
               OPEN OUTPUT ADMISSION-POOL-FILE.
               MOVE 1 TO WS-POOL-SUB.
               PERFORM WRITE-POOL-ENTRY
                   UNTIL WS-POOL-SUB > WS-POOL-COUNT.
               CLOSE ADMISSION-POOL-FILE.

           WRITE-POOL-ENTRY.
               MOVE WS-PL-CAMPUS (WS-POOL-SUB) TO WS-QUOTA-CAMPUS-KEY.
               PERFORM FIND-QUOTA-ENTRY.
               IF WS-PL-STATUS (WS-POOL-SUB) NOT = "P"
                       AND QUOTA-ENTRY-FOUND THEN
                   IF WS-PL-CYCLE (WS-POOL-SUB)
                           >= WS-QT-CYCLE (WS-QUOTA-SUB) THEN
                       PERFORM KEEP-POOL-ENTRY
                   END-IF
               ELSE
                   PERFORM KEEP-POOL-ENTRY
               END-IF.
               ADD 1 TO WS-POOL-SUB.

           KEEP-POOL-ENTRY.
               MOVE WS-POOL-ENTRY (WS-POOL-SUB)
                   TO ADMISSION-POOL-RECORD.
               WRITE ADMISSION-POOL-RECORD.
               ADD 1 TO WS-KEPT-COUNT.

           UPDATE-SELECTION-CONTROL.
               MOVE ZERO TO SE-DECIDED.
               OPEN INPUT SELECTION-CONTROL-FILE.
               IF WS-SELECTION-STATUS = "00" THEN
                   READ SELECTION-CONTROL-FILE
                       AT END MOVE ZERO TO SE-DECIDED
                       NOT AT END
                           IF SE-DATE NOT = WS-RUN-DATE THEN
                               MOVE ZERO TO SE-DECIDED
                           END-IF
                   END-READ
                   CLOSE SELECTION-CONTROL-FILE
               END-IF.
               ADD WS-ADMITTED-COUNT TO SE-DECIDED.
               ADD WS-REJECTED-COUNT TO SE-DECIDED.
               MOVE WS-RUN-DATE TO SE-DATE.
               OPEN OUTPUT SELECTION-CONTROL-FILE.
               WRITE SELECTION-CONTROL-RECORD.
               CLOSE SELECTION-CONTROL-FILE.

           CHECK-MAILING-ADDRESS.
               MOVE SPACES TO WS-UNDELIVERABLE-REASON.
               IF ADDRESS-FILE-OPEN THEN
                   MOVE APPLICANT-ID TO AD-ID
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
               MOVE APPLICANT-ID TO UN-ID.
               MOVE APPLICANT-NAME TO UN-NAME.
               MOVE WS-UNDELIVERABLE-DOCUMENT TO UN-DOCUMENT.
               MOVE WS-UNDELIVERABLE-REASON TO UN-REASON.
               WRITE UNDELIVERABLE-LINE.

           WRITE-LETTER-HEADING.
               MOVE ALL "-" TO LETTER-LINE.
               WRITE LETTER-LINE.
               ACCEPT WS-LETTER-DATE FROM DATE YYYYMMDD.
               MOVE SPACES TO LETTER-LINE.
               IF LANG-ENGLISH THEN
                   STRING "DATE: " DELIMITED BY SIZE
                       WS-LETTER-DATE DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
               ELSE
                   STRING "TARIH: " DELIMITED BY SIZE
                       WS-LETTER-DATE DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
               END-IF.
               WRITE LETTER-LINE.
               MOVE SPACES TO LETTER-LINE.
               IF LANG-ENGLISH THEN
                   STRING "TO: " DELIMITED BY SIZE
                       APPLICANT-NAME DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
               ELSE
                   STRING "SAYIN " DELIMITED BY SIZE
                       APPLICANT-NAME DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
               END-IF.
               WRITE LETTER-LINE.
               PERFORM WRITE-ADDRESS-BLOCK.

           WRITE-ADDRESS-BLOCK.
               MOVE SPACES TO LETTER-LINE.
               MOVE AD-LINE-1 TO LETTER-LINE (7:30).
               WRITE LETTER-LINE.
               IF AD-LINE-2 NOT = SPACES THEN
                   MOVE SPACES TO LETTER-LINE
                   MOVE AD-LINE-2 TO LETTER-LINE (7:30)
                   WRITE LETTER-LINE
               END-IF.
               MOVE SPACES TO LETTER-LINE.
               STRING AD-POSTAL-CODE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   AD-CITY DELIMITED BY SIZE
                   INTO LETTER-LINE (7:60)
               END-STRING.
               WRITE LETTER-LINE.
               IF AD-COUNTRY NOT = SPACES THEN
                   MOVE SPACES TO LETTER-LINE
                   MOVE AD-COUNTRY TO LETTER-LINE (7:20)
                   WRITE LETTER-LINE
               END-IF.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.

           WRITE-ADMIT-LETTER.
               PERFORM WRITE-LETTER-HEADING.
               IF LANG-ENGLISH THEN
                   MOVE "WE ARE PLEASED TO ADMIT YOU."
                       TO LETTER-LINE
               ELSE
                   MOVE "KAYDINIZ KABUL EDILMISTIR."
                       TO LETTER-LINE
               END-IF.
               WRITE LETTER-LINE.
               MOVE SPACES TO LETTER-LINE.
               IF LANG-ENGLISH THEN
                   STRING "YOUR STUDENT ID IS " DELIMITED BY SIZE
                       APPLICANT-ID DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
               ELSE
                   STRING "OGRENCI NUMARANIZ " DELIMITED BY SIZE
                       APPLICANT-ID DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
               END-IF.
               WRITE LETTER-LINE.
               MOVE SPACES TO LETTER-LINE.
               IF LANG-ENGLISH THEN
                   STRING "NEXT STEP: REPORT TO THE REGISTRATION "
                           DELIMITED BY SIZE
                       "OFFICE WITH THIS LETTER." DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
               ELSE
                   STRING "SONRAKI ADIM: BU MEKTUPLA KAYIT OFISINE "
                           DELIMITED BY SIZE
                       "BASVURUNUZ." DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
               END-IF.
               WRITE LETTER-LINE.

           WRITE-RESERVE-LETTER.
               PERFORM WRITE-LETTER-HEADING.
               MOVE SPACES TO LETTER-LINE.
               IF LANG-ENGLISH THEN
                   STRING "YOU ARE ON THE RESERVE LIST AT POSITION "
                           DELIMITED BY SIZE
                       WS-RESERVE-RANK DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
               ELSE
                   STRING "YEDEK LISTEDE " DELIMITED BY SIZE
                       WS-RESERVE-RANK DELIMITED BY SIZE
                       ". SIRADASINIZ." DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
               END-IF.
               WRITE LETTER-LINE.
               MOVE SPACES TO LETTER-LINE.
               IF LANG-ENGLISH THEN
                   STRING "IF A SEAT BECOMES FREE IT WILL BE OFFERED "
                           DELIMITED BY SIZE
                       "TO YOU IN TURN." DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
               ELSE
                   STRING "KONTENJAN ACILIRSA SIRANIZ GELDIGINDE "
                           DELIMITED BY SIZE
                       "YER VERILECEKTIR." DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
               END-IF.
               WRITE LETTER-LINE.

           WRITE-REJECT-LETTER.
               PERFORM WRITE-LETTER-HEADING.
               IF LANG-ENGLISH THEN
                   MOVE "WE ARE UNABLE TO OFFER YOU A PLACE."
                       TO LETTER-LINE
               ELSE
                   MOVE "SIZE YER VEREMIYORUZ."
                       TO LETTER-LINE
               END-IF.
               WRITE LETTER-LINE.
               IF LANG-ENGLISH THEN
                   MOVE "REASON: QUOTA FULL."
                       TO LETTER-LINE
               ELSE
                   MOVE "NEDEN: KONTENJAN DOLU."
                       TO LETTER-LINE
               END-IF.
               WRITE LETTER-LINE.

           END PROGRAM adm-select.
