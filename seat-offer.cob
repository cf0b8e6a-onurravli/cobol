           IDENTIFICATION DIVISION.
           PROGRAM-ID. seat-offer.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARAMETER-FILE ASSIGN TO "PARAMS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAMETER-STATUS.
               SELECT ADMISSION-POOL-FILE ASSIGN TO "APPLPOOL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-POOL-STATUS.
               SELECT RUN-MODE-FILE ASSIGN TO "RUNMODE.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-MODE-STATUS.
               SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENT.IDX"
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

           DATA DIVISION.
           FILE SECTION.
           FD  PARAMETER-FILE.
               COPY "param-record.cpy".

           FD  ADMISSION-POOL-FILE.
               COPY "admission-pool.cpy".

           FD  RUN-MODE-FILE.
               01 RUN-MODE-RECORD.
                   05 RM-LANGUAGE PIC X(01).
                   05 RM-MODE PIC X(01).

           FD  STUDENT-MASTER-FILE.
               COPY "student-master.cpy".

           FD  PREVIOUS-ADMITS-FILE.
               01 PREVIOUS-ADMIT-RECORD.
                   05 PA-NAME PIC A(25).
                   05 PA-DOB PIC X(08).

           FD  ENROLLMENT-EXTRACT-FILE.
               COPY "enroll-extract.cpy".
               COPY "extract-frame.cpy".

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

           WORKING-STORAGE SECTION.
               COPY "applicant.cpy".

               01 WS-PARAMETER-STATUS PIC X(02).
               01 WS-POOL-STATUS PIC X(02).
               01 WS-RUN-MODE-STATUS PIC X(02).
               01 WS-STUDENT-STATUS PIC X(02).
               01 WS-PA-STATUS PIC X(02).
               01 WS-EXTRACT-STATUS PIC X(02).
               01 WS-LETTER-STATUS PIC X(02).
               01 WS-ADDRESS-STATUS PIC X(02).
               01 WS-UNDELIVERABLE-STATUS PIC X(02).
               01 WS-SELECTION-STATUS PIC X(02).

               01 WS-PARAM-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-PARAMETERS VALUE "Y".
               01 WS-POOL-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-POOL VALUE "Y".
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
                       10 WS-QT-HELD PIC 9(05).
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
               01 WS-TOP-RESERVE-SUB PIC 9(04) VALUE ZERO.
               01 WS-TOP-RESERVE-RANK PIC 9(04) VALUE ZERO.

               01 WS-MASTER-OPEN-FLAG PIC X(01) VALUE "N".
                   88 MASTER-FILE-OPEN VALUE "Y".
               01 WS-OUTPUTS-OPEN-FLAG PIC X(01) VALUE "N".
                   88 OFFER-OUTPUTS-OPEN VALUE "Y".
               01 WS-RESERVE-FLAG PIC X(01) VALUE "N".
                   88 RESERVE-EXHAUSTED VALUE "Y".

               01 WS-RELEASED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-OFFERED-COUNT PIC 9(06) VALUE ZERO.

               01 WS-DOB-ENTRY PIC X(08).
               01 WS-DUPLICATE-FLAG PIC X(01) VALUE "N".
                   88 DUPLICATE-FOUND VALUE "Y".

               01 WS-EXT-ACCEPT-COUNT PIC 9(06) VALUE ZERO.
               01 WS-EXT-ID-SUM PIC 9(12) VALUE ZERO.

               01 WS-ADDRESS-OPEN-FLAG PIC X(01) VALUE "N".
                   88 ADDRESS-FILE-OPEN VALUE "Y".
               01 WS-UNDELIVERABLE-REASON PIC X(20).
                   88 MAIL-DELIVERABLE VALUE SPACES.
               01 WS-UNDELIVERABLE-COUNT PIC 9(06) VALUE ZERO.

           PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               PERFORM LOAD-PARAMETERS.
               PERFORM LOAD-ADMISSION-POOL.
               IF RETURN-CODE = 0
                       AND WS-POOL-COUNT > 0 THEN
                   PERFORM OPEN-STUDENT-MASTER-FILE
               END-IF.
               IF RETURN-CODE = 0
                       AND MASTER-FILE-OPEN THEN
                   PERFORM LOAD-RUN-MODE-LANGUAGE
                   MOVE 1 TO WS-POOL-SUB
                   PERFORM CHECK-ADMITTED-SEAT
                       UNTIL WS-POOL-SUB > WS-POOL-COUNT
                   MOVE 1 TO WS-QUOTA-SUB
                   PERFORM FILL-CAMPUS-SEATS
                       UNTIL WS-QUOTA-SUB > WS-QUOTA-COUNT
                   CLOSE STUDENT-MASTER-FILE
                   IF OFFER-OUTPUTS-OPEN THEN
                       PERFORM CLOSE-OFFER-OUTPUTS
                   END-IF
                   IF WS-RELEASED-COUNT > 0
                           OR WS-OFFERED-COUNT > 0 THEN
                       PERFORM REWRITE-ADMISSION-POOL
                   END-IF
                   IF WS-OFFERED-COUNT > 0 THEN
                       PERFORM UPDATE-SELECTION-CONTROL
                   END-IF
               END-IF.
               IF RETURN-CODE = 0 THEN
                   DISPLAY "ADMITTED SEATS RELEASED: "
                       WS-RELEASED-COUNT
                   DISPLAY "SEATS OFFERED FROM RESERVE: "
                       WS-OFFERED-COUNT
                   DISPLAY "OFFER LETTERS UNDELIVERABLE: "
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
                       MOVE ZERO TO WS-QT-HELD (WS-QUOTA-SUB)
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

           OPEN-STUDENT-MASTER-FILE.
               OPEN I-O STUDENT-MASTER-FILE.
               IF WS-STUDENT-STATUS = "00" THEN
                   SET MASTER-FILE-OPEN TO TRUE
               ELSE
                   IF WS-STUDENT-STATUS NOT = "35" THEN
                       DISPLAY "STUDENT MASTER OPEN FAILED - STATUS "
                           WS-STUDENT-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
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

           CHECK-ADMITTED-SEAT.
               MOVE WS-PL-CAMPUS (WS-POOL-SUB) TO WS-QUOTA-CAMPUS-KEY.
               PERFORM FIND-QUOTA-ENTRY.
               IF QUOTA-ENTRY-FOUND THEN
                   IF WS-PL-STATUS (WS-POOL-SUB) = "A"
                           AND WS-PL-CYCLE (WS-POOL-SUB)
                               = WS-QT-CYCLE (WS-QUOTA-SUB) THEN
                       PERFORM CHECK-SEAT-HOLDER
                   END-IF
               END-IF.
               ADD 1 TO WS-POOL-SUB.

           CHECK-SEAT-HOLDER.
               MOVE WS-PL-ID (WS-POOL-SUB) TO SM-ID.
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       ADD 1 TO WS-QT-HELD (WS-QUOTA-SUB)
                   NOT INVALID KEY
                       IF SM-WITHDRAWN THEN
                           PERFORM RELEASE-SEAT
                       ELSE
                           ADD 1 TO WS-QT-HELD (WS-QUOTA-SUB)
                       END-IF
               END-READ.

           RELEASE-SEAT.
               MOVE "D" TO WS-PL-STATUS (WS-POOL-SUB).
               MOVE WS-RUN-DATE TO WS-PL-DECISION-DATE (WS-POOL-SUB).
               DISPLAY "SEAT RELEASED BY: " WS-PL-ID (WS-POOL-SUB)
                   " " WS-PL-NAME (WS-POOL-SUB).
               ADD 1 TO WS-RELEASED-COUNT.

           FILL-CAMPUS-SEATS.
               MOVE "N" TO WS-RESERVE-FLAG.
               IF WS-QT-SEATS (WS-QUOTA-SUB) > 0 THEN
                   PERFORM OFFER-NEXT-RESERVE
                       UNTIL RESERVE-EXHAUSTED
                           OR WS-QT-HELD (WS-QUOTA-SUB)
                               >= WS-QT-SEATS (WS-QUOTA-SUB)
               END-IF.
               ADD 1 TO WS-QUOTA-SUB.

           OFFER-NEXT-RESERVE.
               PERFORM FIND-TOP-RESERVE.
               IF WS-TOP-RESERVE-SUB = 0 THEN
                   SET RESERVE-EXHAUSTED TO TRUE
               ELSE
                   IF NOT OFFER-OUTPUTS-OPEN THEN
                       PERFORM OPEN-OFFER-OUTPUTS
                   END-IF
                   MOVE WS-TOP-RESERVE-SUB TO WS-POOL-SUB
                   PERFORM OFFER-RESERVE-SEAT
                   ADD 1 TO WS-QT-HELD (WS-QUOTA-SUB)
               END-IF.

           FIND-TOP-RESERVE.
               MOVE ZERO TO WS-TOP-RESERVE-SUB.
               MOVE 9999 TO WS-TOP-RESERVE-RANK.
               MOVE 1 TO WS-POOL-SUB.
               PERFORM SCAN-RESERVE-ENTRY
                   UNTIL WS-POOL-SUB > WS-POOL-COUNT.

           SCAN-RESERVE-ENTRY.
               IF WS-PL-STATUS (WS-POOL-SUB) = "R"
                       AND WS-PL-CAMPUS (WS-POOL-SUB)
                           = WS-QT-CAMPUS (WS-QUOTA-SUB)
                       AND WS-PL-CYCLE (WS-POOL-SUB)
                           = WS-QT-CYCLE (WS-QUOTA-SUB)
                       AND WS-PL-RESERVE-RANK (WS-POOL-SUB)
                           < WS-TOP-RESERVE-RANK THEN
                   MOVE WS-POOL-SUB TO WS-TOP-RESERVE-SUB
                   MOVE WS-PL-RESERVE-RANK (WS-POOL-SUB)
                       TO WS-TOP-RESERVE-RANK
               END-IF.
               ADD 1 TO WS-POOL-SUB.

           OPEN-OFFER-OUTPUTS.
               OPEN EXTEND ENROLLMENT-EXTRACT-FILE.
               IF WS-EXTRACT-STATUS = "35" THEN
                   OPEN OUTPUT ENROLLMENT-EXTRACT-FILE
               END-IF.
               PERFORM WRITE-EXTRACT-HEADER.
               OPEN EXTEND LETTER-FILE.
               IF WS-LETTER-STATUS = "35" THEN
                   OPEN OUTPUT LETTER-FILE
               END-IF.
               OPEN EXTEND UNDELIVERABLE-FILE.
               IF WS-UNDELIVERABLE-STATUS = "35" THEN
                   OPEN OUTPUT UNDELIVERABLE-FILE
               END-IF.
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
               SET OFFER-OUTPUTS-OPEN TO TRUE.

           CLOSE-OFFER-OUTPUTS.
               IF ADDRESS-FILE-OPEN THEN
                   CLOSE ADDRESS-FILE
               END-IF.
               CLOSE UNDELIVERABLE-FILE.
               PERFORM WRITE-EXTRACT-TRAILER.
               CLOSE ENROLLMENT-EXTRACT-FILE.
               CLOSE LETTER-FILE.

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
               MOVE ZERO TO FR-REJECT-COUNT.
               MOVE ZERO TO FR-PENDING-COUNT.
               MOVE WS-EXT-ID-SUM TO FR-ID-SUM.
               WRITE EXTRACT-FRAME-RECORD.

           OFFER-RESERVE-SEAT.
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
               MOVE "A" TO WS-PL-STATUS (WS-POOL-SUB).
               MOVE ZERO TO WS-PL-RESERVE-RANK (WS-POOL-SUB).
               MOVE WS-RUN-DATE TO WS-PL-DECISION-DATE (WS-POOL-SUB).
               DISPLAY "SEAT OFFERED FROM RESERVE: " APPLICANT-ID
                   " " APPLICANT-NAME.
               PERFORM DUPLICATE-CHECK.
               MOVE WS-DUPLICATE-FLAG
                   TO WS-PL-DUPLICATE-FLAG (WS-POOL-SUB).
               PERFORM WRITE-STUDENT-MASTER.
               IF NOT DUPLICATE-FOUND THEN
                   PERFORM RECORD-ADMISSION
               END-IF.
               PERFORM WRITE-ENROLLMENT-EXTRACT.
               PERFORM CHECK-MAILING-ADDRESS.
               IF MAIL-DELIVERABLE THEN
                   PERFORM WRITE-ADMIT-LETTER
               ELSE
                   PERFORM WRITE-UNDELIVERABLE
               END-IF.
               ADD 1 TO WS-OFFERED-COUNT.

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

           WRITE-ENROLLMENT-EXTRACT.
               MOVE APPLICANT-ID TO EXT-ID.
               MOVE APPLICANT-NAME TO EXT-NAME.
               MOVE APPLICANT-AGE TO EXT-AGE.
               MOVE "A" TO EXT-DECISION.
               MOVE WS-DUPLICATE-FLAG TO EXT-DUPLICATE-FLAG.
               ACCEPT EXT-DATE FROM DATE YYYYMMDD.
               MOVE SPACE TO EXT-ACK-FLAG.
               MOVE ZERO TO EXT-ACK-DATE.
               WRITE ENROLLMENT-EXTRACT-RECORD.
               ADD 1 TO WS-EXT-ACCEPT-COUNT.
               ADD EXT-ID TO WS-EXT-ID-SUM.

           REWRITE-ADMISSION-POOL.
               OPEN OUTPUT ADMISSION-POOL-FILE.
               MOVE ZERO TO WS-POOL-SUB.
               PERFORM WRITE-POOL-ENTRY WS-POOL-COUNT TIMES.
               CLOSE ADMISSION-POOL-FILE.

           WRITE-POOL-ENTRY.
               ADD 1 TO WS-POOL-SUB.
               MOVE WS-POOL-ENTRY (WS-POOL-SUB)
                   TO ADMISSION-POOL-RECORD.
               WRITE ADMISSION-POOL-RECORD.

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
               ADD WS-OFFERED-COUNT TO SE-DECIDED.
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
               MOVE "ADMIT LETTER" TO UN-DOCUMENT.
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
                   MOVE "A PLACE HAS BECOME AVAILABLE AND WE ARE "
                       TO LETTER-LINE
                   MOVE "PLEASED TO ADMIT YOU." TO LETTER-LINE (41:21)
               ELSE
                   MOVE "YEDEK LISTEDEN KAYDINIZ KABUL EDILMISTIR."
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

           END PROGRAM seat-offer.
