               SELECT PARAMETER-FILE ASSIGN TO "PARAMS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAMETER-STATUS.
               SELECT ADDRESS-FILE ASSIGN TO "ADDRESS.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AD-ID
                   FILE STATUS IS WS-ADDRESS-STATUS.
               SELECT UNDELIVERABLE-FILE ASSIGN TO "UNDELIV.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-UNDELIVERABLE-STATUS.
               SELECT ADMISSION-POOL-FILE ASSIGN TO "APPLPOOL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-POOL-STATUS.

           DATA DIVISION.
           FILE SECTION.
                   05 PD-NAME PIC A(25).
                   05 PD-DOB PIC X(08).
                   05 PD-CAMPUS PIC X(02).
                   05 PD-APPLICANT-ID PIC 9(06).
                   05 PD-SCORE PIC 9(03)V9(02).
                   05 PD-APPLIED-DATE PIC 9(08).
                   05 PD-LANGUAGE PIC X(01).

           FD  PREVIOUS-ADMITS-FILE.
               01 PREVIOUS-ADMIT-RECORD.
           FD  PARAMETER-FILE.
               COPY "param-record.cpy".

           FD  ADDRESS-FILE.
               COPY "address-record.cpy".

           FD  UNDELIVERABLE-FILE.
               COPY "undeliverable.cpy".

           FD  ADMISSION-POOL-FILE.
               COPY "admission-pool.cpy".

           WORKING-STORAGE SECTION.
               COPY "applicant.cpy".

                       10 WS-PE-NAME PIC A(25).
                       10 WS-PE-DOB PIC X(08).
                       10 WS-PE-CAMPUS PIC X(02).
                       10 WS-PE-APPLICANT-ID PIC 9(06).
                       10 WS-PE-SCORE PIC 9(03)V9(02).
                       10 WS-PE-APPLIED-DATE PIC 9(08).
                       10 WS-PE-LANGUAGE PIC X(01).

               01 WS-KEPT-COUNT PIC 9(04) VALUE ZERO.
               01 WS-KEPT-TABLE.
                       10 WS-KE-NAME PIC A(25).
                       10 WS-KE-DOB PIC X(08).
                       10 WS-KE-CAMPUS PIC X(02).
                       10 WS-KE-APPLICANT-ID PIC 9(06).
                       10 WS-KE-SCORE PIC 9(03)V9(02).
                       10 WS-KE-APPLIED-DATE PIC 9(08).
                       10 WS-KE-LANGUAGE PIC X(01).

               01 WS-PENDING-SUB PIC 9(04) VALUE ZERO.

               01 WS-ADMIT-AGE PIC 9(02) VALUE 18.
               01 WS-ADMIT-AGE-EFF PIC 9(08) VALUE ZERO.

               01 WS-QUOTA-COUNT PIC 9(02) VALUE ZERO.
               01 WS-QUOTA-TABLE.
                   05 WS-QUOTA-ENTRY OCCURS 10 TIMES.
                       10 WS-QT-CAMPUS PIC X(02).
                       10 WS-QT-SEATS PIC 9(05).
                       10 WS-QT-EFF PIC 9(08).
               01 WS-QUOTA-SUB PIC 9(02) VALUE ZERO.
               01 WS-QUOTA-CAMPUS-KEY PIC X(02).
               01 WS-QUOTA-MATCH-FLAG PIC X(01) VALUE "N".
                   88 QUOTA-ENTRY-FOUND VALUE "Y".
               01 WS-QUOTA-FLAG PIC X(01) VALUE "N".
                   88 QUOTA-IN-FORCE VALUE "Y".
               01 WS-POOL-STATUS PIC X(02).
               01 WS-POOLED-COUNT PIC 9(06) VALUE ZERO.

               01 WS-EXT-ACCEPT-COUNT PIC 9(06) VALUE ZERO.
               01 WS-EXT-PENDING-COUNT PIC 9(06) VALUE ZERO.
               01 WS-EXT-ID-SUM PIC 9(12) VALUE ZERO.

               01 WS-ADDRESS-STATUS PIC X(02).
               01 WS-ADDRESS-OPEN-FLAG PIC X(01) VALUE "N".
                   88 ADDRESS-FILE-OPEN VALUE "Y".
               01 WS-CARRIED-ADDRESS PIC X(180).
               01 WS-UNDELIVERABLE-STATUS PIC X(02).
               01 WS-UNDELIVERABLE-REASON PIC X(20).
                   88 MAIL-DELIVERABLE VALUE SPACES.
               01 WS-UNDELIVERABLE-COUNT PIC 9(06) VALUE ZERO.

           PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE.
               PERFORM LOAD-PARAMETERS.
                   PERFORM OPEN-ENROLLMENT-EXTRACT-FILE
                   PERFORM OPEN-LETTER-FILE
                   PERFORM OPEN-STUDENT-MASTER-FILE
                   PERFORM OPEN-ADDRESS-FILE
                   PERFORM OPEN-UNDELIVERABLE-FILE
                   MOVE 1 TO WS-PENDING-SUB
                   PERFORM AGE-PENDING-ENTRY
                       UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
                   CLOSE STUDENT-MASTER-OUT
                   IF ADDRESS-FILE-OPEN THEN
                       CLOSE ADDRESS-FILE
                   END-IF
                   CLOSE UNDELIVERABLE-FILE
                   PERFORM WRITE-EXTRACT-TRAILER
                   CLOSE ENROLLMENT-EXTRACT-FILE
                   CLOSE LETTER-FILE
                   PERFORM WRITE-AGING-CONTROL
                   DISPLAY "PENDING APPLICANTS PROMOTED: "
                       WS-PROMOTED-COUNT
                   DISPLAY "FILED FOR RANKED SELECTION: "
                       WS-POOLED-COUNT
                   DISPLAY "PENDING APPLICANTS REMAINING: "
                       WS-KEPT-COUNT
                   DISPLAY "ADMIT LETTERS UNDELIVERABLE: "
                       WS-UNDELIVERABLE-COUNT
               END-IF.
               GOBACK.

                   MOVE PR-VALUE TO WS-ADMIT-AGE
                   MOVE PR-EFF-DATE TO WS-ADMIT-AGE-EFF
               END-IF.
               IF PR-KEY (1:6) = "QUOTA-"
                       AND PR-EFF-DATE <= WS-PARAM-DATE THEN
                   MOVE PR-KEY (7:2) TO WS-QUOTA-CAMPUS-KEY
                   PERFORM FIND-OR-ADD-QUOTA
                   IF QUOTA-ENTRY-FOUND
                           AND PR-EFF-DATE
                               >= WS-QT-EFF (WS-QUOTA-SUB) THEN
                       MOVE PR-VALUE TO WS-QT-SEATS (WS-QUOTA-SUB)
                       MOVE PR-EFF-DATE TO WS-QT-EFF (WS-QUOTA-SUB)
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
                       MOVE ZERO TO WS-QT-EFF (WS-QUOTA-SUB)
                       SET QUOTA-ENTRY-FOUND TO TRUE
                   END-IF
               END-IF.

           CHECK-CAMPUS-QUOTA.
               MOVE "N" TO WS-QUOTA-FLAG.
               MOVE APPLICANT-CAMPUS TO WS-QUOTA-CAMPUS-KEY.
               PERFORM FIND-QUOTA-ENTRY.
               IF QUOTA-ENTRY-FOUND THEN
                   IF WS-QT-SEATS (WS-QUOTA-SUB) > 0 THEN
                       SET QUOTA-IN-FORCE TO TRUE
                   END-IF
               END-IF.

           LOAD-PENDING-ADMISSIONS.
               OPEN INPUT PENDING-ADMISSIONS-FILE.
               IF WS-PENDING-STATUS = "00" THEN
                       MOVE PD-CAMPUS
                           TO WS-PE-CAMPUS (WS-PENDING-COUNT)
                   END-IF
                   IF PD-APPLICANT-ID IS NUMERIC THEN
                       MOVE PD-APPLICANT-ID
                           TO WS-PE-APPLICANT-ID (WS-PENDING-COUNT)
                   ELSE
                       MOVE ZERO
                           TO WS-PE-APPLICANT-ID (WS-PENDING-COUNT)
                   END-IF
                   IF PD-SCORE IS NUMERIC THEN
                       MOVE PD-SCORE TO WS-PE-SCORE (WS-PENDING-COUNT)
                   ELSE
                       MOVE ZERO TO WS-PE-SCORE (WS-PENDING-COUNT)
                   END-IF
                   IF PD-APPLIED-DATE IS NUMERIC THEN
                       MOVE PD-APPLIED-DATE
                           TO WS-PE-APPLIED-DATE (WS-PENDING-COUNT)
                   ELSE
                       MOVE WS-PARAM-DATE
                           TO WS-PE-APPLIED-DATE (WS-PENDING-COUNT)
                   END-IF
                   MOVE PD-LANGUAGE
                       TO WS-PE-LANGUAGE (WS-PENDING-COUNT)
                   PERFORM READ-PENDING
               END-IF.

                   OPEN OUTPUT LETTER-FILE
               END-IF.

           OPEN-ADDRESS-FILE.
               OPEN I-O ADDRESS-FILE.
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

           LOAD-NEXT-ID.
               PERFORM INIT-NEXT-ID-TABLE.
               OPEN INPUT NEXT-ID-FILE.
               ACCEPT FR-RUN-DATE FROM DATE YYYYMMDD.
               MOVE WS-EXT-ACCEPT-COUNT TO FR-ACCEPT-COUNT.
               MOVE ZERO TO FR-REJECT-COUNT.
               MOVE WS-EXT-PENDING-COUNT TO FR-PENDING-COUNT.
               MOVE WS-EXT-ID-SUM TO FR-ID-SUM.
               WRITE EXTRACT-FRAME-RECORD.

                   TO WS-KE-DOB (WS-KEPT-COUNT).
               MOVE WS-PE-CAMPUS (WS-PENDING-SUB)
                   TO WS-KE-CAMPUS (WS-KEPT-COUNT).
               MOVE WS-PE-APPLICANT-ID (WS-PENDING-SUB)
                   TO WS-KE-APPLICANT-ID (WS-KEPT-COUNT).
               MOVE WS-PE-SCORE (WS-PENDING-SUB)
                   TO WS-KE-SCORE (WS-KEPT-COUNT).
               MOVE WS-PE-APPLIED-DATE (WS-PENDING-SUB)
                   TO WS-KE-APPLIED-DATE (WS-KEPT-COUNT).
               MOVE WS-PE-LANGUAGE (WS-PENDING-SUB)
                   TO WS-KE-LANGUAGE (WS-KEPT-COUNT).

           PROMOTE-PENDING-ENTRY.
               MOVE WS-PE-CAMPUS (WS-PENDING-SUB)
               MOVE WS-NI-NEXT-ID (WS-CAMPUS-SUB) TO APPLICANT-ID.
               ADD 1 TO WS-NI-NEXT-ID (WS-CAMPUS-SUB).
               PERFORM DUPLICATE-CHECK.
               PERFORM CHECK-CAMPUS-QUOTA.
               IF QUOTA-IN-FORCE THEN
                   PERFORM POOL-PENDING-ENTRY
               ELSE
                   PERFORM ADMIT-PENDING-ENTRY
               END-IF.
               ADD 1 TO WS-PROMOTED-COUNT.

           ADMIT-PENDING-ENTRY.
               DISPLAY "PROMOTED FROM PENDING: " APPLICANT-NAME.
               PERFORM WRITE-STUDENT-MASTER.
               IF NOT DUPLICATE-FOUND THEN
                   PERFORM RECORD-ADMISSION
               END-IF.
               MOVE "A" TO EXT-DECISION.
               PERFORM WRITE-ENROLLMENT-EXTRACT.
               IF ADDRESS-FILE-OPEN
                       AND WS-PE-APPLICANT-ID (WS-PENDING-SUB) > 0 THEN
                   PERFORM CARRY-PENDING-ADDRESS
               END-IF.
               PERFORM CHECK-MAILING-ADDRESS.
               IF MAIL-DELIVERABLE THEN
                   PERFORM WRITE-ADMIT-LETTER
               ELSE
                   PERFORM WRITE-UNDELIVERABLE
               END-IF.

           POOL-PENDING-ENTRY.
               DISPLAY "FILED FOR RANKED SELECTION: " APPLICANT-NAME.
               PERFORM WRITE-ADMISSION-POOL.
               MOVE "P" TO EXT-DECISION.
               PERFORM WRITE-ENROLLMENT-EXTRACT.
               IF ADDRESS-FILE-OPEN
                       AND WS-PE-APPLICANT-ID (WS-PENDING-SUB) > 0 THEN
                   PERFORM CARRY-PENDING-ADDRESS
               END-IF.

           WRITE-ADMISSION-POOL.
               OPEN EXTEND ADMISSION-POOL-FILE.
               IF WS-POOL-STATUS = "35" THEN
                   OPEN OUTPUT ADMISSION-POOL-FILE
               END-IF.
               MOVE APPLICANT-ID TO AP-ID.
               MOVE APPLICANT-NAME TO AP-NAME.
               MOVE WS-DOB-ENTRY TO AP-DOB.
               MOVE APPLICANT-AGE TO AP-AGE.
               MOVE APPLICANT-CAMPUS TO AP-CAMPUS.
               MOVE WS-PE-SCORE (WS-PENDING-SUB) TO AP-SCORE.
               MOVE WS-PE-APPLIED-DATE (WS-PENDING-SUB)
                   TO AP-APPLIED-DATE.
               IF WS-PE-LANGUAGE (WS-PENDING-SUB) = SPACE THEN
                   MOVE WS-LANGUAGE TO AP-LANGUAGE
               ELSE
                   MOVE WS-PE-LANGUAGE (WS-PENDING-SUB) TO AP-LANGUAGE
               END-IF.
               MOVE WS-DUPLICATE-FLAG TO AP-DUPLICATE-FLAG.
               SET AP-AWAITING-SELECTION TO TRUE.
               MOVE ZERO TO AP-CYCLE.
               MOVE ZERO TO AP-RESERVE-RANK.
               MOVE ZERO TO AP-DECISION-DATE.
               WRITE ADMISSION-POOL-RECORD.
               CLOSE ADMISSION-POOL-FILE.
               ADD 1 TO WS-POOLED-COUNT.

           CARRY-PENDING-ADDRESS.
               MOVE WS-PE-APPLICANT-ID (WS-PENDING-SUB) TO AD-ID.
               READ ADDRESS-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ADDRESS-RECORD TO WS-CARRIED-ADDRESS
                       DELETE ADDRESS-FILE
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE WS-CARRIED-ADDRESS TO ADDRESS-RECORD
                       MOVE APPLICANT-ID TO AD-ID
                       ACCEPT AD-UPDATE-DATE FROM DATE YYYYMMDD
                       WRITE ADDRESS-RECORD
                           INVALID KEY
                               DISPLAY "ADDRESS NOT CARRIED TO ID "
                                   APPLICANT-ID
                       END-WRITE
               END-READ.

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

           VALIDATE-DOB.
               MOVE "N" TO WS-DOB-VALID-FLAG.
               MOVE APPLICANT-ID TO EXT-ID.
               MOVE APPLICANT-NAME TO EXT-NAME.
               MOVE APPLICANT-AGE TO EXT-AGE.
               MOVE WS-DUPLICATE-FLAG TO EXT-DUPLICATE-FLAG.
               ACCEPT EXT-DATE FROM DATE YYYYMMDD.
               MOVE SPACE TO EXT-ACK-FLAG.
               MOVE ZERO TO EXT-ACK-DATE.
               WRITE ENROLLMENT-EXTRACT-RECORD.
               IF EXT-PENDING THEN
                   ADD 1 TO WS-EXT-PENDING-COUNT
               ELSE
                   ADD 1 TO WS-EXT-ACCEPT-COUNT
               END-IF.
               ADD EXT-ID TO WS-EXT-ID-SUM.

           REWRITE-PENDING-ADMISSIONS.
               MOVE WS-KE-NAME (WS-PENDING-SUB) TO PD-NAME.
               MOVE WS-KE-DOB (WS-PENDING-SUB) TO PD-DOB.
               MOVE WS-KE-CAMPUS (WS-PENDING-SUB) TO PD-CAMPUS.
               MOVE WS-KE-APPLICANT-ID (WS-PENDING-SUB)
                   TO PD-APPLICANT-ID.
               MOVE WS-KE-SCORE (WS-PENDING-SUB) TO PD-SCORE.
               MOVE WS-KE-APPLIED-DATE (WS-PENDING-SUB)
                   TO PD-APPLIED-DATE.
               MOVE WS-KE-LANGUAGE (WS-PENDING-SUB) TO PD-LANGUAGE.
               WRITE PENDING-ADMISSION-RECORD.

           WRITE-LETTER-HEADING.
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
