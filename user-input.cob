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
               01 APPLICANT-FILE-RECORD.
                   05 AF-NAME PIC A(25).
                   05 AF-DOB PIC X(08).
                   05 AF-LINE-1 PIC X(30).
                   05 AF-LINE-2 PIC X(30).
                   05 AF-CITY PIC X(20).
                   05 AF-POSTAL-CODE PIC X(10).
                   05 AF-COUNTRY PIC X(20).
                   05 AF-EMAIL PIC X(40).
                   05 AF-PHONE PIC X(15).
                   05 AF-SCORE PIC 9(03)V9(02).
                   05 AF-APPLIED-DATE PIC 9(08).
                   05 AF-LANGUAGE PIC X(01).

           FD  REJECT-LOG-FILE.
               01 REJECT-LOG-RECORD.
                   05 RL-AGE PIC 9(2).
                   05 RL-DATE PIC 9(08).
                   05 RL-TIME PIC 9(08).
                   05 RL-REASON PIC X(25).

           FD  ENROLLMENT-EXTRACT-FILE.
               COPY "enroll-extract.cpy".
                   05 PD-NAME PIC A(25).
                   05 PD-DOB PIC X(08).
                   05 PD-CAMPUS PIC X(02).
                   05 PD-APPLICANT-ID PIC 9(06).
                   05 PD-SCORE PIC 9(03)V9(02).
                   05 PD-APPLIED-DATE PIC 9(08).
                   05 PD-LANGUAGE PIC X(01).

           FD  LETTER-FILE.
               01 LETTER-LINE PIC X(80).
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

               01 WS-MSG-DOB-PROMPT PIC X(25).
               01 WS-MSG-REJECT PIC X(15).
               01 WS-MSG-ADMIT PIC X(15).
               01 WS-MSG-LINE-1-PROMPT PIC X(25).
               01 WS-MSG-LINE-2-PROMPT PIC X(25).
               01 WS-MSG-CITY-PROMPT PIC X(25).
               01 WS-MSG-POSTAL-PROMPT PIC X(25).
               01 WS-MSG-COUNTRY-PROMPT PIC X(25).
               01 WS-MSG-EMAIL-PROMPT PIC X(25).
               01 WS-MSG-PHONE-PROMPT PIC X(25).
               01 WS-MSG-SCORE-PROMPT PIC X(50).
               01 WS-MSG-POOLED PIC X(35).

               01 WS-APPLICANT-ADDRESS.
                   05 WS-AA-LINE-1 PIC X(30).
                       88 NO-MAILING-ADDRESS VALUE SPACES.
                   05 WS-AA-LINE-2 PIC X(30).
                   05 WS-AA-CITY PIC X(20).
                   05 WS-AA-POSTAL-CODE PIC X(10).
                   05 WS-AA-COUNTRY PIC X(20).
                   05 WS-AA-EMAIL PIC X(40).
                   05 WS-AA-PHONE PIC X(15).
               01 WS-ADDRESS-STATUS PIC X(02).
               01 WS-UNDELIVERABLE-STATUS PIC X(02).
               01 WS-UNDELIVERABLE-DOCUMENT PIC X(15).
               01 WS-UNDELIVERABLE-COUNT PIC 9(06) VALUE ZERO.

               01 WS-PA-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-PREVIOUS-ADMITS VALUE "Y".
               01 WS-PARAM-DATE PIC 9(08) VALUE ZERO.
               01 WS-ADMIT-AGE PIC 9(02) VALUE 18.
               01 WS-ADMIT-AGE-EFF PIC 9(08) VALUE ZERO.
               01 WS-QUOTA-KEY PIC X(12).
               01 WS-QUOTA-SEATS PIC 9(05) VALUE ZERO.
                   88 QUOTA-IN-FORCE VALUE 1 THRU 99999.
               01 WS-QUOTA-EFF PIC 9(08) VALUE ZERO.
               01 WS-POOL-STATUS PIC X(02).
               01 WS-POOLED-COUNT PIC 9(06) VALUE ZERO.

               01 WS-APPLICANT-SCORE PIC 9(03)V9(02) VALUE ZERO.
               01 WS-APPLIED-DATE PIC 9(08) VALUE ZERO.
               01 WS-APPLICANT-LANGUAGE PIC X(01).
               01 WS-SCORE-ENTRY PIC X(05).
               01 WS-SCORE-NUM REDEFINES WS-SCORE-ENTRY
                   PIC 9(03)V9(02).
               01 WS-SCORE-VALID-FLAG PIC X(01) VALUE "N".
                   88 SCORE-VALID VALUE "Y".

               01 WS-EXT-ACCEPT-COUNT PIC 9(06) VALUE ZERO.
               01 WS-EXT-REJECT-COUNT PIC 9(06) VALUE ZERO.

           PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE.
               PERFORM OPEN-REJECT-LOG-FILE.
               PERFORM OPEN-ENROLLMENT-EXTRACT-FILE.
               PERFORM OPEN-LETTER-FILE.
               PERFORM OPEN-UNDELIVERABLE-FILE.
               PERFORM LOAD-NEXT-ID.
               PERFORM LOAD-RUN-MODE.
               PERFORM LOAD-PARAMETERS.
               IF NOT RUN-MODE-LOADED THEN
                   DISPLAY "LANGUAGE (T=TURKCE, E=ENGLISH): "
                   ACCEPT WS-LANGUAGE FROM SYSIN
                   ACCEPT WS-MODE FROM SYSIN
               END-IF.
               PERFORM OPEN-STUDENT-MASTER-FILE.
               PERFORM OPEN-ADDRESS-FILE.
               IF MODE-BATCH THEN
                   PERFORM RUN-BATCH-INTAKE
               ELSE
                   PERFORM RUN-SINGLE-INTAKE
               END-IF.
               CLOSE STUDENT-MASTER-OUT.
               CLOSE ADDRESS-FILE.
               CLOSE REJECT-LOG-FILE.
               PERFORM WRITE-EXTRACT-TRAILER.
               CLOSE ENROLLMENT-EXTRACT-FILE.
               CLOSE LETTER-FILE.
               CLOSE UNDELIVERABLE-FILE.
               PERFORM SAVE-NEXT-ID.
               IF WS-UNDELIVERABLE-COUNT > 0 THEN
                   DISPLAY "LETTERS LISTED AS UNDELIVERABLE: "
                       WS-UNDELIVERABLE-COUNT
               END-IF.
               IF WS-POOLED-COUNT > 0 THEN
                   DISPLAY "APPLICANTS FILED FOR RANKED SELECTION: "
                       WS-POOLED-COUNT
               END-IF.
               GOBACK.

           LOAD-PARAMETERS.
               ACCEPT WS-PARAM-DATE FROM DATE YYYYMMDD.
               MOVE SPACES TO WS-QUOTA-KEY.
               STRING "QUOTA-" DELIMITED BY SIZE
                   WS-CAMPUS DELIMITED BY SIZE
                   INTO WS-QUOTA-KEY
               END-STRING.
               OPEN INPUT PARAMETER-FILE.
               IF WS-PARAMETER-STATUS = "00" THEN
                   PERFORM READ-PARAMETER
                   MOVE PR-VALUE TO WS-ADMIT-AGE
                   MOVE PR-EFF-DATE TO WS-ADMIT-AGE-EFF
               END-IF.
               IF PR-KEY = WS-QUOTA-KEY
                       AND PR-EFF-DATE <= WS-PARAM-DATE
                       AND PR-EFF-DATE >= WS-QUOTA-EFF THEN
                   MOVE PR-VALUE TO WS-QUOTA-SEATS
                   MOVE PR-EFF-DATE TO WS-QUOTA-EFF
               END-IF.
               PERFORM READ-PARAMETER.

           OPEN-REJECT-LOG-FILE.
                   OPEN OUTPUT LETTER-FILE
               END-IF.

           OPEN-UNDELIVERABLE-FILE.
               OPEN EXTEND UNDELIVERABLE-FILE.
               IF WS-UNDELIVERABLE-STATUS = "35" THEN
                   OPEN OUTPUT UNDELIVERABLE-FILE
               END-IF.

           OPEN-ADDRESS-FILE.
               OPEN I-O ADDRESS-FILE.
               IF WS-ADDRESS-STATUS = "35" THEN
                   OPEN OUTPUT ADDRESS-FILE
               END-IF.

           OPEN-STUDENT-MASTER-FILE.
               OPEN I-O STUDENT-MASTER-OUT.
               IF WS-STUDENT-STATUS = "35" THEN
                   MOVE "DOB (YYYYMMDD): " TO WS-MSG-DOB-PROMPT
                   MOVE "NOT ADMITTED." TO WS-MSG-REJECT
                   MOVE "WELCOME " TO WS-MSG-ADMIT
                   MOVE "ADDRESS LINE 1: " TO WS-MSG-LINE-1-PROMPT
                   MOVE "ADDRESS LINE 2: " TO WS-MSG-LINE-2-PROMPT
                   MOVE "CITY: " TO WS-MSG-CITY-PROMPT
                   MOVE "POSTAL CODE: " TO WS-MSG-POSTAL-PROMPT
                   MOVE "COUNTRY: " TO WS-MSG-COUNTRY-PROMPT
                   MOVE "EMAIL: " TO WS-MSG-EMAIL-PROMPT
                   MOVE "PHONE: " TO WS-MSG-PHONE-PROMPT
                   MOVE "PLACEMENT SCORE (9(03)V9(02), E.G. 43725): "
                       TO WS-MSG-SCORE-PROMPT
                   MOVE "APPLICATION FILED FOR SELECTION."
                       TO WS-MSG-POOLED
               ELSE
                   MOVE "ADINIZ: " TO WS-MSG-NAME-PROMPT
                   MOVE "DOGUM TARIHI (YYYYAAGG): " TO WS-MSG-DOB-PROMPT
                   MOVE "IZIN YOK." TO WS-MSG-REJECT
                   MOVE "HOS GELDINIZ " TO WS-MSG-ADMIT
                   MOVE "ADRES SATIRI 1: " TO WS-MSG-LINE-1-PROMPT
                   MOVE "ADRES SATIRI 2: " TO WS-MSG-LINE-2-PROMPT
                   MOVE "SEHIR: " TO WS-MSG-CITY-PROMPT
                   MOVE "POSTA KODU: " TO WS-MSG-POSTAL-PROMPT
                   MOVE "ULKE: " TO WS-MSG-COUNTRY-PROMPT
                   MOVE "E-POSTA: " TO WS-MSG-EMAIL-PROMPT
                   MOVE "TELEFON: " TO WS-MSG-PHONE-PROMPT
                   MOVE "YERLESTIRME PUANI (9(03)V9(02), ORN. 43725): "
                       TO WS-MSG-SCORE-PROMPT
                   MOVE "BASVURU SIRALAMAYA ALINDI."
                       TO WS-MSG-POOLED
               END-IF.

           RUN-SINGLE-INTAKE.
               DISPLAY WS-MSG-NAME-PROMPT.
               ACCEPT APPLICANT-NAME FROM SYSIN.
               PERFORM GET-DOB UNTIL DOB-VALID.
               PERFORM GET-ADDRESS.
               MOVE ZERO TO WS-APPLICANT-SCORE.
               IF QUOTA-IN-FORCE THEN
                   PERFORM GET-SCORE UNTIL SCORE-VALID
               END-IF.
               ACCEPT WS-APPLIED-DATE FROM DATE YYYYMMDD.
               MOVE WS-LANGUAGE TO WS-APPLICANT-LANGUAGE.
               PERFORM COMPUTE-AGE-FROM-DOB.
               PERFORM CHECK-AGE.

                   DISPLAY "INVALID DATE OF BIRTH - USE YYYYMMDD."
               END-IF.

           GET-SCORE.
               DISPLAY WS-MSG-SCORE-PROMPT.
               ACCEPT WS-SCORE-ENTRY FROM SYSIN.
               IF WS-SCORE-ENTRY IS NUMERIC THEN
                   MOVE WS-SCORE-NUM TO WS-APPLICANT-SCORE
                   SET SCORE-VALID TO TRUE
               ELSE
                   DISPLAY "INVALID PLACEMENT SCORE - USE 5 DIGITS."
               END-IF.

           GET-ADDRESS.
               DISPLAY WS-MSG-LINE-1-PROMPT.
               ACCEPT WS-AA-LINE-1 FROM SYSIN.
               DISPLAY WS-MSG-LINE-2-PROMPT.
               ACCEPT WS-AA-LINE-2 FROM SYSIN.
               DISPLAY WS-MSG-CITY-PROMPT.
               ACCEPT WS-AA-CITY FROM SYSIN.
               DISPLAY WS-MSG-POSTAL-PROMPT.
               ACCEPT WS-AA-POSTAL-CODE FROM SYSIN.
               DISPLAY WS-MSG-COUNTRY-PROMPT.
               ACCEPT WS-AA-COUNTRY FROM SYSIN.
               DISPLAY WS-MSG-EMAIL-PROMPT.
               ACCEPT WS-AA-EMAIL FROM SYSIN.
               DISPLAY WS-MSG-PHONE-PROMPT.
               ACCEPT WS-AA-PHONE FROM SYSIN.

           VALIDATE-DOB.
               MOVE "N" TO WS-DOB-VALID-FLAG.
               IF WS-DOB-ENTRY IS NUMERIC THEN
           PROCESS-BATCH-RECORD.
               MOVE AF-NAME TO APPLICANT-NAME.
               MOVE AF-DOB TO WS-DOB-ENTRY.
               MOVE AF-LINE-1 TO WS-AA-LINE-1.
               MOVE AF-LINE-2 TO WS-AA-LINE-2.
               MOVE AF-CITY TO WS-AA-CITY.
               MOVE AF-POSTAL-CODE TO WS-AA-POSTAL-CODE.
               MOVE AF-COUNTRY TO WS-AA-COUNTRY.
               MOVE AF-EMAIL TO WS-AA-EMAIL.
               MOVE AF-PHONE TO WS-AA-PHONE.
               IF AF-SCORE IS NUMERIC THEN
                   MOVE AF-SCORE TO WS-APPLICANT-SCORE
               ELSE
                   MOVE ZERO TO WS-APPLICANT-SCORE
               END-IF.
               IF AF-APPLIED-DATE IS NUMERIC
                       AND AF-APPLIED-DATE > 0 THEN
                   MOVE AF-APPLIED-DATE TO WS-APPLIED-DATE
               ELSE
                   ACCEPT WS-APPLIED-DATE FROM DATE YYYYMMDD
               END-IF.
               IF AF-LANGUAGE = "T" OR AF-LANGUAGE = "E" THEN
                   MOVE AF-LANGUAGE TO WS-APPLICANT-LANGUAGE
               ELSE
                   MOVE WS-LANGUAGE TO WS-APPLICANT-LANGUAGE
               END-IF.
               PERFORM VALIDATE-DOB.
               IF DOB-VALID THEN
                   PERFORM COMPUTE-AGE-FROM-DOB
                   IF ID-RANGE-EXHAUSTED THEN
                       SET END-OF-APPLICANTS TO TRUE
                   ELSE
                       PERFORM STORE-APPLICANT-ADDRESS
                       PERFORM LOG-REJECTION
                       MOVE "R" TO EXT-DECISION
                       PERFORM WRITE-ENROLLMENT-EXTRACT
                       MOVE "REJECT LETTER" TO WS-UNDELIVERABLE-DOCUMENT
                       PERFORM ISSUE-REJECT-LETTER
                   END-IF
               END-IF.
               PERFORM READ-APPLICANT-FILE.
               IF ID-RANGE-EXHAUSTED THEN
                   SET END-OF-APPLICANTS TO TRUE
               ELSE
                   PERFORM STORE-APPLICANT-ADDRESS
                   PERFORM PROCESS-APPLICANT-DECISION
               END-IF.

           STORE-APPLICANT-ADDRESS.
               IF WS-APPLICANT-ADDRESS NOT = SPACES THEN
                   MOVE SPACES TO ADDRESS-RECORD
                   MOVE APPLICANT-ID TO AD-ID
                   MOVE WS-AA-LINE-1 TO AD-LINE-1
                   MOVE WS-AA-LINE-2 TO AD-LINE-2
                   MOVE WS-AA-CITY TO AD-CITY
                   MOVE WS-AA-POSTAL-CODE TO AD-POSTAL-CODE
                   MOVE WS-AA-COUNTRY TO AD-COUNTRY
                   MOVE WS-AA-EMAIL TO AD-EMAIL
                   MOVE WS-AA-PHONE TO AD-PHONE
                   MOVE "N" TO AD-RETURNED-MAIL
                   ACCEPT AD-UPDATE-DATE FROM DATE YYYYMMDD
                   WRITE ADDRESS-RECORD
                       INVALID KEY
                           DISPLAY "DUPLICATE ADDRESS ID NOT WRITTEN - "
                               AD-ID
                   END-WRITE
               END-IF.

           PROCESS-APPLICANT-DECISION.
               PERFORM DUPLICATE-CHECK.
               IF APPLICANT-AGE < WS-ADMIT-AGE THEN
                   DISPLAY WS-MSG-REJECT
                   PERFORM WRITE-PENDING-ADMISSION
                   MOVE "P" TO EXT-DECISION
                   MOVE "PENDING LETTER" TO WS-UNDELIVERABLE-DOCUMENT
                   PERFORM ISSUE-PENDING-LETTER
               ELSE
                   IF QUOTA-IN-FORCE THEN
                       DISPLAY WS-MSG-POOLED
                       PERFORM WRITE-ADMISSION-POOL
                       MOVE "P" TO EXT-DECISION
                   ELSE
                       DISPLAY FUNCTION TRIM(WS-MSG-ADMIT) SPACE
                           APPLICANT-NAME
                       MOVE "A" TO EXT-DECISION
                       PERFORM WRITE-STUDENT-MASTER
                       IF NOT DUPLICATE-FOUND THEN
                           PERFORM RECORD-ADMISSION
                       END-IF
                       MOVE "ADMIT LETTER" TO WS-UNDELIVERABLE-DOCUMENT
                       PERFORM ISSUE-ADMIT-LETTER
                   END-IF
               END-IF.
               PERFORM WRITE-ENROLLMENT-EXTRACT.

               MOVE APPLICANT-NAME TO PD-NAME.
               MOVE WS-DOB-ENTRY TO PD-DOB.
               MOVE APPLICANT-CAMPUS TO PD-CAMPUS.
               MOVE APPLICANT-ID TO PD-APPLICANT-ID.
               MOVE WS-APPLICANT-SCORE TO PD-SCORE.
               MOVE WS-APPLIED-DATE TO PD-APPLIED-DATE.
               MOVE WS-APPLICANT-LANGUAGE TO PD-LANGUAGE.
               WRITE PENDING-ADMISSION-RECORD.
               CLOSE PENDING-ADMISSIONS-FILE.

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
               MOVE WS-APPLICANT-SCORE TO AP-SCORE.
               MOVE WS-APPLIED-DATE TO AP-APPLIED-DATE.
               MOVE WS-APPLICANT-LANGUAGE TO AP-LANGUAGE.
               MOVE WS-DUPLICATE-FLAG TO AP-DUPLICATE-FLAG.
               SET AP-AWAITING-SELECTION TO TRUE.
               MOVE ZERO TO AP-CYCLE.
               MOVE ZERO TO AP-RESERVE-RANK.
               MOVE ZERO TO AP-DECISION-DATE.
               WRITE ADMISSION-POOL-RECORD.
               CLOSE ADMISSION-POOL-FILE.
               ADD 1 TO WS-POOLED-COUNT.

           LOG-REJECTION.
               MOVE APPLICANT-NAME TO RL-NAME.
               MOVE APPLICANT-AGE TO RL-AGE.
               ACCEPT RL-DATE FROM DATE YYYYMMDD.
               ACCEPT RL-TIME FROM TIME.
               MOVE "INVALID DATE OF BIRTH" TO RL-REASON.
               WRITE REJECT-LOG-RECORD.

           WRITE-ENROLLMENT-EXTRACT.
                   END-STRING
               END-IF.
               WRITE LETTER-LINE.
               PERFORM WRITE-ADDRESS-BLOCK.

           WRITE-ADDRESS-BLOCK.
               MOVE SPACES TO LETTER-LINE.
               MOVE WS-AA-LINE-1 TO LETTER-LINE (7:30).
               WRITE LETTER-LINE.
               IF WS-AA-LINE-2 NOT = SPACES THEN
                   MOVE SPACES TO LETTER-LINE
                   MOVE WS-AA-LINE-2 TO LETTER-LINE (7:30)
                   WRITE LETTER-LINE
               END-IF.
               MOVE SPACES TO LETTER-LINE.
               STRING WS-AA-POSTAL-CODE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-AA-CITY DELIMITED BY SIZE
                   INTO LETTER-LINE (7:60)
               END-STRING.
               WRITE LETTER-LINE.
               IF WS-AA-COUNTRY NOT = SPACES THEN
                   MOVE SPACES TO LETTER-LINE
                   MOVE WS-AA-COUNTRY TO LETTER-LINE (7:20)
                   WRITE LETTER-LINE
               END-IF.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.

           ISSUE-ADMIT-LETTER.
               IF NO-MAILING-ADDRESS THEN
                   PERFORM WRITE-UNDELIVERABLE
               ELSE
                   PERFORM WRITE-ADMIT-LETTER
               END-IF.

           ISSUE-PENDING-LETTER.
               IF NO-MAILING-ADDRESS THEN
                   PERFORM WRITE-UNDELIVERABLE
               ELSE
                   PERFORM WRITE-PENDING-LETTER
               END-IF.

           ISSUE-REJECT-LETTER.
               IF NO-MAILING-ADDRESS THEN
                   PERFORM WRITE-UNDELIVERABLE
               ELSE
                   PERFORM WRITE-REJECT-LETTER
               END-IF.

           WRITE-UNDELIVERABLE.
               ADD 1 TO WS-UNDELIVERABLE-COUNT.
               MOVE SPACES TO UNDELIVERABLE-LINE.
               ACCEPT UN-DATE FROM DATE YYYYMMDD.
               MOVE APPLICANT-ID TO UN-ID.
               MOVE APPLICANT-NAME TO UN-NAME.
               MOVE WS-UNDELIVERABLE-DOCUMENT TO UN-DOCUMENT.
               MOVE "NO MAILING ADDRESS" TO UN-REASON.
               WRITE UNDELIVERABLE-LINE.

           WRITE-ADMIT-LETTER.
               PERFORM WRITE-LETTER-HEADING.
