           IDENTIFICATION DIVISION.
           PROGRAM-ID. load-letter.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CERTIFICATION-FILE ASSIGN TO "LOADCERT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CERT-STATUS.
               SELECT LETTER-FILE ASSIGN TO "LETTERS.PRT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LETTER-STATUS.
               SELECT RUN-MODE-FILE ASSIGN TO "RUNMODE.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-MODE-STATUS.
               SELECT ADDRESS-FILE ASSIGN TO "ADDRESS.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AD-ID
                   FILE STATUS IS WS-ADDRESS-STATUS.
               SELECT UNDELIVERABLE-FILE ASSIGN TO "UNDELIV.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-UNDELIVERABLE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  CERTIFICATION-FILE.
               COPY "load-cert.cpy".

           FD  LETTER-FILE.
               01 LETTER-LINE PIC X(80).

           FD  RUN-MODE-FILE.
               01 RUN-MODE-RECORD.
                   05 RM-LANGUAGE PIC X(01).
                   05 RM-MODE PIC X(01).
                   05 RM-CAMPUS PIC X(02).

           FD  ADDRESS-FILE.
               COPY "address-record.cpy".

           FD  UNDELIVERABLE-FILE.
               COPY "undeliverable.cpy".

           WORKING-STORAGE SECTION.
               01 WS-CERT-STATUS PIC X(02).
               01 WS-LETTER-STATUS PIC X(02).
               01 WS-RUN-MODE-STATUS PIC X(02).
               01 WS-LETTER-DATE PIC 9(08).

               01 WS-CERT-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-CERTIFICATION VALUE "Y".

               01 WS-DEFAULT-LANGUAGE PIC X(01) VALUE "T".
               01 WS-LANGUAGE-ENTRY PIC X(01).
               01 WS-LANGUAGE PIC X(01) VALUE "T".
                   88 LANG-TURKISH VALUE "T".
                   88 LANG-ENGLISH VALUE "E".

               01 WS-ID-ENTRY PIC X(06).
                   88 LETTER-QUIT VALUE "Q     ".
               01 WS-ID-NUM REDEFINES WS-ID-ENTRY PIC 9(06).

               01 WS-MATCH-FLAG PIC X(01) VALUE "N".
                   88 STUDENT-CERTIFIED VALUE "Y".

               01 WS-CERT-TERM PIC X(06).
               01 WS-CERT-NAME PIC X(25).
               01 WS-CERT-CREDITS PIC 9(03).
               01 WS-CERT-LOAD PIC X(01).
                   88 CERT-FULL-TIME VALUE "F".
                   88 CERT-HALF-TIME VALUE "H".

               01 WS-PRINTED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-CREDITS-DISPLAY PIC ZZ9.

               01 WS-ADDRESS-STATUS PIC X(02).
               01 WS-ADDRESS-OPEN-FLAG PIC X(01) VALUE "N".
                   88 ADDRESS-FILE-OPEN VALUE "Y".
               01 WS-UNDELIVERABLE-STATUS PIC X(02).
               01 WS-UNDELIVERABLE-REASON PIC X(20).
                   88 MAIL-DELIVERABLE VALUE SPACES.
               01 WS-UNDELIVERABLE-COUNT PIC 9(06) VALUE ZERO.

           PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE.
               PERFORM LOAD-RUN-MODE-LANGUAGE.
               OPEN EXTEND LETTER-FILE.
               IF WS-LETTER-STATUS = "35" THEN
                   OPEN OUTPUT LETTER-FILE
               END-IF.
               IF WS-LETTER-STATUS NOT = "00" THEN
                   DISPLAY "LETTER FILE OPEN FAILED - STATUS "
                       WS-LETTER-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF.
               PERFORM OPEN-ADDRESS-FILE.
               IF RETURN-CODE NOT = 0 THEN
                   CLOSE LETTER-FILE
                   GOBACK
               END-IF.
               PERFORM OPEN-UNDELIVERABLE-FILE.
               PERFORM GET-LETTER-ID.
               PERFORM PROCESS-LETTER-REQUEST UNTIL LETTER-QUIT.
               CLOSE LETTER-FILE.
               CLOSE UNDELIVERABLE-FILE.
               IF ADDRESS-FILE-OPEN THEN
                   CLOSE ADDRESS-FILE
               END-IF.
               DISPLAY "VERIFICATION LETTERS PRINTED: "
                   WS-PRINTED-COUNT.
               DISPLAY "VERIFICATION LETTERS UNDELIVERABLE: "
                   WS-UNDELIVERABLE-COUNT.
               GOBACK.

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

           GET-LETTER-ID.
               DISPLAY "STUDENT ID (Q=QUIT): ".
               ACCEPT WS-ID-ENTRY FROM SYSIN.

           PROCESS-LETTER-REQUEST.
               IF WS-ID-ENTRY IS NUMERIC THEN
                   PERFORM FIND-CERTIFICATION
                   IF STUDENT-CERTIFIED THEN
                       PERFORM CHECK-MAILING-ADDRESS
                       IF MAIL-DELIVERABLE THEN
                           PERFORM GET-LETTER-LANGUAGE
                           PERFORM PRINT-VERIFICATION-LETTER
                       ELSE
                           PERFORM WRITE-UNDELIVERABLE
                           DISPLAY "LETTER NOT PRINTED - "
                               WS-UNDELIVERABLE-REASON
                       END-IF
                   ELSE
                       DISPLAY "STUDENT NOT ON CURRENT CERTIFICATION"
                   END-IF
               ELSE
                   DISPLAY "STUDENT ID MUST BE NUMERIC"
               END-IF.
               PERFORM GET-LETTER-ID.

           GET-LETTER-LANGUAGE.
               DISPLAY "LANGUAGE (T=TURKCE, E=ENGLISH): ".
               ACCEPT WS-LANGUAGE-ENTRY FROM SYSIN.
               IF WS-LANGUAGE-ENTRY = "T" OR WS-LANGUAGE-ENTRY = "E"
                       THEN
                   MOVE WS-LANGUAGE-ENTRY TO WS-LANGUAGE
               ELSE
                   MOVE WS-DEFAULT-LANGUAGE TO WS-LANGUAGE
               END-IF.

           FIND-CERTIFICATION.
               MOVE "N" TO WS-MATCH-FLAG.
               MOVE "N" TO WS-CERT-EOF-FLAG.
               MOVE SPACES TO WS-CERT-TERM.
               OPEN INPUT CERTIFICATION-FILE.
               IF WS-CERT-STATUS = "00" THEN
                   PERFORM READ-CERTIFICATION
                   PERFORM SCAN-CERTIFICATION
                       UNTIL STUDENT-CERTIFIED OR END-OF-CERTIFICATION
                   CLOSE CERTIFICATION-FILE
               ELSE
                   DISPLAY "CERTIFICATION FILE NOT FOUND - STATUS "
                       WS-CERT-STATUS
               END-IF.

           READ-CERTIFICATION.
               READ CERTIFICATION-FILE
                   AT END SET END-OF-CERTIFICATION TO TRUE
               END-READ.

           SCAN-CERTIFICATION.
               IF LC-DETAIL AND LC-ID = WS-ID-NUM THEN
                   SET STUDENT-CERTIFIED TO TRUE
                   MOVE LC-TERM TO WS-CERT-TERM
                   MOVE LC-NAME TO WS-CERT-NAME
                   MOVE LC-CREDITS TO WS-CERT-CREDITS
                   MOVE LC-LOAD TO WS-CERT-LOAD
               ELSE
                   PERFORM READ-CERTIFICATION
               END-IF.

           PRINT-VERIFICATION-LETTER.
               ADD 1 TO WS-PRINTED-COUNT.
               MOVE WS-CERT-CREDITS TO WS-CREDITS-DISPLAY.
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
               MOVE WS-CERT-NAME TO LETTER-LINE (7:25).
               WRITE LETTER-LINE.
               PERFORM WRITE-ADDRESS-BLOCK.
               IF LANG-ENGLISH THEN
                   MOVE "TO WHOM IT MAY CONCERN" TO LETTER-LINE
               ELSE
                   MOVE "ILGILI MAKAMA" TO LETTER-LINE
               END-IF.
               WRITE LETTER-LINE.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.
               IF LANG-ENGLISH THEN
                   STRING "THIS IS TO CERTIFY THAT " DELIMITED BY SIZE
                       WS-CERT-NAME DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
               ELSE
                   STRING "OGRENCIMIZ " DELIMITED BY SIZE
                       WS-CERT-NAME DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
               END-IF.
               WRITE LETTER-LINE.
               MOVE SPACES TO LETTER-LINE.
               IF LANG-ENGLISH THEN
                   STRING "STUDENT ID " DELIMITED BY SIZE
                       WS-ID-NUM DELIMITED BY SIZE
                       ", IS ENROLLED FOR TERM " DELIMITED BY SIZE
                       WS-CERT-TERM DELIMITED BY SIZE
                       " IN" DELIMITED BY SIZE
                       WS-CREDITS-DISPLAY DELIMITED BY SIZE
                       " CREDITS," DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
               ELSE
                   STRING "(OGRENCI NO " DELIMITED BY SIZE
                       WS-ID-NUM DELIMITED BY SIZE
                       ") " DELIMITED BY SIZE
                       WS-CERT-TERM DELIMITED BY SIZE
                       " DONEMINDE" DELIMITED BY SIZE
                       WS-CREDITS-DISPLAY DELIMITED BY SIZE
                       " KREDI ILE KAYITLIDIR." DELIMITED BY SIZE
                       INTO LETTER-LINE
                   END-STRING
               END-IF.
               WRITE LETTER-LINE.
               PERFORM WRITE-LOAD-LINE.
               MOVE SPACES TO LETTER-LINE.
               WRITE LETTER-LINE.
               MOVE "____________________" TO LETTER-LINE.
               WRITE LETTER-LINE.
               IF LANG-ENGLISH THEN
                   MOVE "OFFICE OF THE REGISTRAR" TO LETTER-LINE
               ELSE
                   MOVE "OGRENCI ISLERI MUDURLUGU" TO LETTER-LINE
               END-IF.
               WRITE LETTER-LINE.
               DISPLAY "VERIFICATION LETTER PRINTED FOR ID " WS-ID-NUM.

           CHECK-MAILING-ADDRESS.
               MOVE SPACES TO WS-UNDELIVERABLE-REASON.
               IF ADDRESS-FILE-OPEN THEN
                   MOVE WS-ID-NUM TO AD-ID
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
               MOVE WS-ID-NUM TO UN-ID.
               MOVE WS-CERT-NAME TO UN-NAME.
               MOVE "VERIFY LETTER" TO UN-DOCUMENT.
               MOVE WS-UNDELIVERABLE-REASON TO UN-REASON.
               WRITE UNDELIVERABLE-LINE.

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

           WRITE-LOAD-LINE.
               EVALUATE TRUE
                   WHEN LANG-ENGLISH AND CERT-FULL-TIME
                       MOVE "WHICH IS FULL-TIME STUDY." TO LETTER-LINE
                   WHEN LANG-ENGLISH AND CERT-HALF-TIME
                       MOVE "WHICH IS HALF-TIME STUDY." TO LETTER-LINE
                   WHEN LANG-ENGLISH
                       MOVE "WHICH IS LESS THAN HALF-TIME STUDY."
                           TO LETTER-LINE
                   WHEN CERT-FULL-TIME
                       MOVE "OGRENIM DURUMU: TAM ZAMANLI."
                           TO LETTER-LINE
                   WHEN CERT-HALF-TIME
                       MOVE "OGRENIM DURUMU: YARI ZAMANLI."
                           TO LETTER-LINE
                   WHEN OTHER
                       MOVE "OGRENIM DURUMU: YARI ZAMANDAN AZ."
                           TO LETTER-LINE
               END-EVALUATE.
               WRITE LETTER-LINE.

           END PROGRAM load-letter.
