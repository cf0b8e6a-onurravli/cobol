           IDENTIFICATION DIVISION.
           PROGRAM-ID. load-cert.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SM-ID
                   ALTERNATE RECORD KEY IS SM-NAME WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-STATUS.
               SELECT ENROLLMENT-FILE ASSIGN TO "ENROLLMENT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENROLLMENT-STATUS.
               SELECT COURSE-CATALOG-FILE ASSIGN TO "CATALOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CATALOG-STATUS.
               SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERM-STATUS.
               SELECT PARAMETER-FILE ASSIGN TO "PARAMS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAMETER-STATUS.
               SELECT CERTIFICATION-FILE ASSIGN TO "LOADCERT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CERT-STATUS.
               SELECT CHANGE-REPORT-FILE ASSIGN TO "LOADCHG.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.
               SELECT LOAD-SORTED-FILE ASSIGN TO "LCSORT.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SORTED-STATUS.
               SELECT LOAD-SORT-FILE ASSIGN TO "SORTWK1".

           DATA DIVISION.
           FILE SECTION.
           FD  STUDENT-MASTER.
               COPY "student-master.cpy".

           FD  ENROLLMENT-FILE.
               COPY "enrollment-record.cpy".

           FD  COURSE-CATALOG-FILE.
               COPY "catalog-record.cpy".

           FD  TERM-CONTROL-FILE.
               COPY "term-control.cpy".

           FD  PARAMETER-FILE.
               COPY "param-record.cpy".

           FD  CERTIFICATION-FILE.
               COPY "load-cert.cpy".

           FD  CHANGE-REPORT-FILE.
               01 REPORT-LINE PIC X(80).

           FD  LOAD-SORTED-FILE.
               01 SORTED-LOAD-RECORD.
                   05 SLD-ID PIC 9(06).
                   05 SLD-CREDITS PIC 9(02).

           SD  LOAD-SORT-FILE.
               01 LOAD-SORT-RECORD.
                   05 LSR-ID PIC 9(06).
                   05 LSR-CREDITS PIC 9(02).

           WORKING-STORAGE SECTION.
               01 WS-STUDENT-STATUS PIC X(02).
               01 WS-ENROLLMENT-STATUS PIC X(02).
               01 WS-CATALOG-STATUS PIC X(02).
               01 WS-TERM-STATUS PIC X(02).
               01 WS-PARAMETER-STATUS PIC X(02).
               01 WS-CERT-STATUS PIC X(02).
               01 WS-REPORT-STATUS PIC X(02).
               01 WS-SORTED-STATUS PIC X(02).
               01 WS-CURRENT-TERM PIC X(06) VALUE SPACES.
               01 WS-TODAY PIC 9(08) VALUE ZERO.

               01 WS-MASTER-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-STUDENTS VALUE "Y".
               01 WS-ENROLLMENT-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-ENROLLMENTS VALUE "Y".
               01 WS-CATALOG-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-CATALOG VALUE "Y".
               01 WS-PARAM-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-PARAMETERS VALUE "Y".
               01 WS-CERT-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-CERTIFICATION VALUE "Y".
               01 WS-SORTED-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-SORTED-LOADS VALUE "Y".

               01 WS-PARAM-DATE PIC 9(08) VALUE ZERO.
               01 WS-FULL-CREDITS PIC 9(03) VALUE 12.
               01 WS-FULL-CREDITS-EFF PIC 9(08) VALUE ZERO.
               01 WS-HALF-CREDITS PIC 9(03) VALUE 6.
               01 WS-HALF-CREDITS-EFF PIC 9(08) VALUE ZERO.

               01 WS-CATALOG-COUNT PIC 9(03) VALUE ZERO.
               01 WS-CATALOG-TABLE.
                   05 WS-CATALOG-ENTRY OCCURS 500 TIMES.
                       10 WS-CT-COURSE PIC X(08).
                       10 WS-CT-CREDITS PIC 9(02).
               01 WS-CATALOG-SUB PIC 9(03) VALUE ZERO.
               01 WS-COURSE-MATCH-FLAG PIC X(01) VALUE "N".
                   88 COURSE-IN-CATALOG VALUE "Y".

               01 WS-PRIOR-COUNT PIC 9(05) VALUE ZERO.
               01 WS-PRIOR-TABLE.
                   05 WS-PRIOR-ENTRY OCCURS 25000 TIMES.
                       10 WS-PR-ID PIC 9(06).
                       10 WS-PR-NAME PIC X(25).
                       10 WS-PR-CREDITS PIC 9(03).
                       10 WS-PR-LOAD PIC X(01).
               01 WS-PRIOR-SUB PIC 9(05) VALUE ZERO.

               01 WS-STUDENT-CREDITS PIC 9(03) VALUE ZERO.
               01 WS-STUDENT-LOAD PIC X(01).

               01 WS-FULL-COUNT PIC 9(06) VALUE ZERO.
               01 WS-HALF-COUNT PIC 9(06) VALUE ZERO.
               01 WS-LESS-COUNT PIC 9(06) VALUE ZERO.
               01 WS-ID-SUM PIC 9(12) VALUE ZERO.
               01 WS-CHANGE-COUNT PIC 9(06) VALUE ZERO.

               01 WS-OLD-CREDITS-DISPLAY PIC ZZ9.
               01 WS-NEW-CREDITS-DISPLAY PIC ZZ9.

           PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD.
               PERFORM LOAD-TERM-CONTROL.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-PARAMETERS
                   PERFORM LOAD-COURSE-CATALOG
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-PRIOR-CERTIFICATION
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM SORT-TERM-LOADS
               END-IF.
               IF RETURN-CODE = 0 THEN
                   OPEN INPUT STUDENT-MASTER
                   IF WS-STUDENT-STATUS NOT = "00" THEN
                       DISPLAY "STUDENT-MASTER FILE NOT FOUND - "
                           "STATUS " WS-STUDENT-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM CERTIFY-ALL-STUDENTS
                   CLOSE STUDENT-MASTER
                   DISPLAY "CERTIFIED FULL-TIME: " WS-FULL-COUNT
                   DISPLAY "CERTIFIED HALF-TIME: " WS-HALF-COUNT
                   DISPLAY "CERTIFIED LESS THAN HALF-TIME: "
                       WS-LESS-COUNT
                   DISPLAY "LOAD CHANGES SINCE LAST RUN: "
                       WS-CHANGE-COUNT
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
                       "LOAD CERTIFICATION NOT RUN"
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
               IF PR-KEY = "FULL-TIME"
                       AND PR-EFF-DATE <= WS-PARAM-DATE
                       AND PR-EFF-DATE >= WS-FULL-CREDITS-EFF THEN
                   MOVE PR-VALUE TO WS-FULL-CREDITS
                   MOVE PR-EFF-DATE TO WS-FULL-CREDITS-EFF
               END-IF.
               IF PR-KEY = "HALF-TIME"
                       AND PR-EFF-DATE <= WS-PARAM-DATE
                       AND PR-EFF-DATE >= WS-HALF-CREDITS-EFF THEN
                   MOVE PR-VALUE TO WS-HALF-CREDITS
                   MOVE PR-EFF-DATE TO WS-HALF-CREDITS-EFF
               END-IF.
               PERFORM READ-PARAMETER.

           LOAD-COURSE-CATALOG.
               OPEN INPUT COURSE-CATALOG-FILE.
               IF WS-CATALOG-STATUS = "00" THEN
                   PERFORM READ-CATALOG
                   PERFORM STORE-CATALOG UNTIL END-OF-CATALOG
                   CLOSE COURSE-CATALOG-FILE
               ELSE
                   DISPLAY "COURSE CATALOG FILE NOT FOUND - STATUS "
                       WS-CATALOG-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF.

           READ-CATALOG.
               READ COURSE-CATALOG-FILE
                   AT END SET END-OF-CATALOG TO TRUE
               END-READ.

           STORE-CATALOG.
               IF WS-CATALOG-COUNT = 500 THEN
                   DISPLAY "COURSE CATALOG EXCEEDS TABLE LIMIT"
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-CATALOG TO TRUE
               ELSE
                   ADD 1 TO WS-CATALOG-COUNT
                   MOVE CAT-COURSE
                       TO WS-CT-COURSE (WS-CATALOG-COUNT)
                   MOVE CAT-CREDITS
                       TO WS-CT-CREDITS (WS-CATALOG-COUNT)
                   PERFORM READ-CATALOG
               END-IF.

           LOAD-PRIOR-CERTIFICATION.
               OPEN INPUT CERTIFICATION-FILE.
               IF WS-CERT-STATUS = "00" THEN
                   PERFORM READ-CERTIFICATION
                   PERFORM STORE-PRIOR-CERTIFICATION
                       UNTIL END-OF-CERTIFICATION
                   CLOSE CERTIFICATION-FILE
               ELSE
                   IF WS-CERT-STATUS NOT = "35" THEN
                       DISPLAY "CERTIFICATION FILE OPEN FAILED - "
                           "STATUS " WS-CERT-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-CERTIFICATION.
               READ CERTIFICATION-FILE
                   AT END SET END-OF-CERTIFICATION TO TRUE
               END-READ.

           STORE-PRIOR-CERTIFICATION.
               IF LC-DETAIL AND LC-TERM = WS-CURRENT-TERM THEN
                   IF WS-PRIOR-COUNT = 25000 THEN
                       DISPLAY "CERTIFICATION FILE EXCEEDS TABLE LIMIT"
                       MOVE 8 TO RETURN-CODE
                       SET END-OF-CERTIFICATION TO TRUE
                   ELSE
                       ADD 1 TO WS-PRIOR-COUNT
                       MOVE LC-ID TO WS-PR-ID (WS-PRIOR-COUNT)
                       MOVE LC-NAME TO WS-PR-NAME (WS-PRIOR-COUNT)
                       MOVE LC-CREDITS
                           TO WS-PR-CREDITS (WS-PRIOR-COUNT)
                       MOVE LC-LOAD TO WS-PR-LOAD (WS-PRIOR-COUNT)
                   END-IF
               END-IF.
               IF NOT END-OF-CERTIFICATION THEN
                   PERFORM READ-CERTIFICATION
               END-IF.

           SORT-TERM-LOADS.
               SORT LOAD-SORT-FILE
                   ON ASCENDING KEY LSR-ID
                   INPUT PROCEDURE IS RELEASE-TERM-LOADS
                   GIVING LOAD-SORTED-FILE.

           RELEASE-TERM-LOADS.
               OPEN INPUT ENROLLMENT-FILE.
               IF WS-ENROLLMENT-STATUS = "00" THEN
                   PERFORM READ-ENROLLMENT
                   PERFORM RELEASE-ONE-ENROLLMENT
                       UNTIL END-OF-ENROLLMENTS
                   CLOSE ENROLLMENT-FILE
               ELSE
                   IF WS-ENROLLMENT-STATUS NOT = "35" THEN
                       DISPLAY "ENROLLMENT FILE OPEN FAILED - "
                           "STATUS " WS-ENROLLMENT-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-ENROLLMENT.
               READ ENROLLMENT-FILE
                   AT END SET END-OF-ENROLLMENTS TO TRUE
               END-READ.

           RELEASE-ONE-ENROLLMENT.
               IF EN-TERM = WS-CURRENT-TERM OR EN-TERM = SPACES THEN
                   PERFORM FIND-CATALOG-COURSE
                   IF COURSE-IN-CATALOG THEN
                       MOVE EN-ID TO LSR-ID
                       MOVE WS-CT-CREDITS (WS-CATALOG-SUB)
                           TO LSR-CREDITS
                       RELEASE LOAD-SORT-RECORD
                   END-IF
               END-IF.
               PERFORM READ-ENROLLMENT.

           FIND-CATALOG-COURSE.
               MOVE "N" TO WS-COURSE-MATCH-FLAG.
               MOVE 1 TO WS-CATALOG-SUB.
               PERFORM SCAN-CATALOG-TABLE
                   UNTIL COURSE-IN-CATALOG
                       OR WS-CATALOG-SUB > WS-CATALOG-COUNT.

           SCAN-CATALOG-TABLE.
               IF WS-CT-COURSE (WS-CATALOG-SUB) = EN-COURSE THEN
                   SET COURSE-IN-CATALOG TO TRUE
               ELSE
                   ADD 1 TO WS-CATALOG-SUB
               END-IF.

           CERTIFY-ALL-STUDENTS.
               OPEN INPUT LOAD-SORTED-FILE.
               OPEN OUTPUT CERTIFICATION-FILE.
               OPEN OUTPUT CHANGE-REPORT-FILE.
               PERFORM WRITE-CHANGE-HEADING.
               PERFORM WRITE-CERTIFICATION-HEADER.
               MOVE 1 TO WS-PRIOR-SUB.
               PERFORM READ-SORTED-LOAD.
               PERFORM READ-STUDENT.
               PERFORM CERTIFY-ONE-STUDENT UNTIL END-OF-STUDENTS.
               PERFORM REPORT-NO-LONGER-CERTIFIED
                   UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT.
               PERFORM WRITE-CERTIFICATION-TRAILER.
               IF WS-CHANGE-COUNT = 0 THEN
                   MOVE "NO LOAD CHANGES SINCE LAST CERTIFICATION"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF.
               CLOSE LOAD-SORTED-FILE.
               CLOSE CERTIFICATION-FILE.
               CLOSE CHANGE-REPORT-FILE.

           READ-STUDENT.
               READ STUDENT-MASTER NEXT
                   AT END SET END-OF-STUDENTS TO TRUE
               END-READ.

           READ-SORTED-LOAD.
               READ LOAD-SORTED-FILE
                   AT END SET END-OF-SORTED-LOADS TO TRUE
               END-READ.

           WRITE-CHANGE-HEADING.
               MOVE SPACES TO REPORT-LINE.
               STRING "ENROLLMENT LOAD CHANGES - TERM "
                       DELIMITED BY SIZE
                   WS-CURRENT-TERM DELIMITED BY SIZE
                   "  RUN DATE " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING.
               WRITE REPORT-LINE.
               MOVE "ID      NAME                       WAS  NOW  LOAD"
                   TO REPORT-LINE.
               WRITE REPORT-LINE.

           WRITE-CERTIFICATION-HEADER.
               MOVE SPACES TO LOAD-CERT-RECORD.
               SET LC-HEADER TO TRUE.
               MOVE WS-CURRENT-TERM TO LC-TERM.
               MOVE WS-TODAY TO LC-RUN-DATE.
               MOVE WS-FULL-CREDITS TO LC-FULL-CREDITS.
               MOVE WS-HALF-CREDITS TO LC-HALF-CREDITS.
               WRITE LOAD-CERT-RECORD.

           CERTIFY-ONE-STUDENT.
               MOVE ZERO TO WS-STUDENT-CREDITS.
               PERFORM READ-SORTED-LOAD
                   UNTIL END-OF-SORTED-LOADS OR SLD-ID >= SM-ID.
               PERFORM ADD-SORTED-LOAD
                   UNTIL END-OF-SORTED-LOADS OR SLD-ID NOT = SM-ID.
               PERFORM REPORT-NO-LONGER-CERTIFIED
                   UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
                       OR WS-PR-ID (WS-PRIOR-SUB) >= SM-ID.
               IF NOT SM-NOT-ACTIVE THEN
                   PERFORM CLASSIFY-STUDENT-LOAD
                   PERFORM WRITE-CERTIFICATION-DETAIL
                   IF WS-PRIOR-SUB NOT > WS-PRIOR-COUNT THEN
                       IF WS-PR-ID (WS-PRIOR-SUB) = SM-ID THEN
                           PERFORM COMPARE-PRIOR-LOAD
                           ADD 1 TO WS-PRIOR-SUB
                       END-IF
                   END-IF
               END-IF.
               PERFORM READ-STUDENT.

           ADD-SORTED-LOAD.
               ADD SLD-CREDITS TO WS-STUDENT-CREDITS.
               PERFORM READ-SORTED-LOAD.

           CLASSIFY-STUDENT-LOAD.
               IF WS-STUDENT-CREDITS >= WS-FULL-CREDITS THEN
                   MOVE "F" TO WS-STUDENT-LOAD
                   ADD 1 TO WS-FULL-COUNT
               ELSE
                   IF WS-STUDENT-CREDITS >= WS-HALF-CREDITS THEN
                       MOVE "H" TO WS-STUDENT-LOAD
                       ADD 1 TO WS-HALF-COUNT
                   ELSE
                       MOVE "L" TO WS-STUDENT-LOAD
                       ADD 1 TO WS-LESS-COUNT
                   END-IF
               END-IF.

           WRITE-CERTIFICATION-DETAIL.
               MOVE SPACES TO LOAD-CERT-RECORD.
               SET LC-DETAIL TO TRUE.
               MOVE WS-CURRENT-TERM TO LC-TERM.
               MOVE SM-ID TO LC-ID.
               MOVE SM-NAME TO LC-NAME.
               MOVE WS-STUDENT-CREDITS TO LC-CREDITS.
               MOVE WS-STUDENT-LOAD TO LC-LOAD.
               WRITE LOAD-CERT-RECORD.
               ADD SM-ID TO WS-ID-SUM.

           COMPARE-PRIOR-LOAD.
               IF WS-STUDENT-CREDITS < WS-PR-CREDITS (WS-PRIOR-SUB) THEN
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE WS-PR-CREDITS (WS-PRIOR-SUB)
                       TO WS-OLD-CREDITS-DISPLAY
                   MOVE WS-STUDENT-CREDITS TO WS-NEW-CREDITS-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING SM-ID DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       SM-NAME DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-OLD-CREDITS-DISPLAY DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-NEW-CREDITS-DISPLAY DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-PR-LOAD (WS-PRIOR-SUB) DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       WS-STUDENT-LOAD DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF.

           REPORT-NO-LONGER-CERTIFIED.
               ADD 1 TO WS-CHANGE-COUNT.
               MOVE WS-PR-CREDITS (WS-PRIOR-SUB)
                   TO WS-OLD-CREDITS-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING WS-PR-ID (WS-PRIOR-SUB) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-PR-NAME (WS-PRIOR-SUB) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-OLD-CREDITS-DISPLAY DELIMITED BY SIZE
                   "  NO LONGER CERTIFIED" DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING.
               WRITE REPORT-LINE.
               ADD 1 TO WS-PRIOR-SUB.

           WRITE-CERTIFICATION-TRAILER.
               MOVE SPACES TO LOAD-CERT-RECORD.
               SET LC-TRAILER TO TRUE.
               MOVE WS-CURRENT-TERM TO LC-TERM.
               MOVE WS-FULL-COUNT TO LC-FULL-COUNT.
               MOVE WS-HALF-COUNT TO LC-HALF-COUNT.
               MOVE WS-LESS-COUNT TO LC-LESS-COUNT.
               MOVE WS-ID-SUM TO LC-ID-SUM.
               WRITE LOAD-CERT-RECORD.

           END PROGRAM load-cert.
