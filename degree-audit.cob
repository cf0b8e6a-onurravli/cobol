           IDENTIFICATION DIVISION.
           PROGRAM-ID. degree-audit.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SM-ID
                   ALTERNATE RECORD KEY IS SM-NAME WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-STATUS.
               SELECT REQUIREMENT-FILE ASSIGN TO "DEGREQ.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REQUIREMENT-STATUS.
               SELECT STUDENT-PROGRAM-FILE ASSIGN TO "STUPROG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROGRAM-STATUS.
               SELECT GRADE-HISTORY-FILE ASSIGN TO "GRADEHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.
               SELECT ENROLLMENT-FILE ASSIGN TO "ENROLLMENT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENROLLMENT-STATUS.
               SELECT COURSE-CATALOG-FILE ASSIGN TO "CATALOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CATALOG-STATUS.
               SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERM-STATUS.
               SELECT AUDIT-REPORT-FILE ASSIGN TO "DEGAUDIT.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.
               SELECT DEGREE-RESULT-FILE ASSIGN TO "DEGRSLT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESULT-STATUS.
               SELECT PROG-SORTED-FILE ASSIGN TO "DAPROG.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROG-SORTED-STATUS.
               SELECT HIST-SORTED-FILE ASSIGN TO "DAHIST.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-SORTED-STATUS.
               SELECT ENR-SORTED-FILE ASSIGN TO "DAENR.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENR-SORTED-STATUS.
               SELECT PROG-SORT-FILE ASSIGN TO "SORTWK1".
               SELECT HIST-SORT-FILE ASSIGN TO "SORTWK2".
               SELECT ENR-SORT-FILE ASSIGN TO "SORTWK3".

           DATA DIVISION.
           FILE SECTION.
           FD  STUDENT-MASTER.
               COPY "student-master.cpy".

           FD  REQUIREMENT-FILE.
               COPY "degree-req.cpy".

           FD  STUDENT-PROGRAM-FILE.
               COPY "student-program.cpy".

           FD  GRADE-HISTORY-FILE.
               COPY "grade-history.cpy".

           FD  ENROLLMENT-FILE.
               COPY "enrollment-record.cpy".

           FD  COURSE-CATALOG-FILE.
               COPY "catalog-record.cpy".

           FD  TERM-CONTROL-FILE.
               COPY "term-control.cpy".

           FD  AUDIT-REPORT-FILE.
               01 REPORT-LINE PIC X(80).

           FD  DEGREE-RESULT-FILE.
               COPY "degree-result.cpy".

           FD  PROG-SORTED-FILE.
               01 SORTED-PROGRAM-RECORD.
                   05 SPG-ID PIC 9(06).
                   05 SPG-PROGRAM PIC X(06).
                   05 SPG-DATE PIC 9(08).

           FD  HIST-SORTED-FILE.
               01 SORTED-HISTORY-RECORD.
                   05 SHS-ID PIC 9(06).
                   05 SHS-COURSE PIC X(08).
                   05 SHS-CREDITS PIC 9(02).

           FD  ENR-SORTED-FILE.
               01 SORTED-ENROLLMENT-RECORD.
                   05 SEN-ID PIC 9(06).
                   05 SEN-COURSE PIC X(08).

           SD  PROG-SORT-FILE.
               01 PROG-SORT-RECORD.
                   05 PSR-ID PIC 9(06).
                   05 PSR-PROGRAM PIC X(06).
                   05 PSR-DATE PIC 9(08).

           SD  HIST-SORT-FILE.
               01 HIST-SORT-RECORD.
                   05 HSR-ID PIC 9(06).
                   05 HSR-COURSE PIC X(08).
                   05 HSR-CREDITS PIC 9(02).

           SD  ENR-SORT-FILE.
               01 ENR-SORT-RECORD.
                   05 SN-ID PIC 9(06).
                   05 SN-COURSE PIC X(08).

           WORKING-STORAGE SECTION.
               01 WS-STUDENT-STATUS PIC X(02).
               01 WS-REQUIREMENT-STATUS PIC X(02).
               01 WS-PROGRAM-STATUS PIC X(02).
               01 WS-HISTORY-STATUS PIC X(02).
               01 WS-ENROLLMENT-STATUS PIC X(02).
               01 WS-CATALOG-STATUS PIC X(02).
               01 WS-TERM-STATUS PIC X(02).
               01 WS-REPORT-STATUS PIC X(02).
               01 WS-RESULT-STATUS PIC X(02).
               01 WS-PROG-SORTED-STATUS PIC X(02).
               01 WS-HIST-SORTED-STATUS PIC X(02).
               01 WS-ENR-SORTED-STATUS PIC X(02).
               01 WS-CURRENT-TERM PIC X(06) VALUE SPACES.
               01 WS-TODAY PIC 9(08) VALUE ZERO.

               01 WS-MASTER-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-STUDENTS VALUE "Y".
               01 WS-REQUIREMENT-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-REQUIREMENTS VALUE "Y".
               01 WS-HISTORY-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-HISTORY VALUE "Y".
               01 WS-ENROLLMENT-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-ENROLLMENTS VALUE "Y".
               01 WS-CATALOG-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-CATALOG VALUE "Y".
               01 WS-PROG-SORTED-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-SORTED-PROGRAMS VALUE "Y".
               01 WS-HIST-SORTED-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-SORTED-HISTORY VALUE "Y".
               01 WS-ENR-SORTED-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-SORTED-ENROLLMENTS VALUE "Y".

               01 WS-CATALOG-COUNT PIC 9(03) VALUE ZERO.
               01 WS-CATALOG-TABLE.
                   05 WS-CATALOG-ENTRY OCCURS 500 TIMES.
                       10 WS-CT-COURSE PIC X(08).
                       10 WS-CT-CREDITS PIC 9(02).
               01 WS-CATALOG-SUB PIC 9(03) VALUE ZERO.
               01 WS-COURSE-MATCH-FLAG PIC X(01) VALUE "N".
                   88 COURSE-IN-CATALOG VALUE "Y".

               01 WS-REQUIREMENT-COUNT PIC 9(04) VALUE ZERO.
               01 WS-REQUIREMENT-TABLE.
                   05 WS-REQUIREMENT-ENTRY OCCURS 3000 TIMES.
                       10 WS-RQ-REC PIC X(55).
               01 WS-REQUIREMENT-SUB PIC 9(04) VALUE ZERO.
               01 WS-MEMBER-SUB PIC 9(04) VALUE ZERO.
               01 WS-HEADER-SUB PIC 9(04) VALUE ZERO.
               01 WS-HEADER-FLAG PIC X(01) VALUE "N".
                   88 PROGRAM-ON-FILE VALUE "Y".

               01 WS-WORK-REQ.
                   05 WS-WR-PROGRAM PIC X(06).
                   05 WS-WR-TYPE PIC X(01).
                   05 WS-WR-GROUP PIC X(04).
                   05 WS-WR-COURSE PIC X(08).
                   05 WS-WR-MIN-CREDITS PIC 9(03).
                   05 WS-WR-MIN-CGPA PIC 9(01)V9(02).
                   05 WS-WR-TITLE PIC X(30).

               01 WS-MEMBER-REQ.
                   05 WS-MR-PROGRAM PIC X(06).
                   05 WS-MR-TYPE PIC X(01).
                   05 WS-MR-GROUP PIC X(04).
                   05 WS-MR-COURSE PIC X(08).
                   05 WS-MR-MIN-CREDITS PIC 9(03).
                   05 WS-MR-MIN-CGPA PIC 9(01)V9(02).
                   05 WS-MR-TITLE PIC X(30).

               01 WS-STUDENT-PROGRAM PIC X(06).
               01 WS-PROGRAM-TITLE PIC X(30).
               01 WS-MIN-CGPA PIC 9(01)V9(02) VALUE ZERO.
               01 WS-MIN-CREDITS PIC 9(03) VALUE ZERO.

               01 WS-PASSED-COUNT PIC 9(03) VALUE ZERO.
               01 WS-PASSED-TABLE.
                   05 WS-PASSED-ENTRY OCCURS 200 TIMES.
                       10 WS-PS-COURSE PIC X(08).
                       10 WS-PS-CREDITS PIC 9(02).
               01 WS-PASSED-SUB PIC 9(03) VALUE ZERO.
               01 WS-PASSED-FLAG PIC X(01) VALUE "N".
                   88 COURSE-PASSED VALUE "Y".

               01 WS-CURRENT-COUNT PIC 9(02) VALUE ZERO.
               01 WS-CURRENT-TABLE.
                   05 WS-CURRENT-ENTRY OCCURS 30 TIMES.
                       10 WS-CU-COURSE PIC X(08).
                       10 WS-CU-CREDITS PIC 9(02).
               01 WS-CURRENT-SUB PIC 9(02) VALUE ZERO.
               01 WS-CURRENT-FLAG PIC X(01) VALUE "N".
                   88 COURSE-IN-PROGRESS VALUE "Y".
               01 WS-CURRENT-CREDITS PIC 9(03) VALUE ZERO.

               01 WS-LOOKUP-COURSE PIC X(08).
               01 WS-GROUP-PASSED PIC 9(03) VALUE ZERO.
               01 WS-GROUP-CURRENT PIC 9(03) VALUE ZERO.
               01 WS-GROUP-TOTAL PIC 9(04) VALUE ZERO.
               01 WS-CREDIT-TOTAL PIC 9(04) VALUE ZERO.

               01 WS-LINE-STATUS PIC X(12).
               01 WS-OUTSTANDING-COUNT PIC 9(03) VALUE ZERO.
               01 WS-IN-PROGRESS-COUNT PIC 9(03) VALUE ZERO.

               01 WS-AUDITED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-CLEAN-COUNT PIC 9(06) VALUE ZERO.
               01 WS-PENDING-COUNT PIC 9(06) VALUE ZERO.
               01 WS-SHORT-COUNT PIC 9(06) VALUE ZERO.
               01 WS-NO-PROGRAM-COUNT PIC 9(06) VALUE ZERO.
               01 WS-LIMIT-COUNT PIC 9(06) VALUE ZERO.

               01 WS-CGPA-DISPLAY PIC 9.99.
               01 WS-MIN-CGPA-DISPLAY PIC 9.99.
               01 WS-CREDITS-DISPLAY PIC ZZ9.
               01 WS-MIN-CREDITS-DISPLAY PIC ZZ9.
               01 WS-COUNT-DISPLAY PIC ZZ9.

           PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD.
               PERFORM LOAD-TERM-CONTROL.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-COURSE-CATALOG
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-REQUIREMENTS
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM SORT-STUDENT-PROGRAMS
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM SORT-PASSED-HISTORY
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM SORT-CURRENT-ENROLLMENTS
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
                   PERFORM AUDIT-ALL-STUDENTS
                   CLOSE STUDENT-MASTER
                   DISPLAY "STUDENTS AUDITED: " WS-AUDITED-COUNT
                   DISPLAY "AUDITS CLEAN: " WS-CLEAN-COUNT
                   DISPLAY "AUDITS WITH COURSES IN PROGRESS: "
                       WS-PENDING-COUNT
                   DISPLAY "AUDITS WITH OUTSTANDING REQUIREMENTS: "
                       WS-SHORT-COUNT
                   DISPLAY "STUDENTS WITHOUT A PROGRAM: "
                       WS-NO-PROGRAM-COUNT
                   IF WS-LIMIT-COUNT > 0 THEN
                       DISPLAY "COURSES OVER STUDENT TABLE LIMIT: "
                           WS-LIMIT-COUNT
                   END-IF
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
                       "DEGREE AUDIT NOT RUN"
                   MOVE 8 TO RETURN-CODE
               END-IF.

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

           LOAD-REQUIREMENTS.
               OPEN INPUT REQUIREMENT-FILE.
               IF WS-REQUIREMENT-STATUS = "00" THEN
                   PERFORM READ-REQUIREMENT
                   PERFORM STORE-REQUIREMENT UNTIL END-OF-REQUIREMENTS
                   CLOSE REQUIREMENT-FILE
               ELSE
                   IF WS-REQUIREMENT-STATUS NOT = "35" THEN
                       DISPLAY "REQUIREMENT FILE OPEN FAILED - STATUS "
                           WS-REQUIREMENT-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-REQUIREMENT.
               READ REQUIREMENT-FILE
                   AT END SET END-OF-REQUIREMENTS TO TRUE
               END-READ.

           STORE-REQUIREMENT.
               IF WS-REQUIREMENT-COUNT = 3000 THEN
                   DISPLAY "REQUIREMENT FILE EXCEEDS TABLE LIMIT"
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-REQUIREMENTS TO TRUE
               ELSE
                   ADD 1 TO WS-REQUIREMENT-COUNT
                   MOVE DEGREE-REQUIREMENT-RECORD
                       TO WS-RQ-REC (WS-REQUIREMENT-COUNT)
                   PERFORM READ-REQUIREMENT
               END-IF.

           SORT-STUDENT-PROGRAMS.
               SORT PROG-SORT-FILE
                   ON ASCENDING KEY PSR-ID
                   INPUT PROCEDURE IS RELEASE-STUDENT-PROGRAMS
                   GIVING PROG-SORTED-FILE.

           RELEASE-STUDENT-PROGRAMS.
               OPEN INPUT STUDENT-PROGRAM-FILE.
               IF WS-PROGRAM-STATUS = "00" THEN
                   PERFORM READ-STUDENT-PROGRAM
                   PERFORM RELEASE-ONE-PROGRAM
                       UNTIL WS-PROGRAM-STATUS NOT = "00"
                   CLOSE STUDENT-PROGRAM-FILE
               ELSE
                   IF WS-PROGRAM-STATUS NOT = "35" THEN
                       DISPLAY "STUDENT PROGRAM FILE OPEN FAILED - "
                           "STATUS " WS-PROGRAM-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-STUDENT-PROGRAM.
               READ STUDENT-PROGRAM-FILE
                   AT END CONTINUE
               END-READ.

           RELEASE-ONE-PROGRAM.
               MOVE SP-ID TO PSR-ID.
               MOVE SP-PROGRAM TO PSR-PROGRAM.
               MOVE SP-DECLARED-DATE TO PSR-DATE.
               RELEASE PROG-SORT-RECORD.
               PERFORM READ-STUDENT-PROGRAM.

           SORT-PASSED-HISTORY.
               SORT HIST-SORT-FILE
                   ON ASCENDING KEY HSR-ID HSR-COURSE
                   INPUT PROCEDURE IS RELEASE-PASSED-HISTORY
                   GIVING HIST-SORTED-FILE.

           RELEASE-PASSED-HISTORY.
               OPEN INPUT GRADE-HISTORY-FILE.
               IF WS-HISTORY-STATUS = "00" THEN
                   PERFORM READ-GRADE-HISTORY
                   PERFORM RELEASE-ONE-HISTORY UNTIL END-OF-HISTORY
                   CLOSE GRADE-HISTORY-FILE
               ELSE
                   IF WS-HISTORY-STATUS NOT = "35" THEN
                       DISPLAY "GRADE HISTORY OPEN FAILED - STATUS "
                           WS-HISTORY-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-GRADE-HISTORY.
               READ GRADE-HISTORY-FILE
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ.

           RELEASE-ONE-HISTORY.
               IF GH-COUNTED AND GH-GRADE NOT = "F" THEN
                   MOVE GH-ID TO HSR-ID
                   MOVE GH-COURSE TO HSR-COURSE
                   MOVE GH-CREDITS TO HSR-CREDITS
                   RELEASE HIST-SORT-RECORD
               END-IF.
               PERFORM READ-GRADE-HISTORY.

           SORT-CURRENT-ENROLLMENTS.
               SORT ENR-SORT-FILE
                   ON ASCENDING KEY SN-ID SN-COURSE
                   INPUT PROCEDURE IS RELEASE-TERM-ENROLLMENTS
                   GIVING ENR-SORTED-FILE.

           RELEASE-TERM-ENROLLMENTS.
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
                   MOVE EN-ID TO SN-ID
                   MOVE EN-COURSE TO SN-COURSE
                   RELEASE ENR-SORT-RECORD
               END-IF.
               PERFORM READ-ENROLLMENT.

           AUDIT-ALL-STUDENTS.
               OPEN INPUT PROG-SORTED-FILE.
               OPEN INPUT HIST-SORTED-FILE.
               OPEN INPUT ENR-SORTED-FILE.
               OPEN OUTPUT AUDIT-REPORT-FILE.
               OPEN OUTPUT DEGREE-RESULT-FILE.
               MOVE SPACES TO REPORT-LINE.
               STRING "DEGREE AUDIT - TERM " DELIMITED BY SIZE
                   WS-CURRENT-TERM DELIMITED BY SIZE
                   "  RUN DATE " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING.
               WRITE REPORT-LINE.
               PERFORM READ-SORTED-PROGRAM.
               PERFORM READ-SORTED-HISTORY.
               PERFORM READ-SORTED-ENROLLMENT.
               PERFORM READ-STUDENT.
               PERFORM AUDIT-ONE-STUDENT UNTIL END-OF-STUDENTS.
               CLOSE PROG-SORTED-FILE.
               CLOSE HIST-SORTED-FILE.
               CLOSE ENR-SORTED-FILE.
               CLOSE AUDIT-REPORT-FILE.
               CLOSE DEGREE-RESULT-FILE.

           READ-STUDENT.
               READ STUDENT-MASTER NEXT
                   AT END SET END-OF-STUDENTS TO TRUE
               END-READ.

           READ-SORTED-PROGRAM.
               READ PROG-SORTED-FILE
                   AT END SET END-OF-SORTED-PROGRAMS TO TRUE
               END-READ.

           READ-SORTED-HISTORY.
               READ HIST-SORTED-FILE
                   AT END SET END-OF-SORTED-HISTORY TO TRUE
               END-READ.

           READ-SORTED-ENROLLMENT.
               READ ENR-SORTED-FILE
                   AT END SET END-OF-SORTED-ENROLLMENTS TO TRUE
               END-READ.

           AUDIT-ONE-STUDENT.
               MOVE SPACES TO WS-STUDENT-PROGRAM.
               PERFORM READ-SORTED-PROGRAM
                   UNTIL END-OF-SORTED-PROGRAMS OR SPG-ID >= SM-ID.
               IF NOT END-OF-SORTED-PROGRAMS AND SPG-ID = SM-ID THEN
                   MOVE SPG-PROGRAM TO WS-STUDENT-PROGRAM
               END-IF.
               MOVE ZERO TO WS-PASSED-COUNT.
               PERFORM READ-SORTED-HISTORY
                   UNTIL END-OF-SORTED-HISTORY OR SHS-ID >= SM-ID.
               PERFORM COLLECT-PASSED-COURSE
                   UNTIL END-OF-SORTED-HISTORY OR SHS-ID NOT = SM-ID.
               MOVE ZERO TO WS-CURRENT-COUNT.
               MOVE ZERO TO WS-CURRENT-CREDITS.
               PERFORM READ-SORTED-ENROLLMENT
                   UNTIL END-OF-SORTED-ENROLLMENTS OR SEN-ID >= SM-ID.
               PERFORM COLLECT-CURRENT-COURSE
                   UNTIL END-OF-SORTED-ENROLLMENTS
                       OR SEN-ID NOT = SM-ID.
               IF NOT SM-NOT-ACTIVE THEN
                   PERFORM AUDIT-STUDENT
               END-IF.
               PERFORM READ-STUDENT.

           COLLECT-PASSED-COURSE.
               MOVE SHS-COURSE TO WS-LOOKUP-COURSE.
               PERFORM FIND-PASSED-COURSE.
               IF NOT COURSE-PASSED THEN
                   IF WS-PASSED-COUNT = 200 THEN
                       ADD 1 TO WS-LIMIT-COUNT
                   ELSE
                       ADD 1 TO WS-PASSED-COUNT
                       MOVE SHS-COURSE
                           TO WS-PS-COURSE (WS-PASSED-COUNT)
                       MOVE SHS-CREDITS
                           TO WS-PS-CREDITS (WS-PASSED-COUNT)
                   END-IF
               END-IF.
               PERFORM READ-SORTED-HISTORY.

           COLLECT-CURRENT-COURSE.
               IF WS-CURRENT-COUNT = 30 THEN
                   ADD 1 TO WS-LIMIT-COUNT
               ELSE
                   ADD 1 TO WS-CURRENT-COUNT
                   MOVE SEN-COURSE TO WS-CU-COURSE (WS-CURRENT-COUNT)
                   MOVE ZERO TO WS-CU-CREDITS (WS-CURRENT-COUNT)
                   PERFORM FIND-CATALOG-COURSE
                   IF COURSE-IN-CATALOG THEN
                       MOVE WS-CT-CREDITS (WS-CATALOG-SUB)
                           TO WS-CU-CREDITS (WS-CURRENT-COUNT)
                       ADD WS-CT-CREDITS (WS-CATALOG-SUB)
                           TO WS-CURRENT-CREDITS
                   END-IF
               END-IF.
               PERFORM READ-SORTED-ENROLLMENT.

           FIND-CATALOG-COURSE.
               MOVE "N" TO WS-COURSE-MATCH-FLAG.
               MOVE 1 TO WS-CATALOG-SUB.
               PERFORM SCAN-CATALOG-TABLE
                   UNTIL COURSE-IN-CATALOG
                       OR WS-CATALOG-SUB > WS-CATALOG-COUNT.

           SCAN-CATALOG-TABLE.
               IF WS-CT-COURSE (WS-CATALOG-SUB) = SEN-COURSE THEN
                   SET COURSE-IN-CATALOG TO TRUE
               ELSE
                   ADD 1 TO WS-CATALOG-SUB
               END-IF.

           FIND-PASSED-COURSE.
               MOVE "N" TO WS-PASSED-FLAG.
               MOVE 1 TO WS-PASSED-SUB.
               PERFORM SCAN-PASSED-TABLE
                   UNTIL COURSE-PASSED
                       OR WS-PASSED-SUB > WS-PASSED-COUNT.

           SCAN-PASSED-TABLE.
               IF WS-PS-COURSE (WS-PASSED-SUB) = WS-LOOKUP-COURSE THEN
                   SET COURSE-PASSED TO TRUE
               ELSE
                   ADD 1 TO WS-PASSED-SUB
               END-IF.

           FIND-CURRENT-COURSE.
               MOVE "N" TO WS-CURRENT-FLAG.
               MOVE 1 TO WS-CURRENT-SUB.
               PERFORM SCAN-CURRENT-TABLE
                   UNTIL COURSE-IN-PROGRESS
                       OR WS-CURRENT-SUB > WS-CURRENT-COUNT.

           SCAN-CURRENT-TABLE.
               IF WS-CU-COURSE (WS-CURRENT-SUB) = WS-LOOKUP-COURSE THEN
                   SET COURSE-IN-PROGRESS TO TRUE
               ELSE
                   ADD 1 TO WS-CURRENT-SUB
               END-IF.

           AUDIT-STUDENT.
               ADD 1 TO WS-AUDITED-COUNT.
               MOVE ZERO TO WS-OUTSTANDING-COUNT.
               MOVE ZERO TO WS-IN-PROGRESS-COUNT.
               PERFORM FIND-PROGRAM-HEADER.
               PERFORM WRITE-STUDENT-HEADING.
               IF PROGRAM-ON-FILE THEN
                   MOVE 1 TO WS-REQUIREMENT-SUB
                   PERFORM AUDIT-REQUIREMENT-LINE
                       UNTIL WS-REQUIREMENT-SUB > WS-REQUIREMENT-COUNT
                   PERFORM AUDIT-CGPA
                   IF WS-MIN-CREDITS > 0 THEN
                       PERFORM AUDIT-TOTAL-CREDITS
                   END-IF
               END-IF.
               PERFORM WRITE-AUDIT-RESULT.

           FIND-PROGRAM-HEADER.
               MOVE "N" TO WS-HEADER-FLAG.
               MOVE SPACES TO WS-PROGRAM-TITLE.
               MOVE ZERO TO WS-MIN-CGPA.
               MOVE ZERO TO WS-MIN-CREDITS.
               IF WS-STUDENT-PROGRAM NOT = SPACES THEN
                   MOVE 1 TO WS-HEADER-SUB
                   PERFORM SCAN-PROGRAM-HEADER
                       UNTIL PROGRAM-ON-FILE
                           OR WS-HEADER-SUB > WS-REQUIREMENT-COUNT
               END-IF.

           SCAN-PROGRAM-HEADER.
               MOVE WS-RQ-REC (WS-HEADER-SUB) TO WS-WORK-REQ.
               IF WS-WR-PROGRAM = WS-STUDENT-PROGRAM
                       AND WS-WR-TYPE = "P" THEN
                   SET PROGRAM-ON-FILE TO TRUE
                   MOVE WS-WR-TITLE TO WS-PROGRAM-TITLE
                   MOVE WS-WR-MIN-CGPA TO WS-MIN-CGPA
                   MOVE WS-WR-MIN-CREDITS TO WS-MIN-CREDITS
               ELSE
                   ADD 1 TO WS-HEADER-SUB
               END-IF.

           WRITE-STUDENT-HEADING.
               MOVE ALL "-" TO REPORT-LINE.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               STRING "ID " DELIMITED BY SIZE
                   SM-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SM-NAME DELIMITED BY SIZE
                   "  PROGRAM " DELIMITED BY SIZE
                   WS-STUDENT-PROGRAM DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING.
               WRITE REPORT-LINE.
               MOVE SPACES TO REPORT-LINE.
               IF PROGRAM-ON-FILE THEN
                   STRING "    " DELIMITED BY SIZE
                       WS-PROGRAM-TITLE DELIMITED BY SIZE
                       INTO REPORT-LINE
                   END-STRING
               ELSE
                   IF WS-STUDENT-PROGRAM = SPACES THEN
                       MOVE "    NO PROGRAM OF STUDY ASSIGNED"
                           TO REPORT-LINE
                   ELSE
                       MOVE "    PROGRAM NOT ON REQUIREMENTS FILE"
                           TO REPORT-LINE
                   END-IF
               END-IF.
               WRITE REPORT-LINE.

           AUDIT-REQUIREMENT-LINE.
               MOVE WS-RQ-REC (WS-REQUIREMENT-SUB) TO WS-WORK-REQ.
               IF WS-WR-PROGRAM = WS-STUDENT-PROGRAM THEN
                   IF WS-WR-TYPE = "R" THEN
                       PERFORM AUDIT-REQUIRED-COURSE
                   END-IF
                   IF WS-WR-TYPE = "E" THEN
                       PERFORM AUDIT-ELECTIVE-GROUP
                   END-IF
               END-IF.
               ADD 1 TO WS-REQUIREMENT-SUB.

           AUDIT-REQUIRED-COURSE.
               MOVE WS-WR-COURSE TO WS-LOOKUP-COURSE.
               PERFORM FIND-PASSED-COURSE.
               IF COURSE-PASSED THEN
                   MOVE "COMPLETE" TO WS-LINE-STATUS
               ELSE
                   PERFORM FIND-CURRENT-COURSE
                   IF COURSE-IN-PROGRESS THEN
                       MOVE "IN PROGRESS" TO WS-LINE-STATUS
                       ADD 1 TO WS-IN-PROGRESS-COUNT
                   ELSE
                       MOVE "OUTSTANDING" TO WS-LINE-STATUS
                       ADD 1 TO WS-OUTSTANDING-COUNT
                   END-IF
               END-IF.
               MOVE SPACES TO REPORT-LINE.
               STRING "    " DELIMITED BY SIZE
                   WS-LINE-STATUS DELIMITED BY SIZE
                   "REQUIRED COURSE " DELIMITED BY SIZE
                   WS-WR-COURSE DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING.
               WRITE REPORT-LINE.

           AUDIT-ELECTIVE-GROUP.
               MOVE ZERO TO WS-GROUP-PASSED.
               MOVE ZERO TO WS-GROUP-CURRENT.
               MOVE 1 TO WS-MEMBER-SUB.
               PERFORM TOTAL-GROUP-MEMBER
                   UNTIL WS-MEMBER-SUB > WS-REQUIREMENT-COUNT.
               COMPUTE WS-GROUP-TOTAL =
                   WS-GROUP-PASSED + WS-GROUP-CURRENT.
               IF WS-GROUP-PASSED >= WS-WR-MIN-CREDITS THEN
                   MOVE "COMPLETE" TO WS-LINE-STATUS
               ELSE
                   IF WS-GROUP-TOTAL >= WS-WR-MIN-CREDITS THEN
                       MOVE "IN PROGRESS" TO WS-LINE-STATUS
                       ADD 1 TO WS-IN-PROGRESS-COUNT
                   ELSE
                       MOVE "OUTSTANDING" TO WS-LINE-STATUS
                       ADD 1 TO WS-OUTSTANDING-COUNT
                   END-IF
               END-IF.
               MOVE WS-GROUP-PASSED TO WS-CREDITS-DISPLAY.
               MOVE WS-WR-MIN-CREDITS TO WS-MIN-CREDITS-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "    " DELIMITED BY SIZE
                   WS-LINE-STATUS DELIMITED BY SIZE
                   "ELECTIVES " DELIMITED BY SIZE
                   WS-WR-GROUP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-WR-TITLE DELIMITED BY SIZE
                   WS-CREDITS-DISPLAY DELIMITED BY SIZE
                   " OF" DELIMITED BY SIZE
                   WS-MIN-CREDITS-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING.
               WRITE REPORT-LINE.

           TOTAL-GROUP-MEMBER.
               MOVE WS-RQ-REC (WS-MEMBER-SUB) TO WS-MEMBER-REQ.
               IF WS-MR-PROGRAM = WS-STUDENT-PROGRAM
                       AND WS-MR-TYPE = "G"
                       AND WS-MR-GROUP = WS-WR-GROUP THEN
                   MOVE WS-MR-COURSE TO WS-LOOKUP-COURSE
                   PERFORM FIND-PASSED-COURSE
                   IF COURSE-PASSED THEN
                       ADD WS-PS-CREDITS (WS-PASSED-SUB)
                           TO WS-GROUP-PASSED
                   ELSE
                       PERFORM FIND-CURRENT-COURSE
                       IF COURSE-IN-PROGRESS THEN
                           ADD WS-CU-CREDITS (WS-CURRENT-SUB)
                               TO WS-GROUP-CURRENT
                       END-IF
                   END-IF
               END-IF.
               ADD 1 TO WS-MEMBER-SUB.

           AUDIT-CGPA.
               IF SM-CGPA IS NUMERIC AND SM-CGPA >= WS-MIN-CGPA THEN
                   MOVE "COMPLETE" TO WS-LINE-STATUS
               ELSE
                   MOVE "OUTSTANDING" TO WS-LINE-STATUS
                   ADD 1 TO WS-OUTSTANDING-COUNT
               END-IF.
               MOVE SM-CGPA TO WS-CGPA-DISPLAY.
               MOVE WS-MIN-CGPA TO WS-MIN-CGPA-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "    " DELIMITED BY SIZE
                   WS-LINE-STATUS DELIMITED BY SIZE
                   "MINIMUM CGPA " DELIMITED BY SIZE
                   WS-MIN-CGPA-DISPLAY DELIMITED BY SIZE
                   "  CURRENT " DELIMITED BY SIZE
                   WS-CGPA-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING.
               WRITE REPORT-LINE.

           AUDIT-TOTAL-CREDITS.
               MOVE ZERO TO WS-CREDIT-TOTAL.
               IF SM-CREDITS IS NUMERIC THEN
                   MOVE SM-CREDITS TO WS-CREDIT-TOTAL
               END-IF.
               IF WS-CREDIT-TOTAL >= WS-MIN-CREDITS THEN
                   MOVE "COMPLETE" TO WS-LINE-STATUS
               ELSE
                   ADD WS-CURRENT-CREDITS TO WS-CREDIT-TOTAL
                   IF WS-CREDIT-TOTAL >= WS-MIN-CREDITS THEN
                       MOVE "IN PROGRESS" TO WS-LINE-STATUS
                       ADD 1 TO WS-IN-PROGRESS-COUNT
                   ELSE
                       MOVE "OUTSTANDING" TO WS-LINE-STATUS
                       ADD 1 TO WS-OUTSTANDING-COUNT
                   END-IF
               END-IF.
               MOVE SM-CREDITS TO WS-CREDITS-DISPLAY.
               MOVE WS-MIN-CREDITS TO WS-MIN-CREDITS-DISPLAY.
               MOVE SPACES TO REPORT-LINE.
               STRING "    " DELIMITED BY SIZE
                   WS-LINE-STATUS DELIMITED BY SIZE
                   "MINIMUM CREDITS " DELIMITED BY SIZE
                   WS-MIN-CREDITS-DISPLAY DELIMITED BY SIZE
                   "  EARNED " DELIMITED BY SIZE
                   WS-CREDITS-DISPLAY DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING.
               WRITE REPORT-LINE.

           WRITE-AUDIT-RESULT.
               MOVE SM-ID TO DX-ID.
               MOVE WS-STUDENT-PROGRAM TO DX-PROGRAM.
               MOVE WS-TODAY TO DX-AUDIT-DATE.
               MOVE WS-OUTSTANDING-COUNT TO DX-OUTSTANDING-COUNT.
               MOVE WS-IN-PROGRESS-COUNT TO DX-IN-PROGRESS-COUNT.
               MOVE SPACES TO REPORT-LINE.
               EVALUATE TRUE
                   WHEN NOT PROGRAM-ON-FILE
                       SET DX-NO-PROGRAM TO TRUE
                       ADD 1 TO WS-NO-PROGRAM-COUNT
                       MOVE "    AUDIT RESULT: NOT AUDITED"
                           TO REPORT-LINE
                   WHEN WS-OUTSTANDING-COUNT > 0
                       SET DX-OUTSTANDING TO TRUE
                       ADD 1 TO WS-SHORT-COUNT
                       MOVE WS-OUTSTANDING-COUNT TO WS-COUNT-DISPLAY
                       STRING "    AUDIT RESULT: OUTSTANDING "
                               DELIMITED BY SIZE
                           WS-COUNT-DISPLAY DELIMITED BY SIZE
                           INTO REPORT-LINE
                       END-STRING
                   WHEN WS-IN-PROGRESS-COUNT > 0
                       SET DX-IN-PROGRESS TO TRUE
                       ADD 1 TO WS-PENDING-COUNT
                       MOVE WS-IN-PROGRESS-COUNT TO WS-COUNT-DISPLAY
                       STRING "    AUDIT RESULT: IN PROGRESS "
                               DELIMITED BY SIZE
                           WS-COUNT-DISPLAY DELIMITED BY SIZE
                           INTO REPORT-LINE
                       END-STRING
                   WHEN OTHER
                       SET DX-AUDIT-CLEAN TO TRUE
                       ADD 1 TO WS-CLEAN-COUNT
                       MOVE "    AUDIT RESULT: CLEAN" TO REPORT-LINE
               END-EVALUATE.
               WRITE REPORT-LINE.
               WRITE DEGREE-RESULT-RECORD.

           END PROGRAM degree-audit.
