           IDENTIFICATION DIVISION.
           PROGRAM-ID. degree-maint.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DEGREE-TRANS-FILE ASSIGN TO "DEGTRANS.TRN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEGREE-TRANS-STATUS.
               SELECT REQUIREMENT-FILE ASSIGN TO "DEGREQ.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REQUIREMENT-STATUS.
               SELECT STUDENT-PROGRAM-FILE ASSIGN TO "STUPROG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROGRAM-STATUS.
               SELECT COURSE-CATALOG-FILE ASSIGN TO "CATALOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CATALOG-STATUS.
               SELECT STUDENT-MASTER ASSIGN TO "STUDENT.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SM-ID
                   ALTERNATE RECORD KEY IS SM-NAME WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-STATUS.
               SELECT DEGREE-AUDIT-FILE ASSIGN TO "DEGMAINT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
               SELECT DEGREE-EXCEPTION-FILE ASSIGN TO "DEGMEXC.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXCEPTION-STATUS.
               SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPERATOR-STATUS.
               SELECT SECURITY-LOG-FILE ASSIGN TO "SECURITY.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SECURITY-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  DEGREE-TRANS-FILE.
               01 DEGREE-TRANS-RECORD.
                   05 DT-ACTION PIC X(01).
                       88 DT-ADD VALUE "A".
                       88 DT-CHANGE VALUE "C".
                       88 DT-DELETE VALUE "D".
                   05 DT-RECORD PIC X(01).
                       88 DT-STUDENT-PROGRAM VALUE "S".
                       88 DT-PROGRAM-HEADER VALUE "P".
                       88 DT-REQUIRED-COURSE VALUE "R".
                       88 DT-ELECTIVE-GROUP VALUE "E".
                       88 DT-GROUP-COURSE VALUE "G".
                   05 DT-PROGRAM PIC X(06).
                   05 DT-ID PIC X(06).
                   05 DT-ID-NUM REDEFINES DT-ID PIC 9(06).
                   05 DT-GROUP PIC X(04).
                   05 DT-COURSE PIC X(08).
                   05 DT-MIN-CREDITS PIC X(03).
                   05 DT-MIN-CREDITS-NUM REDEFINES DT-MIN-CREDITS
                       PIC 9(03).
                   05 DT-MIN-CGPA PIC X(03).
                   05 DT-MIN-CGPA-NUM REDEFINES DT-MIN-CGPA
                       PIC 9(01)V9(02).
                   05 DT-TITLE PIC X(30).
                   05 DT-OPERATOR PIC X(08).

           FD  REQUIREMENT-FILE.
               COPY "degree-req.cpy".

           FD  STUDENT-PROGRAM-FILE.
               COPY "student-program.cpy".

           FD  COURSE-CATALOG-FILE.
               COPY "catalog-record.cpy".

           FD  STUDENT-MASTER.
               COPY "student-master.cpy".

           FD  DEGREE-AUDIT-FILE.
               COPY "degmaint-audit.cpy".

           FD  DEGREE-EXCEPTION-FILE.
               01 EXCEPTION-LINE PIC X(80).

           FD  OPERATOR-FILE.
               COPY "operator-record.cpy".

           FD  SECURITY-LOG-FILE.
               COPY "security-log.cpy".

           WORKING-STORAGE SECTION.
               01 WS-DEGREE-TRANS-STATUS PIC X(02).
               01 WS-REQUIREMENT-STATUS PIC X(02).
               01 WS-PROGRAM-STATUS PIC X(02).
               01 WS-CATALOG-STATUS PIC X(02).
               01 WS-STUDENT-STATUS PIC X(02).
               01 WS-AUDIT-STATUS PIC X(02).
               01 WS-EXCEPTION-STATUS PIC X(02).
               01 WS-OPERATOR-STATUS PIC X(02).
               01 WS-SECURITY-STATUS PIC X(02).
               01 WS-TODAY PIC 9(08) VALUE ZERO.

               01 WS-TRANS-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-TRANSACTIONS VALUE "Y".
               01 WS-REQUIREMENT-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-REQUIREMENTS VALUE "Y".
               01 WS-PROGRAM-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-PROGRAMS VALUE "Y".
               01 WS-CATALOG-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-CATALOG VALUE "Y".

               01 WS-CATALOG-COUNT PIC 9(03) VALUE ZERO.
               01 WS-CATALOG-TABLE.
                   05 WS-CATALOG-ENTRY OCCURS 500 TIMES.
                       10 WS-CT-COURSE PIC X(08).
                       10 WS-CT-STATUS PIC X(01).
               01 WS-CATALOG-SUB PIC 9(03) VALUE ZERO.
               01 WS-COURSE-MATCH-FLAG PIC X(01) VALUE "N".
                   88 COURSE-IN-CATALOG VALUE "Y".

               01 WS-REQUIREMENT-COUNT PIC 9(04) VALUE ZERO.
               01 WS-REQUIREMENT-TABLE.
                   05 WS-REQUIREMENT-ENTRY OCCURS 3000 TIMES.
                       10 WS-RQ-REC PIC X(55).
               01 WS-REQUIREMENT-SUB PIC 9(04) VALUE ZERO.
               01 WS-REQ-MATCH-SUB PIC 9(04) VALUE ZERO.
               01 WS-REQ-MATCH-FLAG PIC X(01) VALUE "N".
                   88 REQUIREMENT-ON-FILE VALUE "Y".

               01 WS-ASSIGNED-COUNT PIC 9(05) VALUE ZERO.
               01 WS-ASSIGNED-TABLE.
                   05 WS-ASSIGNED-ENTRY OCCURS 25000 TIMES.
                       10 WS-SP-REC PIC X(20).
               01 WS-ASSIGNED-SUB PIC 9(05) VALUE ZERO.
               01 WS-ASG-MATCH-SUB PIC 9(05) VALUE ZERO.
               01 WS-ASG-MATCH-FLAG PIC X(01) VALUE "N".
                   88 PROGRAM-ASSIGNED VALUE "Y".

               01 WS-SHIFT-SUB PIC 9(05) VALUE ZERO.

               01 WS-WORK-REQ.
                   05 WS-WR-KEY.
                       10 WS-WR-PROGRAM PIC X(06).
                       10 WS-WR-TYPE PIC X(01).
                       10 WS-WR-GROUP PIC X(04).
                       10 WS-WR-COURSE PIC X(08).
                   05 WS-WR-MIN-CREDITS PIC 9(03).
                   05 WS-WR-MIN-CGPA PIC 9(01)V9(02).
                   05 WS-WR-TITLE PIC X(30).

               01 WS-OTHER-REQ.
                   05 WS-OR-KEY.
                       10 WS-OR-PROGRAM PIC X(06).
                       10 WS-OR-TYPE PIC X(01).
                       10 WS-OR-GROUP PIC X(04).
                       10 WS-OR-COURSE PIC X(08).
                   05 WS-OR-MIN-CREDITS PIC 9(03).
                   05 WS-OR-MIN-CGPA PIC 9(01)V9(02).
                   05 WS-OR-TITLE PIC X(30).

               01 WS-LOOKUP-KEY.
                   05 WS-KY-PROGRAM PIC X(06).
                   05 WS-KY-TYPE PIC X(01).
                   05 WS-KY-GROUP PIC X(04).
                   05 WS-KY-COURSE PIC X(08).

               01 WS-WORK-PROG.
                   05 WS-WP-ID PIC 9(06).
                   05 WS-WP-PROGRAM PIC X(06).
                   05 WS-WP-DATE PIC 9(08).

               01 WS-OTHER-PROG.
                   05 WS-OP-ID PIC 9(06).
                   05 WS-OP-PROGRAM PIC X(06).
                   05 WS-OP-DATE PIC 9(08).

               01 WS-DEPENDENT-FLAG PIC X(01) VALUE "N".
                   88 DEPENDENTS-FOUND VALUE "Y".

               01 WS-MATCH-FLAG PIC X(01) VALUE "N".
                   88 STUDENT-FOUND VALUE "Y".

               01 WS-BEFORE-IMAGE PIC X(55).
               01 WS-AFTER-IMAGE PIC X(55).
               01 WS-EDIT-OK-FLAG PIC X(01) VALUE "N".
                   88 FIELDS-VALID VALUE "Y".

               01 WS-APPLIED-COUNT PIC 9(06) VALUE ZERO.
               01 WS-EXCEPTION-COUNT PIC 9(06) VALUE ZERO.
               01 WS-EXCEPTION-REASON PIC X(30).

               01 WS-PROGRAM-NAME PIC X(12) VALUE "degree-maint".
               01 WS-OPERATOR-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-OPERATORS VALUE "Y".
               01 WS-OPERATOR-MATCH-FLAG PIC X(01) VALUE "N".
                   88 OPERATOR-ON-FILE VALUE "Y".
               01 WS-SIGNON-ID PIC X(08) VALUE SPACES.
               01 WS-SIGNON-PASSWORD PIC X(12).
               01 WS-SIGNON-NAME PIC X(25).
               01 WS-SIGNON-FLAG PIC X(01) VALUE "N".
                   88 OPERATOR-SIGNED-ON VALUE "Y".
               01 WS-SIGNON-REASON PIC X(30).
               01 WS-SIGNON-FUNCTIONS PIC X(06) VALUE SPACES.
               01 WS-AUTH-SUB PIC 9(02) VALUE ZERO.
               01 WS-AUTH-LIMIT PIC 9(02) VALUE 12.
               01 WS-AUTH-ACTION PIC X(01).
               01 WS-AUTH-TALLY PIC 9(02) VALUE ZERO.
               01 WS-AUTHORITY-FLAG PIC X(01) VALUE "N".
                   88 AUTHORITY-GRANTED VALUE "Y".

               01 WS-HASH-TEXT PIC X(20).
               01 WS-HASH-CHARS REDEFINES WS-HASH-TEXT.
                   05 WS-HASH-CHAR PIC X(01) OCCURS 20 TIMES.
               01 WS-HASH-ALPHABET.
                   05 FILLER PIC X(36)
                       VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
                   05 FILLER PIC X(28)
                       VALUE "abcdefghijklmnopqrstuvwxyz-.".
               01 WS-HASH-SUB PIC 9(02) VALUE ZERO.
               01 WS-HASH-CODE PIC 9(03) VALUE ZERO.
               01 WS-HASH-VALUE PIC 9(10) VALUE ZERO.
               01 WS-HASH-WORK PIC 9(12) VALUE ZERO.
               01 WS-HASH-QUOTIENT PIC 9(12) VALUE ZERO.

               01 WS-SECURITY-EVENT PIC X(01).
               01 WS-SECURITY-ACTION PIC X(01).
               01 WS-SECURITY-KEY PIC X(12).
               01 WS-SECURITY-REASON PIC X(30).
               01 WS-REFUSED-COUNT PIC 9(06) VALUE ZERO.

           PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD.
               PERFORM SIGN-ON-OPERATOR.
               IF NOT OPERATOR-SIGNED-ON THEN
                   GOBACK
               END-IF.
               PERFORM LOAD-COURSE-CATALOG.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-REQUIREMENTS
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-STUDENT-PROGRAMS
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
                   PERFORM PROCESS-DEGREE-TRANSACTIONS
                   CLOSE STUDENT-MASTER
               END-IF.
               IF RETURN-CODE = 0 THEN
                   PERFORM REWRITE-REQUIREMENTS
                   PERFORM REWRITE-STUDENT-PROGRAMS
                   DISPLAY "DEGREE CHANGES APPLIED: " WS-APPLIED-COUNT
                   DISPLAY "DEGREE EXCEPTIONS: " WS-EXCEPTION-COUNT
                   DISPLAY "DEGREE CHANGES REFUSED: " WS-REFUSED-COUNT
               END-IF.
               GOBACK.

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
                   MOVE CAT-STATUS
                       TO WS-CT-STATUS (WS-CATALOG-COUNT)
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

           LOAD-STUDENT-PROGRAMS.
               OPEN INPUT STUDENT-PROGRAM-FILE.
               IF WS-PROGRAM-STATUS = "00" THEN
                   PERFORM READ-STUDENT-PROGRAM
                   PERFORM STORE-STUDENT-PROGRAM UNTIL END-OF-PROGRAMS
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
                   AT END SET END-OF-PROGRAMS TO TRUE
               END-READ.

           STORE-STUDENT-PROGRAM.
               IF WS-ASSIGNED-COUNT = 25000 THEN
                   DISPLAY "STUDENT PROGRAM FILE EXCEEDS TABLE LIMIT"
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-PROGRAMS TO TRUE
               ELSE
                   ADD 1 TO WS-ASSIGNED-COUNT
                   MOVE STUDENT-PROGRAM-RECORD
                       TO WS-SP-REC (WS-ASSIGNED-COUNT)
                   PERFORM READ-STUDENT-PROGRAM
               END-IF.

           PROCESS-DEGREE-TRANSACTIONS.
               OPEN INPUT DEGREE-TRANS-FILE.
               IF WS-DEGREE-TRANS-STATUS = "00" THEN
                   PERFORM OPEN-DEGREE-AUDIT
                   OPEN OUTPUT DEGREE-EXCEPTION-FILE
                   PERFORM READ-DEGREE-TRANS
                   PERFORM APPLY-DEGREE-TRANS UNTIL END-OF-TRANSACTIONS
                   CLOSE DEGREE-TRANS-FILE
                   CLOSE DEGREE-AUDIT-FILE
                   CLOSE DEGREE-EXCEPTION-FILE
               ELSE
                   DISPLAY "DEGREE TRANSACTION FILE NOT FOUND - "
                       "STATUS " WS-DEGREE-TRANS-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF.

           OPEN-DEGREE-AUDIT.
               OPEN EXTEND DEGREE-AUDIT-FILE.
               IF WS-AUDIT-STATUS = "35" THEN
                   OPEN OUTPUT DEGREE-AUDIT-FILE
               END-IF.

           READ-DEGREE-TRANS.
               READ DEGREE-TRANS-FILE
                   AT END SET END-OF-TRANSACTIONS TO TRUE
               END-READ.

           APPLY-DEGREE-TRANS.
               PERFORM CHECK-TRANS-AUTHORITY.
               IF AUTHORITY-GRANTED THEN
                   PERFORM APPLY-AUTHORISED-TRANS
               ELSE
                   PERFORM REFUSE-DEGREE-TRANS
               END-IF.
               PERFORM READ-DEGREE-TRANS.

           CHECK-TRANS-AUTHORITY.
               MOVE SPACES TO WS-EXCEPTION-REASON.
               IF DT-OPERATOR = SPACES THEN
                   MOVE WS-SIGNON-ID TO DT-OPERATOR
               END-IF.
               IF DT-OPERATOR NOT = WS-SIGNON-ID THEN
                   MOVE "N" TO WS-AUTHORITY-FLAG
                   STRING "KEYED UNDER OPERATOR " DELIMITED BY SIZE
                       DT-OPERATOR DELIMITED BY SIZE
                       INTO WS-EXCEPTION-REASON
                   END-STRING
               ELSE
                   IF DT-ADD OR DT-CHANGE OR DT-DELETE THEN
                       MOVE DT-ACTION TO WS-AUTH-ACTION
                       PERFORM CHECK-OPERATOR-AUTHORITY
                       IF NOT AUTHORITY-GRANTED THEN
                           MOVE "NOT AUTHORISED FOR ACTION"
                               TO WS-EXCEPTION-REASON
                       END-IF
                   ELSE
                       SET AUTHORITY-GRANTED TO TRUE
                   END-IF
               END-IF.

           REFUSE-DEGREE-TRANS.
               ADD 1 TO WS-REFUSED-COUNT.
               MOVE "U" TO WS-SECURITY-EVENT.
               MOVE DT-ACTION TO WS-SECURITY-ACTION.
               IF DT-STUDENT-PROGRAM THEN
                   MOVE DT-ID TO WS-SECURITY-KEY
               ELSE
                   MOVE DT-PROGRAM TO WS-SECURITY-KEY
               END-IF.
               MOVE WS-EXCEPTION-REASON TO WS-SECURITY-REASON.
               PERFORM WRITE-SECURITY-EVENT.
               PERFORM WRITE-DEGREE-EXCEPTION.

           APPLY-AUTHORISED-TRANS.
               EVALUATE TRUE
                   WHEN NOT DT-ADD AND NOT DT-CHANGE
                           AND NOT DT-DELETE
                       MOVE "UNKNOWN ACTION CODE"
                           TO WS-EXCEPTION-REASON
                       PERFORM WRITE-DEGREE-EXCEPTION
                   WHEN DT-STUDENT-PROGRAM
                       PERFORM APPLY-STUDENT-PROGRAM
                   WHEN DT-PROGRAM-HEADER
                   WHEN DT-REQUIRED-COURSE
                   WHEN DT-ELECTIVE-GROUP
                   WHEN DT-GROUP-COURSE
                       PERFORM APPLY-REQUIREMENT
                   WHEN OTHER
                       MOVE "UNKNOWN RECORD TYPE"
                           TO WS-EXCEPTION-REASON
                       PERFORM WRITE-DEGREE-EXCEPTION
               END-EVALUATE.

           APPLY-REQUIREMENT.
               PERFORM BUILD-WORK-REQUIREMENT.
               MOVE WS-WR-KEY TO WS-LOOKUP-KEY.
               PERFORM FIND-REQUIREMENT.
               MOVE WS-REQUIREMENT-SUB TO WS-REQ-MATCH-SUB.
               EVALUATE TRUE
                   WHEN DT-ADD
                       PERFORM APPLY-REQUIREMENT-ADD
                   WHEN DT-CHANGE
                       PERFORM APPLY-REQUIREMENT-CHANGE
                   WHEN DT-DELETE
                       PERFORM APPLY-REQUIREMENT-DELETE
               END-EVALUATE.

           BUILD-WORK-REQUIREMENT.
               MOVE SPACES TO WS-WORK-REQ.
               MOVE ZERO TO WS-WR-MIN-CREDITS.
               MOVE ZERO TO WS-WR-MIN-CGPA.
               MOVE DT-PROGRAM TO WS-WR-PROGRAM.
               MOVE DT-RECORD TO WS-WR-TYPE.
               IF DT-ELECTIVE-GROUP OR DT-GROUP-COURSE THEN
                   MOVE DT-GROUP TO WS-WR-GROUP
               END-IF.
               IF DT-REQUIRED-COURSE OR DT-GROUP-COURSE THEN
                   MOVE DT-COURSE TO WS-WR-COURSE
               END-IF.
               IF DT-PROGRAM-HEADER OR DT-ELECTIVE-GROUP THEN
                   MOVE DT-TITLE TO WS-WR-TITLE
                   IF DT-MIN-CREDITS IS NUMERIC THEN
                       MOVE DT-MIN-CREDITS-NUM TO WS-WR-MIN-CREDITS
                   END-IF
               END-IF.
               IF DT-PROGRAM-HEADER AND DT-MIN-CGPA IS NUMERIC THEN
                   MOVE DT-MIN-CGPA-NUM TO WS-WR-MIN-CGPA
               END-IF.

           FIND-REQUIREMENT.
               MOVE "N" TO WS-REQ-MATCH-FLAG.
               MOVE 1 TO WS-REQUIREMENT-SUB.
               PERFORM SCAN-REQUIREMENT-TABLE
                   UNTIL REQUIREMENT-ON-FILE
                       OR WS-REQUIREMENT-SUB > WS-REQUIREMENT-COUNT.

           SCAN-REQUIREMENT-TABLE.
               MOVE WS-RQ-REC (WS-REQUIREMENT-SUB) TO WS-OTHER-REQ.
               IF WS-OR-KEY = WS-LOOKUP-KEY THEN
                   SET REQUIREMENT-ON-FILE TO TRUE
               ELSE
                   ADD 1 TO WS-REQUIREMENT-SUB
               END-IF.

           FIND-PROGRAM-HEADER.
               MOVE SPACES TO WS-LOOKUP-KEY.
               MOVE DT-PROGRAM TO WS-KY-PROGRAM.
               MOVE "P" TO WS-KY-TYPE.
               PERFORM FIND-REQUIREMENT.

           FIND-CATALOG-COURSE.
               MOVE "N" TO WS-COURSE-MATCH-FLAG.
               MOVE 1 TO WS-CATALOG-SUB.
               PERFORM SCAN-CATALOG-TABLE
                   UNTIL COURSE-IN-CATALOG
                       OR WS-CATALOG-SUB > WS-CATALOG-COUNT.

           SCAN-CATALOG-TABLE.
               IF WS-CT-COURSE (WS-CATALOG-SUB) = DT-COURSE THEN
                   SET COURSE-IN-CATALOG TO TRUE
               ELSE
                   ADD 1 TO WS-CATALOG-SUB
               END-IF.

           VALIDATE-REQUIREMENT-FIELDS.
               MOVE "N" TO WS-EDIT-OK-FLAG.
               IF DT-PROGRAM = SPACES THEN
                   MOVE "PROGRAM CODE REQUIRED" TO WS-EXCEPTION-REASON
               ELSE
                   EVALUATE TRUE
                       WHEN DT-PROGRAM-HEADER
                           PERFORM VALIDATE-PROGRAM-HEADER
                       WHEN DT-REQUIRED-COURSE
                           PERFORM VALIDATE-REQUIRED-COURSE
                       WHEN DT-ELECTIVE-GROUP
                           PERFORM VALIDATE-ELECTIVE-GROUP
                       WHEN DT-GROUP-COURSE
                           PERFORM VALIDATE-GROUP-COURSE
                   END-EVALUATE
               END-IF.

           VALIDATE-PROGRAM-HEADER.
               IF DT-TITLE = SPACES THEN
                   MOVE "PROGRAM TITLE REQUIRED" TO WS-EXCEPTION-REASON
               ELSE
                   IF DT-MIN-CGPA IS NOT NUMERIC THEN
                       MOVE "MINIMUM CGPA NOT NUMERIC"
                           TO WS-EXCEPTION-REASON
                   ELSE
                       IF DT-MIN-CGPA-NUM > 4.00 THEN
                           MOVE "MINIMUM CGPA ABOVE 4.00"
                               TO WS-EXCEPTION-REASON
                       ELSE
                           IF DT-MIN-CREDITS IS NOT NUMERIC THEN
                               MOVE "MINIMUM CREDITS NOT NUMERIC"
                                   TO WS-EXCEPTION-REASON
                           ELSE
                               SET FIELDS-VALID TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           VALIDATE-REQUIRED-COURSE.
               PERFORM VALIDATE-PROGRAM-COURSE.

           VALIDATE-ELECTIVE-GROUP.
               PERFORM FIND-PROGRAM-HEADER.
               IF NOT REQUIREMENT-ON-FILE THEN
                   MOVE "PROGRAM NOT ON FILE" TO WS-EXCEPTION-REASON
               ELSE
                   IF DT-GROUP = SPACES THEN
                       MOVE "GROUP CODE REQUIRED"
                           TO WS-EXCEPTION-REASON
                   ELSE
                       IF DT-MIN-CREDITS IS NOT NUMERIC
                               OR DT-MIN-CREDITS-NUM = ZERO THEN
                           MOVE "MINIMUM CREDITS NOT VALID"
                               TO WS-EXCEPTION-REASON
                       ELSE
                           SET FIELDS-VALID TO TRUE
                       END-IF
                   END-IF
               END-IF.

           VALIDATE-GROUP-COURSE.
               MOVE SPACES TO WS-LOOKUP-KEY.
               MOVE DT-PROGRAM TO WS-KY-PROGRAM.
               MOVE "E" TO WS-KY-TYPE.
               MOVE DT-GROUP TO WS-KY-GROUP.
               PERFORM FIND-REQUIREMENT.
               IF NOT REQUIREMENT-ON-FILE THEN
                   MOVE "ELECTIVE GROUP NOT ON FILE"
                       TO WS-EXCEPTION-REASON
               ELSE
                   PERFORM VALIDATE-PROGRAM-COURSE
               END-IF.

           VALIDATE-PROGRAM-COURSE.
               PERFORM FIND-PROGRAM-HEADER.
               IF NOT REQUIREMENT-ON-FILE THEN
                   MOVE "PROGRAM NOT ON FILE" TO WS-EXCEPTION-REASON
               ELSE
                   PERFORM FIND-CATALOG-COURSE
                   IF NOT COURSE-IN-CATALOG THEN
                       MOVE "COURSE NOT IN CATALOG"
                           TO WS-EXCEPTION-REASON
                   ELSE
                       IF WS-CT-STATUS (WS-CATALOG-SUB) = "R" THEN
                           MOVE "COURSE RETIRED"
                               TO WS-EXCEPTION-REASON
                       ELSE
                           SET FIELDS-VALID TO TRUE
                       END-IF
                   END-IF
               END-IF.

           APPLY-REQUIREMENT-ADD.
               IF WS-REQ-MATCH-SUB <= WS-REQUIREMENT-COUNT THEN
                   MOVE "REQUIREMENT ALREADY ON FILE"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-DEGREE-EXCEPTION
               ELSE
                   PERFORM VALIDATE-REQUIREMENT-FIELDS
                   IF NOT FIELDS-VALID THEN
                       PERFORM WRITE-DEGREE-EXCEPTION
                   ELSE
                       IF WS-REQUIREMENT-COUNT = 3000 THEN
                           MOVE "REQUIREMENT TABLE FULL"
                               TO WS-EXCEPTION-REASON
                           PERFORM WRITE-DEGREE-EXCEPTION
                       ELSE
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           ADD 1 TO WS-REQUIREMENT-COUNT
                           MOVE WS-WORK-REQ
                               TO WS-RQ-REC (WS-REQUIREMENT-COUNT)
                           MOVE WS-WORK-REQ TO WS-AFTER-IMAGE
                           PERFORM WRITE-DEGREE-AUDIT
                           ADD 1 TO WS-APPLIED-COUNT
                       END-IF
                   END-IF
               END-IF.

           APPLY-REQUIREMENT-CHANGE.
               IF WS-REQ-MATCH-SUB > WS-REQUIREMENT-COUNT THEN
                   MOVE "REQUIREMENT NOT ON FILE"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-DEGREE-EXCEPTION
               ELSE
                   IF NOT DT-PROGRAM-HEADER
                           AND NOT DT-ELECTIVE-GROUP THEN
                       MOVE "CHANGE NOT VALID FOR RECORD"
                           TO WS-EXCEPTION-REASON
                       PERFORM WRITE-DEGREE-EXCEPTION
                   ELSE
                       PERFORM VALIDATE-REQUIREMENT-FIELDS
                       IF NOT FIELDS-VALID THEN
                           PERFORM WRITE-DEGREE-EXCEPTION
                       ELSE
                           MOVE WS-RQ-REC (WS-REQ-MATCH-SUB)
                               TO WS-BEFORE-IMAGE
                           MOVE WS-WORK-REQ
                               TO WS-RQ-REC (WS-REQ-MATCH-SUB)
                           MOVE WS-WORK-REQ TO WS-AFTER-IMAGE
                           PERFORM WRITE-DEGREE-AUDIT
                           ADD 1 TO WS-APPLIED-COUNT
                       END-IF
                   END-IF
               END-IF.

           APPLY-REQUIREMENT-DELETE.
               IF WS-REQ-MATCH-SUB > WS-REQUIREMENT-COUNT THEN
                   MOVE "REQUIREMENT NOT ON FILE"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-DEGREE-EXCEPTION
               ELSE
                   PERFORM CHECK-REQUIREMENT-DEPENDENTS
                   IF DEPENDENTS-FOUND THEN
                       PERFORM WRITE-DEGREE-EXCEPTION
                   ELSE
                       MOVE WS-RQ-REC (WS-REQ-MATCH-SUB)
                           TO WS-BEFORE-IMAGE
                       MOVE SPACES TO WS-AFTER-IMAGE
                       MOVE WS-REQ-MATCH-SUB TO WS-SHIFT-SUB
                       PERFORM SHIFT-REQUIREMENT-DOWN
                           UNTIL WS-SHIFT-SUB >= WS-REQUIREMENT-COUNT
                       SUBTRACT 1 FROM WS-REQUIREMENT-COUNT
                       PERFORM WRITE-DEGREE-AUDIT
                       ADD 1 TO WS-APPLIED-COUNT
                   END-IF
               END-IF.

           CHECK-REQUIREMENT-DEPENDENTS.
               MOVE "N" TO WS-DEPENDENT-FLAG.
               IF DT-PROGRAM-HEADER THEN
                   MOVE 1 TO WS-ASSIGNED-SUB
                   PERFORM SCAN-PROGRAM-STUDENTS
                       UNTIL DEPENDENTS-FOUND
                           OR WS-ASSIGNED-SUB > WS-ASSIGNED-COUNT
                   IF DEPENDENTS-FOUND THEN
                       MOVE "PROGRAM ASSIGNED TO STUDENTS"
                           TO WS-EXCEPTION-REASON
                   END-IF
               END-IF.
               IF NOT DEPENDENTS-FOUND
                       AND (DT-PROGRAM-HEADER OR DT-ELECTIVE-GROUP) THEN
                   MOVE 1 TO WS-REQUIREMENT-SUB
                   PERFORM SCAN-DEPENDENT-LINES
                       UNTIL DEPENDENTS-FOUND
                           OR WS-REQUIREMENT-SUB > WS-REQUIREMENT-COUNT
                   IF DEPENDENTS-FOUND THEN
                       MOVE "REQUIREMENTS STILL ON FILE"
                           TO WS-EXCEPTION-REASON
                   END-IF
               END-IF.

           SCAN-PROGRAM-STUDENTS.
               MOVE WS-SP-REC (WS-ASSIGNED-SUB) TO WS-OTHER-PROG.
               IF WS-OP-PROGRAM = DT-PROGRAM THEN
                   SET DEPENDENTS-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-ASSIGNED-SUB
               END-IF.

           SCAN-DEPENDENT-LINES.
               MOVE WS-RQ-REC (WS-REQUIREMENT-SUB) TO WS-OTHER-REQ.
               IF WS-OR-PROGRAM = DT-PROGRAM
                       AND WS-REQUIREMENT-SUB NOT = WS-REQ-MATCH-SUB
                       THEN
                   IF DT-PROGRAM-HEADER THEN
                       SET DEPENDENTS-FOUND TO TRUE
                   ELSE
                       IF WS-OR-TYPE = "G"
                               AND WS-OR-GROUP = DT-GROUP THEN
                           SET DEPENDENTS-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF.
               IF NOT DEPENDENTS-FOUND THEN
                   ADD 1 TO WS-REQUIREMENT-SUB
               END-IF.

           SHIFT-REQUIREMENT-DOWN.
               MOVE WS-RQ-REC (WS-SHIFT-SUB + 1)
                   TO WS-RQ-REC (WS-SHIFT-SUB).
               ADD 1 TO WS-SHIFT-SUB.

           APPLY-STUDENT-PROGRAM.
               PERFORM FIND-STUDENT-PROGRAM.
               EVALUATE TRUE
                   WHEN DT-ADD
                       PERFORM APPLY-PROGRAM-ASSIGN
                   WHEN DT-CHANGE
                       PERFORM APPLY-PROGRAM-CHANGE
                   WHEN DT-DELETE
                       PERFORM APPLY-PROGRAM-REMOVE
               END-EVALUATE.

           FIND-STUDENT-PROGRAM.
               MOVE "N" TO WS-ASG-MATCH-FLAG.
               MOVE ZERO TO WS-ASG-MATCH-SUB.
               IF DT-ID IS NUMERIC THEN
                   MOVE 1 TO WS-ASSIGNED-SUB
                   PERFORM SCAN-ASSIGNED-TABLE
                       UNTIL PROGRAM-ASSIGNED
                           OR WS-ASSIGNED-SUB > WS-ASSIGNED-COUNT
               END-IF.

           SCAN-ASSIGNED-TABLE.
               MOVE WS-SP-REC (WS-ASSIGNED-SUB) TO WS-OTHER-PROG.
               IF WS-OP-ID = DT-ID-NUM THEN
                   SET PROGRAM-ASSIGNED TO TRUE
                   MOVE WS-ASSIGNED-SUB TO WS-ASG-MATCH-SUB
               ELSE
                   ADD 1 TO WS-ASSIGNED-SUB
               END-IF.

           VALIDATE-PROGRAM-ASSIGNMENT.
               MOVE "N" TO WS-EDIT-OK-FLAG.
               MOVE "N" TO WS-MATCH-FLAG.
               IF DT-ID IS NUMERIC THEN
                   MOVE DT-ID-NUM TO SM-ID
                   READ STUDENT-MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY SET STUDENT-FOUND TO TRUE
                   END-READ
               END-IF.
               IF NOT STUDENT-FOUND THEN
                   MOVE "STUDENT NOT ON MASTER" TO WS-EXCEPTION-REASON
               ELSE
                   PERFORM FIND-PROGRAM-HEADER
                   IF NOT REQUIREMENT-ON-FILE THEN
                       MOVE "PROGRAM NOT ON FILE"
                           TO WS-EXCEPTION-REASON
                   ELSE
                       SET FIELDS-VALID TO TRUE
                   END-IF
               END-IF.

           APPLY-PROGRAM-ASSIGN.
               IF PROGRAM-ASSIGNED THEN
                   MOVE "PROGRAM ALREADY ASSIGNED"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-DEGREE-EXCEPTION
               ELSE
                   PERFORM VALIDATE-PROGRAM-ASSIGNMENT
                   IF NOT FIELDS-VALID THEN
                       PERFORM WRITE-DEGREE-EXCEPTION
                   ELSE
                       IF WS-ASSIGNED-COUNT = 25000 THEN
                           MOVE "STUDENT PROGRAM TABLE FULL"
                               TO WS-EXCEPTION-REASON
                           PERFORM WRITE-DEGREE-EXCEPTION
                       ELSE
                           PERFORM BUILD-WORK-PROGRAM
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           ADD 1 TO WS-ASSIGNED-COUNT
                           MOVE WS-WORK-PROG
                               TO WS-SP-REC (WS-ASSIGNED-COUNT)
                           MOVE WS-WORK-PROG TO WS-AFTER-IMAGE
                           PERFORM WRITE-DEGREE-AUDIT
                           ADD 1 TO WS-APPLIED-COUNT
                       END-IF
                   END-IF
               END-IF.

           APPLY-PROGRAM-CHANGE.
               IF NOT PROGRAM-ASSIGNED THEN
                   MOVE "NO PROGRAM ASSIGNED" TO WS-EXCEPTION-REASON
                   PERFORM WRITE-DEGREE-EXCEPTION
               ELSE
                   PERFORM VALIDATE-PROGRAM-ASSIGNMENT
                   IF NOT FIELDS-VALID THEN
                       PERFORM WRITE-DEGREE-EXCEPTION
                   ELSE
                       PERFORM BUILD-WORK-PROGRAM
                       MOVE WS-SP-REC (WS-ASG-MATCH-SUB)
                           TO WS-BEFORE-IMAGE
                       MOVE WS-WORK-PROG
                           TO WS-SP-REC (WS-ASG-MATCH-SUB)
                       MOVE WS-WORK-PROG TO WS-AFTER-IMAGE
                       PERFORM WRITE-DEGREE-AUDIT
                       ADD 1 TO WS-APPLIED-COUNT
                   END-IF
               END-IF.

           APPLY-PROGRAM-REMOVE.
               IF NOT PROGRAM-ASSIGNED THEN
                   MOVE "NO PROGRAM ASSIGNED" TO WS-EXCEPTION-REASON
                   PERFORM WRITE-DEGREE-EXCEPTION
               ELSE
                   MOVE WS-SP-REC (WS-ASG-MATCH-SUB) TO WS-BEFORE-IMAGE
                   MOVE SPACES TO WS-AFTER-IMAGE
                   MOVE WS-ASG-MATCH-SUB TO WS-SHIFT-SUB
                   PERFORM SHIFT-ASSIGNMENT-DOWN
                       UNTIL WS-SHIFT-SUB >= WS-ASSIGNED-COUNT
                   SUBTRACT 1 FROM WS-ASSIGNED-COUNT
                   PERFORM WRITE-DEGREE-AUDIT
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF.

           SHIFT-ASSIGNMENT-DOWN.
               MOVE WS-SP-REC (WS-SHIFT-SUB + 1)
                   TO WS-SP-REC (WS-SHIFT-SUB).
               ADD 1 TO WS-SHIFT-SUB.

           BUILD-WORK-PROGRAM.
               MOVE DT-ID-NUM TO WS-WP-ID.
               MOVE DT-PROGRAM TO WS-WP-PROGRAM.
               MOVE WS-TODAY TO WS-WP-DATE.

           WRITE-DEGREE-AUDIT.
               ACCEPT DM-DATE FROM DATE YYYYMMDD.
               ACCEPT DM-TIME FROM TIME.
               MOVE DT-ACTION TO DM-ACTION.
               MOVE DT-RECORD TO DM-RECORD.
               MOVE WS-BEFORE-IMAGE TO DM-BEFORE-IMAGE.
               MOVE WS-AFTER-IMAGE TO DM-AFTER-IMAGE.
               MOVE WS-SIGNON-ID TO DM-OPERATOR.
               WRITE DEGREE-AUDIT-RECORD.

           WRITE-DEGREE-EXCEPTION.
               ADD 1 TO WS-EXCEPTION-COUNT.
               MOVE SPACES TO EXCEPTION-LINE.
               STRING DT-ACTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DT-RECORD DELIMITED BY SIZE
                   " PROGRAM " DELIMITED BY SIZE
                   DT-PROGRAM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DT-ID DELIMITED BY SIZE
                   DT-GROUP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DT-COURSE DELIMITED BY SIZE
                   " REJECTED - " DELIMITED BY SIZE
                   WS-EXCEPTION-REASON DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               END-STRING.
               WRITE EXCEPTION-LINE.

           REWRITE-REQUIREMENTS.
               OPEN OUTPUT REQUIREMENT-FILE.
               MOVE ZERO TO WS-REQUIREMENT-SUB.
               PERFORM WRITE-REQUIREMENT-ENTRY
                   WS-REQUIREMENT-COUNT TIMES.
               CLOSE REQUIREMENT-FILE.

           WRITE-REQUIREMENT-ENTRY.
               ADD 1 TO WS-REQUIREMENT-SUB.
               MOVE WS-RQ-REC (WS-REQUIREMENT-SUB)
                   TO DEGREE-REQUIREMENT-RECORD.
               WRITE DEGREE-REQUIREMENT-RECORD.

           REWRITE-STUDENT-PROGRAMS.
               OPEN OUTPUT STUDENT-PROGRAM-FILE.
               MOVE ZERO TO WS-ASSIGNED-SUB.
               PERFORM WRITE-STUDENT-PROGRAM-ENTRY
                   WS-ASSIGNED-COUNT TIMES.
               CLOSE STUDENT-PROGRAM-FILE.

           WRITE-STUDENT-PROGRAM-ENTRY.
               ADD 1 TO WS-ASSIGNED-SUB.
               MOVE WS-SP-REC (WS-ASSIGNED-SUB)
                   TO STUDENT-PROGRAM-RECORD.
               WRITE STUDENT-PROGRAM-RECORD.

           SIGN-ON-OPERATOR.
               MOVE "N" TO WS-SIGNON-FLAG.
               MOVE SPACES TO WS-SIGNON-REASON.
               DISPLAY "OPERATOR ID: ".
               ACCEPT WS-SIGNON-ID FROM SYSIN.
               DISPLAY "PASSWORD: ".
               ACCEPT WS-SIGNON-PASSWORD FROM SYSIN.
               PERFORM FIND-OPERATOR.
               IF WS-SIGNON-REASON = SPACES THEN
                   SET OPERATOR-SIGNED-ON TO TRUE
                   DISPLAY "SIGNED ON: " WS-SIGNON-ID " "
                       WS-SIGNON-NAME
               ELSE
                   MOVE "F" TO WS-SECURITY-EVENT
                   MOVE SPACE TO WS-SECURITY-ACTION
                   MOVE SPACES TO WS-SECURITY-KEY
                   MOVE WS-SIGNON-REASON TO WS-SECURITY-REASON
                   PERFORM WRITE-SECURITY-EVENT
                   DISPLAY "SIGN-ON REJECTED - " WS-SIGNON-REASON
                   MOVE 8 TO RETURN-CODE
               END-IF.

           FIND-OPERATOR.
               MOVE "N" TO WS-OPERATOR-MATCH-FLAG.
               MOVE "N" TO WS-OPERATOR-EOF-FLAG.
               OPEN INPUT OPERATOR-FILE.
               IF WS-OPERATOR-STATUS = "00" THEN
                   PERFORM READ-OPERATOR
                   PERFORM SCAN-OPERATOR-FILE
                       UNTIL END-OF-OPERATORS OR OPERATOR-ON-FILE
                   IF OPERATOR-ON-FILE THEN
                       PERFORM VERIFY-OPERATOR
                   ELSE
                       MOVE "UNKNOWN OPERATOR ID"
                           TO WS-SIGNON-REASON
                   END-IF
                   CLOSE OPERATOR-FILE
               ELSE
                   MOVE "OPERATOR FILE NOT AVAILABLE"
                       TO WS-SIGNON-REASON
               END-IF.

           READ-OPERATOR.
               READ OPERATOR-FILE
                   AT END SET END-OF-OPERATORS TO TRUE
               END-READ.

           SCAN-OPERATOR-FILE.
               IF OP-ID = WS-SIGNON-ID
                       AND WS-SIGNON-ID NOT = SPACES THEN
                   SET OPERATOR-ON-FILE TO TRUE
               ELSE
                   PERFORM READ-OPERATOR
               END-IF.

           VERIFY-OPERATOR.
               MOVE WS-SIGNON-ID TO WS-HASH-TEXT (1:8).
               MOVE WS-SIGNON-PASSWORD TO WS-HASH-TEXT (9:12).
               PERFORM COMPUTE-PASSWORD-HASH.
               IF NOT OP-ACTIVE THEN
                   MOVE "OPERATOR REVOKED" TO WS-SIGNON-REASON
               ELSE
                   IF WS-HASH-VALUE NOT = OP-PASSWORD-HASH THEN
                       MOVE "INCORRECT PASSWORD" TO WS-SIGNON-REASON
                   ELSE
                       MOVE OP-NAME TO WS-SIGNON-NAME
                       MOVE SPACES TO WS-SIGNON-FUNCTIONS
                       MOVE 1 TO WS-AUTH-SUB
                       PERFORM SCAN-OPERATOR-AUTHORITY
                           UNTIL WS-AUTH-SUB > WS-AUTH-LIMIT
                   END-IF
               END-IF.

           SCAN-OPERATOR-AUTHORITY.
               IF OP-AUTH-PROGRAM (WS-AUTH-SUB) = WS-PROGRAM-NAME THEN
                   MOVE OP-AUTH-FUNCTIONS (WS-AUTH-SUB)
                       TO WS-SIGNON-FUNCTIONS
               END-IF.
               ADD 1 TO WS-AUTH-SUB.

           COMPUTE-PASSWORD-HASH.
               MOVE 7 TO WS-HASH-VALUE.
               MOVE ZERO TO WS-HASH-SUB.
               PERFORM HASH-ONE-CHARACTER 20 TIMES.

           HASH-ONE-CHARACTER.
               ADD 1 TO WS-HASH-SUB.
               MOVE ZERO TO WS-HASH-CODE.
               INSPECT WS-HASH-ALPHABET TALLYING WS-HASH-CODE
                   FOR CHARACTERS
                       BEFORE INITIAL WS-HASH-CHAR (WS-HASH-SUB).
               COMPUTE WS-HASH-WORK =
                   WS-HASH-VALUE * 67 + WS-HASH-CODE + 1.
               DIVIDE WS-HASH-WORK BY 9999999967
                   GIVING WS-HASH-QUOTIENT
                   REMAINDER WS-HASH-VALUE.

           CHECK-OPERATOR-AUTHORITY.
               MOVE "N" TO WS-AUTHORITY-FLAG.
               MOVE ZERO TO WS-AUTH-TALLY.
               IF WS-AUTH-ACTION NOT = SPACE THEN
                   INSPECT WS-SIGNON-FUNCTIONS TALLYING WS-AUTH-TALLY
                       FOR ALL WS-AUTH-ACTION
               END-IF.
               IF WS-AUTH-TALLY > 0 THEN
                   SET AUTHORITY-GRANTED TO TRUE
               END-IF.

           WRITE-SECURITY-EVENT.
               OPEN EXTEND SECURITY-LOG-FILE.
               IF WS-SECURITY-STATUS = "35" THEN
                   OPEN OUTPUT SECURITY-LOG-FILE
               END-IF.
               MOVE SPACES TO SECURITY-LOG-RECORD.
               ACCEPT SL-DATE FROM DATE YYYYMMDD.
               ACCEPT SL-TIME FROM TIME.
               MOVE WS-PROGRAM-NAME TO SL-PROGRAM.
               MOVE WS-SIGNON-ID TO SL-OPERATOR.
               MOVE WS-SECURITY-EVENT TO SL-EVENT.
               MOVE WS-SECURITY-ACTION TO SL-ACTION.
               MOVE WS-SECURITY-KEY TO SL-KEY.
               MOVE WS-SECURITY-REASON TO SL-REASON.
               WRITE SECURITY-LOG-RECORD.
               CLOSE SECURITY-LOG-FILE.

           END PROGRAM degree-maint.
