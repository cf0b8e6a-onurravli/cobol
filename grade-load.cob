           IDENTIFICATION DIVISION.
           PROGRAM-ID. grade-load.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RETURNED-SHEET-FILE ASSIGN TO "GRADESHT.RET"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RETURNED-STATUS.
               SELECT ROSTER-FILE ASSIGN TO "ROSTER.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ROSTER-STATUS.
               SELECT GRADE-TRANS-FILE ASSIGN TO "GRADES.TRN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GRADE-TRANS-STATUS.
               SELECT TERM-CONTROL-FILE ASSIGN TO "TERMCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERM-STATUS.
               SELECT LOAD-REPORT-FILE ASSIGN TO "GRADELOAD.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  RETURNED-SHEET-FILE.
               COPY "grade-sheet.cpy".

           FD  ROSTER-FILE.
               01 ROSTER-RECORD PIC X(53).

           FD  GRADE-TRANS-FILE.
               01 GRADE-TRANS-RECORD.
                   05 GT-ID PIC 9(06).
                   05 GT-COURSE PIC X(08).
                   05 GT-GRADE PIC X(01).
                   05 GT-CREDITS PIC 9(02).
                   05 GT-TYPE PIC X(01).
                       88 GT-GRADE-CHANGE VALUE "C".
                   05 GT-REASON PIC X(20).

           FD  TERM-CONTROL-FILE.
               COPY "term-control.cpy".

           FD  LOAD-REPORT-FILE.
               01 LOAD-REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
               01 WS-RETURNED-STATUS PIC X(02).
               01 WS-ROSTER-STATUS PIC X(02).
               01 WS-GRADE-TRANS-STATUS PIC X(02).
               01 WS-TERM-STATUS PIC X(02).
               01 WS-REPORT-STATUS PIC X(02).
               01 WS-CURRENT-TERM PIC X(06) VALUE SPACES.

               01 WS-RETURNED-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-RETURNED VALUE "Y".
               01 WS-ROSTER-EOF-FLAG PIC X(01) VALUE "N".
                   88 END-OF-ROSTER VALUE "Y".

               01 WS-ROSTER-COUNT PIC 9(05) VALUE ZERO.
               01 WS-ROSTER-TABLE.
                   05 WS-ROSTER-ENTRY OCCURS 26000 TIMES.
                       10 WS-RR-REC PIC X(53).
                       10 WS-RR-ID PIC 9(06).
                       10 WS-RR-MATCH PIC X(01).
               01 WS-ROSTER-SUB PIC 9(05) VALUE ZERO.
               01 WS-ROSTER-LAST PIC 9(05) VALUE ZERO.

               01 WS-WORK-REC.
                   05 WS-WK-TYPE PIC X(03).
                   05 WS-WK-TERM PIC X(06).
                   05 WS-WK-COURSE PIC X(08).
                   05 WS-WK-ID PIC 9(06).
                   05 WS-WK-NAME PIC X(25).
                   05 WS-WK-GRADE PIC X(01).
                   05 FILLER PIC X(04).
               01 WS-WORK-HEADER REDEFINES WS-WORK-REC.
                   05 FILLER PIC X(17).
                   05 WS-WH-TITLE PIC X(30).
                   05 WS-WH-CREDITS PIC 9(02).
                   05 WS-WH-LOAD-STATUS PIC X(01).
                   05 FILLER PIC X(03).

               01 WS-COURSE-COUNT PIC 9(03) VALUE ZERO.
               01 WS-COURSE-TABLE.
                   05 WS-COURSE-ENTRY OCCURS 500 TIMES.
                       10 WS-RC-COURSE PIC X(08).
                       10 WS-RC-TITLE PIC X(30).
                       10 WS-RC-CREDITS PIC 9(02).
                       10 WS-RC-HDR-SUB PIC 9(05).
                       10 WS-RC-COUNT PIC 9(04).
                       10 WS-RC-LOADED PIC X(01).
                           88 RC-SHEET-LOADED VALUE "L".
               01 WS-COURSE-SUB PIC 9(03) VALUE ZERO.
               01 WS-COURSE-MATCH-FLAG PIC X(01) VALUE "N".
                   88 COURSE-ON-ROSTER VALUE "Y".

               01 WS-SHEET-COURSE PIC X(08).
               01 WS-SHEET-TERM PIC X(06).
               01 WS-SHEET-LINES PIC 9(04) VALUE ZERO.
               01 WS-SHEET-TABLE.
                   05 WS-SHEET-ENTRY OCCURS 500 TIMES.
                       10 WS-SL-ID PIC 9(06).
                       10 WS-SL-GRADE PIC X(01).
               01 WS-SHEET-SUB PIC 9(04) VALUE ZERO.
               01 WS-SHEET-ID-SUM PIC 9(10) VALUE ZERO.
               01 WS-SHEET-OVERFLOW-FLAG PIC X(01) VALUE "N".
                   88 SHEET-OVERFLOW VALUE "Y".
               01 WS-TRAILER-FLAG PIC X(01) VALUE "N".
                   88 SHEET-HAS-TRAILER VALUE "Y".
               01 WS-TRL-COUNT PIC 9(04) VALUE ZERO.
               01 WS-TRL-ID-SUM PIC 9(10) VALUE ZERO.
               01 WS-SHEET-REASON PIC X(35).
               01 WS-ID-MATCH-FLAG PIC X(01) VALUE "N".
                   88 ID-ON-ROSTER VALUE "Y".

               01 WS-SHEETS-LOADED PIC 9(06) VALUE ZERO.
               01 WS-SHEETS-REJECTED PIC 9(06) VALUE ZERO.
               01 WS-GRADES-WRITTEN PIC 9(06) VALUE ZERO.
               01 WS-STRAY-COUNT PIC 9(06) VALUE ZERO.
               01 WS-OWING-COUNT PIC 9(06) VALUE ZERO.
               01 WS-COUNT-DISPLAY PIC ZZZZZ9.

           PROCEDURE DIVISION.
               MOVE 0 TO RETURN-CODE.
               PERFORM LOAD-TERM-CONTROL.
               IF RETURN-CODE = 0 THEN
                   PERFORM LOAD-ROSTER
               END-IF.
               IF RETURN-CODE = 0 THEN
                   OPEN OUTPUT LOAD-REPORT-FILE
                   PERFORM WRITE-REPORT-HEADING
                   PERFORM PROCESS-RETURNED-SHEETS
               END-IF.
               IF RETURN-CODE = 0 THEN
                   IF WS-SHEETS-LOADED > 0 THEN
                       PERFORM REWRITE-ROSTER
                   END-IF
                   PERFORM WRITE-OWING-SECTION
                   CLOSE LOAD-REPORT-FILE
                   DISPLAY "GRADE SHEETS LOADED: " WS-SHEETS-LOADED
                   DISPLAY "GRADE SHEETS REJECTED: " WS-SHEETS-REJECTED
                   DISPLAY "RECORDS OUTSIDE A SHEET: " WS-STRAY-COUNT
                   DISPLAY "GRADES WRITTEN TO GRADES.TRN: "
                       WS-GRADES-WRITTEN
                   DISPLAY "COURSES STILL OWING GRADES: "
                       WS-OWING-COUNT
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
                       "GRADE SHEETS NOT LOADED"
                   MOVE 8 TO RETURN-CODE
               END-IF.

           LOAD-ROSTER.
               OPEN INPUT ROSTER-FILE.
               IF WS-ROSTER-STATUS = "00" THEN
                   PERFORM READ-ROSTER
                   PERFORM STORE-ROSTER UNTIL END-OF-ROSTER
                   CLOSE ROSTER-FILE
               ELSE
                   DISPLAY "ROSTER FILE NOT FOUND - STATUS "
                       WS-ROSTER-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF.

           READ-ROSTER.
               READ ROSTER-FILE
                   AT END SET END-OF-ROSTER TO TRUE
               END-READ.

           STORE-ROSTER.
               IF WS-ROSTER-COUNT = 26000 THEN
                   DISPLAY "ROSTER FILE EXCEEDS TABLE LIMIT"
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-ROSTER TO TRUE
               ELSE
                   ADD 1 TO WS-ROSTER-COUNT
                   MOVE ROSTER-RECORD TO WS-RR-REC (WS-ROSTER-COUNT)
                   MOVE ROSTER-RECORD TO WS-WORK-REC
                   MOVE ZERO TO WS-RR-ID (WS-ROSTER-COUNT)
                   MOVE "N" TO WS-RR-MATCH (WS-ROSTER-COUNT)
                   IF WS-WK-TYPE = "HDR" THEN
                       PERFORM STORE-ROSTER-COURSE
                   END-IF
                   IF WS-WK-TYPE = "DTL" AND WS-COURSE-COUNT > 0 THEN
                       MOVE WS-WK-ID TO WS-RR-ID (WS-ROSTER-COUNT)
                       ADD 1 TO WS-RC-COUNT (WS-COURSE-COUNT)
                   END-IF
                   IF NOT END-OF-ROSTER THEN
                       PERFORM READ-ROSTER
                   END-IF
               END-IF.

           STORE-ROSTER-COURSE.
               IF WS-COURSE-COUNT = 500 THEN
                   DISPLAY "ROSTER COURSES EXCEED TABLE LIMIT"
                   MOVE 8 TO RETURN-CODE
                   SET END-OF-ROSTER TO TRUE
               ELSE
                   ADD 1 TO WS-COURSE-COUNT
                   MOVE WS-WK-COURSE TO WS-RC-COURSE (WS-COURSE-COUNT)
                   MOVE WS-WH-TITLE TO WS-RC-TITLE (WS-COURSE-COUNT)
                   MOVE WS-WH-CREDITS
                       TO WS-RC-CREDITS (WS-COURSE-COUNT)
                   MOVE WS-ROSTER-COUNT
                       TO WS-RC-HDR-SUB (WS-COURSE-COUNT)
                   MOVE ZERO TO WS-RC-COUNT (WS-COURSE-COUNT)
                   MOVE WS-WH-LOAD-STATUS
                       TO WS-RC-LOADED (WS-COURSE-COUNT)
                   IF WS-WK-TERM NOT = WS-CURRENT-TERM THEN
                       MOVE SPACES TO WS-RC-COURSE (WS-COURSE-COUNT)
                   END-IF
               END-IF.

           WRITE-REPORT-HEADING.
               MOVE SPACES TO LOAD-REPORT-LINE.
               STRING "GRADE SHEET LOAD - TERM " DELIMITED BY SIZE
                   WS-CURRENT-TERM DELIMITED BY SIZE
                   INTO LOAD-REPORT-LINE
               END-STRING.
               WRITE LOAD-REPORT-LINE.
               MOVE SPACES TO LOAD-REPORT-LINE.
               WRITE LOAD-REPORT-LINE.

           PROCESS-RETURNED-SHEETS.
               OPEN INPUT RETURNED-SHEET-FILE.
               IF WS-RETURNED-STATUS = "00" THEN
                   OPEN EXTEND GRADE-TRANS-FILE
                   IF WS-GRADE-TRANS-STATUS = "35" THEN
                       OPEN OUTPUT GRADE-TRANS-FILE
                   END-IF
                   PERFORM READ-RETURNED
                   PERFORM PROCESS-ONE-SHEET UNTIL END-OF-RETURNED
                   CLOSE GRADE-TRANS-FILE
                   CLOSE RETURNED-SHEET-FILE
               ELSE
                   IF WS-RETURNED-STATUS NOT = "35" THEN
                       DISPLAY "RETURNED SHEET FILE OPEN FAILED - "
                           "STATUS " WS-RETURNED-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF.

           READ-RETURNED.
               READ RETURNED-SHEET-FILE
                   AT END SET END-OF-RETURNED TO TRUE
               END-READ.

           PROCESS-ONE-SHEET.
               IF GS-HEADER THEN
                   MOVE GS-COURSE TO WS-SHEET-COURSE
                   MOVE GS-TERM TO WS-SHEET-TERM
                   MOVE ZERO TO WS-SHEET-LINES
                   MOVE ZERO TO WS-SHEET-ID-SUM
                   MOVE "N" TO WS-SHEET-OVERFLOW-FLAG
                   MOVE "N" TO WS-TRAILER-FLAG
                   PERFORM READ-RETURNED
                   PERFORM COLLECT-SHEET-LINE
                       UNTIL END-OF-RETURNED
                           OR GS-HEADER OR GS-TRAILER
                   IF NOT END-OF-RETURNED AND GS-TRAILER THEN
                       SET SHEET-HAS-TRAILER TO TRUE
                       MOVE GS-STUDENT-COUNT TO WS-TRL-COUNT
                       MOVE GS-ID-SUM TO WS-TRL-ID-SUM
                       PERFORM READ-RETURNED
                   END-IF
                   PERFORM VALIDATE-SHEET
                   IF WS-SHEET-REASON = SPACES THEN
                       PERFORM LOAD-SHEET
                   ELSE
                       PERFORM WRITE-SHEET-REJECT
                   END-IF
               ELSE
                   ADD 1 TO WS-STRAY-COUNT
                   MOVE GS-COURSE TO WS-SHEET-COURSE
                   MOVE "RECORD OUTSIDE A SHEET - SKIPPED"
                       TO WS-SHEET-REASON
                   PERFORM WRITE-REPORT-LINE
                   PERFORM READ-RETURNED
               END-IF.

           COLLECT-SHEET-LINE.
               IF WS-SHEET-LINES = 500 THEN
                   SET SHEET-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-SHEET-LINES
                   MOVE GS-ID TO WS-SL-ID (WS-SHEET-LINES)
                   MOVE GS-GRADE TO WS-SL-GRADE (WS-SHEET-LINES)
                   IF GS-ID IS NUMERIC THEN
                       ADD GS-ID TO WS-SHEET-ID-SUM
                   END-IF
               END-IF.
               PERFORM READ-RETURNED.

           VALIDATE-SHEET.
               MOVE SPACES TO WS-SHEET-REASON.
               IF NOT SHEET-HAS-TRAILER THEN
                   MOVE "SHEET HAS NO TRAILER" TO WS-SHEET-REASON
               END-IF.
               IF WS-SHEET-REASON = SPACES AND SHEET-OVERFLOW THEN
                   MOVE "SHEET EXCEEDS 500 STUDENTS"
                       TO WS-SHEET-REASON
               END-IF.
               IF WS-SHEET-REASON = SPACES THEN
                   PERFORM FIND-ROSTER-COURSE
                   IF NOT COURSE-ON-ROSTER
                           OR WS-SHEET-TERM NOT = WS-CURRENT-TERM THEN
                       MOVE "COURSE NOT ON ISSUED ROSTER"
                           TO WS-SHEET-REASON
                   END-IF
               END-IF.
               IF WS-SHEET-REASON = SPACES THEN
                   IF RC-SHEET-LOADED (WS-COURSE-SUB) THEN
                       MOVE "SHEET ALREADY LOADED" TO WS-SHEET-REASON
                   END-IF
               END-IF.
               IF WS-SHEET-REASON = SPACES THEN
                   IF WS-TRL-COUNT NOT = WS-SHEET-LINES
                           OR WS-TRL-ID-SUM NOT = WS-SHEET-ID-SUM THEN
                       MOVE "SHEET TRAILER OUT OF BALANCE"
                           TO WS-SHEET-REASON
                   END-IF
               END-IF.
               IF WS-SHEET-REASON = SPACES THEN
                   IF WS-SHEET-LINES NOT = WS-RC-COUNT (WS-COURSE-SUB)
                           THEN
                       MOVE "STUDENT COUNT DIFFERS FROM ROSTER"
                           TO WS-SHEET-REASON
                   END-IF
               END-IF.
               IF WS-SHEET-REASON = SPACES THEN
                   COMPUTE WS-ROSTER-LAST =
                       WS-RC-HDR-SUB (WS-COURSE-SUB)
                       + WS-RC-COUNT (WS-COURSE-SUB)
                   COMPUTE WS-ROSTER-SUB =
                       WS-RC-HDR-SUB (WS-COURSE-SUB) + 1
                   PERFORM CLEAR-ROSTER-MATCH
                       UNTIL WS-ROSTER-SUB > WS-ROSTER-LAST
                   MOVE 1 TO WS-SHEET-SUB
                   PERFORM CHECK-SHEET-LINE
                       UNTIL WS-SHEET-REASON NOT = SPACES
                           OR WS-SHEET-SUB > WS-SHEET-LINES
               END-IF.

           FIND-ROSTER-COURSE.
               MOVE "N" TO WS-COURSE-MATCH-FLAG.
               MOVE 1 TO WS-COURSE-SUB.
               PERFORM SCAN-ROSTER-COURSES
                   UNTIL COURSE-ON-ROSTER
                       OR WS-COURSE-SUB > WS-COURSE-COUNT.

           SCAN-ROSTER-COURSES.
               IF WS-RC-COURSE (WS-COURSE-SUB) = WS-SHEET-COURSE THEN
                   SET COURSE-ON-ROSTER TO TRUE
               ELSE
                   ADD 1 TO WS-COURSE-SUB
               END-IF.

           CLEAR-ROSTER-MATCH.
               MOVE "N" TO WS-RR-MATCH (WS-ROSTER-SUB).
               ADD 1 TO WS-ROSTER-SUB.

           CHECK-SHEET-LINE.
               MOVE "N" TO WS-ID-MATCH-FLAG.
               COMPUTE WS-ROSTER-SUB =
                   WS-RC-HDR-SUB (WS-COURSE-SUB) + 1.
               PERFORM SCAN-ROSTER-IDS
                   UNTIL ID-ON-ROSTER OR WS-ROSTER-SUB > WS-ROSTER-LAST.
               IF ID-ON-ROSTER THEN
                   MOVE "Y" TO WS-RR-MATCH (WS-ROSTER-SUB)
                   EVALUATE WS-SL-GRADE (WS-SHEET-SUB)
                       WHEN "A"
                       WHEN "B"
                       WHEN "C"
                       WHEN "D"
                       WHEN "F"
                           CONTINUE
                       WHEN SPACE
                           STRING "GRADE MISSING FOR "
                               DELIMITED BY SIZE
                               WS-SL-ID (WS-SHEET-SUB) DELIMITED BY SIZE
                               INTO WS-SHEET-REASON
                           END-STRING
                       WHEN OTHER
                           STRING "INVALID GRADE FOR "
                               DELIMITED BY SIZE
                               WS-SL-ID (WS-SHEET-SUB) DELIMITED BY SIZE
                               INTO WS-SHEET-REASON
                           END-STRING
                   END-EVALUATE
               ELSE
                   STRING "STUDENT " DELIMITED BY SIZE
                       WS-SL-ID (WS-SHEET-SUB) DELIMITED BY SIZE
                       " NOT ON ROSTER" DELIMITED BY SIZE
                       INTO WS-SHEET-REASON
                   END-STRING
               END-IF.
               ADD 1 TO WS-SHEET-SUB.

           SCAN-ROSTER-IDS.
               IF WS-RR-ID (WS-ROSTER-SUB) = WS-SL-ID (WS-SHEET-SUB)
                       AND WS-RR-MATCH (WS-ROSTER-SUB) = "N" THEN
                   SET ID-ON-ROSTER TO TRUE
               ELSE
                   ADD 1 TO WS-ROSTER-SUB
               END-IF.

           LOAD-SHEET.
               MOVE ZERO TO WS-SHEET-SUB.
               PERFORM WRITE-GRADE-TRANS WS-SHEET-LINES TIMES.
               MOVE "L" TO WS-RC-LOADED (WS-COURSE-SUB).
               MOVE WS-RC-HDR-SUB (WS-COURSE-SUB) TO WS-ROSTER-SUB.
               MOVE WS-RR-REC (WS-ROSTER-SUB) TO WS-WORK-REC.
               MOVE "L" TO WS-WH-LOAD-STATUS.
               MOVE WS-WORK-REC TO WS-RR-REC (WS-ROSTER-SUB).
               ADD 1 TO WS-SHEETS-LOADED.
               MOVE WS-SHEET-LINES TO WS-COUNT-DISPLAY.
               MOVE SPACES TO LOAD-REPORT-LINE.
               STRING "LOADED   " DELIMITED BY SIZE
                   WS-SHEET-COURSE DELIMITED BY SIZE
                   "  GRADES " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO LOAD-REPORT-LINE
               END-STRING.
               WRITE LOAD-REPORT-LINE.

           WRITE-GRADE-TRANS.
               ADD 1 TO WS-SHEET-SUB.
               MOVE SPACES TO GRADE-TRANS-RECORD.
               MOVE WS-SL-ID (WS-SHEET-SUB) TO GT-ID.
               MOVE WS-SHEET-COURSE TO GT-COURSE.
               MOVE WS-SL-GRADE (WS-SHEET-SUB) TO GT-GRADE.
               MOVE WS-RC-CREDITS (WS-COURSE-SUB) TO GT-CREDITS.
               WRITE GRADE-TRANS-RECORD.
               ADD 1 TO WS-GRADES-WRITTEN.

           WRITE-SHEET-REJECT.
               ADD 1 TO WS-SHEETS-REJECTED.
               PERFORM WRITE-REPORT-LINE.

           WRITE-REPORT-LINE.
               MOVE SPACES TO LOAD-REPORT-LINE.
               STRING "REJECTED " DELIMITED BY SIZE
                   WS-SHEET-COURSE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-SHEET-REASON DELIMITED BY SIZE
                   INTO LOAD-REPORT-LINE
               END-STRING.
               WRITE LOAD-REPORT-LINE.

           REWRITE-ROSTER.
               OPEN OUTPUT ROSTER-FILE.
               MOVE ZERO TO WS-ROSTER-SUB.
               PERFORM WRITE-ROSTER-ENTRY WS-ROSTER-COUNT TIMES.
               CLOSE ROSTER-FILE.

           WRITE-ROSTER-ENTRY.
               ADD 1 TO WS-ROSTER-SUB.
               MOVE WS-RR-REC (WS-ROSTER-SUB) TO ROSTER-RECORD.
               WRITE ROSTER-RECORD.

           WRITE-OWING-SECTION.
               MOVE SPACES TO LOAD-REPORT-LINE.
               WRITE LOAD-REPORT-LINE.
               MOVE "COURSES STILL OWING GRADES" TO LOAD-REPORT-LINE.
               WRITE LOAD-REPORT-LINE.
               MOVE ZERO TO WS-COURSE-SUB.
               PERFORM WRITE-OWING-ENTRY WS-COURSE-COUNT TIMES.
               MOVE WS-OWING-COUNT TO WS-COUNT-DISPLAY.
               MOVE SPACES TO LOAD-REPORT-LINE.
               STRING "COURSES OWING: " DELIMITED BY SIZE
                   WS-COUNT-DISPLAY DELIMITED BY SIZE
                   INTO LOAD-REPORT-LINE
               END-STRING.
               WRITE LOAD-REPORT-LINE.

           WRITE-OWING-ENTRY.
               ADD 1 TO WS-COURSE-SUB.
               IF WS-RC-COURSE (WS-COURSE-SUB) NOT = SPACES
                       AND NOT RC-SHEET-LOADED (WS-COURSE-SUB) THEN
                   ADD 1 TO WS-OWING-COUNT
                   MOVE WS-RC-COUNT (WS-COURSE-SUB) TO WS-COUNT-DISPLAY
                   MOVE SPACES TO LOAD-REPORT-LINE
                   STRING WS-RC-COURSE (WS-COURSE-SUB)
                       DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-RC-TITLE (WS-COURSE-SUB) DELIMITED BY SIZE
                       "  STUDENTS " DELIMITED BY SIZE
                       WS-COUNT-DISPLAY DELIMITED BY SIZE
                       INTO LOAD-REPORT-LINE
                   END-STRING
                   WRITE LOAD-REPORT-LINE
               END-IF.

           END PROGRAM grade-load.
