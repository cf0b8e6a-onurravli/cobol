      * GRADE-SHEET-RECORD is the layout of the grade sheets issued to
      * instructors for the open term, shared by the class-list run
      * that issues them (GRADESHT.DAT for the instructors, ROSTER.DAT
      * kept by the registrar as the copy they were issued from) and
      * the loader that turns completed sheets (GRADESHT.RET) into
      * GRADES.TRN. Each course is one sheet: a header ("HDR")
      * carrying the course title, credits and load status, one
      * detail ("DTL") per enrolled student with the grade letter
      * left blank for the instructor, and a trailer ("TRL")
      * carrying the student count and the sum of the student IDs so
      * a sheet that has lost or gained a line fails to balance.
      * GS-SHEET-LOADED is set on the registrar's roster copy once
      * the completed sheet has been accepted.
               01 GRADE-SHEET-RECORD.
                   05 GS-TYPE PIC X(03).
                       88 GS-HEADER VALUE "HDR".
                       88 GS-DETAIL VALUE "DTL".
                       88 GS-TRAILER VALUE "TRL".
                   05 GS-TERM PIC X(06).
                   05 GS-COURSE PIC X(08).
                   05 GS-DETAIL-BODY.
                       10 GS-ID PIC 9(06).
                       10 GS-NAME PIC X(25).
                       10 GS-GRADE PIC X(01).
                       10 FILLER PIC X(04).
                   05 GS-HEADER-BODY REDEFINES GS-DETAIL-BODY.
                       10 GS-TITLE PIC X(30).
                       10 GS-CREDITS PIC 9(02).
                       10 GS-LOAD-STATUS PIC X(01).
                           88 GS-SHEET-LOADED VALUE "L".
                       10 FILLER PIC X(03).
                   05 GS-TRAILER-BODY REDEFINES GS-DETAIL-BODY.
                       10 GS-STUDENT-COUNT PIC 9(04).
                       10 GS-ID-SUM PIC 9(10).
                       10 FILLER PIC X(22).
