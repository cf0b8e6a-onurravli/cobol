      * LOAD-CERT-RECORD is the layout of the term enrollment-load
      * certification file sent to the external verification agency,
      * shared by the certification run that writes it and the
      * verification letter run that reads it back, so a letter
      * always states what was certified. The file is framed the
      * same way as the registrar extract: a header ("HDR") carries
      * the term, the run date and the credit thresholds in force; a
      * detail ("DTL") per active student carries the credits on the
      * open term's enrollments and the load they fall in; a trailer
      * ("TRL") carries the count of students in each load and the
      * sum of their IDs so a truncated or doubled transmission
      * fails to balance.
               01 LOAD-CERT-RECORD.
                   05 LC-TYPE PIC X(03).
                       88 LC-HEADER VALUE "HDR".
                       88 LC-DETAIL VALUE "DTL".
                       88 LC-TRAILER VALUE "TRL".
                   05 LC-TERM PIC X(06).
                   05 LC-DETAIL-BODY.
                       10 LC-ID PIC 9(06).
                       10 LC-NAME PIC X(25).
                       10 LC-CREDITS PIC 9(03).
                       10 LC-LOAD PIC X(01).
                           88 LC-FULL-TIME VALUE "F".
                           88 LC-HALF-TIME VALUE "H".
                           88 LC-LESS-THAN-HALF VALUE "L".
                       10 FILLER PIC X(05).
                   05 LC-HEADER-BODY REDEFINES LC-DETAIL-BODY.
                       10 LC-RUN-DATE PIC 9(08).
                       10 LC-FULL-CREDITS PIC 9(03).
                       10 LC-HALF-CREDITS PIC 9(03).
                       10 FILLER PIC X(26).
                   05 LC-TRAILER-BODY REDEFINES LC-DETAIL-BODY.
                       10 LC-FULL-COUNT PIC 9(06).
                       10 LC-HALF-COUNT PIC 9(06).
                       10 LC-LESS-COUNT PIC 9(06).
                       10 LC-ID-SUM PIC 9(12).
                       10 FILLER PIC X(10).
