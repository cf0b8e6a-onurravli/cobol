      * SECURITY-LOG-RECORD is one event on the security log, shared
      * by the programs that sign operators on and the security
      * review report that reads it back. SL-EVENT F is a sign-on
      * that was refused, U a transaction or function refused because
      * the operator was not authorised for it, and M a change made
      * to the operator file itself. SL-OPERATOR is the operator ID
      * as entered, SL-ACTION the function code attempted and SL-KEY
      * what it was attempted on (student ID, course, parameter key
      * or operator ID).
               01 SECURITY-LOG-RECORD.
                   05 SL-DATE PIC 9(08).
                   05 SL-TIME PIC 9(08).
                   05 SL-PROGRAM PIC X(12).
                   05 SL-OPERATOR PIC X(08).
                   05 SL-EVENT PIC X(01).
                       88 SL-FAILED-SIGNON VALUE "F".
                       88 SL-UNAUTHORISED VALUE "U".
                       88 SL-OPERATOR-CHANGE VALUE "M".
                   05 SL-ACTION PIC X(01).
                   05 SL-KEY PIC X(12).
                   05 SL-REASON PIC X(30).
