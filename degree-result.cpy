      * DEGREE-RESULT-RECORD is the outcome of one student's degree
      * audit, written by the audit run in student ID order and read
      * back by the graduation candidate run, which only names a
      * student a candidate when the latest audit is clean and no
      * grade has been posted since DX-AUDIT-DATE. DX-RESULT is C
      * when every requirement is complete, P when nothing is
      * outstanding but some requirements rest on courses still in
      * progress, O when requirements are outstanding and N when the
      * student has no program of study or the program is not on
      * the requirements file.
               01 DEGREE-RESULT-RECORD.
                   05 DX-ID PIC 9(06).
                   05 DX-PROGRAM PIC X(06).
                   05 DX-RESULT PIC X(01).
                       88 DX-AUDIT-CLEAN VALUE "C".
                       88 DX-IN-PROGRESS VALUE "P".
                       88 DX-OUTSTANDING VALUE "O".
                       88 DX-NO-PROGRAM VALUE "N".
                   05 DX-AUDIT-DATE PIC 9(08).
                   05 DX-OUTSTANDING-COUNT PIC 9(03).
                   05 DX-IN-PROGRESS-COUNT PIC 9(03).
