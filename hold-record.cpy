      * HOLD-RECORD is one registration hold on the holds file,
      * keyed by student ID, shared by the maintenance program that
      * places and releases holds, the nightly step that places
      * financial holds on aged accounts, and the registration run
      * that refuses adds while a blocking hold is in force. A
      * student may carry several holds at once. HD-TYPE is F for
      * financial, A academic, D disciplinary and M missing
      * documents. HD-OFFICE names the office that placed the hold
      * and is the office that must release it. A hold is in force
      * from HD-START-DATE until HD-RELEASE-DATE; a zero release
      * date means the hold has not been released. HD-BLOCK-FLAG is
      * Y when the hold stops registration and N for an advisory
      * hold that is kept on file only.
               01 HOLD-RECORD.
                   05 HD-ID PIC 9(06).
                   05 HD-TYPE PIC X(01).
                       88 HD-FINANCIAL VALUE "F".
                       88 HD-ACADEMIC VALUE "A".
                       88 HD-DISCIPLINARY VALUE "D".
                       88 HD-MISSING-DOCUMENTS VALUE "M".
                       88 HD-VALID-TYPE VALUE "F" "A" "D" "M".
                   05 HD-OFFICE PIC X(10).
                   05 HD-START-DATE PIC 9(08).
                   05 HD-RELEASE-DATE PIC 9(08).
                   05 HD-BLOCK-FLAG PIC X(01).
                       88 HD-BLOCKS-REGISTRATION VALUE "Y".
