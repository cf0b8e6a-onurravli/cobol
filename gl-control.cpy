      * GL-CONTROL-RECORD is the header/trailer control record
      * framing the day's entries on the GL interface file GLINTF.DAT.
      * A header ("HDR") carries the release date; a trailer ("TRL")
      * carries the entry count and the debit and credit totals,
      * which are equal on every file released, so the ledger can
      * refuse a truncated or doubled transmission. Journal entries
      * begin with the posting date, never with HDR or TRL.
               01 GL-CONTROL-RECORD.
                   05 GC-TYPE PIC X(03).
                       88 GL-HEADER VALUE "HDR".
                       88 GL-TRAILER VALUE "TRL".
                   05 GC-RUN-DATE PIC 9(08).
                   05 GC-ENTRY-COUNT PIC 9(06).
                   05 GC-DEBIT-TOTAL PIC 9(11)V9(02).
                   05 GC-CREDIT-TOTAL PIC 9(11)V9(02).
