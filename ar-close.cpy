      * AR-CLOSE-RECORD is the month-end close point on ARCLOSE.CTL,
      * written by the GL reconciliation when a month ties out and
      * read back by the next run as its opening position.
      * AC-AR-TOTAL is the sum of AR-BALANCE over RECEIV.DAT at the
      * close; AC-HISTORY-COUNT is the number of entries then on the
      * journal history GLHIST.DAT, so the next month's entries are
      * the ones after it.
               01 AR-CLOSE-RECORD.
                   05 AC-CLOSE-DATE PIC 9(08).
                   05 AC-AR-TOTAL PIC S9(11)V9(02)
                       SIGN IS LEADING SEPARATE.
                   05 AC-ACCOUNT-COUNT PIC 9(06).
                   05 AC-HISTORY-COUNT PIC 9(08).
