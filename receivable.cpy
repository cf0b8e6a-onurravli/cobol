      * existed still line up; the billing run skips students whose
      * account already carries the open term, so a rerun cannot
      * double-charge an account.
      * AR-BILLED-CREDITS is the credit hours behind the latest
      * term's charges, appended after AR-BILL-TERM for the same
      * line-up reason. The add/drop adjustment run compares it with
      * the student's current enrollments and resets it after each
      * charge or credit memo; records written before it existed
      * carry spaces there, which readers must treat as not known,
      * and programs that only carry the account forward move it
      * through AR-BILLED-CREDITS-X so the spaces survive.
      * AR-AID is the scholarship and financial-aid awards the
      * billing run has credited to the account, appended after
      * AR-BILLED-CREDITS for the same line-up reason; records
      * written before it existed carry spaces there, which readers
      * treat as zero. Aid is kept apart from AR-PAID so the aging
      * report never shows it as cash the student paid, and
      * AR-BALANCE is AR-BILLED less AR-PAID less AR-AID.
               01 RECEIVABLE-RECORD.
                   05 AR-ID PIC 9(06).
                   05 AR-INVOICE-DATE PIC 9(08).
                   05 AR-BALANCE PIC S9(07)V9(02)
                       SIGN IS LEADING SEPARATE.
                   05 AR-BILL-TERM PIC X(06).
                   05 AR-BILLED-CREDITS PIC 9(04).
                   05 AR-BILLED-CREDITS-X REDEFINES AR-BILLED-CREDITS
                       PIC X(04).
                   05 AR-AID PIC 9(07)V9(02).
