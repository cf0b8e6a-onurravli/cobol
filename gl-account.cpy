      * GL-ACCOUNT-RECORD is one line of the chart of accounts on
      * GLACCT.DAT, shared by the maintenance program that keeps it
      * and every program that writes general ledger journal
      * entries. It maps a posting's transaction type (the
      * GJ-TRANS-TYPE codes on the journal) and campus to the
      * account debited and the account credited. A line with a
      * blank GA-CAMPUS applies to every campus that has no line of
      * its own for that transaction type.
               01 GL-ACCOUNT-RECORD.
                   05 GA-TRANS-TYPE PIC X(02).
                   05 GA-CAMPUS PIC X(02).
                   05 GA-DEBIT-ACCOUNT PIC X(10).
                   05 GA-CREDIT-ACCOUNT PIC X(10).
                   05 GA-DESCRIPTION PIC X(24).
