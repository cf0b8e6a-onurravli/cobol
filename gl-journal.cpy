      * GL-JOURNAL-RECORD is one general ledger journal entry, shared
      * by the programs that post to student accounts (they append
      * entries to the day's work file GLWORK.DAT), the release step
      * that frames the day's entries into the GL interface file and
      * keeps them on the journal history, and the month-end
      * reconciliation. Every posting writes a pair of entries for
      * the same amount, one debit and one credit, so the file
      * balances. GJ-ACCOUNT is taken from the chart of accounts;
      * spaces there mean the chart had no line for the transaction
      * type and campus when the entry was written, and the release
      * step maps it again before the file goes out.
      * GJ-TRANS-TYPE says what the posting did to the student's
      * receivable: the GJ-AR-INCREASE types raise AR-BALANCE by the
      * amount and the GJ-AR-DECREASE types lower it. A program that
      * starts posting a new kind of transaction adds its code to one
      * of the two.
               01 GL-JOURNAL-RECORD.
                   05 GJ-POSTING-DATE PIC 9(08).
                   05 GJ-ACCOUNT PIC X(10).
                   05 GJ-CAMPUS PIC X(02).
                   05 GJ-DEBIT-CREDIT PIC X(01).
                       88 GJ-DEBIT VALUE "D".
                       88 GJ-CREDIT VALUE "C".
                   05 GJ-AMOUNT PIC 9(09)V9(02).
                   05 GJ-TRANS-TYPE PIC X(02).
                       88 GJ-TUITION-CHARGE VALUE "TC".
                       88 GJ-AID-AWARD VALUE "AW".
                       88 GJ-PAYMENT VALUE "PY".
                       88 GJ-ADDED-CHARGE VALUE "AC".
                       88 GJ-DROP-CREDIT VALUE "DC".
                       88 GJ-AID-REVERSAL VALUE "AV".
                       88 GJ-AR-INCREASE VALUES "TC" "AC" "AV".
                       88 GJ-AR-DECREASE VALUES "AW" "PY" "DC".
                   05 GJ-SOURCE PIC X(12).
                   05 GJ-STUDENT-ID PIC 9(06).
