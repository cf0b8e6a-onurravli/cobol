      * ADDRESS-RECORD is one applicant's or student's mailing
      * address and contact details on the address file, keyed on
      * the same ID the intake run assigns. It is written at intake,
      * kept by the address maintenance program and read by every
      * run that prints a letter, invoice or notice so each page
      * carries an address block. AD-RETURNED-MAIL is set when the
      * post office returns a piece addressed to the record; the
      * printing runs list such records as undeliverable, as they
      * do a record with no first address line, instead of printing
      * them. The transfer run moves the record to the new ID when
      * a student changes campus.
               01 ADDRESS-RECORD.
                   05 AD-ID PIC 9(06).
                   05 AD-LINE-1 PIC X(30).
                   05 AD-LINE-2 PIC X(30).
                   05 AD-CITY PIC X(20).
                   05 AD-POSTAL-CODE PIC X(10).
                   05 AD-COUNTRY PIC X(20).
                   05 AD-EMAIL PIC X(40).
                   05 AD-PHONE PIC X(15).
                   05 AD-RETURNED-MAIL PIC X(01).
                       88 AD-MAIL-RETURNED VALUE "Y".
                   05 AD-UPDATE-DATE PIC 9(08).
