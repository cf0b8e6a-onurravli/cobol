      * UNDELIVERABLE-LINE is one entry on the undeliverable list,
      * appended by every run that prints a letter, invoice or notice
      * when the addressee has no address on the address file, no
      * first address line, or a returned-mail flag. The piece is not
      * printed; the mailroom works this list instead so the address
      * can be chased and the piece reissued.
               01 UNDELIVERABLE-LINE.
                   05 UN-DATE PIC 9(08).
                   05 FILLER PIC X(01).
                   05 UN-ID PIC 9(06).
                   05 FILLER PIC X(01).
                   05 UN-NAME PIC X(25).
                   05 FILLER PIC X(01).
                   05 UN-DOCUMENT PIC X(15).
                   05 FILLER PIC X(01).
                   05 UN-REASON PIC X(20).
                   05 FILLER PIC X(02).
