      * AWARD-RECORD is one scholarship or financial-aid award on the
      * awards file, one record per student, term and award, shared
      * by the maintenance program that keeps it, the billing run
      * that credits it against the term's tuition, the end-of-term
      * renewal check and the disbursement summary. AW-TYPE is S for
      * scholarship, G grant, W tuition waiver and L loan. AW-SOURCE
      * names the fund that pays the award. AW-BASIS is F when
      * AW-AMOUNT is a fixed sum and P when AW-PERCENT of the term's
      * tuition is credited instead. An award is renewed into the
      * next term by the renewal check when AW-RENEWABLE is Y and
      * the student's CGPA and the credits completed in the closing
      * term meet AW-MIN-CGPA and AW-MIN-CREDITS; the billing run
      * also holds back an award while the student is billed for
      * fewer than AW-MIN-CREDITS. AW-STATUS is A active, F flagged
      * (the conditions were missed once and the award is still
      * paid on warning), S suspended (missed twice running, not
      * paid) and C cancelled. AW-DISBURSED is the amount the
      * billing run credited and AW-DISBURSED-DATE the date it did
      * so; a zero date means the award has not been paid yet.
               01 AWARD-RECORD.
                   05 AW-ID PIC 9(06).
                   05 AW-TERM PIC X(06).
                   05 AW-TYPE PIC X(01).
                       88 AW-SCHOLARSHIP VALUE "S".
                       88 AW-GRANT VALUE "G".
                       88 AW-WAIVER VALUE "W".
                       88 AW-LOAN VALUE "L".
                       88 AW-VALID-TYPE VALUE "S" "G" "W" "L".
                   05 AW-SOURCE PIC X(10).
                   05 AW-BASIS PIC X(01).
                       88 AW-FIXED-AMOUNT VALUE "F".
                       88 AW-PERCENT-OF-TUITION VALUE "P".
                   05 AW-AMOUNT PIC 9(07)V9(02).
                   05 AW-PERCENT PIC 9(03).
                   05 AW-MIN-CGPA PIC 9(01)V9(02).
                   05 AW-MIN-CREDITS PIC 9(03).
                   05 AW-RENEWABLE PIC X(01).
                       88 AW-RENEWS VALUE "Y".
                   05 AW-STATUS PIC X(01).
                       88 AW-ACTIVE VALUE "A".
                       88 AW-FLAGGED VALUE "F".
                       88 AW-SUSPENDED VALUE "S".
                       88 AW-CANCELLED VALUE "C".
                       88 AW-PAYABLE VALUE "A" "F".
                   05 AW-DISBURSED PIC 9(07)V9(02).
                   05 AW-DISBURSED-DATE PIC 9(08).
