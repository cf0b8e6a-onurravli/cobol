      * ADMISSION-POOL-RECORD is one applicant on APPLPOOL.DAT, the
      * pool of applicants competing for a campus whose intake is
      * capped by a QUOTA-cc parameter (cc = campus, value = seats).
      * Intake files an eligible applicant here with status P instead
      * of admitting on the spot; the selection run ranks a campus's
      * applicants by AP-SCORE, highest first, earlier AP-APPLIED-DATE
      * breaking ties, admits down the list until the quota is filled
      * (A), places the next RESERVE-cc applicants on the reserve list
      * in AP-RESERVE-RANK order (R, default as many as the quota) and
      * turns the rest away as quota full (Q). AP-CYCLE is the
      * effective date of the quota the decision was made under, so a
      * new quota starts a new intake cycle. When an admitted student
      * declines or is withdrawn the seat is released (D) and offered
      * to the top reserve applicant of the same campus and cycle.
      * AP-LANGUAGE is the language the applicant's letters go out in.
               01 ADMISSION-POOL-RECORD.
                   05 AP-ID PIC 9(06).
                   05 AP-NAME PIC A(25).
                   05 AP-DOB PIC X(08).
                   05 AP-AGE PIC 9(02).
                   05 AP-CAMPUS PIC X(02).
                   05 AP-SCORE PIC 9(03)V9(02).
                   05 AP-APPLIED-DATE PIC 9(08).
                   05 AP-LANGUAGE PIC X(01).
                   05 AP-DUPLICATE-FLAG PIC X(01).
                   05 AP-STATUS PIC X(01).
                       88 AP-AWAITING-SELECTION VALUE "P".
                       88 AP-ADMITTED VALUE "A".
                       88 AP-ON-RESERVE VALUE "R".
                       88 AP-QUOTA-FULL VALUE "Q".
                       88 AP-SEAT-RELEASED VALUE "D".
                   05 AP-CYCLE PIC 9(08).
                   05 AP-RESERVE-RANK PIC 9(04).
                   05 AP-DECISION-DATE PIC 9(08).
