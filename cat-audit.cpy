      * CAT-AUDIT-RECORD is one before/after image on the catalog
      * audit log, shared by the catalog maintenance program that
      * writes it and the audit trail report that reads it back.
      * CA-BEFORE-IMAGE and CA-AFTER-IMAGE hold the course catalog
      * record; a before image of spaces means the course was added.
      * CA-ACTION is the maintenance action applied - A add, C
      * change, R retire. CA-OPERATOR is the signed-on operator who
      * made the change.
               01 CAT-AUDIT-RECORD.
                   05 CA-DATE PIC 9(08).
                   05 CA-TIME PIC 9(08).
                   05 CA-ACTION PIC X(01).
                   05 CA-COURSE PIC X(08).
                   05 CA-BEFORE-IMAGE PIC X(44).
                   05 CA-AFTER-IMAGE PIC X(44).
                   05 CA-OPERATOR PIC X(08).
