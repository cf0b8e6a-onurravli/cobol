      * DEGREE-AUDIT-RECORD is one before/after image on the degree
      * maintenance log, shared by the degree maintenance program
      * that writes it and the audit trail report that reads it
      * back. DM-RECORD is the record type maintained: S for a
      * student's program assignment, when the images hold the
      * student program record; P, R, E or G for a requirement
      * line, when they hold the degree requirement record. A
      * before image of spaces means the record was added and an
      * after image of spaces means it was removed. DM-ACTION is A
      * add, C change or D delete. DM-OPERATOR is the signed-on
      * operator who made the change, appended last so records
      * written before it existed still line up; it is spaces on
      * those records.
               01 DEGREE-AUDIT-RECORD.
                   05 DM-DATE PIC 9(08).
                   05 DM-TIME PIC 9(08).
                   05 DM-ACTION PIC X(01).
                   05 DM-RECORD PIC X(01).
                   05 DM-BEFORE-IMAGE PIC X(55).
                   05 DM-AFTER-IMAGE PIC X(55).
                   05 DM-OPERATOR PIC X(08).
