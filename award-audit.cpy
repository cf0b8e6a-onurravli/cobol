      * AWARD-AUDIT-RECORD is one before/after image on the award
      * audit log, shared by the award maintenance program, the
      * drop adjustment run that reverses disbursed aid, and the
      * audit trail report that reads it back. AA-BEFORE-IMAGE and
      * AA-AFTER-IMAGE hold the award record; a before image of
      * spaces means the award was added. AA-ACTION is the
      * maintenance action applied - A add, C change, X cancel, R
      * reinstate - or V when the adjustment run reduced the amount
      * disbursed after a drop. AA-OPERATOR is the signed-on
      * operator who made the change, appended last so records
      * written before it existed still line up; it is spaces on
      * those records and on changes made by batch programs.
               01 AWARD-AUDIT-RECORD.
                   05 AA-DATE PIC 9(08).
                   05 AA-TIME PIC 9(08).
                   05 AA-ACTION PIC X(01).
                   05 AA-ID PIC 9(06).
                   05 AA-BEFORE-IMAGE PIC X(61).
                   05 AA-AFTER-IMAGE PIC X(61).
                   05 AA-OPERATOR PIC X(08).
