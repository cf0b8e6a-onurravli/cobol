      * HOLD-AUDIT-RECORD is one before/after image on the hold
      * audit log, shared by the hold maintenance program and the
      * automatic hold run that both write it. HA-BEFORE-IMAGE and
      * HA-AFTER-IMAGE hold the registration hold record; a before
      * image of spaces means the hold was placed. HA-ACTION is P
      * for a hold placed and R for a hold released.
      * HA-OPERATOR is the signed-on operator who placed or released
      * the hold, appended last so records written before it existed
      * still line up; it is spaces on those records and on holds
      * placed by the automatic run.
               01 HOLD-AUDIT-RECORD.
                   05 HA-DATE PIC 9(08).
                   05 HA-TIME PIC 9(08).
                   05 HA-ACTION PIC X(01).
                   05 HA-ID PIC 9(06).
                   05 HA-BEFORE-IMAGE PIC X(34).
                   05 HA-AFTER-IMAGE PIC X(34).
                   05 HA-OPERATOR PIC X(08).
