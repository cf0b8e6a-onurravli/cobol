      * SCHED-AUDIT-RECORD is one before/after image on the schedule
      * audit log, shared by the schedule maintenance program that
      * writes it and the audit trail report that reads it back.
      * SA-BEFORE-IMAGE and SA-AFTER-IMAGE hold the section meeting
      * record; a before image of spaces means the meeting was added
      * and an after image of spaces means it was deleted. SA-ACTION
      * is the maintenance action applied - A add, C change, D
      * delete. SA-OPERATOR is the signed-on operator who made the
      * change, appended last so records written before it existed
      * still line up; it is spaces on those records.
               01 SCHED-AUDIT-RECORD.
                   05 SA-DATE PIC 9(08).
                   05 SA-TIME PIC 9(08).
                   05 SA-ACTION PIC X(01).
                   05 SA-COURSE PIC X(08).
                   05 SA-BEFORE-IMAGE PIC X(57).
                   05 SA-AFTER-IMAGE PIC X(57).
                   05 SA-OPERATOR PIC X(08).
