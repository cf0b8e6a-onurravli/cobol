      * OPERATOR-RECORD is one sign-on on the operator file, shared
      * by the operator administration program and every maintenance
      * program that signs its operator on before applying changes.
      * OP-PASSWORD-HASH is never the password itself: it is the
      * hash the sign-on computes over the operator ID and password
      * together, so two operators with the same password still
      * carry different values. A revoked operator cannot sign on.
      * OP-SECURITY-ADMIN marks an operator who may administer the
      * operator file. OP-AUTHORITY lists, per program, the function
      * codes the operator may use there - the program's own action
      * codes (stu-maint N B D S, cat-maint A C R, param-maint L U,
      * stu-transfer T, acct-maint L U D, addr-maint A C D R V,
      * integ-sweep G to apply recomputed totals, hold-maint P R,
      * sched-maint A C D, degree-maint A C D, award-maint A C X R)
      * - so "may set status but not delete" in stu-maint is
      * OP-AUTH-PROGRAM stu-maint with OP-AUTH-FUNCTIONS S. A
      * program not listed grants nothing. OP-AUTHORITY holds twelve
      * entries, one more than the programs that sign on; every
      * program that scans it carries the same count in
      * WS-AUTH-LIMIT.
               01 OPERATOR-RECORD.
                   05 OP-ID PIC X(08).
                   05 OP-NAME PIC X(25).
                   05 OP-PASSWORD-HASH PIC 9(10).
                   05 OP-STATUS PIC X(01).
                       88 OP-ACTIVE VALUE "A".
                       88 OP-REVOKED VALUE "R".
                   05 OP-ADMIN-FLAG PIC X(01).
                       88 OP-SECURITY-ADMIN VALUE "Y".
                   05 OP-AUTHORITY OCCURS 12 TIMES.
                       10 OP-AUTH-PROGRAM PIC X(12).
                       10 OP-AUTH-FUNCTIONS PIC X(06).
                   05 OP-CHANGED-DATE PIC 9(08).
                   05 OP-CHANGED-BY PIC X(08).
