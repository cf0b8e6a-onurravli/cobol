      * AUDIT-LOG-RECORD is one before/after image on the audit log,
      * shared by the maintenance programs that write it and the
      * audit trail report that reads it back. AU-BEFORE-IMAGE and
      * AU-AFTER-IMAGE hold the student master record; an after
      * image of spaces means the record was deleted.
      * AU-RECORD-TYPE and the address images are appended after the
      * original fields so records written before they existed still
      * line up (a space there means a student master image). When
      * AU-RECORD-TYPE is A the change was to the address file and
      * the images are in AU-ADDR-BEFORE-IMAGE and
      * AU-ADDR-AFTER-IMAGE instead.
      * AU-ACTION G marks a master record whose credits, points and
      * CGPA the integrity sweep rebuilt from grade history.
      * AU-ACTION T marks a campus transfer: the before image is the
      * master record under the old ID, the after image the record
      * under the new one.
      * AU-RECORD-TYPE P marks a business-rule parameter change: the
      * images in AU-BEFORE-IMAGE and AU-AFTER-IMAGE are then
      * parameter records - the entry in force on the new effective
      * date before the change (spaces if none) and the entry added.
      * AU-RECORD-TYPE G marks a chart of accounts change: the images
      * are then GL account lines - the line for the transaction
      * type and campus before the change (spaces if it was added)
      * and after it (spaces if it was deleted).
      * AU-OPERATOR is the signed-on operator who made the change,
      * appended last; it is spaces on records written before
      * operators signed on and on changes made by batch programs.
               01 AUDIT-LOG-RECORD.
                   05 AU-DATE PIC 9(08).
                   05 AU-TIME PIC 9(08).
                   05 AU-ACTION PIC X(01).
                   05 AU-ID PIC 9(06).
                   05 AU-BEFORE-IMAGE PIC X(48).
                   05 AU-AFTER-IMAGE PIC X(48).
                   05 AU-RECORD-TYPE PIC X(01).
                       88 AU-MASTER-IMAGE VALUE SPACE.
                       88 AU-ADDRESS-IMAGE VALUE "A".
                       88 AU-PARAMETER-IMAGE VALUE "P".
                       88 AU-ACCOUNT-IMAGE VALUE "G".
                   05 AU-ADDR-BEFORE-IMAGE PIC X(180).
                   05 AU-ADDR-AFTER-IMAGE PIC X(180).
                   05 AU-OPERATOR PIC X(08).
