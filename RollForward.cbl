      *> total book balance - and writes itself to the audit log.
      *> Applying an image twice is harmless: the journal carries
      *> whole after-images, so the last one for a key always wins.
      *> Account images come as USER (update), USRI (opened) and
      *> USRD (closed and deleted - the image is the last state
      *> before the delete); transaction images as TRAN (posted) and
      *> TRNU (flagged, e.g. reversed). The customer, card, loan and
      *> term deposit kinds in the same journal feed the MIS extract
      *> and are passed over here.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       LINKAGE SECTION.
       01 TEMP                    PIC 9.
       01 ADMIN-CHOICE            PIC 999.
       01 LNK-OPERATOR-ID         PIC X(20).

       PROCEDURE DIVISION USING TEMP, ADMIN-CHOICE, LNK-OPERATOR-ID.

           EVALUATE WS-KIND
               WHEN "USER"
               WHEN "USRI"
                   MOVE WS-IMAGE(1:319) TO USER-RECORD
                   REWRITE USER-RECORD
                       INVALID KEY
                           WRITE USER-RECORD
                   END-REWRITE
                   ADD 1 TO WS-USER-APPLIED
               WHEN "USRD"
                   MOVE WS-IMAGE(1:319) TO USER-RECORD
                   DELETE USER-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO WS-USER-APPLIED
               WHEN "TRAN"
               WHEN "TRNU"
                   MOVE WS-IMAGE(1:200) TO TRANSACTION-RECORD
                   WRITE TRANSACTION-RECORD
                       INVALID KEY
