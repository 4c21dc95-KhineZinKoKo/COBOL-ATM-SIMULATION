      *> Shared CONNGROUPS.DAT record layout: membership of a
      *> connected borrower group - customers under common control
      *> or otherwise so bound together that the regulator counts
      *> them as one risk. One record per member customer, so a
      *> customer can belong to one group only. Maintained through
      *> ExposureMaint; read by BorrowerExposure and TopExposures.
       01 CONN-GROUP-RECORD.
           05 CG-CUST-ID          PIC 9(8).
           05 CG-GROUP-ID         PIC X(10).
           05 CG-ADDED-DATE       PIC 9(8).
           05 CG-ADDED-BY         PIC X(20).
