      *> Audit trail record for HIERARCHY-AUDIT-FILE
      *> (hierarchy_audit.txt, append-only) - one row per ADD/CHANGE/
      *> DELETE CUST-HIER makes to customer_hierarchy.txt, holding the
      *> before and after image of the hierarchy row the same way
      *> auditrec.cpy does for the customer master. An ADD has a
      *> blank before-image and a DELETE a blank after-image.
      *> HAU-OPERATOR-ID is the signed-on operator.
       01  HIERARCHY-AUDIT-RECORD.
           05  HAU-TRAN-TYPE       PIC X(6).
           05  HAU-RUN-DATE        PIC X(10).
           05  HAU-RUN-TIME        PIC X(8).
           05  HAU-OLD-RECORD.
               10  HAU-OLD-CUST-ID     PIC X(8).
               10  HAU-OLD-PARENT-ID   PIC X(8).
               10  HAU-OLD-GROUP-LIMIT PIC 9(11)V99.
           05  HAU-NEW-RECORD.
               10  HAU-NEW-CUST-ID     PIC X(8).
               10  HAU-NEW-PARENT-ID   PIC X(8).
               10  HAU-NEW-GROUP-LIMIT PIC 9(11)V99.
           05  HAU-OPERATOR-ID     PIC X(8).
