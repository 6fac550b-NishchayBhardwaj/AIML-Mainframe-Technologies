      *> customer's statement to the printed/mailed stream, 'E' routes
      *> it to the electronic statement extract CUST-STMT writes for
      *> the portal.
      *> CUST-MERGED-INTO is appended the same way. It is spaces on
      *> every ordinary row; when CUST-MRGE folds a duplicate account
      *> into another it logically deletes the retired row and leaves
      *> the surviving CUST-ID here, so anyone who looks the old ID up
      *> is pointed at the account that now carries its history.
       01  CUSTOMER-RECORD.
           05  CUST-ID         PIC X(8).
           05  CUST-NAME       PIC X(32).
           05  CUST-PHONE      PIC X(15).
           05  CUST-EMAIL      PIC X(40).
           05  CUST-DELIV-PREF PIC X(1).
           05  CUST-MERGED-INTO PIC X(8).
