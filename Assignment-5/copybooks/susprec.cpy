      *> Unapplied-cash suspense record for UNAPPLIED-CASH-FILE
      *> (unapplied_cash.txt, INDEXED on SUS-KEY) - one row per bank
      *> lockbox payment CUST-LBOX could not tie to exactly one
      *> customer. SUS-KEY is the bank's batch ID plus the payment's
      *> position within that batch, so an item can be named back to
      *> the lockbox listing it came from. SUS-AMOUNT is the check
      *> amount as the bank reported it, always positive. SUS-STATUS
      *> is 'O' while the money is unapplied, 'A' once CUST-SUSP has
      *> applied it to SUS-APPLIED-CUST-ID as the PAYMNT transaction
      *> SUS-TRAN-SEQ-NO, and 'R' once it has been returned to the
      *> bank; resolved rows stay on file as the history of where
      *> the money went. SUS-OPERATOR-ID is the operator named on
      *> the resolving request.
       01  UNAPPLIED-CASH-RECORD.
           05  SUS-KEY.
               10  SUS-BATCH-ID      PIC X(12).
               10  SUS-ITEM-NO       PIC 9(5).
           05  SUS-DEPOSIT-DATE    PIC X(8).
           05  SUS-CHECK-NO        PIC X(10).
           05  SUS-REMIT-REF       PIC X(8).
           05  SUS-PAYER-NAME      PIC X(32).
           05  SUS-AMOUNT          PIC 9(9)V99.
           05  SUS-REASON          PIC X(10).
           05  SUS-MATCH-COUNT     PIC 9(3).
           05  SUS-STATUS          PIC X(1).
           05  SUS-RESOLVED-DATE   PIC X(8).
           05  SUS-APPLIED-CUST-ID PIC X(8).
           05  SUS-TRAN-SEQ-NO     PIC 9(8).
           05  SUS-OPERATOR-ID     PIC X(8).
