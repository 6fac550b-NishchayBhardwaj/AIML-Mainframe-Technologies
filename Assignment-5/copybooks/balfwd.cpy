      *> Balance-forward record for BALANCE-FORWARD-FILE
      *> (balance_forward.txt, INDEXED on BF-CUST-ID). One row per
      *> customer that has had posted transactions moved to
      *> transaction_history.txt by CUST-HARC, carrying the count and
      *> net amount of everything moved so far - cumulative across
      *> archive runs. Every program that re-sums a customer's posted
      *> transactions (CUST-BVFY, CUST-ARCQ's restore, CUST-STMT's
      *> opening balance, CUST-AGE) adds this row in, so archiving
      *> never changes their answers. BF-THROUGH-DATE is the latest
      *> retention cutoff applied: every archived TRAN-DATE is
      *> before it. BF-LAST-CYCLE is the latest TRAN-POSTED-CYCLE
      *> archived and BF-ARCHIVE-DATE the date of the last run that
      *> added to the row (all YYYYMMDD).
       01  BALANCE-FORWARD-RECORD.
           05  BF-CUST-ID          PIC X(8).
           05  BF-TRAN-COUNT       PIC 9(9).
           05  BF-NET-AMOUNT       PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
           05  BF-THROUGH-DATE     PIC X(8).
           05  BF-LAST-CYCLE       PIC X(8).
           05  BF-ARCHIVE-DATE     PIC X(8).
