      *> Period-end balance history record for BALANCE-HISTORY-FILE
      *> (balance_history.txt, INDEXED on HST-KEY). CUST-PCLS writes
      *> one row per balance master record when a month is closed, so
      *> what every customer owed at that month end can be reproduced
      *> after customer_balance_master.txt has moved on. HST-PERIOD is
      *> the closed month (YYYYMM); HST-THRU-CYCLE is the last posting
      *> cycle carried in the balances at close - the boundary
      *> CUST-PCMP uses to pick up the movement between two closes.
      *> The balance fields are the BAL- image as it stood; the status
      *> and credit limit are the customer master's at the same
      *> moment, blank/zero if the master row was already gone.
       01  BALANCE-HISTORY-RECORD.
           05  HST-KEY.
               10  HST-PERIOD        PIC X(6).
               10  HST-CUST-ID       PIC X(8).
           05  HST-SNAP-DATE       PIC X(8).
           05  HST-THRU-CYCLE      PIC X(8).
           05  HST-TRAN-COUNT      PIC 9(9).
           05  HST-NET-AMOUNT      PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
           05  HST-LAST-CYCLE      PIC X(8).
           05  HST-CUST-STATUS     PIC X(1).
           05  HST-CREDIT-LIMIT    PIC 9(11)V99.
