
       01 WS-FEED-TYPE          PIC X(6).
          88 VALID-TRAN-TYPE    VALUE "DEBIT", "CREDIT", "PAYMNT",
                                      "ADJUST", "REVRSL", "FINCHG".

       01 WS-DATE-WORK.
           05 WS-DATE-YEAR      PIC 9(4).
