                                   CUST-PHONE     BY WS-OLD-PHONE
                                   CUST-EMAIL     BY WS-OLD-EMAIL
                                   CUST-DELIV-PREF BY
                                       WS-OLD-DELIV-PREF
                                   CUST-MERGED-INTO BY
                                       WS-OLD-MERGED-INTO.

       01 WS-TRAN-CODE          PIC X(6).
       01 WS-CURRENT-DATE-TIME  PIC X(21).
               ELSE
                   MOVE MNT-DELIV-PREF TO CUST-DELIV-PREF
               END-IF
               MOVE SPACES TO CUST-MERGED-INTO
               PERFORM BMNT-FORMAT-MAINT-DATE
               MOVE 'A' TO CUST-STATUS
               MOVE WS-MAINT-DATE TO CUST-DATE-ADDED
