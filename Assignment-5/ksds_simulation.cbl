                                   CUST-PHONE     BY WS-INPUT-PHONE
                                   CUST-EMAIL     BY WS-INPUT-EMAIL
                                   CUST-DELIV-PREF BY
                                       WS-INPUT-DELIV-PREF
                                   CUST-MERGED-INTO BY
                                       WS-INPUT-MERGED-INTO.

      *> Before-image of a record, captured prior to CHANGE/DELETE so
      *> it can be written to the audit trail alongside the after-image.
                                   CUST-PHONE     BY WS-OLD-PHONE
                                   CUST-EMAIL     BY WS-OLD-EMAIL
                                   CUST-DELIV-PREF BY
                                       WS-OLD-DELIV-PREF
                                   CUST-MERGED-INTO BY
                                       WS-OLD-MERGED-INTO.

       01 WS-TRAN-CODE          PIC X(6).
       01 WS-CURRENT-DATE-TIME  PIC X(21).
               DISPLAY "Email   : " CUST-EMAIL
               DISPLAY "Delivery: " CUST-DELIV-PREF
                   " (P=Print E=Electronic)"
               IF CUST-MERGED-INTO NOT = SPACES
                   DISPLAY "Merged  : into " CUST-MERGED-INTO
               END-IF
           ELSE
               DISPLAY "Customer ID not found: " SEARCH-ID
           END-IF.
               MOVE WS-INPUT-PHONE TO CUST-PHONE
               MOVE WS-INPUT-EMAIL TO CUST-EMAIL
               MOVE WS-INPUT-DELIV-PREF TO CUST-DELIV-PREF
               MOVE SPACES TO CUST-MERGED-INTO
               PERFORM FORMAT-MAINT-DATE
               MOVE 'A' TO CUST-STATUS
               MOVE WS-MAINT-DATE TO CUST-DATE-ADDED
