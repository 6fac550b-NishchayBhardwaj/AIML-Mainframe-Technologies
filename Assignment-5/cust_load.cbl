                                   CUST-PHONE     BY RAW-CUST-PHONE
                                   CUST-EMAIL     BY RAW-CUST-EMAIL
                                   CUST-DELIV-PREF BY
                                       RAW-CUST-DELIV-PREF
                                   CUST-MERGED-INTO BY
                                       RAW-CUST-MERGED-INTO.

       FD CUSTOMER-FILE.
           COPY "custrec.cpy".
           MOVE RAW-CUST-PHONE TO CUST-PHONE
           MOVE RAW-CUST-EMAIL TO CUST-EMAIL
           MOVE RAW-CUST-DELIV-PREF TO CUST-DELIV-PREF
           MOVE RAW-CUST-MERGED-INTO TO CUST-MERGED-INTO
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "REJECTED duplicate CUST-ID " CUST-ID
