                                   CUST-PHONE     BY BKP-CUST-PHONE
                                   CUST-EMAIL     BY BKP-CUST-EMAIL
                                   CUST-DELIV-PREF BY
                                       BKP-CUST-DELIV-PREF
                                   CUST-MERGED-INTO BY
                                       BKP-CUST-MERGED-INTO.

       FD UNLOAD-REQUEST-FILE.
       01 UNLOAD-REQUEST-RECORD.
                       MOVE CUST-PHONE TO BKP-CUST-PHONE
                       MOVE CUST-EMAIL TO BKP-CUST-EMAIL
                       MOVE CUST-DELIV-PREF TO BKP-CUST-DELIV-PREF
                       MOVE CUST-MERGED-INTO TO BKP-CUST-MERGED-INTO
                       WRITE BKP-CUST-RECORD
                       MOVE BKP-FS TO WS-FS-CHECK
                       MOVE "WRITE BACKUP-FILE" TO WS-FS-OPERATION
           MOVE BKP-CUST-PHONE TO CUST-PHONE
           MOVE BKP-CUST-EMAIL TO CUST-EMAIL
           MOVE BKP-CUST-DELIV-PREF TO CUST-DELIV-PREF
           MOVE BKP-CUST-MERGED-INTO TO CUST-MERGED-INTO
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "REJECTED duplicate CUST-ID " CUST-ID
