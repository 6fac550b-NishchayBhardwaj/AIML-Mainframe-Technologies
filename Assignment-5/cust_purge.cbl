      *> one optional purge_control.txt record; absent, 365 days.
      *> This is the only program in the suite that physically
      *> deletes customer rows: DELETE-CUSTOMER in KSDS-SIM only
      *> flips the status byte. Each purge also appends a PURGE row
      *> to customer_audit.txt, stamped CUSTPURG the way CUST-BMNT
      *> stamps its batch runs, with the archived image as both the
      *> before and after image, so the trail shows when the record
      *> left the master.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARC-FS.

           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "customer_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FS.

           SELECT PURGE-CONTROL-FILE ASSIGN TO "purge_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FS.
                                   CUST-PHONE     BY ARC-CUST-PHONE
                                   CUST-EMAIL     BY ARC-CUST-EMAIL
                                   CUST-DELIV-PREF BY
                                       ARC-CUST-DELIV-PREF
                                   CUST-MERGED-INTO BY
                                       ARC-CUST-MERGED-INTO.

       FD TRANSACTION-ARCHIVE-FILE.
           COPY "tranrec.cpy" REPLACING
                   TRAN-POSTED-CYCLE BY ARC-TRAN-POSTED-CYCLE
                   TRAN-REVERSAL-OF BY ARC-TRAN-REVERSAL-OF.

       FD CUSTOMER-AUDIT-FILE.
           COPY "auditrec.cpy".

       FD PURGE-CONTROL-FILE.
       01 PURGE-CONTROL-RECORD.
           05 CTL-RETENTION-DAYS    PIC 9(4).
       01 BMAST-FS              PIC XX.
       01 CARC-FS               PIC XX.
       01 TARC-FS               PIC XX.
       01 AUD-FS                PIC XX.
       01 CTL-FS                PIC XX.
       01 PRT-FS                PIC XX.
       01 JRN-FS                PIC XX.
           MOVE "OPEN TRANSACTION-ARCHIVE-FILE" TO WS-FS-OPERATION
           PERFORM PURGE-CHECK-FILE-STATUS

           OPEN EXTEND CUSTOMER-AUDIT-FILE
           IF AUD-FS = "35" OR AUD-FS = "05"
               OPEN OUTPUT CUSTOMER-AUDIT-FILE
           END-IF
           MOVE AUD-FS TO WS-FS-CHECK
           MOVE "OPEN CUSTOMER-AUDIT-FILE (PURGE)" TO WS-FS-OPERATION
           PERFORM PURGE-CHECK-FILE-STATUS

           OPEN OUTPUT PURGE-REPORT
           MOVE PRT-FS TO WS-FS-CHECK
           MOVE "OPEN PURGE-REPORT" TO WS-FS-OPERATION
           MOVE "CLOSE TRANSACTION-ARCHIVE-FILE" TO WS-FS-OPERATION
           PERFORM PURGE-CHECK-FILE-STATUS

           CLOSE CUSTOMER-AUDIT-FILE
           MOVE AUD-FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-AUDIT-FILE (PURGE)" TO WS-FS-OPERATION
           PERFORM PURGE-CHECK-FILE-STATUS

           CLOSE PURGE-REPORT
           MOVE PRT-FS TO WS-FS-CHECK
           MOVE "CLOSE PURGE-REPORT" TO WS-FS-OPERATION
           MOVE CUST-PHONE TO ARC-CUST-PHONE
           MOVE CUST-EMAIL TO ARC-CUST-EMAIL
           MOVE CUST-DELIV-PREF TO ARC-CUST-DELIV-PREF
           MOVE CUST-MERGED-INTO TO ARC-CUST-MERGED-INTO
           WRITE ARC-CUST-RECORD
           MOVE CARC-FS TO WS-FS-CHECK
           MOVE "WRITE CUSTOMER-ARCHIVE-FILE" TO WS-FS-OPERATION
           MOVE FS TO WS-FS-CHECK
           MOVE "DELETE CUSTOMER-FILE (PURGE)" TO WS-FS-OPERATION
           PERFORM PURGE-CHECK-FILE-STATUS
           PERFORM PURGE-WRITE-AUDIT-RECORD
           ADD 1 TO WS-CUST-PURGED
           PERFORM PURGE-REPORT-CUSTOMER.

               TO WS-FS-OPERATION
           PERFORM PURGE-CHECK-FILE-STATUS.

      *> Removing the row is maintenance too: the same before/after
      *> image and date/time stamping as KSDS-SIM's
      *> WRITE-AUDIT-RECORD, from the archived image.
       PURGE-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE "PURGE" TO AUD-TRAN-TYPE
           MOVE WS-RUN-DATE TO AUD-RUN-DATE
           STRING
               WS-CURRENT-DATE-TIME(9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(13:2) DELIMITED BY SIZE
               INTO AUD-RUN-TIME
           END-STRING
           MOVE ARC-CUST-ID TO AUD-OLD-ID
           MOVE ARC-CUST-NAME TO AUD-OLD-NAME
           MOVE ARC-CUST-ADDRESS TO AUD-OLD-ADDRESS
           MOVE ARC-CUST-STATUS TO AUD-OLD-STATUS
           MOVE ARC-CUST-ID TO AUD-NEW-ID
           MOVE ARC-CUST-NAME TO AUD-NEW-NAME
           MOVE ARC-CUST-ADDRESS TO AUD-NEW-ADDRESS
           MOVE ARC-CUST-STATUS TO AUD-NEW-STATUS
           MOVE "CUSTPURG" TO AUD-OPERATOR-ID
           WRITE AUDIT-RECORD
           MOVE AUD-FS TO WS-FS-CHECK
           MOVE "WRITE CUSTOMER-AUDIT-FILE (PURGE)" TO WS-FS-OPERATION
           PERFORM PURGE-CHECK-FILE-STATUS.

       PURGE-REPORT-CUSTOMER.
           MOVE SPACES TO PURGE-PRINT-LINE
           STRING
