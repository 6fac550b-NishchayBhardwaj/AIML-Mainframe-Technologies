      *> the restored history from customer_balances.txt. A missing
      *> request file means a full inquiry listing - the direction
      *> that cannot change data.
      *> CUST-PURG leaves a purged customer's balance_forward.txt row
      *> in place (the archived history it stands for is still on
      *> transaction_history.txt), so the rebuild adds it back in.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS BMAST-FS.

           SELECT BALANCE-FORWARD-FILE
               ASSIGN TO "balance_forward.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BF-CUST-ID
               FILE STATUS IS BF-FS.

           SELECT ARCQ-PRINT-FILE ASSIGN TO "archive_inquiry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRT-FS.
                                   CUST-PHONE     BY ARC-CUST-PHONE
                                   CUST-EMAIL     BY ARC-CUST-EMAIL
                                   CUST-DELIV-PREF BY
                                       ARC-CUST-DELIV-PREF
                                   CUST-MERGED-INTO BY
                                       ARC-CUST-MERGED-INTO.

       FD TRANSACTION-ARCHIVE-FILE.
           COPY "tranrec.cpy" REPLACING
       FD CUSTOMER-BALANCE-MASTER.
           COPY "balrec.cpy".

       FD BALANCE-FORWARD-FILE.
           COPY "balfwd.cpy".

       FD ARCQ-PRINT-FILE.
       01 ARCQ-PRINT-LINE           PIC X(132).

       01 FS                    PIC XX.
       01 TRAN-FS               PIC XX.
       01 BMAST-FS              PIC XX.
       01 BF-FS                 PIC XX.
       01 PRT-FS                PIC XX.
       01 JRN-FS                PIC XX.
       01 WS-FS-CHECK           PIC XX.
                                   CUST-PHONE     BY WS-ARC-PHONE
                                   CUST-EMAIL     BY WS-ARC-EMAIL
                                   CUST-DELIV-PREF BY
                                       WS-ARC-DELIV-PREF
                                   CUST-MERGED-INTO BY
                                       WS-ARC-MERGED-INTO.

       01 WS-HIST-ID            PIC X(8).
       01 WS-HIST-NET           PIC S9(11)V99 VALUE ZERO.
           MOVE WS-ARC-PHONE TO CUST-PHONE
           MOVE WS-ARC-EMAIL TO CUST-EMAIL
           MOVE WS-ARC-DELIV-PREF TO CUST-DELIV-PREF
           MOVE WS-ARC-MERGED-INTO TO CUST-MERGED-INTO
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   CONTINUE
                   END-IF
                   PERFORM ARCQ-READ-NEXT-RESUM
               END-PERFORM
           END-IF
           PERFORM ARCQ-ADD-BALANCE-FORWARD.

      *> Posted history CUST-HARC moved to transaction history before
      *> the purge is still part of the balance. No balance-forward
      *> file just means nothing was ever archived.
       ARCQ-ADD-BALANCE-FORWARD.
           OPEN INPUT BALANCE-FORWARD-FILE
           IF BF-FS NOT = "35"
               MOVE BF-FS TO WS-FS-CHECK
               MOVE "OPEN BALANCE-FORWARD-FILE (ARCQ)"
                   TO WS-FS-OPERATION
               PERFORM ARCQ-CHECK-FILE-STATUS
               MOVE WS-REQ-CUST-ID TO BF-CUST-ID
               READ BALANCE-FORWARD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD BF-TRAN-COUNT TO WS-RESUM-COUNT
                       ADD BF-NET-AMOUNT TO WS-RESUM-AMOUNT
                       IF BF-LAST-CYCLE > WS-RESUM-LAST-CYCLE
                           MOVE BF-LAST-CYCLE TO WS-RESUM-LAST-CYCLE
                       END-IF
               END-READ
               MOVE BF-FS TO WS-FS-CHECK
               MOVE "READ BALANCE-FORWARD-FILE (ARCQ)"
                   TO WS-FS-OPERATION
               PERFORM ARCQ-CHECK-FILE-STATUS
               CLOSE BALANCE-FORWARD-FILE
               MOVE BF-FS TO WS-FS-CHECK
               MOVE "CLOSE BALANCE-FORWARD-FILE (ARCQ)"
                   TO WS-FS-OPERATION
               PERFORM ARCQ-CHECK-FILE-STATUS
           END-IF.

       ARCQ-READ-NEXT-RESUM.
