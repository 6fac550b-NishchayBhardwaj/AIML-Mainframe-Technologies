      *> rewrite each drifted record (and create each missing one)
      *> to the recomputed figures; absent, the run only reports -
      *> the same one-record control convention as purge_control.txt.
      *> Transactions CUST-HARC has moved to transaction history are
      *> still in the balances, so each re-sum adds the customer's
      *> balance_forward.txt row back in, and pass 3 catches a
      *> customer whose whole posted history is archived but who has
      *> no balance record. No balance-forward file yet is normal.
      *> CUST-PURG leaves a purged customer's balance-forward row
      *> behind with no balance record, so pass 3 skips any row whose
      *> customer is no longer on customer_data.txt rather than
      *> report it missing (or recreate its balance record).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "customer_data.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS FS.

           SELECT CUSTOMER-TRANSACTION-FILE
               ASSIGN TO "customer_transactions.txt"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS BMAST-FS.

           SELECT BALANCE-FORWARD-FILE
               ASSIGN TO "balance_forward.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BF-CUST-ID
               FILE STATUS IS BF-FS.

           SELECT BVERIFY-CONTROL-FILE ASSIGN TO "bverify_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD CUSTOMER-TRANSACTION-FILE.
           COPY "tranrec.cpy".

       FD CUSTOMER-BALANCE-MASTER.
           COPY "balrec.cpy".

       FD BALANCE-FORWARD-FILE.
           COPY "balfwd.cpy".

       FD BVERIFY-CONTROL-FILE.
       01 BVERIFY-CONTROL-RECORD.
           05 CTL-FUNCTION          PIC X(6).
           COPY "runjrnl.cpy".

       WORKING-STORAGE SECTION.
       01 FS                    PIC XX.
       01 TRAN-FS               PIC XX.
       01 BMAST-FS              PIC XX.
       01 BF-FS                 PIC XX.
       01 CTL-FS                PIC XX.
       01 RPT-FS                PIC XX.
       01 JRN-FS                PIC XX.
       01 WS-BAL-FOUND          PIC X VALUE 'N'.
          88 BAL-FOUND          VALUE 'Y'.
          88 BAL-NOT-FOUND      VALUE 'N'.
       01 WS-CUST-FOUND         PIC X VALUE 'N'.
          88 CUST-FOUND         VALUE 'Y'.
          88 CUST-NOT-FOUND     VALUE 'N'.
       01 WS-BF-EOF             PIC X VALUE 'N'.
          88 BF-EOF             VALUE 'Y'.
          88 BF-NOT-EOF         VALUE 'N'.
       01 WS-FORWARD-FILE-FLAG  PIC X VALUE 'N'.
          88 FORWARD-ON-FILE    VALUE 'Y'.
          88 NO-FORWARD-ON-FILE VALUE 'N'.

       01 WS-RUN-MODE           PIC X(6) VALUE "VERIFY".
          88 REPAIR-MODE        VALUE "REPAIR".
       01 WS-DRIFT-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-MISSING-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-REPAIRED-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-PURGED-SKIP-COUNT  PIC 9(7) VALUE ZERO.

       01 WS-MASTER-DISPLAY-AMT PIC -(12)9.99.
       01 WS-RESUM-DISPLAY-AMT  PIC -(12)9.99.
           PERFORM BVFY-PRINT-HEADINGS
           PERFORM BVFY-CHECK-BALANCE-MASTER
           PERFORM BVFY-CHECK-ORPHAN-ACTIVITY
           IF FORWARD-ON-FILE
               PERFORM BVFY-CHECK-FORWARD-ONLY
           END-IF
           PERFORM BVFY-PRINT-CONTROL-TOTALS
           PERFORM BVFY-CLOSE-FILES
           PERFORM BVFY-WRITE-RUN-JOURNAL
           END-IF.

       BVFY-OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "OPEN CUSTOMER-FILE (BVFY)" TO WS-FS-OPERATION
           PERFORM BVFY-CHECK-FILE-STATUS

           OPEN INPUT CUSTOMER-TRANSACTION-FILE
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "OPEN CUSTOMER-TRANSACTION-FILE (BVFY)"
               TO WS-FS-OPERATION
           PERFORM BVFY-CHECK-FILE-STATUS

           OPEN INPUT BALANCE-FORWARD-FILE
           IF BF-FS = "35"
               SET NO-FORWARD-ON-FILE TO TRUE
           ELSE
               MOVE BF-FS TO WS-FS-CHECK
               MOVE "OPEN BALANCE-FORWARD-FILE (BVFY)"
                   TO WS-FS-OPERATION
               PERFORM BVFY-CHECK-FILE-STATUS
               SET FORWARD-ON-FILE TO TRUE
           END-IF

           OPEN OUTPUT VERIFY-REPORT
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "OPEN VERIFY-REPORT" TO WS-FS-OPERATION
           PERFORM BVFY-CHECK-FILE-STATUS.

       BVFY-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-FILE (BVFY)" TO WS-FS-OPERATION
           PERFORM BVFY-CHECK-FILE-STATUS

           CLOSE CUSTOMER-TRANSACTION-FILE
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-TRANSACTION-FILE (BVFY)"
               TO WS-FS-OPERATION
           PERFORM BVFY-CHECK-FILE-STATUS

           IF FORWARD-ON-FILE
               CLOSE BALANCE-FORWARD-FILE
               MOVE BF-FS TO WS-FS-CHECK
               MOVE "CLOSE BALANCE-FORWARD-FILE (BVFY)"
                   TO WS-FS-OPERATION
               PERFORM BVFY-CHECK-FILE-STATUS
           END-IF

           CLOSE VERIFY-REPORT
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "CLOSE VERIFY-REPORT" TO WS-FS-OPERATION
       BVFY-VERIFY-ONE-BALANCE.
           MOVE BAL-CUST-ID TO WS-CHECK-CUST-ID
           PERFORM BVFY-RESUM-CUSTOMER
           PERFORM BVFY-ADD-BALANCE-FORWARD
           IF BAL-TRAN-COUNT = WS-SUM-COUNT
                   AND BAL-NET-AMOUNT = WS-SUM-AMOUNT
               ADD 1 TO WS-AGREE-COUNT
               END-IF
           END-PERFORM.

      *> The archived part of the customer's posted history, carried
      *> as one balance-forward row by CUST-HARC.
       BVFY-ADD-BALANCE-FORWARD.
           IF FORWARD-ON-FILE
               MOVE WS-CHECK-CUST-ID TO BF-CUST-ID
               READ BALANCE-FORWARD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM BVFY-ADD-FORWARD-FIGURES
               END-READ
               MOVE BF-FS TO WS-FS-CHECK
               MOVE "READ BALANCE-FORWARD-FILE (BVFY)"
                   TO WS-FS-OPERATION
               PERFORM BVFY-CHECK-FILE-STATUS
           END-IF.

       BVFY-ADD-FORWARD-FIGURES.
           ADD BF-TRAN-COUNT TO WS-SUM-COUNT
           ADD BF-NET-AMOUNT TO WS-SUM-AMOUNT
           IF BF-LAST-CYCLE > WS-SUM-LAST-CYCLE
               MOVE BF-LAST-CYCLE TO WS-SUM-LAST-CYCLE
           END-IF.

       BVFY-REPAIR-BALANCE.
           MOVE WS-SUM-COUNT TO BAL-TRAN-COUNT
           MOVE WS-SUM-AMOUNT TO BAL-NET-AMOUNT
               IF BAL-NOT-FOUND
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE WS-BREAK-CUST-ID TO WS-CHECK-CUST-ID
                   PERFORM BVFY-ADD-BALANCE-FORWARD
                   PERFORM BVFY-PRINT-MISSING-LINE
                   IF REPAIR-MODE
                       PERFORM BVFY-CREATE-BALANCE
           ADD 1 TO WS-REPAIRED-COUNT
           PERFORM BVFY-PRINT-REPAIRED-LINE.

      *> Pass 3: a balance-forward row whose customer has no balance
      *> record and no live posted activity - everything posted has
      *> been archived, so pass 2 never met the customer. One with
      *> live posted activity was already reported by pass 2. A row
      *> whose customer is no longer on the customer master is what
      *> CUST-PURG leaves behind - it is counted, never reported as
      *> missing and never given a new balance record.
       BVFY-CHECK-FORWARD-ONLY.
           SET BF-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO BF-CUST-ID
           START BALANCE-FORWARD-FILE
               KEY IS NOT LESS THAN BF-CUST-ID
               INVALID KEY
                   SET BF-EOF TO TRUE
           END-START
           MOVE BF-FS TO WS-FS-CHECK
           MOVE "START BALANCE-FORWARD-FILE (BVFY)" TO WS-FS-OPERATION
           PERFORM BVFY-CHECK-FILE-STATUS
           PERFORM UNTIL BF-EOF
               READ BALANCE-FORWARD-FILE NEXT RECORD
                   AT END
                       SET BF-EOF TO TRUE
                   NOT AT END
                       PERFORM BVFY-CHECK-ONE-FORWARD
               END-READ
               IF NOT BF-EOF
                   MOVE BF-FS TO WS-FS-CHECK
                   MOVE "READ BALANCE-FORWARD-FILE NEXT (BVFY)"
                       TO WS-FS-OPERATION
                   PERFORM BVFY-CHECK-FILE-STATUS
               END-IF
           END-PERFORM.

       BVFY-CHECK-ONE-FORWARD.
           SET BAL-NOT-FOUND TO TRUE
           MOVE BF-CUST-ID TO BAL-CUST-ID
           READ CUSTOMER-BALANCE-MASTER
               INVALID KEY
                   SET BAL-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET BAL-FOUND TO TRUE
           END-READ
           MOVE BMAST-FS TO WS-FS-CHECK
           MOVE "READ CUSTOMER-BALANCE-MASTER (BVFY FORWARD)"
               TO WS-FS-OPERATION
           PERFORM BVFY-CHECK-FILE-STATUS
           IF BAL-NOT-FOUND AND BF-TRAN-COUNT > ZERO
               PERFORM BVFY-FIND-FORWARD-CUSTOMER
           END-IF
           IF BAL-NOT-FOUND AND BF-TRAN-COUNT > ZERO
                   AND CUST-FOUND
               MOVE BF-CUST-ID TO WS-CHECK-CUST-ID
               PERFORM BVFY-RESUM-CUSTOMER
               IF WS-SUM-COUNT = ZERO
                   PERFORM BVFY-ADD-FORWARD-FIGURES
                   ADD 1 TO WS-MISSING-COUNT
                   PERFORM BVFY-PRINT-MISSING-LINE
                   IF REPAIR-MODE
                       PERFORM BVFY-CREATE-BALANCE
                   END-IF
               END-IF
           END-IF.

       BVFY-FIND-FORWARD-CUSTOMER.
           MOVE BF-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   SET CUST-NOT-FOUND TO TRUE
                   ADD 1 TO WS-PURGED-SKIP-COUNT
               NOT INVALID KEY
                   SET CUST-FOUND TO TRUE
           END-READ
           MOVE FS TO WS-FS-CHECK
           MOVE "READ CUSTOMER-FILE (BVFY FORWARD)" TO WS-FS-OPERATION
           PERFORM BVFY-CHECK-FILE-STATUS.

       BVFY-PRINT-DRIFT-LINE.
           MOVE BAL-NET-AMOUNT TO WS-MASTER-DISPLAY-AMT
           MOVE WS-SUM-AMOUNT TO WS-RESUM-DISPLAY-AMT
           END-STRING
           PERFORM BVFY-WRITE-REPORT-LINE
           MOVE SPACES TO VERIFY-PRINT-LINE
           STRING
               "PURGED FORWARDS SKIPPED : " DELIMITED BY SIZE
               WS-PURGED-SKIP-COUNT DELIMITED BY SIZE
               INTO VERIFY-PRINT-LINE
           END-STRING
           PERFORM BVFY-WRITE-REPORT-LINE
           MOVE SPACES TO VERIFY-PRINT-LINE
           IF WS-DRIFT-COUNT = ZERO AND WS-MISSING-COUNT = ZERO
               MOVE "RUN STATUS              : IN BALANCE"
                   TO VERIFY-PRINT-LINE

      *> "23" (key not found) is the normal outcome of the sweep's
      *> keyed balance lookup for a customer with no balance record -
      *> finding those is the point of the sweep, and of pass 3's
      *> customer lookup for a purged customer; "02" is the routine
      *> duplicate-alternate-key status on transaction reads, same
      *> passthrough as CUST-MATCH.
       BVFY-CHECK-FILE-STATUS.
