       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-AGE.

      *> Receivables aging. The balance master carries one net amount
      *> per customer, which says what is owed but not how long it
      *> has been owed. This run walks each balance master customer's
      *> posted transactions through the TRAN-CUST-ID alternate key
      *> the way CUST-STMT does and ages the balance first-in,
      *> first-out: every charge (DEBIT, ADJUST and any other positive
      *> amount) opens an item dated TRAN-DATE, and every PAYMNT,
      *> CREDIT and REVRSL amount - any negative amount - is applied
      *> against the oldest open items first. What is still open is
      *> then bucketed by age as of the requested date into Current
      *> (0-30 days), 31-60, 61-90, 91-120 and over 120, and printed
      *> one line per customer to receivables_aging.txt, subtotalled
      *> by CUST-STATUS. The run proves itself the way CUST-MATCH's
      *> control block does: the aged grand total plus anything
      *> posted with a TRAN-DATE after the as-of date must equal the
      *> BAL-NET-AMOUNT total of the balance master, or the report is
      *> flagged OUT OF BALANCE. Unposted transactions are left out -
      *> they have not reached BAL-NET-AMOUNT yet. The as-of date
      *> comes from one optional aging_control.txt record (YYYYMMDD);
      *> absent, the run date.
      *> Posted transactions CUST-HARC has archived are still in
      *> BAL-NET-AMOUNT, so the customer's balance_forward.txt net is
      *> aged ahead of the live transactions as the oldest item,
      *> dated at its through-date (which can only make it look
      *> younger than it is, never older); a net credit forward is
      *> held as unapplied credit from the start.

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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-SEQ-NO
               ALTERNATE RECORD KEY IS TRAN-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS TRAN-FS.

           SELECT CUSTOMER-BALANCE-MASTER
               ASSIGN TO "customer_balance_master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS BMAST-FS.

           SELECT BALANCE-FORWARD-FILE
               ASSIGN TO "balance_forward.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BF-CUST-ID
               FILE STATUS IS BF-FS.

           SELECT AGING-CONTROL-FILE ASSIGN TO "aging_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FS.

           SELECT AGING-REPORT ASSIGN TO "receivables_aging.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRT-FS.

           SELECT RUN-JOURNAL-FILE ASSIGN TO "run_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-FS.

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

       FD AGING-CONTROL-FILE.
       01 AGING-CONTROL-RECORD.
           05 CTL-AS-OF-DATE        PIC X(8).

       FD AGING-REPORT.
       01 AGING-PRINT-LINE          PIC X(132).

       FD RUN-JOURNAL-FILE.
           COPY "runjrnl.cpy".

       WORKING-STORAGE SECTION.
       01 FS                    PIC XX.
       01 TRAN-FS               PIC XX.
       01 BMAST-FS              PIC XX.
       01 BF-FS                 PIC XX.
       01 CTL-FS                PIC XX.
       01 PRT-FS                PIC XX.
       01 JRN-FS                PIC XX.
       01 WS-FS-CHECK           PIC XX.
       01 WS-FS-OPERATION       PIC X(40).

       01 WS-BAL-EOF            PIC X VALUE 'N'.
          88 BAL-EOF            VALUE 'Y'.
          88 BAL-NOT-EOF        VALUE 'N'.
       01 WS-CUST-FOUND         PIC X VALUE 'N'.
          88 CUST-FOUND         VALUE 'Y'.
          88 CUST-NOT-FOUND     VALUE 'N'.
       01 WS-BALANCE-FLAG       PIC X VALUE 'Y'.
          88 RUN-IN-BALANCE     VALUE 'Y'.
          88 RUN-OUT-OF-BALANCE VALUE 'N'.
       01 WS-FORWARD-FILE-FLAG  PIC X VALUE 'N'.
          88 FORWARD-ON-FILE    VALUE 'Y'.
          88 NO-FORWARD-ON-FILE VALUE 'N'.

       01 WS-CURRENT-DATE-TIME  PIC X(21).
       01 WS-RUN-DATE           PIC X(10).
       01 WS-AS-OF-DATE         PIC X(8).
       01 WS-AS-OF-DATE-9 REDEFINES WS-AS-OF-DATE PIC 9(8).
       01 WS-AS-OF-INT          PIC 9(8).
       01 WS-TRAN-DATE-9        PIC 9(8).
       01 WS-TRAN-INT           PIC 9(8).
       01 WS-AGE-DAYS           PIC S9(7).

      *> Open charges for the customer in hand, oldest first as they
      *> come off the alternate key. A customer with more open
      *> charges than the table holds has the newest ones folded
      *> into the last entry, which can only make that entry look
      *> younger than it is - never older - and is counted for the
      *> control block.
       01 WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 500 TIMES.
               10 WS-OPEN-DATE      PIC X(8).
               10 WS-OPEN-AMOUNT    PIC S9(11)V99.
       01 WS-OPEN-MAX           PIC 9(4) VALUE 500.
       01 WS-OPEN-COUNT         PIC 9(4) VALUE ZERO.
       01 WS-OPEN-SUB           PIC 9(4).
       01 WS-OLDEST-SUB         PIC 9(4).
       01 WS-OLDEST-DATE        PIC X(8).

       01 WS-CHARGE-LEFT        PIC S9(11)V99.
       01 WS-CREDIT-LEFT        PIC S9(11)V99.
       01 WS-UNAPPLIED-CREDIT   PIC S9(11)V99.
       01 WS-APPLY-AMOUNT       PIC S9(11)V99.
       01 WS-CUST-FUTURE        PIC S9(11)V99.
       01 WS-CUST-AGED-TOTAL    PIC S9(11)V99.
       01 WS-CUST-CHECK         PIC S9(11)V99.
       01 WS-CUST-STATUS        PIC X.
       01 WS-CUST-NAME          PIC X(32).
       01 WS-BUCKET-SUB         PIC 9.

      *> Bucket 1 Current (0-30), 2 31-60, 3 61-90, 4 91-120,
      *> 5 over 120 - the customer in hand.
       01 WS-CUST-BUCKETS.
           05 WS-CUST-BUCKET        PIC S9(11)V99 OCCURS 5 TIMES.

      *> One subtotal row per CUST-STATUS value, plus a fifth row
      *> for balance master records with no customer master behind
      *> them, so their money still lands somewhere on the page.
       01 WS-STATUS-TABLE.
           05 WS-STAT-ENTRY OCCURS 5 TIMES INDEXED BY WS-STAT-IDX.
               10 WS-STAT-CODE      PIC X.
               10 WS-STAT-LABEL     PIC X(16).
               10 WS-STAT-COUNT     PIC 9(7).
               10 WS-STAT-BUCKET    PIC S9(13)V99 OCCURS 5 TIMES.
               10 WS-STAT-TOTAL     PIC S9(13)V99.
       01 WS-STAT-SUB           PIC 9.

       01 WS-GRAND-BUCKETS.
           05 WS-GRAND-BUCKET       PIC S9(13)V99 OCCURS 5 TIMES.
       01 WS-GRAND-AGED         PIC S9(13)V99 VALUE ZERO.
       01 WS-GRAND-FUTURE       PIC S9(13)V99 VALUE ZERO.
       01 WS-GRAND-BALANCE      PIC S9(13)V99 VALUE ZERO.
       01 WS-GRAND-CHECK        PIC S9(13)V99 VALUE ZERO.

       01 WS-BALANCES-READ      PIC 9(7) VALUE ZERO.
       01 WS-CUSTOMERS-LISTED   PIC 9(7) VALUE ZERO.
       01 WS-ZERO-SKIPPED       PIC 9(7) VALUE ZERO.
       01 WS-NOT-TIED-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-UNDATED-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-FOLDED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-TRANS-AGED         PIC 9(9) VALUE ZERO.

       01 WS-AMT-DISPLAY-1      PIC -(10)9.99.
       01 WS-AMT-DISPLAY-2      PIC -(10)9.99.
       01 WS-AMT-DISPLAY-3      PIC -(10)9.99.
       01 WS-AMT-DISPLAY-4      PIC -(10)9.99.
       01 WS-AMT-DISPLAY-5      PIC -(10)9.99.
       01 WS-AMT-DISPLAY-6      PIC -(10)9.99.
       01 WS-CTL-DISPLAY-AMT    PIC -(12)9.99.

       01 WS-JRN-START-TIME     PIC X(8).
       01 WS-JRN-END-TIME       PIC X(8).
       01 WS-JRN-END-STATUS     PIC X VALUE 'C'.

       PROCEDURE DIVISION.
       AGE-MAIN.
           PERFORM AGE-INITIALIZE
           PERFORM AGE-OPEN-FILES
           PERFORM AGE-PRINT-HEADINGS
           PERFORM AGE-WALK-BALANCE-MASTER
           PERFORM AGE-PRINT-STATUS-SUBTOTALS
           PERFORM AGE-PRINT-CONTROL-TOTALS
           PERFORM AGE-CLOSE-FILES
           PERFORM AGE-WRITE-RUN-JOURNAL
           DISPLAY "Aging run complete as of " WS-AS-OF-DATE " - "
               WS-BALANCES-READ " balance records aged, "
               WS-CUSTOMERS-LISTED " customers listed. "
               "See receivables_aging.txt"
           IF RUN-OUT-OF-BALANCE
               DISPLAY "*** AGING REPORT OUT OF BALANCE - see "
                   "control totals in receivables_aging.txt ***"
           END-IF
           GOBACK.

       AGE-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING
               WS-CURRENT-DATE-TIME(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-AS-OF-DATE
           PERFORM AGE-FORMAT-JRN-TIME
           MOVE WS-JRN-END-TIME TO WS-JRN-START-TIME
           MOVE 'A' TO WS-STAT-CODE(1)
           MOVE "ACTIVE" TO WS-STAT-LABEL(1)
           MOVE 'H' TO WS-STAT-CODE(2)
           MOVE "ON HOLD" TO WS-STAT-LABEL(2)
           MOVE 'I' TO WS-STAT-CODE(3)
           MOVE "INACTIVE" TO WS-STAT-LABEL(3)
           MOVE 'D' TO WS-STAT-CODE(4)
           MOVE "DELETED" TO WS-STAT-LABEL(4)
           MOVE '?' TO WS-STAT-CODE(5)
           MOVE "NOT ON MASTER" TO WS-STAT-LABEL(5)
           PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
                   UNTIL WS-STAT-SUB > 5
               MOVE ZERO TO WS-STAT-COUNT(WS-STAT-SUB)
               MOVE ZERO TO WS-STAT-TOTAL(WS-STAT-SUB)
               MOVE ZERO TO WS-GRAND-BUCKET(WS-STAT-SUB)
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 5
                   MOVE ZERO TO WS-STAT-BUCKET(WS-STAT-SUB,
                       WS-BUCKET-SUB)
               END-PERFORM
           END-PERFORM
           PERFORM AGE-READ-CONTROL
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE-9).

      *> One optional control record naming the as-of date. A
      *> missing control file (FS "35") means age as of today - the
      *> same normal-absence handling as KSDS-SIM's READ-CHECKPOINT.
       AGE-READ-CONTROL.
           OPEN INPUT AGING-CONTROL-FILE
           IF CTL-FS NOT = "35"
               MOVE CTL-FS TO WS-FS-CHECK
               MOVE "OPEN AGING-CONTROL-FILE" TO WS-FS-OPERATION
               PERFORM AGE-CHECK-FILE-STATUS
           END-IF
           IF CTL-FS = "00"
               READ AGING-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-AS-OF-DATE NUMERIC
                           MOVE CTL-AS-OF-DATE TO WS-AS-OF-DATE
                       END-IF
               END-READ
               MOVE CTL-FS TO WS-FS-CHECK
               MOVE "READ AGING-CONTROL-FILE" TO WS-FS-OPERATION
               PERFORM AGE-CHECK-FILE-STATUS
               CLOSE AGING-CONTROL-FILE
               MOVE CTL-FS TO WS-FS-CHECK
               MOVE "CLOSE AGING-CONTROL-FILE" TO WS-FS-OPERATION
               PERFORM AGE-CHECK-FILE-STATUS
           END-IF.

       AGE-OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "OPEN CUSTOMER-FILE (AGE)" TO WS-FS-OPERATION
           PERFORM AGE-CHECK-FILE-STATUS

           OPEN INPUT CUSTOMER-TRANSACTION-FILE
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "OPEN CUSTOMER-TRANSACTION-FILE (AGE)"
               TO WS-FS-OPERATION
           PERFORM AGE-CHECK-FILE-STATUS

           OPEN INPUT CUSTOMER-BALANCE-MASTER
           MOVE BMAST-FS TO WS-FS-CHECK
           MOVE "OPEN CUSTOMER-BALANCE-MASTER (AGE)"
               TO WS-FS-OPERATION
           PERFORM AGE-CHECK-FILE-STATUS

      *> No balance-forward file yet just means nothing is archived.
           OPEN INPUT BALANCE-FORWARD-FILE
           IF BF-FS = "35"
               SET NO-FORWARD-ON-FILE TO TRUE
           ELSE
               MOVE BF-FS TO WS-FS-CHECK
               MOVE "OPEN BALANCE-FORWARD-FILE (AGE)"
                   TO WS-FS-OPERATION
               PERFORM AGE-CHECK-FILE-STATUS
               SET FORWARD-ON-FILE TO TRUE
           END-IF

           OPEN OUTPUT AGING-REPORT
           MOVE PRT-FS TO WS-FS-CHECK
           MOVE "OPEN AGING-REPORT" TO WS-FS-OPERATION
           PERFORM AGE-CHECK-FILE-STATUS.

       AGE-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-FILE (AGE)" TO WS-FS-OPERATION
           PERFORM AGE-CHECK-FILE-STATUS

           CLOSE CUSTOMER-TRANSACTION-FILE
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-TRANSACTION-FILE (AGE)"
               TO WS-FS-OPERATION
           PERFORM AGE-CHECK-FILE-STATUS

           CLOSE CUSTOMER-BALANCE-MASTER
           MOVE BMAST-FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-BALANCE-MASTER (AGE)"
               TO WS-FS-OPERATION
           PERFORM AGE-CHECK-FILE-STATUS

           IF FORWARD-ON-FILE
               CLOSE BALANCE-FORWARD-FILE
               MOVE BF-FS TO WS-FS-CHECK
               MOVE "CLOSE BALANCE-FORWARD-FILE (AGE)"
                   TO WS-FS-OPERATION
               PERFORM AGE-CHECK-FILE-STATUS
           END-IF

           CLOSE AGING-REPORT
           MOVE PRT-FS TO WS-FS-CHECK
           MOVE "CLOSE AGING-REPORT" TO WS-FS-OPERATION
           PERFORM AGE-CHECK-FILE-STATUS.

       AGE-PRINT-HEADINGS.
           MOVE SPACES TO AGING-PRINT-LINE
           STRING
               "RECEIVABLES AGING REPORT   RUN DATE: "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   AS OF: " DELIMITED BY SIZE
               WS-AS-OF-DATE DELIMITED BY SIZE
               INTO AGING-PRINT-LINE
           END-STRING
           PERFORM AGE-WRITE-REPORT-LINE
           MOVE SPACES TO AGING-PRINT-LINE
           PERFORM AGE-WRITE-REPORT-LINE
           MOVE SPACES TO AGING-PRINT-LINE
           STRING
               "CUST-ID  CUST-NAME          S" DELIMITED BY SIZE
               "        CURRENT          31-60" DELIMITED BY SIZE
               "          61-90         91-120" DELIMITED BY SIZE
               "       OVER 120          TOTAL" DELIMITED BY SIZE
               INTO AGING-PRINT-LINE
           END-STRING
           PERFORM AGE-WRITE-REPORT-LINE
           MOVE SPACES TO AGING-PRINT-LINE
           PERFORM AGE-WRITE-REPORT-LINE.

      *> Driven from the balance master in BAL-CUST-ID order, so every
      *> amount the grand total has to tie to is visited exactly once.
       AGE-WALK-BALANCE-MASTER.
           MOVE LOW-VALUES TO BAL-CUST-ID
           START CUSTOMER-BALANCE-MASTER
               KEY IS NOT LESS THAN BAL-CUST-ID
               INVALID KEY
                   SET BAL-EOF TO TRUE
           END-START
           MOVE BMAST-FS TO WS-FS-CHECK
           MOVE "START CUSTOMER-BALANCE-MASTER (AGE)"
               TO WS-FS-OPERATION
           PERFORM AGE-CHECK-FILE-STATUS
           PERFORM UNTIL BAL-EOF
               READ CUSTOMER-BALANCE-MASTER NEXT RECORD
                   AT END
                       SET BAL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BALANCES-READ
                       ADD BAL-NET-AMOUNT TO WS-GRAND-BALANCE
                       PERFORM AGE-ONE-CUSTOMER
               END-READ
               IF NOT BAL-EOF
                   MOVE BMAST-FS TO WS-FS-CHECK
                   MOVE "READ CUSTOMER-BALANCE-MASTER NEXT (AGE)"
                       TO WS-FS-OPERATION
                   PERFORM AGE-CHECK-FILE-STATUS
               END-IF
           END-PERFORM.

       AGE-ONE-CUSTOMER.
           PERFORM AGE-FIND-CUSTOMER
           MOVE ZERO TO WS-OPEN-COUNT
           MOVE ZERO TO WS-UNAPPLIED-CREDIT
           MOVE ZERO TO WS-CUST-FUTURE
           MOVE ZERO TO WS-CUST-AGED-TOTAL
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 5
               MOVE ZERO TO WS-CUST-BUCKET(WS-BUCKET-SUB)
           END-PERFORM
           IF FORWARD-ON-FILE
               PERFORM AGE-APPLY-BALANCE-FORWARD
           END-IF
           PERFORM AGE-APPLY-TRANSACTIONS
           PERFORM AGE-BUCKET-OPEN-ITEMS
           PERFORM AGE-ACCUMULATE-CUSTOMER
           IF WS-CUST-AGED-TOTAL = ZERO AND WS-CUST-FUTURE = ZERO
                   AND BAL-NET-AMOUNT = ZERO
               ADD 1 TO WS-ZERO-SKIPPED
           ELSE
               PERFORM AGE-PRINT-CUSTOMER-LINE
           END-IF.

       AGE-FIND-CUSTOMER.
           SET CUST-NOT-FOUND TO TRUE
           MOVE BAL-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   SET CUST-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CUST-FOUND TO TRUE
           END-READ
           MOVE FS TO WS-FS-CHECK
           MOVE "READ CUSTOMER-FILE (AGE KEYED)" TO WS-FS-OPERATION
           PERFORM AGE-CHECK-FILE-STATUS
           IF CUST-FOUND
               MOVE CUST-STATUS TO WS-CUST-STATUS
               MOVE CUST-NAME TO WS-CUST-NAME
           ELSE
               MOVE '?' TO WS-CUST-STATUS
               MOVE "(NOT ON CUSTOMER MASTER)" TO WS-CUST-NAME
           END-IF.

      *> The archived net opens the table (or the unapplied credit)
      *> before any live transaction is applied, so later credits
      *> settle it first. A through-date past the as-of date ages as
      *> of the as-of date itself.
       AGE-APPLY-BALANCE-FORWARD.
           MOVE BAL-CUST-ID TO BF-CUST-ID
           READ BALANCE-FORWARD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD BF-TRAN-COUNT TO WS-TRANS-AGED
                   IF BF-NET-AMOUNT > ZERO
                       ADD 1 TO WS-OPEN-COUNT
                       MOVE BF-THROUGH-DATE
                           TO WS-OPEN-DATE(WS-OPEN-COUNT)
                       IF BF-THROUGH-DATE NOT NUMERIC
                               OR BF-THROUGH-DATE > WS-AS-OF-DATE
                           MOVE WS-AS-OF-DATE
                               TO WS-OPEN-DATE(WS-OPEN-COUNT)
                       END-IF
                       MOVE BF-NET-AMOUNT
                           TO WS-OPEN-AMOUNT(WS-OPEN-COUNT)
                   ELSE
                       COMPUTE WS-UNAPPLIED-CREDIT =
                           ZERO - BF-NET-AMOUNT
                   END-IF
           END-READ
           MOVE BF-FS TO WS-FS-CHECK
           MOVE "READ BALANCE-FORWARD-FILE (AGE)" TO WS-FS-OPERATION
           PERFORM AGE-CHECK-FILE-STATUS.

      *> "02" is the routine duplicate-alternate-key status on this
      *> walk, same as CUST-STMT's statement passes.
       AGE-APPLY-TRANSACTIONS.
           MOVE BAL-CUST-ID TO TRAN-CUST-ID
           START CUSTOMER-TRANSACTION-FILE
               KEY IS NOT LESS THAN TRAN-CUST-ID
               INVALID KEY
                   CONTINUE
           END-START
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "START CUSTOMER-TRANSACTION-FILE (AGE)"
               TO WS-FS-OPERATION
           PERFORM AGE-CHECK-FILE-STATUS
           IF TRAN-FS = "00"
               PERFORM AGE-READ-NEXT-TRAN
               PERFORM UNTIL (TRAN-FS NOT = "00"
                           AND TRAN-FS NOT = "02")
                       OR TRAN-CUST-ID NOT = BAL-CUST-ID
                   IF TRAN-POSTED-CYCLE NOT = SPACES
                       PERFORM AGE-APPLY-ONE-TRANSACTION
                   END-IF
                   PERFORM AGE-READ-NEXT-TRAN
               END-PERFORM
           END-IF.

       AGE-READ-NEXT-TRAN.
           READ CUSTOMER-TRANSACTION-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "READ CUSTOMER-TRANSACTION-FILE (AGE)"
               TO WS-FS-OPERATION
           PERFORM AGE-CHECK-FILE-STATUS.

      *> A posted transaction dated after the as-of date is in
      *> BAL-NET-AMOUNT but did not exist yet on the as-of date; it
      *> is carried as a reconciling amount instead of being aged.
      *> An unusable TRAN-DATE ages as of the as-of date itself and
      *> is counted, so it lands in Current rather than vanishing.
       AGE-APPLY-ONE-TRANSACTION.
           IF TRAN-DATE NUMERIC AND TRAN-DATE > WS-AS-OF-DATE
               ADD TRAN-AMOUNT TO WS-CUST-FUTURE
           ELSE
               ADD 1 TO WS-TRANS-AGED
               IF TRAN-AMOUNT > ZERO
                   MOVE TRAN-AMOUNT TO WS-CHARGE-LEFT
                   PERFORM AGE-OPEN-CHARGE
               ELSE
                   COMPUTE WS-CREDIT-LEFT = ZERO - TRAN-AMOUNT
                   PERFORM AGE-APPLY-CREDIT
               END-IF
           END-IF.

      *> A new charge first soaks up any credit that arrived before
      *> there was anything open to apply it to; whatever is left
      *> opens a new item.
       AGE-OPEN-CHARGE.
           IF WS-UNAPPLIED-CREDIT > ZERO
               IF WS-UNAPPLIED-CREDIT > WS-CHARGE-LEFT
                   SUBTRACT WS-CHARGE-LEFT FROM WS-UNAPPLIED-CREDIT
                   MOVE ZERO TO WS-CHARGE-LEFT
               ELSE
                   SUBTRACT WS-UNAPPLIED-CREDIT FROM WS-CHARGE-LEFT
                   MOVE ZERO TO WS-UNAPPLIED-CREDIT
               END-IF
           END-IF
           IF WS-CHARGE-LEFT > ZERO
               IF WS-OPEN-COUNT < WS-OPEN-MAX
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE TRAN-DATE TO WS-OPEN-DATE(WS-OPEN-COUNT)
                   IF TRAN-DATE NOT NUMERIC
                       MOVE WS-AS-OF-DATE
                           TO WS-OPEN-DATE(WS-OPEN-COUNT)
                       ADD 1 TO WS-UNDATED-COUNT
                   END-IF
                   MOVE WS-CHARGE-LEFT
                       TO WS-OPEN-AMOUNT(WS-OPEN-COUNT)
               ELSE
                   ADD WS-CHARGE-LEFT TO WS-OPEN-AMOUNT(WS-OPEN-MAX)
                   IF TRAN-DATE NUMERIC
                           AND TRAN-DATE > WS-OPEN-DATE(WS-OPEN-MAX)
                       MOVE TRAN-DATE TO WS-OPEN-DATE(WS-OPEN-MAX)
                   END-IF
                   ADD 1 TO WS-FOLDED-COUNT
               END-IF
           END-IF.

      *> First-in, first-out: the credit is applied to the oldest
      *> open item by TRAN-DATE, then the next oldest, until it is
      *> used up or nothing is left open - any remainder is held as
      *> unapplied credit.
       AGE-APPLY-CREDIT.
           PERFORM UNTIL WS-CREDIT-LEFT = ZERO
               PERFORM AGE-FIND-OLDEST-OPEN
               IF WS-OLDEST-SUB = ZERO
                   ADD WS-CREDIT-LEFT TO WS-UNAPPLIED-CREDIT
                   MOVE ZERO TO WS-CREDIT-LEFT
               ELSE
                   IF WS-CREDIT-LEFT > WS-OPEN-AMOUNT(WS-OLDEST-SUB)
                       MOVE WS-OPEN-AMOUNT(WS-OLDEST-SUB)
                           TO WS-APPLY-AMOUNT
                   ELSE
                       MOVE WS-CREDIT-LEFT TO WS-APPLY-AMOUNT
                   END-IF
                   SUBTRACT WS-APPLY-AMOUNT
                       FROM WS-OPEN-AMOUNT(WS-OLDEST-SUB)
                   SUBTRACT WS-APPLY-AMOUNT FROM WS-CREDIT-LEFT
               END-IF
           END-PERFORM.

       AGE-FIND-OLDEST-OPEN.
           MOVE ZERO TO WS-OLDEST-SUB
           MOVE HIGH-VALUES TO WS-OLDEST-DATE
           PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
                   UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
               IF WS-OPEN-AMOUNT(WS-OPEN-SUB) > ZERO
                       AND WS-OPEN-DATE(WS-OPEN-SUB) < WS-OLDEST-DATE
                   MOVE WS-OPEN-SUB TO WS-OLDEST-SUB
                   MOVE WS-OPEN-DATE(WS-OPEN-SUB) TO WS-OLDEST-DATE
               END-IF
           END-PERFORM.

      *> Unapplied credit is money already in hand, so it reports as
      *> a negative Current amount - the customer's buckets then
      *> still add up to what the customer owes.
       AGE-BUCKET-OPEN-ITEMS.
           PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
                   UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
               IF WS-OPEN-AMOUNT(WS-OPEN-SUB) NOT = ZERO
                   MOVE WS-OPEN-DATE(WS-OPEN-SUB) TO WS-TRAN-DATE-9
                   COMPUTE WS-TRAN-INT =
                       FUNCTION INTEGER-OF-DATE(WS-TRAN-DATE-9)
                   COMPUTE WS-AGE-DAYS = WS-AS-OF-INT - WS-TRAN-INT
                   EVALUATE TRUE
                       WHEN WS-AGE-DAYS <= 30
                           MOVE 1 TO WS-BUCKET-SUB
                       WHEN WS-AGE-DAYS <= 60
                           MOVE 2 TO WS-BUCKET-SUB
                       WHEN WS-AGE-DAYS <= 90
                           MOVE 3 TO WS-BUCKET-SUB
                       WHEN WS-AGE-DAYS <= 120
                           MOVE 4 TO WS-BUCKET-SUB
                       WHEN OTHER
                           MOVE 5 TO WS-BUCKET-SUB
                   END-EVALUATE
                   ADD WS-OPEN-AMOUNT(WS-OPEN-SUB)
                       TO WS-CUST-BUCKET(WS-BUCKET-SUB)
                   ADD WS-OPEN-AMOUNT(WS-OPEN-SUB)
                       TO WS-CUST-AGED-TOTAL
               END-IF
           END-PERFORM
           IF WS-UNAPPLIED-CREDIT NOT = ZERO
               SUBTRACT WS-UNAPPLIED-CREDIT FROM WS-CUST-BUCKET(1)
               SUBTRACT WS-UNAPPLIED-CREDIT FROM WS-CUST-AGED-TOTAL
           END-IF.

      *> Each customer must tie on its own as well: aged plus dated-
      *> after-as-of must equal the customer's BAL-NET-AMOUNT. A
      *> customer that does not is flagged on its line and counted,
      *> so a bad balance record cannot hide inside the grand total.
       AGE-ACCUMULATE-CUSTOMER.
           SET WS-STAT-IDX TO 1
           SEARCH WS-STAT-ENTRY
               AT END
                   SET WS-STAT-IDX TO 5
               WHEN WS-STAT-CODE(WS-STAT-IDX) = WS-CUST-STATUS
                   CONTINUE
           END-SEARCH
           ADD 1 TO WS-STAT-COUNT(WS-STAT-IDX)
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 5
               ADD WS-CUST-BUCKET(WS-BUCKET-SUB)
                   TO WS-STAT-BUCKET(WS-STAT-IDX, WS-BUCKET-SUB)
               ADD WS-CUST-BUCKET(WS-BUCKET-SUB)
                   TO WS-GRAND-BUCKET(WS-BUCKET-SUB)
           END-PERFORM
           ADD WS-CUST-AGED-TOTAL TO WS-STAT-TOTAL(WS-STAT-IDX)
           ADD WS-CUST-AGED-TOTAL TO WS-GRAND-AGED
           ADD WS-CUST-FUTURE TO WS-GRAND-FUTURE
           ADD WS-CUST-AGED-TOTAL WS-CUST-FUTURE
               GIVING WS-CUST-CHECK
           IF WS-CUST-CHECK NOT = BAL-NET-AMOUNT
               ADD 1 TO WS-NOT-TIED-COUNT
           END-IF.

       AGE-PRINT-CUSTOMER-LINE.
           MOVE WS-CUST-BUCKET(1) TO WS-AMT-DISPLAY-1
           MOVE WS-CUST-BUCKET(2) TO WS-AMT-DISPLAY-2
           MOVE WS-CUST-BUCKET(3) TO WS-AMT-DISPLAY-3
           MOVE WS-CUST-BUCKET(4) TO WS-AMT-DISPLAY-4
           MOVE WS-CUST-BUCKET(5) TO WS-AMT-DISPLAY-5
           MOVE WS-CUST-AGED-TOTAL TO WS-AMT-DISPLAY-6
           MOVE SPACES TO AGING-PRINT-LINE
           STRING
               BAL-CUST-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CUST-NAME(1:18) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CUST-STATUS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY-4 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY-5 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY-6 DELIMITED BY SIZE
               INTO AGING-PRINT-LINE
           END-STRING
           IF WS-CUST-CHECK NOT = BAL-NET-AMOUNT
               STRING
                   " <== NOT TIED" DELIMITED BY SIZE
                   INTO AGING-PRINT-LINE(120:)
               END-STRING
           END-IF
           PERFORM AGE-WRITE-REPORT-LINE
           ADD 1 TO WS-CUSTOMERS-LISTED.

      *> One subtotal line per CUST-STATUS, then the grand total -
      *> the month-end split Collections asks for.
       AGE-PRINT-STATUS-SUBTOTALS.
           MOVE SPACES TO AGING-PRINT-LINE
           PERFORM AGE-WRITE-REPORT-LINE
           MOVE "SUBTOTALS BY CUSTOMER STATUS" TO AGING-PRINT-LINE
           PERFORM AGE-WRITE-REPORT-LINE
           PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
                   UNTIL WS-STAT-SUB > 5
               MOVE WS-STAT-BUCKET(WS-STAT-SUB, 1) TO WS-AMT-DISPLAY-1
               MOVE WS-STAT-BUCKET(WS-STAT-SUB, 2) TO WS-AMT-DISPLAY-2
               MOVE WS-STAT-BUCKET(WS-STAT-SUB, 3) TO WS-AMT-DISPLAY-3
               MOVE WS-STAT-BUCKET(WS-STAT-SUB, 4) TO WS-AMT-DISPLAY-4
               MOVE WS-STAT-BUCKET(WS-STAT-SUB, 5) TO WS-AMT-DISPLAY-5
               MOVE WS-STAT-TOTAL(WS-STAT-SUB) TO WS-AMT-DISPLAY-6
               MOVE SPACES TO AGING-PRINT-LINE
               STRING
                   WS-STAT-LABEL(WS-STAT-SUB) DELIMITED BY SIZE
                   WS-STAT-COUNT(WS-STAT-SUB) DELIMITED BY SIZE
                   "       " DELIMITED BY SIZE
                   WS-AMT-DISPLAY-1 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AMT-DISPLAY-2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AMT-DISPLAY-3 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AMT-DISPLAY-4 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AMT-DISPLAY-5 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AMT-DISPLAY-6 DELIMITED BY SIZE
                   INTO AGING-PRINT-LINE
               END-STRING
               PERFORM AGE-WRITE-REPORT-LINE
           END-PERFORM
           MOVE WS-GRAND-BUCKET(1) TO WS-AMT-DISPLAY-1
           MOVE WS-GRAND-BUCKET(2) TO WS-AMT-DISPLAY-2
           MOVE WS-GRAND-BUCKET(3) TO WS-AMT-DISPLAY-3
           MOVE WS-GRAND-BUCKET(4) TO WS-AMT-DISPLAY-4
           MOVE WS-GRAND-BUCKET(5) TO WS-AMT-DISPLAY-5
           MOVE WS-GRAND-AGED TO WS-AMT-DISPLAY-6
           MOVE SPACES TO AGING-PRINT-LINE
           STRING
               "GRAND TOTAL     " DELIMITED BY SIZE
               WS-BALANCES-READ DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               WS-AMT-DISPLAY-1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY-4 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY-5 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY-6 DELIMITED BY SIZE
               INTO AGING-PRINT-LINE
           END-STRING
           PERFORM AGE-WRITE-REPORT-LINE.

      *> Control-total block in the style of CUST-MATCH's: the aged
      *> total plus amounts dated after the as-of date must equal
      *> the balance master total, and every customer must tie.
       AGE-PRINT-CONTROL-TOTALS.
           ADD WS-GRAND-AGED WS-GRAND-FUTURE GIVING WS-GRAND-CHECK
           IF WS-GRAND-CHECK NOT = WS-GRAND-BALANCE
                   OR WS-NOT-TIED-COUNT > ZERO
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE SPACES TO AGING-PRINT-LINE
           PERFORM AGE-WRITE-REPORT-LINE
           MOVE "AGING CONTROL TOTALS" TO AGING-PRINT-LINE
           PERFORM AGE-WRITE-REPORT-LINE
           MOVE WS-GRAND-BALANCE TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO AGING-PRINT-LINE
           STRING
               "BALANCE MASTER TOTAL : " DELIMITED BY SIZE
               WS-BALANCES-READ DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO AGING-PRINT-LINE
           END-STRING
           PERFORM AGE-WRITE-REPORT-LINE
           MOVE WS-GRAND-AGED TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO AGING-PRINT-LINE
           STRING
               "AGED AS OF " DELIMITED BY SIZE
               WS-AS-OF-DATE DELIMITED BY SIZE
               "  : " DELIMITED BY SIZE
               WS-TRANS-AGED DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO AGING-PRINT-LINE
           END-STRING
           PERFORM AGE-WRITE-REPORT-LINE
           MOVE WS-GRAND-FUTURE TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO AGING-PRINT-LINE
           STRING
               "DATED AFTER AS-OF    :" DELIMITED BY SIZE
               "            AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO AGING-PRINT-LINE
           END-STRING
           PERFORM AGE-WRITE-REPORT-LINE
           MOVE SPACES TO AGING-PRINT-LINE
           STRING
               "CUSTOMERS NOT TIED   : " DELIMITED BY SIZE
               WS-NOT-TIED-COUNT DELIMITED BY SIZE
               INTO AGING-PRINT-LINE
           END-STRING
           PERFORM AGE-WRITE-REPORT-LINE
           MOVE SPACES TO AGING-PRINT-LINE
           STRING
               "ZERO BALANCES OMITTED: " DELIMITED BY SIZE
               WS-ZERO-SKIPPED DELIMITED BY SIZE
               INTO AGING-PRINT-LINE
           END-STRING
           PERFORM AGE-WRITE-REPORT-LINE
           MOVE SPACES TO AGING-PRINT-LINE
           STRING
               "UNDATED CHARGES      : " DELIMITED BY SIZE
               WS-UNDATED-COUNT DELIMITED BY SIZE
               "  FOLDED CHARGES: " DELIMITED BY SIZE
               WS-FOLDED-COUNT DELIMITED BY SIZE
               INTO AGING-PRINT-LINE
           END-STRING
           PERFORM AGE-WRITE-REPORT-LINE
           MOVE SPACES TO AGING-PRINT-LINE
           IF RUN-IN-BALANCE
               MOVE "RUN STATUS           : IN BALANCE"
                   TO AGING-PRINT-LINE
           ELSE
               MOVE "RUN STATUS           : *** OUT OF BALANCE ***"
                   TO AGING-PRINT-LINE
           END-IF
           PERFORM AGE-WRITE-REPORT-LINE.

       AGE-WRITE-REPORT-LINE.
           WRITE AGING-PRINT-LINE
           MOVE PRT-FS TO WS-FS-CHECK
           MOVE "WRITE AGING-REPORT" TO WS-FS-OPERATION
           PERFORM AGE-CHECK-FILE-STATUS.

      *> "23" (key not found) is the normal outcome of STARTing the
      *> transaction file on a customer with no transactions and of
      *> the keyed customer lookup for an orphan balance record.
       AGE-CHECK-FILE-STATUS.
           EVALUATE WS-FS-CHECK
               WHEN "00"
               WHEN "02"
               WHEN "10"
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FILE ERROR ON " WS-FS-OPERATION
                       " - FILE STATUS = " WS-FS-CHECK
                   DISPLAY "Aging run terminating."
                   MOVE 'A' TO WS-JRN-END-STATUS
                   PERFORM AGE-WRITE-RUN-JOURNAL
                   STOP RUN
           END-EVALUATE.

       AGE-FORMAT-JRN-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO WS-JRN-END-TIME
           STRING
               WS-CURRENT-DATE-TIME(9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(13:2) DELIMITED BY SIZE
               INTO WS-JRN-END-TIME
           END-STRING.

      *> One standard completion record to the shared run journal for
      *> the CUST-OPS morning summary. The journal I/O is deliberately
      *> not routed through the file-status check: this paragraph is
      *> also reached from the error path, and a journaling problem
      *> must never take down the run it is recording.
       AGE-WRITE-RUN-JOURNAL.
           PERFORM AGE-FORMAT-JRN-TIME
           MOVE "CUST-AGE" TO RJ-PROGRAM
           MOVE WS-AS-OF-DATE TO RJ-CYCLE-DATE
           MOVE WS-JRN-START-TIME TO RJ-START-TIME
           MOVE WS-JRN-END-TIME TO RJ-END-TIME
           MOVE WS-BALANCES-READ TO RJ-RECORDS-IN
           MOVE WS-CUSTOMERS-LISTED TO RJ-RECORDS-OUT
           MOVE WS-NOT-TIED-COUNT TO RJ-REJECTS
           MOVE WS-BALANCE-FLAG TO RJ-BALANCE-FLAG
           MOVE WS-JRN-END-STATUS TO RJ-END-STATUS
           OPEN EXTEND RUN-JOURNAL-FILE
           IF JRN-FS = "35" OR JRN-FS = "05"
               OPEN OUTPUT RUN-JOURNAL-FILE
           END-IF
           IF JRN-FS = "00"
               WRITE RUN-JOURNAL-RECORD
               CLOSE RUN-JOURNAL-FILE
           ELSE
               DISPLAY "WARNING: run journal not written - "
                   "file status " JRN-FS
           END-IF.
