       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-FCHG.

      *> Monthly finance-charge assessment. Walks the balance master
      *> and, for every active or held customer with a balance due,
      *> ages the customer's transactions first-in, first-out the
      *> same way CUST-AGE does: PAYMNT, CREDIT and REVRSL amounts -
      *> any negative amount - are applied against the oldest open
      *> charges. Whatever is still open and older than the grace
      *> period is the overdue base; the charge is the base times
      *> the monthly rate, raised to the minimum fee when it comes
      *> out lower. In UPDATE mode each charge is written to
      *> customer_transactions.txt as a FINCHG transaction, numbered
      *> through tran_seqno.ctl exactly the way TRAN-RVSL numbers its
      *> reversals, and left unposted so it reaches the balance
      *> master through the ordinary CUST-MATCH cycle and the GL
      *> through CUST-GLEX's own FINCHG row. A customer already
      *> carrying a FINCHG dated in the assessment month is not
      *> charged twice, so a rerun is harmless. Rate, minimum fee,
      *> grace days, mode and an optional assessment date come from
      *> one finchg_control.txt record; REPORT mode (the default)
      *> prints the same register without writing anything, so
      *> Finance can approve the fee income before it is booked -
      *> the same safe-absence choice as CUST-DORM. With no control
      *> record, or no usable rate, nothing is assessed.
      *> finance_charge_register.txt lists every assessment and ends
      *> with a control block proving the transactions written agree
      *> with the charges assessed.
      *> Posted transactions CUST-HARC has archived are aged from the
      *> customer's balance_forward.txt net, exactly as CUST-AGE ages
      *> them: a net debit opens the table as the oldest charge,
      *> dated at its through-date, and a net credit is held as
      *> unapplied credit before any live transaction is applied.

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

           SELECT FINCHG-CONTROL-FILE ASSIGN TO "finchg_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FS.

           SELECT TRAN-SEQNO-FILE ASSIGN TO "tran_seqno.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQ-FS.

           SELECT FINCHG-REGISTER
               ASSIGN TO "finance_charge_register.txt"
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

      *> CTL-RATE-PCT is the monthly rate in percent (015000 = 1.5%).
       FD FINCHG-CONTROL-FILE.
       01 FINCHG-CONTROL-RECORD.
           05 CTL-MODE              PIC X(6).
           05 CTL-RATE-PCT          PIC 9(2)V9(4).
           05 CTL-MINIMUM-FEE       PIC 9(5)V99.
           05 CTL-GRACE-DAYS        PIC 9(3).
           05 CTL-ASSESS-DATE       PIC X(8).

      *> Same single-control-record sequence file TRAN-LOAD maintains,
      *> so finance charges, reversals and feed loads never collide
      *> on TRAN-SEQ-NO.
       FD TRAN-SEQNO-FILE.
       01 TRAN-SEQNO-RECORD.
           05 SEQ-LAST-ASSIGNED     PIC 9(8).

       FD FINCHG-REGISTER.
       01 FINCHG-PRINT-LINE         PIC X(132).

       FD RUN-JOURNAL-FILE.
           COPY "runjrnl.cpy".

       WORKING-STORAGE SECTION.
       01 FS                    PIC XX.
       01 TRAN-FS               PIC XX.
       01 BMAST-FS              PIC XX.
       01 BF-FS                 PIC XX.
       01 CTL-FS                PIC XX.
       01 SEQ-FS                PIC XX.
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
       01 WS-ASSESSED-FLAG      PIC X VALUE 'N'.
          88 ALREADY-ASSESSED   VALUE 'Y'.
          88 NOT-YET-ASSESSED   VALUE 'N'.
       01 WS-CONTROL-STATE      PIC X VALUE 'N'.
          88 RATE-ON-FILE       VALUE 'Y'.
          88 RATE-NOT-ON-FILE   VALUE 'N'.
       01 WS-BALANCE-FLAG       PIC X VALUE 'Y'.
          88 RUN-IN-BALANCE     VALUE 'Y'.
          88 RUN-OUT-OF-BALANCE VALUE 'N'.
       01 WS-FORWARD-FILE-FLAG  PIC X VALUE 'N'.
          88 FORWARD-ON-FILE    VALUE 'Y'.
          88 NO-FORWARD-ON-FILE VALUE 'N'.

       01 WS-RUN-MODE           PIC X(6) VALUE "REPORT".
          88 UPDATE-MODE        VALUE "UPDATE".
       01 WS-RATE-PCT           PIC 9(2)V9(4) VALUE ZERO.
       01 WS-MINIMUM-FEE        PIC 9(5)V99 VALUE ZERO.
       01 WS-GRACE-DAYS         PIC 9(3) VALUE 30.

       01 WS-CURRENT-DATE-TIME  PIC X(21).
       01 WS-RUN-DATE           PIC X(10).
       01 WS-ASSESS-DATE        PIC X(8).
       01 WS-ASSESS-DATE-9 REDEFINES WS-ASSESS-DATE PIC 9(8).
       01 WS-ASSESS-INT         PIC 9(8).
       01 WS-OPEN-DATE-9        PIC 9(8).
       01 WS-OPEN-INT           PIC 9(8).
       01 WS-AGE-DAYS           PIC S9(7).

      *> Open charges for the customer in hand - same table and
      *> fold-on-overflow rule as CUST-AGE.
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
       01 WS-OVERDUE-AMOUNT     PIC S9(11)V99.
       01 WS-FINCHG-AMOUNT      PIC S9(9)V99.
       01 WS-MINIMUM-FLAG       PIC X.
       01 WS-DISPOSITION        PIC X(21).

       01 WS-BALANCES-READ      PIC 9(7) VALUE ZERO.
       01 WS-EXAMINED-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-NOT-ELIGIBLE-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NO-BALANCE-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-NOT-OVERDUE-COUNT  PIC 9(7) VALUE ZERO.
       01 WS-ALREADY-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-ASSESSED-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-MINIMUM-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-WRITTEN-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-OVERDUE-TOTAL      PIC S9(13)V99 VALUE ZERO.
       01 WS-CHARGE-TOTAL       PIC S9(13)V99 VALUE ZERO.
       01 WS-WRITTEN-AMOUNT     PIC S9(13)V99 VALUE ZERO.

       01 WS-FIRST-SEQ-NO       PIC 9(8) VALUE ZERO.
       01 WS-NEXT-SEQ-NO        PIC 9(8) VALUE ZERO.
       01 WS-BACKOUT-SEQ-NO     PIC 9(8) VALUE ZERO.

       01 WS-AMT-DISPLAY        PIC -(10)9.99.
       01 WS-AMT-DISPLAY-2      PIC -(10)9.99.
       01 WS-AMT-DISPLAY-3      PIC -(10)9.99.
       01 WS-CTL-DISPLAY-AMT    PIC -(12)9.99.
       01 WS-RATE-DISPLAY       PIC Z9.9999.
       01 WS-FEE-DISPLAY        PIC ZZZZ9.99.

       01 WS-JRN-START-TIME     PIC X(8).
       01 WS-JRN-END-TIME       PIC X(8).
       01 WS-JRN-END-STATUS     PIC X VALUE 'C'.

       PROCEDURE DIVISION.
       FCHG-MAIN.
           PERFORM FCHG-INITIALIZE
           PERFORM FCHG-OPEN-FILES
           PERFORM FCHG-PRINT-HEADINGS
           IF RATE-ON-FILE
               IF UPDATE-MODE
                   PERFORM FCHG-READ-SEQNO
               END-IF
               PERFORM FCHG-WALK-BALANCE-MASTER
               IF WS-WRITTEN-COUNT > ZERO
                   PERFORM FCHG-WRITE-SEQNO
               END-IF
           ELSE
               MOVE SPACES TO FINCHG-PRINT-LINE
               MOVE "NO USABLE FINANCE-CHARGE RATE ON FILE - NONE DUE"
                   TO FINCHG-PRINT-LINE
               PERFORM FCHG-WRITE-REPORT-LINE
           END-IF
           PERFORM FCHG-PRINT-CONTROL-TOTALS
           PERFORM FCHG-CLOSE-FILES
           PERFORM FCHG-WRITE-RUN-JOURNAL
           DISPLAY "Finance charge run complete (" WS-RUN-MODE
               ") - " WS-EXAMINED-COUNT " customers examined, "
               WS-ASSESSED-COUNT " assessed, "
               WS-WRITTEN-COUNT " FINCHG transactions written. "
               "See finance_charge_register.txt"
           IF RUN-OUT-OF-BALANCE
               DISPLAY "*** FINANCE CHARGE RUN OUT OF BALANCE - see "
                   "control totals in finance_charge_register.txt ***"
           END-IF
           GOBACK.

       FCHG-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING
               WS-CURRENT-DATE-TIME(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-ASSESS-DATE
           PERFORM FCHG-FORMAT-JRN-TIME
           MOVE WS-JRN-END-TIME TO WS-JRN-START-TIME
           PERFORM FCHG-READ-CONTROL
           COMPUTE WS-ASSESS-INT =
               FUNCTION INTEGER-OF-DATE(WS-ASSESS-DATE-9).

      *> One control record: mode, monthly rate, minimum fee, grace
      *> days and an optional assessment date. A missing control
      *> file (FS "35") is not an error - it simply means no rate
      *> has been approved, so nothing can be assessed; the same
      *> normal-absence handling as KSDS-SIM's READ-CHECKPOINT.
       FCHG-READ-CONTROL.
           OPEN INPUT FINCHG-CONTROL-FILE
           IF CTL-FS NOT = "35"
               MOVE CTL-FS TO WS-FS-CHECK
               MOVE "OPEN FINCHG-CONTROL-FILE" TO WS-FS-OPERATION
               PERFORM FCHG-CHECK-FILE-STATUS
           END-IF
           IF CTL-FS = "00"
               READ FINCHG-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-MODE = "UPDATE"
                           MOVE CTL-MODE TO WS-RUN-MODE
                       END-IF
                       IF CTL-RATE-PCT NUMERIC
                               AND CTL-RATE-PCT > ZERO
                           MOVE CTL-RATE-PCT TO WS-RATE-PCT
                           SET RATE-ON-FILE TO TRUE
                       END-IF
                       IF CTL-MINIMUM-FEE NUMERIC
                           MOVE CTL-MINIMUM-FEE TO WS-MINIMUM-FEE
                       END-IF
                       IF CTL-GRACE-DAYS NUMERIC
                           MOVE CTL-GRACE-DAYS TO WS-GRACE-DAYS
                       END-IF
                       IF CTL-ASSESS-DATE NUMERIC
                           MOVE CTL-ASSESS-DATE TO WS-ASSESS-DATE
                       END-IF
               END-READ
               MOVE CTL-FS TO WS-FS-CHECK
               MOVE "READ FINCHG-CONTROL-FILE" TO WS-FS-OPERATION
               PERFORM FCHG-CHECK-FILE-STATUS
               CLOSE FINCHG-CONTROL-FILE
               MOVE CTL-FS TO WS-FS-CHECK
               MOVE "CLOSE FINCHG-CONTROL-FILE" TO WS-FS-OPERATION
               PERFORM FCHG-CHECK-FILE-STATUS
           END-IF.

      *> I-O on the transaction file even in REPORT mode keeps one
      *> open path for both modes; nothing is written unless UPDATE.
       FCHG-OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "OPEN CUSTOMER-FILE (FCHG)" TO WS-FS-OPERATION
           PERFORM FCHG-CHECK-FILE-STATUS

           OPEN I-O CUSTOMER-TRANSACTION-FILE
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "OPEN I-O CUSTOMER-TRANSACTION-FILE (FCHG)"
               TO WS-FS-OPERATION
           PERFORM FCHG-CHECK-FILE-STATUS

           OPEN INPUT CUSTOMER-BALANCE-MASTER
           MOVE BMAST-FS TO WS-FS-CHECK
           MOVE "OPEN CUSTOMER-BALANCE-MASTER (FCHG)"
               TO WS-FS-OPERATION
           PERFORM FCHG-CHECK-FILE-STATUS

      *> No balance-forward file yet just means nothing is archived.
           OPEN INPUT BALANCE-FORWARD-FILE
           IF BF-FS = "35"
               SET NO-FORWARD-ON-FILE TO TRUE
           ELSE
               MOVE BF-FS TO WS-FS-CHECK
               MOVE "OPEN BALANCE-FORWARD-FILE (FCHG)"
                   TO WS-FS-OPERATION
               PERFORM FCHG-CHECK-FILE-STATUS
               SET FORWARD-ON-FILE TO TRUE
           END-IF

           OPEN OUTPUT FINCHG-REGISTER
           MOVE PRT-FS TO WS-FS-CHECK
           MOVE "OPEN FINCHG-REGISTER" TO WS-FS-OPERATION
           PERFORM FCHG-CHECK-FILE-STATUS.

       FCHG-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-FILE (FCHG)" TO WS-FS-OPERATION
           PERFORM FCHG-CHECK-FILE-STATUS

           CLOSE CUSTOMER-TRANSACTION-FILE
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-TRANSACTION-FILE (FCHG)"
               TO WS-FS-OPERATION
           PERFORM FCHG-CHECK-FILE-STATUS

           CLOSE CUSTOMER-BALANCE-MASTER
           MOVE BMAST-FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-BALANCE-MASTER (FCHG)"
               TO WS-FS-OPERATION
           PERFORM FCHG-CHECK-FILE-STATUS

           IF FORWARD-ON-FILE
               CLOSE BALANCE-FORWARD-FILE
               MOVE BF-FS TO WS-FS-CHECK
               MOVE "CLOSE BALANCE-FORWARD-FILE (FCHG)"
                   TO WS-FS-OPERATION
               PERFORM FCHG-CHECK-FILE-STATUS
           END-IF

           CLOSE FINCHG-REGISTER
           MOVE PRT-FS TO WS-FS-CHECK
           MOVE "CLOSE FINCHG-REGISTER" TO WS-FS-OPERATION
           PERFORM FCHG-CHECK-FILE-STATUS.

      *> Same sequence read as TRAN-RVSL's RVSL-READ-SEQNO - a
      *> missing control file (FS "35") starts numbering at 1.
       FCHG-READ-SEQNO.
           MOVE ZERO TO WS-NEXT-SEQ-NO
           OPEN INPUT TRAN-SEQNO-FILE
           IF SEQ-FS NOT = "35"
               MOVE SEQ-FS TO WS-FS-CHECK
               MOVE "OPEN TRAN-SEQNO-FILE (READ)" TO WS-FS-OPERATION
               PERFORM FCHG-CHECK-FILE-STATUS
           END-IF
           IF SEQ-FS = "00"
               READ TRAN-SEQNO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SEQ-LAST-ASSIGNED TO WS-NEXT-SEQ-NO
               END-READ
               MOVE SEQ-FS TO WS-FS-CHECK
               MOVE "READ TRAN-SEQNO-FILE" TO WS-FS-OPERATION
               PERFORM FCHG-CHECK-FILE-STATUS
               CLOSE TRAN-SEQNO-FILE
               MOVE SEQ-FS TO WS-FS-CHECK
               MOVE "CLOSE TRAN-SEQNO-FILE (READ)" TO WS-FS-OPERATION
               PERFORM FCHG-CHECK-FILE-STATUS
           END-IF.

       FCHG-WRITE-SEQNO.
           MOVE WS-NEXT-SEQ-NO TO SEQ-LAST-ASSIGNED
           OPEN OUTPUT TRAN-SEQNO-FILE
           MOVE SEQ-FS TO WS-FS-CHECK
           MOVE "OPEN TRAN-SEQNO-FILE (WRITE)" TO WS-FS-OPERATION
           PERFORM FCHG-CHECK-FILE-STATUS
           WRITE TRAN-SEQNO-RECORD
           MOVE SEQ-FS TO WS-FS-CHECK
           MOVE "WRITE TRAN-SEQNO-FILE" TO WS-FS-OPERATION
           PERFORM FCHG-CHECK-FILE-STATUS
           CLOSE TRAN-SEQNO-FILE
           MOVE SEQ-FS TO WS-FS-CHECK
           MOVE "CLOSE TRAN-SEQNO-FILE (WRITE)" TO WS-FS-OPERATION
           PERFORM FCHG-CHECK-FILE-STATUS.

       FCHG-PRINT-HEADINGS.
           MOVE WS-RATE-PCT TO WS-RATE-DISPLAY
           MOVE WS-MINIMUM-FEE TO WS-FEE-DISPLAY
           MOVE SPACES TO FINCHG-PRINT-LINE
           STRING
               "FINANCE CHARGE ASSESSMENT REGISTER   RUN DATE: "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   ASSESSMENT DATE: " DELIMITED BY SIZE
               WS-ASSESS-DATE DELIMITED BY SIZE
               "   MODE: " DELIMITED BY SIZE
               WS-RUN-MODE DELIMITED BY SIZE
               INTO FINCHG-PRINT-LINE
           END-STRING
           PERFORM FCHG-WRITE-REPORT-LINE
           MOVE SPACES TO FINCHG-PRINT-LINE
           STRING
               "MONTHLY RATE %: " DELIMITED BY SIZE
               WS-RATE-DISPLAY DELIMITED BY SIZE
               "   MINIMUM FEE: " DELIMITED BY SIZE
               WS-FEE-DISPLAY DELIMITED BY SIZE
               "   GRACE DAYS: " DELIMITED BY SIZE
               WS-GRACE-DAYS DELIMITED BY SIZE
               INTO FINCHG-PRINT-LINE
           END-STRING
           PERFORM FCHG-WRITE-REPORT-LINE
           MOVE SPACES TO FINCHG-PRINT-LINE
           PERFORM FCHG-WRITE-REPORT-LINE
           MOVE SPACES TO FINCHG-PRINT-LINE
           STRING
               "CUST-ID  CUST-NAME                        S"
                   DELIMITED BY SIZE
               "        BALANCE    OVERDUE BASE" DELIMITED BY SIZE
               "         CHARGE M DISPOSITION" DELIMITED BY SIZE
               INTO FINCHG-PRINT-LINE
           END-STRING
           PERFORM FCHG-WRITE-REPORT-LINE
           MOVE SPACES TO FINCHG-PRINT-LINE
           PERFORM FCHG-WRITE-REPORT-LINE.

       FCHG-WALK-BALANCE-MASTER.
           MOVE LOW-VALUES TO BAL-CUST-ID
           START CUSTOMER-BALANCE-MASTER
               KEY IS NOT LESS THAN BAL-CUST-ID
               INVALID KEY
                   SET BAL-EOF TO TRUE
           END-START
           MOVE BMAST-FS TO WS-FS-CHECK
           MOVE "START CUSTOMER-BALANCE-MASTER (FCHG)"
               TO WS-FS-OPERATION
           PERFORM FCHG-CHECK-FILE-STATUS
           PERFORM UNTIL BAL-EOF
               READ CUSTOMER-BALANCE-MASTER NEXT RECORD
                   AT END
                       SET BAL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BALANCES-READ
                       PERFORM FCHG-ONE-CUSTOMER
               END-READ
               IF NOT BAL-EOF
                   MOVE BMAST-FS TO WS-FS-CHECK
                   MOVE "READ CUSTOMER-BALANCE-MASTER NEXT (FCHG)"
                       TO WS-FS-OPERATION
                   PERFORM FCHG-CHECK-FILE-STATUS
               END-IF
           END-PERFORM.

      *> Only active and held customers are charged - an inactive or
      *> deleted account is on its way out, and a balance master row
      *> with no customer behind it is CUST-MATCH's orphan problem,
      *> not a fee.
       FCHG-ONE-CUSTOMER.
           PERFORM FCHG-FIND-CUSTOMER
           IF CUST-NOT-FOUND
                   OR (CUST-STATUS NOT = 'A' AND CUST-STATUS NOT = 'H')
               ADD 1 TO WS-NOT-ELIGIBLE-COUNT
           ELSE
               ADD 1 TO WS-EXAMINED-COUNT
               IF BAL-NET-AMOUNT NOT > ZERO
                   ADD 1 TO WS-NO-BALANCE-COUNT
               ELSE
                   PERFORM FCHG-AGE-CUSTOMER
                   EVALUATE TRUE
                       WHEN ALREADY-ASSESSED
                           ADD 1 TO WS-ALREADY-COUNT
                           MOVE ZERO TO WS-FINCHG-AMOUNT
                           MOVE SPACE TO WS-MINIMUM-FLAG
                           MOVE "ALREADY ASSESSED" TO WS-DISPOSITION
                           PERFORM FCHG-PRINT-CUSTOMER-LINE
                       WHEN WS-OVERDUE-AMOUNT NOT > ZERO
                           ADD 1 TO WS-NOT-OVERDUE-COUNT
                       WHEN OTHER
                           PERFORM FCHG-ASSESS-CUSTOMER
                   END-EVALUATE
               END-IF
           END-IF.

       FCHG-FIND-CUSTOMER.
           SET CUST-NOT-FOUND TO TRUE
           MOVE BAL-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   SET CUST-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CUST-FOUND TO TRUE
           END-READ
           MOVE FS TO WS-FS-CHECK
           MOVE "READ CUSTOMER-FILE (FCHG KEYED)" TO WS-FS-OPERATION
           PERFORM FCHG-CHECK-FILE-STATUS.

      *> Every transaction on file up to the assessment date takes
      *> part, posted or not - a payment keyed today that has not
      *> been through CUST-MATCH yet must still stop a fee. "02" is
      *> the routine duplicate-alternate-key status on this walk.
       FCHG-AGE-CUSTOMER.
           SET NOT-YET-ASSESSED TO TRUE
           MOVE ZERO TO WS-OPEN-COUNT
           MOVE ZERO TO WS-UNAPPLIED-CREDIT
           MOVE ZERO TO WS-OVERDUE-AMOUNT
           IF FORWARD-ON-FILE
               PERFORM FCHG-APPLY-BALANCE-FORWARD
           END-IF
           MOVE BAL-CUST-ID TO TRAN-CUST-ID
           START CUSTOMER-TRANSACTION-FILE
               KEY IS NOT LESS THAN TRAN-CUST-ID
               INVALID KEY
                   CONTINUE
           END-START
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "START CUSTOMER-TRANSACTION-FILE (FCHG)"
               TO WS-FS-OPERATION
           PERFORM FCHG-CHECK-FILE-STATUS
           IF TRAN-FS = "00"
               PERFORM FCHG-READ-NEXT-TRAN
               PERFORM UNTIL (TRAN-FS NOT = "00"
                           AND TRAN-FS NOT = "02")
                       OR TRAN-CUST-ID NOT = BAL-CUST-ID
                   IF TRAN-TYPE = "FINCHG"
                           AND TRAN-DATE(1:6) = WS-ASSESS-DATE(1:6)
                       SET ALREADY-ASSESSED TO TRUE
                   END-IF
                   IF TRAN-DATE NOT NUMERIC
                           OR TRAN-DATE NOT > WS-ASSESS-DATE
                       IF TRAN-AMOUNT > ZERO
                           MOVE TRAN-AMOUNT TO WS-CHARGE-LEFT
                           PERFORM FCHG-OPEN-CHARGE
                       ELSE
                           COMPUTE WS-CREDIT-LEFT = ZERO - TRAN-AMOUNT
                           PERFORM FCHG-APPLY-CREDIT
                       END-IF
                   END-IF
                   PERFORM FCHG-READ-NEXT-TRAN
               END-PERFORM
           END-IF
           PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
                   UNTIL WS-OPEN-SUB > WS-OPEN-COUNT
               IF WS-OPEN-AMOUNT(WS-OPEN-SUB) > ZERO
                   MOVE WS-OPEN-DATE(WS-OPEN-SUB) TO WS-OPEN-DATE-9
                   COMPUTE WS-OPEN-INT =
                       FUNCTION INTEGER-OF-DATE(WS-OPEN-DATE-9)
                   COMPUTE WS-AGE-DAYS = WS-ASSESS-INT - WS-OPEN-INT
                   IF WS-AGE-DAYS > WS-GRACE-DAYS
                       ADD WS-OPEN-AMOUNT(WS-OPEN-SUB)
                           TO WS-OVERDUE-AMOUNT
                   END-IF
               END-IF
           END-PERFORM.

      *> The archived net opens the table (or the unapplied credit)
      *> before any live transaction is applied, so later credits
      *> settle it first - same rule as CUST-AGE's
      *> AGE-APPLY-BALANCE-FORWARD. A through-date past the
      *> assessment date ages as of the assessment date itself.
       FCHG-APPLY-BALANCE-FORWARD.
           MOVE BAL-CUST-ID TO BF-CUST-ID
           READ BALANCE-FORWARD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BF-NET-AMOUNT > ZERO
                       ADD 1 TO WS-OPEN-COUNT
                       MOVE BF-THROUGH-DATE
                           TO WS-OPEN-DATE(WS-OPEN-COUNT)
                       IF BF-THROUGH-DATE NOT NUMERIC
                               OR BF-THROUGH-DATE > WS-ASSESS-DATE
                           MOVE WS-ASSESS-DATE
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
           MOVE "READ BALANCE-FORWARD-FILE (FCHG)" TO WS-FS-OPERATION
           PERFORM FCHG-CHECK-FILE-STATUS.

       FCHG-READ-NEXT-TRAN.
           READ CUSTOMER-TRANSACTION-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "READ CUSTOMER-TRANSACTION-FILE (FCHG)"
               TO WS-FS-OPERATION
           PERFORM FCHG-CHECK-FILE-STATUS.

      *> Same open-charge rule as CUST-AGE's AGE-OPEN-CHARGE: earlier
      *> unapplied credit is used up first, and an undated charge is
      *> treated as dated on the assessment date - never overdue.
       FCHG-OPEN-CHARGE.
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
                       MOVE WS-ASSESS-DATE
                           TO WS-OPEN-DATE(WS-OPEN-COUNT)
                   END-IF
                   MOVE WS-CHARGE-LEFT
                       TO WS-OPEN-AMOUNT(WS-OPEN-COUNT)
               ELSE
                   ADD WS-CHARGE-LEFT TO WS-OPEN-AMOUNT(WS-OPEN-MAX)
                   IF TRAN-DATE NUMERIC
                           AND TRAN-DATE > WS-OPEN-DATE(WS-OPEN-MAX)
                       MOVE TRAN-DATE TO WS-OPEN-DATE(WS-OPEN-MAX)
                   END-IF
               END-IF
           END-IF.

       FCHG-APPLY-CREDIT.
           PERFORM UNTIL WS-CREDIT-LEFT = ZERO
               PERFORM FCHG-FIND-OLDEST-OPEN
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

       FCHG-FIND-OLDEST-OPEN.
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

      *> The charge is never more than the overdue base itself would
      *> support at the rate, except where the minimum fee lifts it.
       FCHG-ASSESS-CUSTOMER.
           COMPUTE WS-FINCHG-AMOUNT ROUNDED =
               WS-OVERDUE-AMOUNT * WS-RATE-PCT / 100
           MOVE SPACE TO WS-MINIMUM-FLAG
           IF WS-FINCHG-AMOUNT < WS-MINIMUM-FEE
               MOVE WS-MINIMUM-FEE TO WS-FINCHG-AMOUNT
               MOVE 'M' TO WS-MINIMUM-FLAG
               ADD 1 TO WS-MINIMUM-COUNT
           END-IF
           ADD 1 TO WS-ASSESSED-COUNT
           ADD WS-OVERDUE-AMOUNT TO WS-OVERDUE-TOTAL
           ADD WS-FINCHG-AMOUNT TO WS-CHARGE-TOTAL
           IF UPDATE-MODE
               PERFORM FCHG-WRITE-FINCHG
               MOVE "ASSESSED SEQ " TO WS-DISPOSITION
               MOVE TRAN-SEQ-NO TO WS-DISPOSITION(14:8)
           ELSE
               MOVE "TRIAL - NOT WRITTEN" TO WS-DISPOSITION
           END-IF
           PERFORM FCHG-PRINT-CUSTOMER-LINE.

      *> Written unposted under the next sequence number, the way
      *> TRAN-RVSL writes a REVRSL, so CUST-MATCH posts it and
      *> CUST-GLEX books it to its own FINCHG row.
       FCHG-WRITE-FINCHG.
           ADD 1 TO WS-NEXT-SEQ-NO
           IF WS-FIRST-SEQ-NO = ZERO
               MOVE WS-NEXT-SEQ-NO TO WS-FIRST-SEQ-NO
           END-IF
           MOVE WS-NEXT-SEQ-NO TO TRAN-SEQ-NO
           MOVE BAL-CUST-ID TO TRAN-CUST-ID
           MOVE WS-ASSESS-DATE TO TRAN-DATE
           MOVE "FINCHG" TO TRAN-TYPE
           MOVE WS-FINCHG-AMOUNT TO TRAN-AMOUNT
           MOVE SPACES TO TRAN-POSTED-CYCLE
           MOVE SPACES TO TRAN-REVERSAL-OF
           WRITE CUSTOMER-TRANSACTION-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "WRITE CUSTOMER-TRANSACTION-FILE (FCHG)"
               TO WS-FS-OPERATION
           PERFORM FCHG-CHECK-FILE-STATUS
           IF TRAN-FS = "00" OR TRAN-FS = "02"
               ADD 1 TO WS-WRITTEN-COUNT
               ADD TRAN-AMOUNT TO WS-WRITTEN-AMOUNT
           ELSE
      *> A duplicate TRAN-SEQ-NO means tran_seqno.ctl is out of step
      *> with the transaction file - the same stale-control condition
      *> TRAN-RVSL guards against: back out this run's keys and stop.
               SUBTRACT 1 FROM WS-NEXT-SEQ-NO
               DISPLAY "Finance charge run ABORTED - TRAN-SEQ-NO "
                   TRAN-SEQ-NO " is already on file. tran_seqno.ctl "
                   "is out of step with customer_transactions.txt; "
                   "correct the control file before rerunning. "
                   "Charges written this run were backed out."
               PERFORM FCHG-BACKOUT-THIS-RUN
               PERFORM FCHG-CLOSE-FILES
               MOVE 'A' TO WS-JRN-END-STATUS
               PERFORM FCHG-WRITE-RUN-JOURNAL
               STOP RUN
           END-IF.

       FCHG-BACKOUT-THIS-RUN.
           IF WS-FIRST-SEQ-NO > ZERO
               PERFORM VARYING WS-BACKOUT-SEQ-NO
                       FROM WS-FIRST-SEQ-NO BY 1
                       UNTIL WS-BACKOUT-SEQ-NO > WS-NEXT-SEQ-NO
                   MOVE WS-BACKOUT-SEQ-NO TO TRAN-SEQ-NO
                   DELETE CUSTOMER-TRANSACTION-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE TRAN-FS TO WS-FS-CHECK
                   MOVE "DELETE CUSTOMER-TRANSACTION-FILE (BACKOUT)"
                       TO WS-FS-OPERATION
                   PERFORM FCHG-CHECK-FILE-STATUS
               END-PERFORM
           END-IF.

       FCHG-PRINT-CUSTOMER-LINE.
           MOVE BAL-NET-AMOUNT TO WS-AMT-DISPLAY
           MOVE WS-OVERDUE-AMOUNT TO WS-AMT-DISPLAY-2
           MOVE WS-FINCHG-AMOUNT TO WS-AMT-DISPLAY-3
           MOVE SPACES TO FINCHG-PRINT-LINE
           STRING
               BAL-CUST-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CUST-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CUST-STATUS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MINIMUM-FLAG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPOSITION DELIMITED BY SIZE
               INTO FINCHG-PRINT-LINE
           END-STRING
           PERFORM FCHG-WRITE-REPORT-LINE.

      *> Control-total block in the style of CUST-MATCH's: in UPDATE
      *> mode the FINCHG transactions written must agree with the
      *> charges assessed in count and amount; in REPORT mode nothing
      *> may have been written at all.
       FCHG-PRINT-CONTROL-TOTALS.
           IF UPDATE-MODE
               IF WS-WRITTEN-COUNT NOT = WS-ASSESSED-COUNT
                       OR WS-WRITTEN-AMOUNT NOT = WS-CHARGE-TOTAL
                   SET RUN-OUT-OF-BALANCE TO TRUE
               END-IF
           ELSE
               IF WS-WRITTEN-COUNT NOT = ZERO
                   SET RUN-OUT-OF-BALANCE TO TRUE
               END-IF
           END-IF
           MOVE SPACES TO FINCHG-PRINT-LINE
           PERFORM FCHG-WRITE-REPORT-LINE
           MOVE "FINANCE CHARGE CONTROL TOTALS" TO FINCHG-PRINT-LINE
           PERFORM FCHG-WRITE-REPORT-LINE
           MOVE SPACES TO FINCHG-PRINT-LINE
           STRING
               "BALANCE RECORDS READ : " DELIMITED BY SIZE
               WS-BALANCES-READ DELIMITED BY SIZE
               INTO FINCHG-PRINT-LINE
           END-STRING
           PERFORM FCHG-WRITE-REPORT-LINE
           MOVE SPACES TO FINCHG-PRINT-LINE
           STRING
               "NOT ACTIVE OR HELD   : " DELIMITED BY SIZE
               WS-NOT-ELIGIBLE-COUNT DELIMITED BY SIZE
               INTO FINCHG-PRINT-LINE
           END-STRING
           PERFORM FCHG-WRITE-REPORT-LINE
           MOVE SPACES TO FINCHG-PRINT-LINE
           STRING
               "ACTIVE/HELD EXAMINED : " DELIMITED BY SIZE
               WS-EXAMINED-COUNT DELIMITED BY SIZE
               INTO FINCHG-PRINT-LINE
           END-STRING
           PERFORM FCHG-WRITE-REPORT-LINE
           MOVE SPACES TO FINCHG-PRINT-LINE
           STRING
               "  NO BALANCE DUE     : " DELIMITED BY SIZE
               WS-NO-BALANCE-COUNT DELIMITED BY SIZE
               INTO FINCHG-PRINT-LINE
           END-STRING
           PERFORM FCHG-WRITE-REPORT-LINE
           MOVE SPACES TO FINCHG-PRINT-LINE
           STRING
               "  NOT OVERDUE        : " DELIMITED BY SIZE
               WS-NOT-OVERDUE-COUNT DELIMITED BY SIZE
               INTO FINCHG-PRINT-LINE
           END-STRING
           PERFORM FCHG-WRITE-REPORT-LINE
           MOVE SPACES TO FINCHG-PRINT-LINE
           STRING
               "  ALREADY ASSESSED   : " DELIMITED BY SIZE
               WS-ALREADY-COUNT DELIMITED BY SIZE
               INTO FINCHG-PRINT-LINE
           END-STRING
           PERFORM FCHG-WRITE-REPORT-LINE
           MOVE WS-OVERDUE-TOTAL TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO FINCHG-PRINT-LINE
           STRING
               "  ASSESSED           : " DELIMITED BY SIZE
               WS-ASSESSED-COUNT DELIMITED BY SIZE
               "  OVERDUE BASE " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO FINCHG-PRINT-LINE
           END-STRING
           PERFORM FCHG-WRITE-REPORT-LINE
           MOVE WS-CHARGE-TOTAL TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO FINCHG-PRINT-LINE
           STRING
               "CHARGES ASSESSED     : " DELIMITED BY SIZE
               WS-ASSESSED-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               "  AT MINIMUM FEE " DELIMITED BY SIZE
               WS-MINIMUM-COUNT DELIMITED BY SIZE
               INTO FINCHG-PRINT-LINE
           END-STRING
           PERFORM FCHG-WRITE-REPORT-LINE
           MOVE WS-WRITTEN-AMOUNT TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO FINCHG-PRINT-LINE
           STRING
               "FINCHG WRITTEN       : " DELIMITED BY SIZE
               WS-WRITTEN-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               "  TRAN-SEQ-NO " DELIMITED BY SIZE
               WS-FIRST-SEQ-NO DELIMITED BY SIZE
               " THRU " DELIMITED BY SIZE
               WS-NEXT-SEQ-NO DELIMITED BY SIZE
               INTO FINCHG-PRINT-LINE
           END-STRING
           PERFORM FCHG-WRITE-REPORT-LINE
           MOVE SPACES TO FINCHG-PRINT-LINE
           IF NOT UPDATE-MODE
               MOVE "REPORT MODE - REGISTER ONLY, NOTHING WRITTEN"
                   TO FINCHG-PRINT-LINE
               PERFORM FCHG-WRITE-REPORT-LINE
               MOVE SPACES TO FINCHG-PRINT-LINE
           END-IF
           IF RUN-IN-BALANCE
               MOVE "RUN STATUS           : IN BALANCE"
                   TO FINCHG-PRINT-LINE
           ELSE
               MOVE "RUN STATUS           : *** OUT OF BALANCE ***"
                   TO FINCHG-PRINT-LINE
           END-IF
           PERFORM FCHG-WRITE-REPORT-LINE.

       FCHG-WRITE-REPORT-LINE.
           WRITE FINCHG-PRINT-LINE
           MOVE PRT-FS TO WS-FS-CHECK
           MOVE "WRITE FINCHG-REGISTER" TO WS-FS-OPERATION
           PERFORM FCHG-CHECK-FILE-STATUS.

      *> "22"/"23" are the routine keyed outcomes (customer lookup
      *> miss, START on a customer with no transactions, backout
      *> DELETE of a key never written); "02" is the routine
      *> duplicate-alternate-key status - same passthrough as
      *> TRAN-RVSL.
       FCHG-CHECK-FILE-STATUS.
           EVALUATE WS-FS-CHECK
               WHEN "00"
               WHEN "02"
               WHEN "10"
               WHEN "22"
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FILE ERROR ON " WS-FS-OPERATION
                       " - FILE STATUS = " WS-FS-CHECK
                   DISPLAY "Finance charge run terminating."
                   MOVE 'A' TO WS-JRN-END-STATUS
                   PERFORM FCHG-WRITE-RUN-JOURNAL
                   STOP RUN
           END-EVALUATE.

       FCHG-FORMAT-JRN-TIME.
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
       FCHG-WRITE-RUN-JOURNAL.
           PERFORM FCHG-FORMAT-JRN-TIME
           MOVE "CUST-FCHG" TO RJ-PROGRAM
           MOVE WS-ASSESS-DATE TO RJ-CYCLE-DATE
           MOVE WS-JRN-START-TIME TO RJ-START-TIME
           MOVE WS-JRN-END-TIME TO RJ-END-TIME
           MOVE WS-BALANCES-READ TO RJ-RECORDS-IN
           MOVE WS-WRITTEN-COUNT TO RJ-RECORDS-OUT
           MOVE ZERO TO RJ-REJECTS
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
