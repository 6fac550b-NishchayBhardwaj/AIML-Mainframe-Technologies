       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-LBOX.

      *> Bank lockbox payment intake. Reads the bank's daily
      *> lockbox_file.txt directly - a header naming the bank batch
      *> and deposit date, one detail per check carrying the payer's
      *> remittance reference and name, and a trailer with the bank's
      *> item count and batch total - and ties each payment to a
      *> customer master record. The remittance reference is tried
      *> first as a CUST-ID; when it is blank, not on the master or
      *> names a logically deleted customer, the payer name is
      *> matched the way KSDS-SIM's NAME-SEARCH matches - upper-cased
      *> and found anywhere inside CUST-NAME - across every customer
      *> not logically deleted. A payment tied to exactly one
      *> customer is written to customer_transactions.txt as a
      *> PAYMNT transaction for minus the check amount, numbered
      *> through tran_seqno.ctl exactly the way TRAN-RVSL numbers its
      *> reversals and left unposted for the next CUST-MATCH cycle. A
      *> payment that matches no customer, or more than one, is never
      *> rejected: it goes to the unapplied-cash suspense file
      *> (unapplied_cash.txt, susprec.cpy) for CUST-SUSP to apply or
      *> return later, and CUST-MATCH carries the open suspense total
      *> on its control-total block. Like TRAN-LOAD's feed trailer,
      *> the run only completes when applied plus suspended agrees
      *> with the bank's own item count and batch total; otherwise
      *> everything written this run is backed out. A batch ID
      *> already on lockbox_register.txt is the same bank file
      *> dropped twice and is refused before anything is written.
      *> lockbox_report.txt lists the disposition of every payment
      *> and ends with the control block.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO "lockbox_file.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBX-FS.

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

           SELECT UNAPPLIED-CASH-FILE ASSIGN TO "unapplied_cash.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY
               FILE STATUS IS SUS-FS.

           SELECT TRAN-SEQNO-FILE ASSIGN TO "tran_seqno.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQ-FS.

           SELECT LOCKBOX-REGISTER-FILE
               ASSIGN TO "lockbox_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FS.

           SELECT LOCKBOX-REPORT ASSIGN TO "lockbox_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FS.

           SELECT RUN-JOURNAL-FILE ASSIGN TO "run_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-FS.

       DATA DIVISION.
       FILE SECTION.
      *> Bank amounts are unsigned - a lockbox only ever carries
      *> money received.
       FD LOCKBOX-FILE.
       01 LOCKBOX-RECORD.
           05 LBX-REC-TYPE          PIC X.
              88 LBX-HEADER-REC     VALUE 'H'.
              88 LBX-DETAIL-REC     VALUE 'D'.
              88 LBX-TRAILER-REC    VALUE 'T'.
           05 LBX-REC-BODY          PIC X(70).
           05 LBX-HEADER REDEFINES LBX-REC-BODY.
               10 LBX-HDR-BATCH-ID  PIC X(12).
               10 LBX-HDR-DEPOSIT-DATE PIC X(8).
               10 FILLER            PIC X(50).
           05 LBX-DETAIL REDEFINES LBX-REC-BODY.
               10 LBX-CHECK-NO      PIC X(10).
               10 LBX-REMIT-REF     PIC X(8).
               10 LBX-PAYER-NAME    PIC X(32).
               10 LBX-AMOUNT-X      PIC X(11).
               10 LBX-AMOUNT REDEFINES LBX-AMOUNT-X
                                    PIC 9(9)V99.
               10 FILLER            PIC X(9).
           05 LBX-TRAILER REDEFINES LBX-REC-BODY.
               10 LBX-TRL-COUNT-X   PIC X(8).
               10 LBX-TRL-COUNT REDEFINES LBX-TRL-COUNT-X
                                    PIC 9(8).
               10 LBX-TRL-TOTAL-X   PIC X(13).
               10 LBX-TRL-TOTAL REDEFINES LBX-TRL-TOTAL-X
                                    PIC 9(11)V99.
               10 FILLER            PIC X(49).

       FD CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD CUSTOMER-TRANSACTION-FILE.
           COPY "tranrec.cpy".

       FD UNAPPLIED-CASH-FILE.
           COPY "susprec.cpy".

      *> Same single-control-record sequence file TRAN-LOAD maintains,
      *> so lockbox payments, reversals and feed loads never collide
      *> on TRAN-SEQ-NO.
       FD TRAN-SEQNO-FILE.
       01 TRAN-SEQNO-RECORD.
           05 SEQ-LAST-ASSIGNED     PIC 9(8).

      *> Append-only intake history: one record per bank batch ever
      *> accepted, the same protection TRAN-LOAD's feed_register.txt
      *> gives the billing feed.
       FD LOCKBOX-REGISTER-FILE.
       01 LOCKBOX-REGISTER-RECORD.
           05 LR-BATCH-ID           PIC X(12).
           05 LR-DEPOSIT-DATE       PIC X(8).
           05 LR-LOAD-DATE          PIC X(8).

       FD LOCKBOX-REPORT.
       01 LOCKBOX-PRINT-LINE        PIC X(132).

       FD RUN-JOURNAL-FILE.
           COPY "runjrnl.cpy".

       WORKING-STORAGE SECTION.
       01 LBX-FS                PIC XX.
       01 FS                    PIC XX.
       01 TRAN-FS               PIC XX.
       01 SUS-FS                PIC XX.
       01 SEQ-FS                PIC XX.
       01 REG-FS                PIC XX.
       01 RPT-FS                PIC XX.
       01 JRN-FS                PIC XX.
       01 WS-FS-CHECK           PIC XX.
       01 WS-FS-OPERATION       PIC X(40).

       01 WS-EOF                PIC X VALUE 'N'.
          88 EOF                VALUE 'Y'.
          88 NOT-EOF            VALUE 'N'.
       01 WS-CUST-EOF           PIC X VALUE 'N'.
          88 CUST-EOF           VALUE 'Y'.
          88 CUST-NOT-EOF       VALUE 'N'.
       01 WS-REG-EOF            PIC X VALUE 'N'.
          88 REG-EOF            VALUE 'Y'.
          88 REG-NOT-EOF        VALUE 'N'.
       01 WS-DUP-BATCH-FLAG     PIC X VALUE 'N'.
          88 DUP-BATCH-FOUND    VALUE 'Y'.
          88 DUP-BATCH-NOT-FOUND VALUE 'N'.
       01 WS-DUP-LOAD-DATE      PIC X(8) VALUE SPACES.
       01 WS-HEADER-SEEN        PIC X VALUE 'N'.
          88 HEADER-SEEN        VALUE 'Y'.
          88 HEADER-NOT-SEEN    VALUE 'N'.
       01 WS-TRAILER-SEEN       PIC X VALUE 'N'.
          88 TRAILER-SEEN       VALUE 'Y'.
          88 TRAILER-NOT-SEEN   VALUE 'N'.
       01 WS-BALANCED-FLAG      PIC X VALUE 'Y'.
          88 BATCH-BALANCED     VALUE 'Y'.
          88 BATCH-OUT-OF-BAL   VALUE 'N'.

       01 WS-BATCH-ID           PIC X(12) VALUE SPACES.
       01 WS-DEPOSIT-DATE       PIC X(8) VALUE SPACES.

      *> Match outcome for the payment in hand.
       01 WS-MATCH-METHOD       PIC X VALUE SPACE.
          88 MATCHED-BY-ID      VALUE 'I'.
          88 MATCHED-BY-NAME    VALUE 'N'.
          88 NOT-MATCHED        VALUE ' '.
       01 WS-MATCH-CUST-ID      PIC X(8).
       01 WS-MATCH-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-SUSP-REASON        PIC X(10).

      *> Partial-name match work areas, sized as in KSDS-SIM's
      *> NAME-SEARCH.
       01 WS-NAME-SEARCH        PIC X(32).
       01 WS-NAME-SEARCH-LEN    PIC 99.
       01 WS-NAME-WORK          PIC X(32).
       01 WS-SCAN-POS           PIC 99.
       01 WS-SCAN-LIMIT         PIC 99.
       01 WS-NAME-MATCH-FLAG    PIC X VALUE 'N'.
          88 NAME-MATCHED       VALUE 'Y'.
          88 NAME-NOT-MATCHED   VALUE 'N'.

       01 WS-CURRENT-DATE-TIME  PIC X(21).
       01 WS-RUN-DATE           PIC X(8).

       01 WS-DETAIL-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-DETAIL-AMOUNT      PIC S9(13)V99 VALUE ZERO.
       01 WS-BY-ID-COUNT        PIC 9(8) VALUE ZERO.
       01 WS-BY-ID-AMOUNT       PIC S9(13)V99 VALUE ZERO.
       01 WS-BY-NAME-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-BY-NAME-AMOUNT     PIC S9(13)V99 VALUE ZERO.
       01 WS-NO-MATCH-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-NO-MATCH-AMOUNT    PIC S9(13)V99 VALUE ZERO.
       01 WS-AMBIGUOUS-COUNT    PIC 9(8) VALUE ZERO.
       01 WS-AMBIGUOUS-AMOUNT   PIC S9(13)V99 VALUE ZERO.
       01 WS-WRITTEN-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-WRITTEN-AMOUNT     PIC S9(13)V99 VALUE ZERO.
       01 WS-TRL-COUNT          PIC 9(8) VALUE ZERO.
       01 WS-TRL-TOTAL          PIC S9(13)V99 VALUE ZERO.
       01 WS-CHECK-COUNT        PIC 9(8).
       01 WS-CHECK-AMOUNT       PIC S9(13)V99.

       01 WS-FIRST-SEQ-NO       PIC 9(8) VALUE ZERO.
       01 WS-NEXT-SEQ-NO        PIC 9(8) VALUE ZERO.
       01 WS-BACKOUT-SEQ-NO     PIC 9(8) VALUE ZERO.
       01 WS-BACKOUT-ITEM-NO    PIC 9(5) VALUE ZERO.

       01 WS-AMT-DISPLAY        PIC -(10)9.99.
       01 WS-CTL-DISPLAY-AMT    PIC -(12)9.99.

       01 WS-JRN-START-TIME     PIC X(8).
       01 WS-JRN-END-TIME       PIC X(8).
       01 WS-JRN-END-STATUS     PIC X VALUE 'C'.

       PROCEDURE DIVISION.
       LBOX-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
           PERFORM LBOX-FORMAT-JRN-TIME
           MOVE WS-JRN-END-TIME TO WS-JRN-START-TIME
           PERFORM LBOX-OPEN-FILES
           PERFORM LBOX-READ-SEQNO
           SET NOT-EOF TO TRUE
           PERFORM UNTIL EOF
               READ LOCKBOX-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM LBOX-PROCESS-LOCKBOX-RECORD
               END-READ
               IF NOT EOF
                   MOVE LBX-FS TO WS-FS-CHECK
                   MOVE "READ LOCKBOX-FILE" TO WS-FS-OPERATION
                   PERFORM LBOX-CHECK-FILE-STATUS
               END-IF
           END-PERFORM
           PERFORM LBOX-BALANCE-TO-TRAILER
           PERFORM LBOX-PRINT-CONTROL-TOTALS
           IF BATCH-BALANCED
               IF WS-WRITTEN-COUNT > ZERO
                   PERFORM LBOX-WRITE-SEQNO
               END-IF
               PERFORM LBOX-REGISTER-BATCH
               PERFORM LBOX-CLOSE-FILES
               PERFORM LBOX-WRITE-RUN-JOURNAL
               DISPLAY "Lockbox intake complete - batch " WS-BATCH-ID
                   " " WS-DETAIL-COUNT " payments, "
                   WS-WRITTEN-COUNT " applied as PAYMNT, "
                   WS-NO-MATCH-COUNT " unmatched and "
                   WS-AMBIGUOUS-COUNT " ambiguous to suspense. "
                   "See lockbox_report.txt"
               GOBACK
           ELSE
               PERFORM LBOX-BACKOUT-THIS-RUN
               PERFORM LBOX-CLOSE-FILES
               PERFORM LBOX-WRITE-RUN-JOURNAL
               DISPLAY "Lockbox intake REFUSED - batch does not "
                   "balance to the bank trailer. Payments and "
                   "suspense items written this run were backed out."
               STOP RUN
           END-IF.

       LBOX-OPEN-FILES.
           OPEN INPUT LOCKBOX-FILE
           MOVE LBX-FS TO WS-FS-CHECK
           MOVE "OPEN LOCKBOX-FILE" TO WS-FS-OPERATION
           PERFORM LBOX-CHECK-FILE-STATUS

           OPEN INPUT CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "OPEN CUSTOMER-FILE (LBOX)" TO WS-FS-OPERATION
           PERFORM LBOX-CHECK-FILE-STATUS

           OPEN I-O CUSTOMER-TRANSACTION-FILE
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "OPEN I-O CUSTOMER-TRANSACTION-FILE (LBOX)"
               TO WS-FS-OPERATION
           PERFORM LBOX-CHECK-FILE-STATUS

      *> I-O with a create fallback, the way CUST-MATCH bootstraps the
      *> balance master - the first lockbox run ever starts from an
      *> empty suspense file.
           OPEN I-O UNAPPLIED-CASH-FILE
           IF SUS-FS = "35"
               OPEN OUTPUT UNAPPLIED-CASH-FILE
               MOVE SUS-FS TO WS-FS-CHECK
               MOVE "OPEN OUTPUT UNAPPLIED-CASH-FILE (CREATE)"
                   TO WS-FS-OPERATION
               PERFORM LBOX-CHECK-FILE-STATUS
               CLOSE UNAPPLIED-CASH-FILE
               MOVE SUS-FS TO WS-FS-CHECK
               MOVE "CLOSE UNAPPLIED-CASH-FILE (CREATE)"
                   TO WS-FS-OPERATION
               PERFORM LBOX-CHECK-FILE-STATUS
               OPEN I-O UNAPPLIED-CASH-FILE
           END-IF
           MOVE SUS-FS TO WS-FS-CHECK
           MOVE "OPEN I-O UNAPPLIED-CASH-FILE" TO WS-FS-OPERATION
           PERFORM LBOX-CHECK-FILE-STATUS

           OPEN OUTPUT LOCKBOX-REPORT
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "OPEN LOCKBOX-REPORT" TO WS-FS-OPERATION
           PERFORM LBOX-CHECK-FILE-STATUS

           MOVE SPACES TO LOCKBOX-PRINT-LINE
           STRING
               "LOCKBOX PAYMENT INTAKE REPORT" DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO LOCKBOX-PRINT-LINE
           END-STRING
           PERFORM LBOX-WRITE-REPORT-LINE
           MOVE SPACES TO LOCKBOX-PRINT-LINE
           PERFORM LBOX-WRITE-REPORT-LINE.

       LBOX-CLOSE-FILES.
           CLOSE LOCKBOX-FILE
           MOVE LBX-FS TO WS-FS-CHECK
           MOVE "CLOSE LOCKBOX-FILE" TO WS-FS-OPERATION
           PERFORM LBOX-CHECK-FILE-STATUS

           CLOSE CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-FILE (LBOX)" TO WS-FS-OPERATION
           PERFORM LBOX-CHECK-FILE-STATUS

           CLOSE CUSTOMER-TRANSACTION-FILE
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-TRANSACTION-FILE (LBOX)"
               TO WS-FS-OPERATION
           PERFORM LBOX-CHECK-FILE-STATUS

           CLOSE UNAPPLIED-CASH-FILE
           MOVE SUS-FS TO WS-FS-CHECK
           MOVE "CLOSE UNAPPLIED-CASH-FILE" TO WS-FS-OPERATION
           PERFORM LBOX-CHECK-FILE-STATUS

           CLOSE LOCKBOX-REPORT
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "CLOSE LOCKBOX-REPORT" TO WS-FS-OPERATION
           PERFORM LBOX-CHECK-FILE-STATUS.

      *> Same sequence read as TRAN-LOAD's TLOAD-READ-SEQNO - a
      *> missing control file (FS "35") starts numbering at 1.
       LBOX-READ-SEQNO.
           MOVE ZERO TO WS-NEXT-SEQ-NO
           OPEN INPUT TRAN-SEQNO-FILE
           IF SEQ-FS NOT = "35"
               MOVE SEQ-FS TO WS-FS-CHECK
               MOVE "OPEN TRAN-SEQNO-FILE (READ)" TO WS-FS-OPERATION
               PERFORM LBOX-CHECK-FILE-STATUS
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
               PERFORM LBOX-CHECK-FILE-STATUS
               CLOSE TRAN-SEQNO-FILE
               MOVE SEQ-FS TO WS-FS-CHECK
               MOVE "CLOSE TRAN-SEQNO-FILE (READ)" TO WS-FS-OPERATION
               PERFORM LBOX-CHECK-FILE-STATUS
           END-IF.

       LBOX-WRITE-SEQNO.
           MOVE WS-NEXT-SEQ-NO TO SEQ-LAST-ASSIGNED
           OPEN OUTPUT TRAN-SEQNO-FILE
           MOVE SEQ-FS TO WS-FS-CHECK
           MOVE "OPEN TRAN-SEQNO-FILE (WRITE)" TO WS-FS-OPERATION
           PERFORM LBOX-CHECK-FILE-STATUS
           WRITE TRAN-SEQNO-RECORD
           MOVE SEQ-FS TO WS-FS-CHECK
           MOVE "WRITE TRAN-SEQNO-FILE" TO WS-FS-OPERATION
           PERFORM LBOX-CHECK-FILE-STATUS
           CLOSE TRAN-SEQNO-FILE
           MOVE SEQ-FS TO WS-FS-CHECK
           MOVE "CLOSE TRAN-SEQNO-FILE (WRITE)" TO WS-FS-OPERATION
           PERFORM LBOX-CHECK-FILE-STATUS.

      *> Unlike the billing feed there is no legacy headerless form:
      *> the batch ID is half of every suspense key, so a detail
      *> ahead of the header cannot be processed at all.
       LBOX-PROCESS-LOCKBOX-RECORD.
           EVALUATE TRUE
               WHEN LBX-HEADER-REC
                   PERFORM LBOX-PROCESS-HEADER
               WHEN LBX-DETAIL-REC
                   ADD 1 TO WS-DETAIL-COUNT
                   IF HEADER-NOT-SEEN
                       SET BATCH-OUT-OF-BAL TO TRUE
                       DISPLAY "Lockbox detail ahead of the batch "
                           "header - item " WS-DETAIL-COUNT
                   ELSE
                       IF LBX-AMOUNT-X NOT NUMERIC
                           SET BATCH-OUT-OF-BAL TO TRUE
                           DISPLAY "Lockbox item " WS-DETAIL-COUNT
                               " check " LBX-CHECK-NO
                               " amount is not numeric."
                       ELSE
                           ADD LBX-AMOUNT TO WS-DETAIL-AMOUNT
                           PERFORM LBOX-PROCESS-PAYMENT
                       END-IF
                   END-IF
               WHEN LBX-TRAILER-REC
                   PERFORM LBOX-CAPTURE-TRAILER
               WHEN OTHER
                   SET BATCH-OUT-OF-BAL TO TRUE
                   DISPLAY "Unknown lockbox record type '"
                       LBX-REC-TYPE "'."
           END-EVALUATE.

      *> A batch already on the register - or with items already in
      *> suspense - has been through intake before; applying it again
      *> would post every check twice, so it is refused here, before
      *> any detail is processed.
       LBOX-PROCESS-HEADER.
           IF HEADER-SEEN
               SET BATCH-OUT-OF-BAL TO TRUE
               DISPLAY "More than one header record on lockbox file."
           ELSE
               IF LBX-HDR-BATCH-ID = SPACES
                       OR LBX-HDR-DEPOSIT-DATE NOT NUMERIC
                   SET BATCH-OUT-OF-BAL TO TRUE
                   DISPLAY "Lockbox header carries a blank batch ID "
                       "or a non-numeric deposit date."
               ELSE
                   SET HEADER-SEEN TO TRUE
                   MOVE LBX-HDR-BATCH-ID TO WS-BATCH-ID
                   MOVE LBX-HDR-DEPOSIT-DATE TO WS-DEPOSIT-DATE
                   PERFORM LBOX-SEARCH-REGISTER
                   IF DUP-BATCH-NOT-FOUND
                       PERFORM LBOX-SEARCH-SUSPENSE
                   END-IF
                   IF DUP-BATCH-FOUND
                       DISPLAY "Lockbox intake REFUSED - batch "
                           WS-BATCH-ID " dated " WS-DEPOSIT-DATE
                           " was already taken in on "
                           WS-DUP-LOAD-DATE ". Nothing from this "
                           "batch was applied."
                       PERFORM LBOX-BACKOUT-THIS-RUN
                       PERFORM LBOX-CLOSE-FILES
                       MOVE 'A' TO WS-JRN-END-STATUS
                       PERFORM LBOX-WRITE-RUN-JOURNAL
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

      *> Sequential scan of the register, same normal-absence handling
      *> as TRAN-LOAD's TLOAD-SEARCH-REGISTER.
       LBOX-SEARCH-REGISTER.
           SET DUP-BATCH-NOT-FOUND TO TRUE
           SET REG-NOT-EOF TO TRUE
           OPEN INPUT LOCKBOX-REGISTER-FILE
           IF REG-FS = "35"
               SET REG-EOF TO TRUE
           ELSE
               MOVE REG-FS TO WS-FS-CHECK
               MOVE "OPEN LOCKBOX-REGISTER-FILE (READ)"
                   TO WS-FS-OPERATION
               PERFORM LBOX-CHECK-FILE-STATUS
           END-IF
           PERFORM UNTIL REG-EOF OR DUP-BATCH-FOUND
               READ LOCKBOX-REGISTER-FILE
                   AT END
                       SET REG-EOF TO TRUE
                   NOT AT END
                       IF LR-BATCH-ID = WS-BATCH-ID
                           SET DUP-BATCH-FOUND TO TRUE
                           MOVE LR-LOAD-DATE TO WS-DUP-LOAD-DATE
                       END-IF
               END-READ
               IF NOT REG-EOF AND NOT DUP-BATCH-FOUND
                   MOVE REG-FS TO WS-FS-CHECK
                   MOVE "READ LOCKBOX-REGISTER-FILE" TO WS-FS-OPERATION
                   PERFORM LBOX-CHECK-FILE-STATUS
               END-IF
           END-PERFORM
           IF REG-FS NOT = "35"
               CLOSE LOCKBOX-REGISTER-FILE
               MOVE REG-FS TO WS-FS-CHECK
               MOVE "CLOSE LOCKBOX-REGISTER-FILE (READ)"
                   TO WS-FS-OPERATION
               PERFORM LBOX-CHECK-FILE-STATUS
           END-IF.

      *> Belt and braces behind the register: any suspense row under
      *> this batch ID means the batch has been processed, and the
      *> backout below relies on no such row pre-existing.
       LBOX-SEARCH-SUSPENSE.
           MOVE WS-BATCH-ID TO SUS-BATCH-ID
           MOVE ZERO TO SUS-ITEM-NO
           START UNAPPLIED-CASH-FILE
               KEY IS NOT LESS THAN SUS-KEY
               INVALID KEY
                   CONTINUE
           END-START
           MOVE SUS-FS TO WS-FS-CHECK
           MOVE "START UNAPPLIED-CASH-FILE (LBOX)" TO WS-FS-OPERATION
           PERFORM LBOX-CHECK-FILE-STATUS
           IF SUS-FS = "00"
               READ UNAPPLIED-CASH-FILE NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
               MOVE SUS-FS TO WS-FS-CHECK
               MOVE "READ UNAPPLIED-CASH-FILE NEXT (LBOX)"
                   TO WS-FS-OPERATION
               PERFORM LBOX-CHECK-FILE-STATUS
               IF SUS-FS = "00" AND SUS-BATCH-ID = WS-BATCH-ID
                   SET DUP-BATCH-FOUND TO TRUE
                   MOVE "SUSPENSE" TO WS-DUP-LOAD-DATE
               END-IF
           END-IF.

      *> The batch goes on the register only once it has balanced and
      *> completed, so a refused batch can be resubmitted as is.
       LBOX-REGISTER-BATCH.
           MOVE WS-BATCH-ID TO LR-BATCH-ID
           MOVE WS-DEPOSIT-DATE TO LR-DEPOSIT-DATE
           MOVE WS-RUN-DATE TO LR-LOAD-DATE
           OPEN EXTEND LOCKBOX-REGISTER-FILE
           IF REG-FS = "35" OR REG-FS = "05"
               OPEN OUTPUT LOCKBOX-REGISTER-FILE
           END-IF
           MOVE REG-FS TO WS-FS-CHECK
           MOVE "OPEN LOCKBOX-REGISTER-FILE (WRITE)" TO WS-FS-OPERATION
           PERFORM LBOX-CHECK-FILE-STATUS
           WRITE LOCKBOX-REGISTER-RECORD
           MOVE REG-FS TO WS-FS-CHECK
           MOVE "WRITE LOCKBOX-REGISTER-FILE" TO WS-FS-OPERATION
           PERFORM LBOX-CHECK-FILE-STATUS
           CLOSE LOCKBOX-REGISTER-FILE
           MOVE REG-FS TO WS-FS-CHECK
           MOVE "CLOSE LOCKBOX-REGISTER-FILE (WRITE)" TO WS-FS-OPERATION
           PERFORM LBOX-CHECK-FILE-STATUS.

      *> One payment: tie it to a customer, then either write the
      *> PAYMNT or park it in suspense.
       LBOX-PROCESS-PAYMENT.
           SET NOT-MATCHED TO TRUE
           MOVE ZERO TO WS-MATCH-COUNT
           MOVE SPACES TO WS-MATCH-CUST-ID
           PERFORM LBOX-MATCH-BY-ID
           IF NOT-MATCHED
               PERFORM LBOX-MATCH-BY-NAME
           END-IF
           EVALUATE TRUE
               WHEN MATCHED-BY-ID
                   ADD 1 TO WS-BY-ID-COUNT
                   ADD LBX-AMOUNT TO WS-BY-ID-AMOUNT
                   PERFORM LBOX-WRITE-PAYMENT
               WHEN MATCHED-BY-NAME
                   ADD 1 TO WS-BY-NAME-COUNT
                   ADD LBX-AMOUNT TO WS-BY-NAME-AMOUNT
                   PERFORM LBOX-WRITE-PAYMENT
               WHEN WS-MATCH-COUNT > 1
                   ADD 1 TO WS-AMBIGUOUS-COUNT
                   ADD LBX-AMOUNT TO WS-AMBIGUOUS-AMOUNT
                   MOVE "AMBIGUOUS" TO WS-SUSP-REASON
                   PERFORM LBOX-WRITE-SUSPENSE
               WHEN OTHER
                   ADD 1 TO WS-NO-MATCH-COUNT
                   ADD LBX-AMOUNT TO WS-NO-MATCH-AMOUNT
                   MOVE "NO MATCH" TO WS-SUSP-REASON
                   PERFORM LBOX-WRITE-SUSPENSE
           END-EVALUATE.

      *> A remittance reference that is a live CUST-ID settles it.
      *> A logically deleted customer is no place to put new money.
       LBOX-MATCH-BY-ID.
           IF LBX-REMIT-REF NOT = SPACES
               MOVE LBX-REMIT-REF TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUST-STATUS NOT = 'D'
                           SET MATCHED-BY-ID TO TRUE
                           MOVE CUST-ID TO WS-MATCH-CUST-ID
                       END-IF
               END-READ
               MOVE FS TO WS-FS-CHECK
               MOVE "READ CUSTOMER-FILE (LBOX KEYED)"
                   TO WS-FS-OPERATION
               PERFORM LBOX-CHECK-FILE-STATUS
           END-IF.

      *> Full pass of the master in CUST-ID order, testing each name
      *> the way KSDS-SIM's NAME-SEARCH-TEST-RECORD does. Only a
      *> single hit is safe to apply; two or more is ambiguous and
      *> the payment goes to suspense for a person to decide.
       LBOX-MATCH-BY-NAME.
           IF LBX-PAYER-NAME NOT = SPACES
               MOVE FUNCTION UPPER-CASE(LBX-PAYER-NAME)
                   TO WS-NAME-SEARCH
               PERFORM LBOX-NAME-SET-LENGTH
               SET CUST-NOT-EOF TO TRUE
               MOVE LOW-VALUES TO CUST-ID
               START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
                   INVALID KEY
                       SET CUST-EOF TO TRUE
               END-START
               MOVE FS TO WS-FS-CHECK
               MOVE "START CUSTOMER-FILE (LBOX NAME MATCH)"
                   TO WS-FS-OPERATION
               PERFORM LBOX-CHECK-FILE-STATUS
               PERFORM UNTIL CUST-EOF
                   READ CUSTOMER-FILE NEXT RECORD
                       AT END
                           SET CUST-EOF TO TRUE
                       NOT AT END
                           IF CUST-STATUS NOT = 'D'
                               PERFORM LBOX-NAME-TEST-RECORD
                           END-IF
                   END-READ
                   IF NOT CUST-EOF
                       MOVE FS TO WS-FS-CHECK
                       MOVE "READ CUSTOMER-FILE NEXT (LBOX NAME MATCH)"
                           TO WS-FS-OPERATION
                       PERFORM LBOX-CHECK-FILE-STATUS
                   END-IF
               END-PERFORM
               IF WS-MATCH-COUNT = 1
                   SET MATCHED-BY-NAME TO TRUE
               END-IF
           END-IF.

       LBOX-NAME-SET-LENGTH.
           MOVE ZERO TO WS-NAME-SEARCH-LEN
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 32
               IF WS-NAME-SEARCH(WS-SCAN-POS:1) NOT = SPACE
                   MOVE WS-SCAN-POS TO WS-NAME-SEARCH-LEN
               END-IF
           END-PERFORM.

       LBOX-NAME-TEST-RECORD.
           MOVE FUNCTION UPPER-CASE(CUST-NAME) TO WS-NAME-WORK
           SET NAME-NOT-MATCHED TO TRUE
           COMPUTE WS-SCAN-LIMIT = 33 - WS-NAME-SEARCH-LEN
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > WS-SCAN-LIMIT
                       OR NAME-MATCHED
               IF WS-NAME-WORK(WS-SCAN-POS:WS-NAME-SEARCH-LEN) =
                       WS-NAME-SEARCH(1:WS-NAME-SEARCH-LEN)
                   SET NAME-MATCHED TO TRUE
               END-IF
           END-PERFORM
           IF NAME-MATCHED
               ADD 1 TO WS-MATCH-COUNT
               IF WS-MATCH-COUNT = 1
                   MOVE CUST-ID TO WS-MATCH-CUST-ID
               END-IF
           END-IF.

      *> Money received reduces what the customer owes, so the PAYMNT
      *> carries minus the check amount. It is dated the bank's
      *> deposit date and written unposted, the way TRAN-RVSL writes
      *> a REVRSL, for the next CUST-MATCH cycle to post.
       LBOX-WRITE-PAYMENT.
           ADD 1 TO WS-NEXT-SEQ-NO
           IF WS-FIRST-SEQ-NO = ZERO
               MOVE WS-NEXT-SEQ-NO TO WS-FIRST-SEQ-NO
           END-IF
           MOVE WS-NEXT-SEQ-NO TO TRAN-SEQ-NO
           MOVE WS-MATCH-CUST-ID TO TRAN-CUST-ID
           MOVE WS-DEPOSIT-DATE TO TRAN-DATE
           MOVE "PAYMNT" TO TRAN-TYPE
           COMPUTE TRAN-AMOUNT = ZERO - LBX-AMOUNT
           MOVE SPACES TO TRAN-POSTED-CYCLE
           MOVE SPACES TO TRAN-REVERSAL-OF
           WRITE CUSTOMER-TRANSACTION-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "WRITE CUSTOMER-TRANSACTION-FILE (LBOX)"
               TO WS-FS-OPERATION
           PERFORM LBOX-CHECK-FILE-STATUS
           IF TRAN-FS = "00" OR TRAN-FS = "02"
               ADD 1 TO WS-WRITTEN-COUNT
               ADD TRAN-AMOUNT TO WS-WRITTEN-AMOUNT
               PERFORM LBOX-PRINT-APPLIED-LINE
           ELSE
      *> A duplicate TRAN-SEQ-NO means tran_seqno.ctl is out of step
      *> with the transaction file - the same stale-control condition
      *> TRAN-LOAD guards against: back out this run and stop.
               SUBTRACT 1 FROM WS-NEXT-SEQ-NO
               DISPLAY "Lockbox intake ABORTED - TRAN-SEQ-NO "
                   TRAN-SEQ-NO " is already on file. tran_seqno.ctl "
                   "is out of step with customer_transactions.txt; "
                   "correct the control file before rerunning. "
                   "Everything written this run was backed out."
               PERFORM LBOX-BACKOUT-THIS-RUN
               PERFORM LBOX-CLOSE-FILES
               MOVE 'A' TO WS-JRN-END-STATUS
               PERFORM LBOX-WRITE-RUN-JOURNAL
               STOP RUN
           END-IF.

       LBOX-WRITE-SUSPENSE.
           MOVE WS-BATCH-ID TO SUS-BATCH-ID
           MOVE WS-DETAIL-COUNT TO SUS-ITEM-NO
           MOVE WS-DEPOSIT-DATE TO SUS-DEPOSIT-DATE
           MOVE LBX-CHECK-NO TO SUS-CHECK-NO
           MOVE LBX-REMIT-REF TO SUS-REMIT-REF
           MOVE LBX-PAYER-NAME TO SUS-PAYER-NAME
           MOVE LBX-AMOUNT TO SUS-AMOUNT
           MOVE WS-SUSP-REASON TO SUS-REASON
           MOVE WS-MATCH-COUNT TO SUS-MATCH-COUNT
           MOVE 'O' TO SUS-STATUS
           MOVE SPACES TO SUS-RESOLVED-DATE
           MOVE SPACES TO SUS-APPLIED-CUST-ID
           MOVE ZERO TO SUS-TRAN-SEQ-NO
           MOVE SPACES TO SUS-OPERATOR-ID
           WRITE UNAPPLIED-CASH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE SUS-FS TO WS-FS-CHECK
           MOVE "WRITE UNAPPLIED-CASH-FILE" TO WS-FS-OPERATION
           PERFORM LBOX-CHECK-FILE-STATUS
           IF SUS-FS = "00"
               PERFORM LBOX-PRINT-SUSPENSE-LINE
           ELSE
               DISPLAY "Lockbox intake ABORTED - suspense item "
                   SUS-BATCH-ID " " SUS-ITEM-NO " is already on "
                   "unapplied_cash.txt. Everything written this run "
                   "was backed out."
               PERFORM LBOX-BACKOUT-THIS-RUN
               PERFORM LBOX-CLOSE-FILES
               MOVE 'A' TO WS-JRN-END-STATUS
               PERFORM LBOX-WRITE-RUN-JOURNAL
               STOP RUN
           END-IF.

      *> Leaves the transaction and suspense files exactly as the run
      *> found them: this run's TRAN-SEQ-NO range, and every item
      *> number under this batch ID - none of which pre-existed, by
      *> LBOX-SEARCH-SUSPENSE. Sequence control and register stay
      *> unwritten for the same reason.
       LBOX-BACKOUT-THIS-RUN.
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
                   PERFORM LBOX-CHECK-FILE-STATUS
               END-PERFORM
           END-IF
           IF HEADER-SEEN AND DUP-BATCH-NOT-FOUND
               PERFORM VARYING WS-BACKOUT-ITEM-NO FROM 1 BY 1
                       UNTIL WS-BACKOUT-ITEM-NO > WS-DETAIL-COUNT
                   MOVE WS-BATCH-ID TO SUS-BATCH-ID
                   MOVE WS-BACKOUT-ITEM-NO TO SUS-ITEM-NO
                   DELETE UNAPPLIED-CASH-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE SUS-FS TO WS-FS-CHECK
                   MOVE "DELETE UNAPPLIED-CASH-FILE (BACKOUT)"
                       TO WS-FS-OPERATION
                   PERFORM LBOX-CHECK-FILE-STATUS
               END-PERFORM
           END-IF.

       LBOX-CAPTURE-TRAILER.
           IF LBX-TRL-COUNT-X NOT NUMERIC
                   OR LBX-TRL-TOTAL-X NOT NUMERIC
               SET BATCH-OUT-OF-BAL TO TRUE
               DISPLAY "Lockbox trailer count or total is not numeric."
           ELSE
               IF TRAILER-SEEN
                   SET BATCH-OUT-OF-BAL TO TRUE
                   DISPLAY "More than one trailer on lockbox file."
               ELSE
                   SET TRAILER-SEEN TO TRUE
                   MOVE LBX-TRL-COUNT TO WS-TRL-COUNT
                   MOVE LBX-TRL-TOTAL TO WS-TRL-TOTAL
               END-IF
           END-IF.

      *> The intake only completes when the bank's own count and batch
      *> total agree with what was read, and applied plus suspended
      *> accounts for every item read, in count and amount.
       LBOX-BALANCE-TO-TRAILER.
           IF HEADER-NOT-SEEN
               SET BATCH-OUT-OF-BAL TO TRUE
               DISPLAY "No header record on lockbox file."
           END-IF
           IF TRAILER-NOT-SEEN
               SET BATCH-OUT-OF-BAL TO TRUE
               DISPLAY "No trailer record on lockbox file - cannot "
                   "balance."
           END-IF
           IF WS-DETAIL-COUNT NOT = WS-TRL-COUNT
                   OR WS-DETAIL-AMOUNT NOT = WS-TRL-TOTAL
               SET BATCH-OUT-OF-BAL TO TRUE
           END-IF
           ADD WS-BY-ID-COUNT WS-BY-NAME-COUNT WS-NO-MATCH-COUNT
               WS-AMBIGUOUS-COUNT GIVING WS-CHECK-COUNT
           ADD WS-BY-ID-AMOUNT WS-BY-NAME-AMOUNT WS-NO-MATCH-AMOUNT
               WS-AMBIGUOUS-AMOUNT GIVING WS-CHECK-AMOUNT
           IF WS-CHECK-COUNT NOT = WS-DETAIL-COUNT
                   OR WS-CHECK-AMOUNT NOT = WS-DETAIL-AMOUNT
               SET BATCH-OUT-OF-BAL TO TRUE
           END-IF
           ADD WS-BY-ID-AMOUNT WS-BY-NAME-AMOUNT
               GIVING WS-CHECK-AMOUNT
           ADD WS-WRITTEN-AMOUNT TO WS-CHECK-AMOUNT
           IF WS-WRITTEN-COUNT NOT = WS-BY-ID-COUNT + WS-BY-NAME-COUNT
                   OR WS-CHECK-AMOUNT NOT = ZERO
               SET BATCH-OUT-OF-BAL TO TRUE
           END-IF.

       LBOX-PRINT-APPLIED-LINE.
           MOVE LBX-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO LOCKBOX-PRINT-LINE
           STRING
               "ITEM " DELIMITED BY SIZE
               WS-DETAIL-COUNT DELIMITED BY SIZE
               " CHECK " DELIMITED BY SIZE
               LBX-CHECK-NO DELIMITED BY SIZE
               " AMOUNT " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               " APPLIED CUST-ID " DELIMITED BY SIZE
               WS-MATCH-CUST-ID DELIMITED BY SIZE
               INTO LOCKBOX-PRINT-LINE
           END-STRING
           IF MATCHED-BY-ID
               MOVE "BY ID  " TO LOCKBOX-PRINT-LINE(79:7)
           ELSE
               MOVE "BY NAME" TO LOCKBOX-PRINT-LINE(79:7)
           END-IF
           MOVE "PAYMNT " TO LOCKBOX-PRINT-LINE(87:7)
           MOVE TRAN-SEQ-NO TO LOCKBOX-PRINT-LINE(94:8)
           PERFORM LBOX-WRITE-REPORT-LINE.

       LBOX-PRINT-SUSPENSE-LINE.
           MOVE LBX-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO LOCKBOX-PRINT-LINE
           STRING
               "ITEM " DELIMITED BY SIZE
               WS-DETAIL-COUNT DELIMITED BY SIZE
               " CHECK " DELIMITED BY SIZE
               LBX-CHECK-NO DELIMITED BY SIZE
               " AMOUNT " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               " SUSPENSE " DELIMITED BY SIZE
               WS-SUSP-REASON DELIMITED BY SIZE
               " REF " DELIMITED BY SIZE
               LBX-REMIT-REF DELIMITED BY SIZE
               " PAYER " DELIMITED BY SIZE
               LBX-PAYER-NAME DELIMITED BY SIZE
               INTO LOCKBOX-PRINT-LINE
           END-STRING
           PERFORM LBOX-WRITE-REPORT-LINE.

      *> Control-total block in the style of CUST-MATCH's: what the
      *> bank sent, where every item went, and whether the two agree.
       LBOX-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO LOCKBOX-PRINT-LINE
           PERFORM LBOX-WRITE-REPORT-LINE
           MOVE SPACES TO LOCKBOX-PRINT-LINE
           STRING
               "LOCKBOX CONTROL TOTALS - BATCH " DELIMITED BY SIZE
               WS-BATCH-ID DELIMITED BY SIZE
               " DEPOSITED " DELIMITED BY SIZE
               WS-DEPOSIT-DATE DELIMITED BY SIZE
               INTO LOCKBOX-PRINT-LINE
           END-STRING
           PERFORM LBOX-WRITE-REPORT-LINE
           MOVE WS-TRL-TOTAL TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO LOCKBOX-PRINT-LINE
           STRING
               "BANK TRAILER         : " DELIMITED BY SIZE
               WS-TRL-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO LOCKBOX-PRINT-LINE
           END-STRING
           PERFORM LBOX-WRITE-REPORT-LINE
           MOVE WS-DETAIL-AMOUNT TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO LOCKBOX-PRINT-LINE
           STRING
               "PAYMENTS READ        : " DELIMITED BY SIZE
               WS-DETAIL-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO LOCKBOX-PRINT-LINE
           END-STRING
           PERFORM LBOX-WRITE-REPORT-LINE
           MOVE WS-BY-ID-AMOUNT TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO LOCKBOX-PRINT-LINE
           STRING
               "APPLIED BY CUST-ID   : " DELIMITED BY SIZE
               WS-BY-ID-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO LOCKBOX-PRINT-LINE
           END-STRING
           PERFORM LBOX-WRITE-REPORT-LINE
           MOVE WS-BY-NAME-AMOUNT TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO LOCKBOX-PRINT-LINE
           STRING
               "APPLIED BY NAME      : " DELIMITED BY SIZE
               WS-BY-NAME-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO LOCKBOX-PRINT-LINE
           END-STRING
           PERFORM LBOX-WRITE-REPORT-LINE
           MOVE WS-NO-MATCH-AMOUNT TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO LOCKBOX-PRINT-LINE
           STRING
               "SUSPENSE - NO MATCH  : " DELIMITED BY SIZE
               WS-NO-MATCH-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO LOCKBOX-PRINT-LINE
           END-STRING
           PERFORM LBOX-WRITE-REPORT-LINE
           MOVE WS-AMBIGUOUS-AMOUNT TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO LOCKBOX-PRINT-LINE
           STRING
               "SUSPENSE - AMBIGUOUS : " DELIMITED BY SIZE
               WS-AMBIGUOUS-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO LOCKBOX-PRINT-LINE
           END-STRING
           PERFORM LBOX-WRITE-REPORT-LINE
           MOVE WS-WRITTEN-AMOUNT TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO LOCKBOX-PRINT-LINE
           STRING
               "PAYMNT WRITTEN       : " DELIMITED BY SIZE
               WS-WRITTEN-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               "  TRAN-SEQ-NO " DELIMITED BY SIZE
               WS-FIRST-SEQ-NO DELIMITED BY SIZE
               " THRU " DELIMITED BY SIZE
               WS-NEXT-SEQ-NO DELIMITED BY SIZE
               INTO LOCKBOX-PRINT-LINE
           END-STRING
           PERFORM LBOX-WRITE-REPORT-LINE
           MOVE SPACES TO LOCKBOX-PRINT-LINE
           IF BATCH-BALANCED
               MOVE "RUN STATUS           : IN BALANCE"
                   TO LOCKBOX-PRINT-LINE
           ELSE
               STRING
                   "RUN STATUS           : *** OUT OF BALANCE *** - "
                       DELIMITED BY SIZE
                   "BATCH REFUSED AND BACKED OUT" DELIMITED BY SIZE
                   INTO LOCKBOX-PRINT-LINE
               END-STRING
           END-IF
           PERFORM LBOX-WRITE-REPORT-LINE.

       LBOX-WRITE-REPORT-LINE.
           WRITE LOCKBOX-PRINT-LINE
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "WRITE LOCKBOX-REPORT" TO WS-FS-OPERATION
           PERFORM LBOX-CHECK-FILE-STATUS.

      *> "22"/"23" are the routine keyed outcomes (a remittance
      *> reference not on the master, a START past the end of the
      *> suspense file, backout DELETE of a key never written); "02"
      *> is the routine duplicate-alternate-key status - same
      *> passthrough as TRAN-RVSL.
       LBOX-CHECK-FILE-STATUS.
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
                   DISPLAY "Lockbox intake terminating."
                   MOVE 'A' TO WS-JRN-END-STATUS
                   PERFORM LBOX-WRITE-RUN-JOURNAL
                   STOP RUN
           END-EVALUATE.

       LBOX-FORMAT-JRN-TIME.
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
       LBOX-WRITE-RUN-JOURNAL.
           PERFORM LBOX-FORMAT-JRN-TIME
           MOVE "CUST-LBOX" TO RJ-PROGRAM
           MOVE WS-RUN-DATE TO RJ-CYCLE-DATE
           MOVE WS-JRN-START-TIME TO RJ-START-TIME
           MOVE WS-JRN-END-TIME TO RJ-END-TIME
           MOVE WS-DETAIL-COUNT TO RJ-RECORDS-IN
           MOVE WS-WRITTEN-COUNT TO RJ-RECORDS-OUT
           ADD WS-NO-MATCH-COUNT WS-AMBIGUOUS-COUNT
               GIVING RJ-REJECTS
           MOVE WS-BALANCED-FLAG TO RJ-BALANCE-FLAG
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
