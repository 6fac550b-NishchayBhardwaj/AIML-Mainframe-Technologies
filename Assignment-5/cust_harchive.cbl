       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-HARC.

      *> Posted-transaction history archive. customer_transactions.txt
      *> otherwise only shrinks when CUST-PURG removes a deleted
      *> customer, so every walk of the TRAN-CUST-ID alternate key
      *> (CUST-STMT, CUST-BVFY, TRAN-LOAD's suspect check) carries
      *> years of settled history for live customers. This run walks
      *> the file customer by customer through that alternate key
      *> and moves each transaction that is
      *>   - posted (TRAN-POSTED-CYCLE set),
      *>   - dated before the retention cutoff,
      *>   - not under an OPEN dispute on CUST-DISP's register, nor
      *>     under an UPHELD one whose REVRSL is not yet on file, and
      *>   - free of any open REVRSL link: a REVRSL and the
      *>     transaction it offsets move together or not at all, so
      *>     neither is ever left pointing at something gone
      *> to transaction_history.txt (trhist.cpy), stamped with the
      *> run date and the cutoff, and deletes it from the live file.
      *> What moved for each customer is added to that customer's one
      *> balance_forward.txt row (balfwd.cpy) - count, net amount,
      *> through-date - which CUST-STMT, CUST-BVFY, CUST-AGE and
      *> CUST-ARCQ add back in, so their answers do not change. The
      *> balance master is not touched: every archived transaction
      *> was already in BAL-NET-AMOUNT. The run proves itself in the
      *> control block of history_archive_report.txt: the live file
      *> is counted and totalled before and after, and archived plus
      *> remaining must equal the file before the run in both count
      *> and amount. The retention period in days comes from one
      *> optional harchive_control.txt record; absent, 730 days.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-TRANSACTION-FILE
               ASSIGN TO "customer_transactions.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-SEQ-NO
               ALTERNATE RECORD KEY IS TRAN-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS TRAN-FS.

           SELECT TRAN-HISTORY-FILE
               ASSIGN TO "transaction_history.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRH-SEQ-NO
               ALTERNATE RECORD KEY IS TRH-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS TRH-FS.

           SELECT BALANCE-FORWARD-FILE
               ASSIGN TO "balance_forward.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BF-CUST-ID
               FILE STATUS IS BF-FS.

           SELECT DISPUTE-REGISTER-FILE
               ASSIGN TO "dispute_register.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-SEQ-NO
               ALTERNATE RECORD KEY IS DSP-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS DSP-FS.

           SELECT HARC-CONTROL-FILE ASSIGN TO "harchive_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FS.

           SELECT HARC-REPORT ASSIGN TO "history_archive_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRT-FS.

           SELECT RUN-JOURNAL-FILE ASSIGN TO "run_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-TRANSACTION-FILE.
           COPY "tranrec.cpy".

       FD TRAN-HISTORY-FILE.
           COPY "trhist.cpy".

       FD BALANCE-FORWARD-FILE.
           COPY "balfwd.cpy".

       FD DISPUTE-REGISTER-FILE.
           COPY "disprec.cpy".

       FD HARC-CONTROL-FILE.
       01 HARC-CONTROL-RECORD.
           05 CTL-RETENTION-DAYS    PIC 9(4).

       FD HARC-REPORT.
       01 HARC-PRINT-LINE           PIC X(132).

       FD RUN-JOURNAL-FILE.
           COPY "runjrnl.cpy".

       WORKING-STORAGE SECTION.
       01 TRAN-FS               PIC XX.
       01 TRH-FS                PIC XX.
       01 BF-FS                 PIC XX.
       01 DSP-FS                PIC XX.
       01 CTL-FS                PIC XX.
       01 PRT-FS                PIC XX.
       01 JRN-FS                PIC XX.
       01 WS-FS-CHECK           PIC XX.
       01 WS-FS-OPERATION       PIC X(40).

       01 WS-PASS-EOF           PIC X VALUE 'N'.
          88 PASS-EOF           VALUE 'Y'.
          88 PASS-NOT-EOF       VALUE 'N'.
       01 WS-CUSTOMERS-FLAG     PIC X VALUE 'N'.
          88 CUSTOMERS-DONE     VALUE 'Y'.
          88 CUSTOMERS-NOT-DONE VALUE 'N'.
       01 WS-CUST-END-FLAG      PIC X VALUE 'N'.
          88 CUST-END           VALUE 'Y'.
          88 CUST-NOT-END       VALUE 'N'.
       01 WS-OVERFLOW-FLAG      PIC X VALUE 'N'.
          88 TABLE-OVERFLOWED   VALUE 'Y'.
          88 TABLE-NOT-OVERFLOWED VALUE 'N'.
       01 WS-BF-FLAG            PIC X VALUE 'N'.
          88 BF-FOUND           VALUE 'Y'.
          88 BF-NOT-FOUND       VALUE 'N'.
       01 WS-DISPUTE-FILE-FLAG  PIC X VALUE 'N'.
          88 DISPUTES-ON-FILE   VALUE 'Y'.
          88 NO-DISPUTES-ON-FILE VALUE 'N'.
       01 WS-BALANCE-FLAG       PIC X VALUE 'Y'.
          88 RUN-IN-BALANCE     VALUE 'Y'.
          88 RUN-OUT-OF-BALANCE VALUE 'N'.

       01 WS-RETENTION-DAYS     PIC 9(4) VALUE 730.
       01 WS-CURRENT-DATE-TIME  PIC X(21).
       01 WS-RUN-DATE           PIC X(10).
       01 WS-RUN-YMD            PIC X(8).
       01 WS-TODAY-INT          PIC 9(8).
       01 WS-CUTOFF-INT         PIC 9(8).
       01 WS-CUTOFF-YMD         PIC 9(8).
       01 WS-CUTOFF-X REDEFINES WS-CUTOFF-YMD PIC X(8).

      *> One customer's transactions, in alternate-key order, with
      *> the verdict on each. A customer with more transactions than
      *> the table holds is left entirely on the live file and
      *> listed, rather than having a REVRSL pair split across the
      *> boundary.
       01 WS-CT-MAX             PIC 9(4) VALUE 5000.
       01 WS-CT-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-CT-SUB             PIC 9(4).
       01 WS-CUST-TABLE.
           05 WS-CT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-CT-COUNT
                   INDEXED BY WS-CT-IDX.
               10 WS-CT-IMAGE       PIC X(58).
               10 WS-CT-SEQ-X       PIC X(8).
               10 WS-CT-REVERSAL-OF PIC X(8).
               10 WS-CT-DISPUTE     PIC X(6).
               10 WS-CT-ELIGIBLE    PIC X.
               10 WS-CT-REVERSED    PIC X.

       01 WS-CUR-CUST           PIC X(8).
       01 WS-NEXT-CUST          PIC X(8).
       01 WS-CUST-ARC-COUNT     PIC 9(7).
       01 WS-CUST-ARC-AMOUNT    PIC S9(11)V99.
       01 WS-CUST-ARC-CYCLE     PIC X(8).
       01 WS-CUST-LINK-HELD     PIC 9(5).
       01 WS-CUST-DSP-HELD      PIC 9(5).

       01 WS-PASS-COUNT         PIC 9(9).
       01 WS-PASS-AMOUNT        PIC S9(13)V99.
       01 WS-BEFORE-COUNT       PIC 9(9) VALUE ZERO.
       01 WS-BEFORE-AMOUNT      PIC S9(13)V99 VALUE ZERO.
       01 WS-REMAIN-COUNT       PIC 9(9) VALUE ZERO.
       01 WS-REMAIN-AMOUNT      PIC S9(13)V99 VALUE ZERO.
       01 WS-ARC-COUNT          PIC 9(9) VALUE ZERO.
       01 WS-ARC-AMOUNT         PIC S9(13)V99 VALUE ZERO.
       01 WS-CHECK-COUNT        PIC 9(9) VALUE ZERO.
       01 WS-CHECK-AMOUNT       PIC S9(13)V99 VALUE ZERO.

       01 WS-CUSTOMERS-READ     PIC 9(7) VALUE ZERO.
       01 WS-CUSTOMERS-ARCHIVED PIC 9(7) VALUE ZERO.
       01 WS-BF-WRITTEN         PIC 9(7) VALUE ZERO.
       01 WS-BF-UPDATED         PIC 9(7) VALUE ZERO.
       01 WS-LINK-HELD          PIC 9(7) VALUE ZERO.
       01 WS-DSP-HELD           PIC 9(7) VALUE ZERO.
       01 WS-ON-HISTORY-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-OVERFLOW-COUNT     PIC 9(7) VALUE ZERO.

       01 WS-AMT-DISPLAY        PIC -(10)9.99.
       01 WS-CTL-DISPLAY-AMT    PIC -(12)9.99.

       01 WS-JRN-CYCLE-DATE     PIC X(8).
       01 WS-JRN-START-TIME     PIC X(8).
       01 WS-JRN-END-TIME       PIC X(8).
       01 WS-JRN-END-STATUS     PIC X VALUE 'C'.

       PROCEDURE DIVISION.
       HARC-MAIN.
           PERFORM HARC-INITIALIZE
           PERFORM HARC-OPEN-FILES
           PERFORM HARC-PRINT-HEADINGS
           PERFORM HARC-TOTAL-LIVE-FILE
           MOVE WS-PASS-COUNT TO WS-BEFORE-COUNT
           MOVE WS-PASS-AMOUNT TO WS-BEFORE-AMOUNT
           PERFORM HARC-WALK-CUSTOMERS
           PERFORM HARC-TOTAL-LIVE-FILE
           MOVE WS-PASS-COUNT TO WS-REMAIN-COUNT
           MOVE WS-PASS-AMOUNT TO WS-REMAIN-AMOUNT
           PERFORM HARC-PRINT-CONTROL-TOTALS
           PERFORM HARC-CLOSE-FILES
           PERFORM HARC-WRITE-RUN-JOURNAL
           DISPLAY "History archive complete - cutoff " WS-CUTOFF-X
               ", " WS-ARC-COUNT " transactions moved for "
               WS-CUSTOMERS-ARCHIVED " customers, "
               WS-REMAIN-COUNT " remain. "
               "See history_archive_report.txt"
           IF RUN-OUT-OF-BALANCE
               DISPLAY "*** HISTORY ARCHIVE OUT OF BALANCE - see "
                   "control totals in history_archive_report.txt ***"
           END-IF
           GOBACK.

      *> Cutoff = run date minus the retention period, as YYYYMMDD so
      *> it compares directly with TRAN-DATE - the same arithmetic as
      *> CUST-PURG's.
       HARC-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING
               WS-CURRENT-DATE-TIME(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-YMD
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-JRN-CYCLE-DATE
           PERFORM HARC-FORMAT-JRN-TIME
           MOVE WS-JRN-END-TIME TO WS-JRN-START-TIME
           PERFORM HARC-READ-CONTROL
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-INT
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-INT)
               - WS-RETENTION-DAYS
           COMPUTE WS-CUTOFF-YMD =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).

      *> One optional control record: retention period in days. A
      *> missing control file (FS "35") means the 730-day default -
      *> the same normal-absence handling as KSDS-SIM's
      *> READ-CHECKPOINT.
       HARC-READ-CONTROL.
           OPEN INPUT HARC-CONTROL-FILE
           IF CTL-FS NOT = "35"
               MOVE CTL-FS TO WS-FS-CHECK
               MOVE "OPEN HARC-CONTROL-FILE" TO WS-FS-OPERATION
               PERFORM HARC-CHECK-FILE-STATUS
           END-IF
           IF CTL-FS = "00"
               READ HARC-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-RETENTION-DAYS NUMERIC
                           MOVE CTL-RETENTION-DAYS
                               TO WS-RETENTION-DAYS
                       END-IF
               END-READ
               MOVE CTL-FS TO WS-FS-CHECK
               MOVE "READ HARC-CONTROL-FILE" TO WS-FS-OPERATION
               PERFORM HARC-CHECK-FILE-STATUS
               CLOSE HARC-CONTROL-FILE
               MOVE CTL-FS TO WS-FS-CHECK
               MOVE "CLOSE HARC-CONTROL-FILE" TO WS-FS-OPERATION
               PERFORM HARC-CHECK-FILE-STATUS
           END-IF.

      *> The history and balance-forward files are created empty on
      *> the first run, the way KSDS-SIM's OPEN-CUSTOMER-FILE
      *> bootstraps a brand-new indexed file.
       HARC-OPEN-FILES.
           OPEN I-O CUSTOMER-TRANSACTION-FILE
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "OPEN I-O CUSTOMER-TRANSACTION-FILE (HARC)"
               TO WS-FS-OPERATION
           PERFORM HARC-CHECK-FILE-STATUS

           OPEN I-O TRAN-HISTORY-FILE
           IF TRH-FS = "35"
               OPEN OUTPUT TRAN-HISTORY-FILE
               CLOSE TRAN-HISTORY-FILE
               OPEN I-O TRAN-HISTORY-FILE
           END-IF
           MOVE TRH-FS TO WS-FS-CHECK
           MOVE "OPEN I-O TRAN-HISTORY-FILE" TO WS-FS-OPERATION
           PERFORM HARC-CHECK-FILE-STATUS

           OPEN I-O BALANCE-FORWARD-FILE
           IF BF-FS = "35"
               OPEN OUTPUT BALANCE-FORWARD-FILE
               CLOSE BALANCE-FORWARD-FILE
               OPEN I-O BALANCE-FORWARD-FILE
           END-IF
           MOVE BF-FS TO WS-FS-CHECK
           MOVE "OPEN I-O BALANCE-FORWARD-FILE" TO WS-FS-OPERATION
           PERFORM HARC-CHECK-FILE-STATUS

      *> No dispute register yet just means nothing is disputed.
           OPEN INPUT DISPUTE-REGISTER-FILE
           IF DSP-FS = "35"
               SET NO-DISPUTES-ON-FILE TO TRUE
           ELSE
               MOVE DSP-FS TO WS-FS-CHECK
               MOVE "OPEN DISPUTE-REGISTER-FILE (HARC)"
                   TO WS-FS-OPERATION
               PERFORM HARC-CHECK-FILE-STATUS
               SET DISPUTES-ON-FILE TO TRUE
           END-IF

           OPEN OUTPUT HARC-REPORT
           MOVE PRT-FS TO WS-FS-CHECK
           MOVE "OPEN HARC-REPORT" TO WS-FS-OPERATION
           PERFORM HARC-CHECK-FILE-STATUS.

       HARC-CLOSE-FILES.
           CLOSE CUSTOMER-TRANSACTION-FILE
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-TRANSACTION-FILE (HARC)"
               TO WS-FS-OPERATION
           PERFORM HARC-CHECK-FILE-STATUS

           CLOSE TRAN-HISTORY-FILE
           MOVE TRH-FS TO WS-FS-CHECK
           MOVE "CLOSE TRAN-HISTORY-FILE" TO WS-FS-OPERATION
           PERFORM HARC-CHECK-FILE-STATUS

           CLOSE BALANCE-FORWARD-FILE
           MOVE BF-FS TO WS-FS-CHECK
           MOVE "CLOSE BALANCE-FORWARD-FILE" TO WS-FS-OPERATION
           PERFORM HARC-CHECK-FILE-STATUS

           IF DISPUTES-ON-FILE
               CLOSE DISPUTE-REGISTER-FILE
               MOVE DSP-FS TO WS-FS-CHECK
               MOVE "CLOSE DISPUTE-REGISTER-FILE (HARC)"
                   TO WS-FS-OPERATION
               PERFORM HARC-CHECK-FILE-STATUS
           END-IF

           CLOSE HARC-REPORT
           MOVE PRT-FS TO WS-FS-CHECK
           MOVE "CLOSE HARC-REPORT" TO WS-FS-OPERATION
           PERFORM HARC-CHECK-FILE-STATUS.

       HARC-PRINT-HEADINGS.
           MOVE SPACES TO HARC-PRINT-LINE
           STRING
               "TRANSACTION HISTORY ARCHIVE   RUN DATE: "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   CUTOFF: " DELIMITED BY SIZE
               WS-CUTOFF-X DELIMITED BY SIZE
               "   RETENTION DAYS: " DELIMITED BY SIZE
               WS-RETENTION-DAYS DELIMITED BY SIZE
               INTO HARC-PRINT-LINE
           END-STRING
           PERFORM HARC-WRITE-REPORT-LINE
           MOVE SPACES TO HARC-PRINT-LINE
           PERFORM HARC-WRITE-REPORT-LINE
           MOVE SPACES TO HARC-PRINT-LINE
           STRING
               "CUST-ID    ARCHIVED          AMOUNT" DELIMITED BY SIZE
               "  HELD-REVRSL-LINK  HELD-DISPUTE" DELIMITED BY SIZE
               INTO HARC-PRINT-LINE
           END-STRING
           PERFORM HARC-WRITE-REPORT-LINE
           MOVE SPACES TO HARC-PRINT-LINE
           PERFORM HARC-WRITE-REPORT-LINE.

      *> Count and total of the whole live file in TRAN-SEQ-NO
      *> order - taken before the archive and again after it for the
      *> control block.
       HARC-TOTAL-LIVE-FILE.
           MOVE ZERO TO WS-PASS-COUNT
           MOVE ZERO TO WS-PASS-AMOUNT
           SET PASS-NOT-EOF TO TRUE
           MOVE ZERO TO TRAN-SEQ-NO
           START CUSTOMER-TRANSACTION-FILE
               KEY IS NOT LESS THAN TRAN-SEQ-NO
               INVALID KEY
                   SET PASS-EOF TO TRUE
           END-START
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "START CUSTOMER-TRANSACTION-FILE (HARC TOTAL)"
               TO WS-FS-OPERATION
           PERFORM HARC-CHECK-FILE-STATUS
           PERFORM UNTIL PASS-EOF
               READ CUSTOMER-TRANSACTION-FILE NEXT RECORD
                   AT END
                       SET PASS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PASS-COUNT
                       ADD TRAN-AMOUNT TO WS-PASS-AMOUNT
               END-READ
               IF NOT PASS-EOF
                   MOVE TRAN-FS TO WS-FS-CHECK
                   MOVE "READ CUSTOMER-TRANSACTION-FILE (HARC TOTAL)"
                       TO WS-FS-OPERATION
                   PERFORM HARC-CHECK-FILE-STATUS
               END-IF
           END-PERFORM.

      *> One customer at a time: load all of its transactions, decide,
      *> move, then re-START on the alternate key at the next
      *> customer - the browse position is never relied on across
      *> the DELETEs, the same caution CUST-PURG takes.
       HARC-WALK-CUSTOMERS.
           MOVE LOW-VALUES TO WS-NEXT-CUST
           SET CUSTOMERS-NOT-DONE TO TRUE
           PERFORM UNTIL CUSTOMERS-DONE
               PERFORM HARC-LOAD-CUSTOMER
               IF WS-CT-COUNT > ZERO OR TABLE-OVERFLOWED
                   PERFORM HARC-ARCHIVE-CUSTOMER
               END-IF
           END-PERFORM.

      *> "02" is the routine duplicate-alternate-key status on this
      *> walk. The read that finds the next customer's first
      *> transaction ends the load and names where to re-START.
       HARC-LOAD-CUSTOMER.
           MOVE ZERO TO WS-CT-COUNT
           SET TABLE-NOT-OVERFLOWED TO TRUE
           MOVE WS-NEXT-CUST TO TRAN-CUST-ID
           START CUSTOMER-TRANSACTION-FILE
               KEY IS NOT LESS THAN TRAN-CUST-ID
               INVALID KEY
                   SET CUSTOMERS-DONE TO TRUE
           END-START
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "START CUSTOMER-TRANSACTION-FILE (HARC)"
               TO WS-FS-OPERATION
           PERFORM HARC-CHECK-FILE-STATUS
           IF NOT CUSTOMERS-DONE
               PERFORM HARC-READ-NEXT-TRAN
           END-IF
           IF NOT CUSTOMERS-DONE
               MOVE TRAN-CUST-ID TO WS-CUR-CUST
               ADD 1 TO WS-CUSTOMERS-READ
               SET CUST-NOT-END TO TRUE
               PERFORM UNTIL CUST-END
                   PERFORM HARC-TAKE-ENTRY
                   PERFORM HARC-READ-NEXT-TRAN
                   IF CUSTOMERS-DONE
                       SET CUST-END TO TRUE
                   ELSE
                       IF TRAN-CUST-ID NOT = WS-CUR-CUST
                           MOVE TRAN-CUST-ID TO WS-NEXT-CUST
                           SET CUST-END TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       HARC-READ-NEXT-TRAN.
           READ CUSTOMER-TRANSACTION-FILE NEXT RECORD
               AT END
                   SET CUSTOMERS-DONE TO TRUE
           END-READ
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "READ CUSTOMER-TRANSACTION-FILE (HARC)"
               TO WS-FS-OPERATION
           PERFORM HARC-CHECK-FILE-STATUS.

      *> First verdict on one transaction: posted, dated before the
      *> cutoff and not under an OPEN dispute. An unusable TRAN-DATE
      *> is never old enough. The REVRSL-link and UPHELD-dispute
      *> verdicts need the whole customer and come later.
       HARC-TAKE-ENTRY.
           IF WS-CT-COUNT < WS-CT-MAX
               ADD 1 TO WS-CT-COUNT
               MOVE CUSTOMER-TRANSACTION-RECORD
                   TO WS-CT-IMAGE(WS-CT-COUNT)
               MOVE TRAN-SEQ-NO TO WS-CT-SEQ-X(WS-CT-COUNT)
               MOVE TRAN-REVERSAL-OF TO WS-CT-REVERSAL-OF(WS-CT-COUNT)
               MOVE SPACES TO WS-CT-DISPUTE(WS-CT-COUNT)
               MOVE 'N' TO WS-CT-ELIGIBLE(WS-CT-COUNT)
               MOVE 'N' TO WS-CT-REVERSED(WS-CT-COUNT)
               IF TRAN-POSTED-CYCLE NOT = SPACES
                       AND TRAN-DATE NUMERIC
                       AND TRAN-DATE < WS-CUTOFF-X
                   MOVE 'Y' TO WS-CT-ELIGIBLE(WS-CT-COUNT)
                   IF DISPUTES-ON-FILE
                       PERFORM HARC-CHECK-DISPUTE
                   END-IF
               END-IF
           ELSE
               SET TABLE-OVERFLOWED TO TRUE
           END-IF.

      *> Keyed read of the dispute register on TRAN-SEQ-NO - a
      *> different file, so the transaction walk keeps its position.
       HARC-CHECK-DISPUTE.
           MOVE TRAN-SEQ-NO TO DSP-SEQ-NO
           READ DISPUTE-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DSP-STATUS TO WS-CT-DISPUTE(WS-CT-COUNT)
           END-READ
           MOVE DSP-FS TO WS-FS-CHECK
           MOVE "READ DISPUTE-REGISTER-FILE (HARC)" TO WS-FS-OPERATION
           PERFORM HARC-CHECK-FILE-STATUS
           IF WS-CT-DISPUTE(WS-CT-COUNT) = "OPEN"
               MOVE 'N' TO WS-CT-ELIGIBLE(WS-CT-COUNT)
               ADD 1 TO WS-CUST-DSP-HELD
           END-IF.

       HARC-ARCHIVE-CUSTOMER.
           IF TABLE-OVERFLOWED
               ADD 1 TO WS-OVERFLOW-COUNT
               MOVE SPACES TO HARC-PRINT-LINE
               STRING
                   WS-CUR-CUST DELIMITED BY SIZE
                   "   NOT ARCHIVED - MORE THAN " DELIMITED BY SIZE
                   WS-CT-MAX DELIMITED BY SIZE
                   " TRANSACTIONS ON FILE" DELIMITED BY SIZE
                   INTO HARC-PRINT-LINE
               END-STRING
               PERFORM HARC-WRITE-REPORT-LINE
           ELSE
               MOVE ZERO TO WS-CUST-ARC-COUNT
               MOVE ZERO TO WS-CUST-ARC-AMOUNT
               MOVE SPACES TO WS-CUST-ARC-CYCLE
               MOVE ZERO TO WS-CUST-LINK-HELD
               PERFORM HARC-CHECK-LINKS
               PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                       UNTIL WS-CT-SUB > WS-CT-COUNT
                   IF WS-CT-ELIGIBLE(WS-CT-SUB) = 'Y'
                       PERFORM HARC-MOVE-ONE
                   END-IF
               END-PERFORM
               IF WS-CUST-ARC-COUNT > ZERO
                   PERFORM HARC-UPDATE-BALANCE-FORWARD
                   ADD 1 TO WS-CUSTOMERS-ARCHIVED
               END-IF
               IF WS-CUST-ARC-COUNT > ZERO
                       OR WS-CUST-LINK-HELD > ZERO
                       OR WS-CUST-DSP-HELD > ZERO
                   PERFORM HARC-REPORT-CUSTOMER
               END-IF
               ADD WS-CUST-LINK-HELD TO WS-LINK-HELD
           END-IF
           ADD WS-CUST-DSP-HELD TO WS-DSP-HELD
           MOVE ZERO TO WS-CUST-DSP-HELD.

      *> A REVRSL and the transaction it offsets move together or not
      *> at all: if either one has to stay, both stay. A REVRSL whose
      *> original is no longer on the live file has no open link
      *> left. An UPHELD dispute with no REVRSL on file yet is still
      *> waiting for TRAN-RVSL, which needs the original on the live
      *> file, so it stays too.
       HARC-CHECK-LINKS.
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > WS-CT-COUNT
               IF WS-CT-REVERSAL-OF(WS-CT-SUB) NOT = SPACES
                   SET WS-CT-IDX TO 1
                   SEARCH WS-CT-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-CT-SEQ-X(WS-CT-IDX)
                               = WS-CT-REVERSAL-OF(WS-CT-SUB)
                           MOVE 'Y' TO WS-CT-REVERSED(WS-CT-IDX)
                           PERFORM HARC-HOLD-PAIR
                   END-SEARCH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > WS-CT-COUNT
               IF WS-CT-DISPUTE(WS-CT-SUB) = "UPHELD"
                       AND WS-CT-REVERSED(WS-CT-SUB) = 'N'
                       AND WS-CT-ELIGIBLE(WS-CT-SUB) = 'Y'
                   MOVE 'N' TO WS-CT-ELIGIBLE(WS-CT-SUB)
                   ADD 1 TO WS-CUST-DSP-HELD
               END-IF
           END-PERFORM.

       HARC-HOLD-PAIR.
           IF WS-CT-ELIGIBLE(WS-CT-SUB) = 'N'
                   OR WS-CT-ELIGIBLE(WS-CT-IDX) = 'N'
               IF WS-CT-ELIGIBLE(WS-CT-SUB) = 'Y'
                   MOVE 'N' TO WS-CT-ELIGIBLE(WS-CT-SUB)
                   ADD 1 TO WS-CUST-LINK-HELD
               END-IF
               IF WS-CT-ELIGIBLE(WS-CT-IDX) = 'Y'
                   MOVE 'N' TO WS-CT-ELIGIBLE(WS-CT-IDX)
                   ADD 1 TO WS-CUST-LINK-HELD
               END-IF
           END-IF.

      *> History first, then the live delete, so a transaction is
      *> never in neither place. One already on the history file
      *> ("22") means an earlier run was interrupted between the two
      *> steps; it is left on the live file and counted for review
      *> rather than overwriting the history row.
       HARC-MOVE-ONE.
           MOVE WS-CT-IMAGE(WS-CT-SUB) TO CUSTOMER-TRANSACTION-RECORD
           MOVE CUSTOMER-TRANSACTION-RECORD TO TRH-TRAN-IMAGE
           MOVE WS-RUN-YMD TO TRH-ARCHIVE-DATE
           MOVE WS-CUTOFF-X TO TRH-CUTOFF-DATE
           WRITE TRAN-HISTORY-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF TRH-FS = "22"
               ADD 1 TO WS-ON-HISTORY-COUNT
               DISPLAY "Already on transaction history, left on "
                   "live file: seq " TRAN-SEQ-NO
           ELSE
               MOVE TRH-FS TO WS-FS-CHECK
               MOVE "WRITE TRAN-HISTORY-FILE" TO WS-FS-OPERATION
               PERFORM HARC-CHECK-FILE-STATUS
               DELETE CUSTOMER-TRANSACTION-FILE
                   INVALID KEY
                       DISPLAY "History archive delete failed for seq "
                           TRAN-SEQ-NO
               END-DELETE
               MOVE TRAN-FS TO WS-FS-CHECK
               MOVE "DELETE CUSTOMER-TRANSACTION-FILE (HARC)"
                   TO WS-FS-OPERATION
               PERFORM HARC-CHECK-FILE-STATUS
               ADD 1 TO WS-CUST-ARC-COUNT
               ADD TRAN-AMOUNT TO WS-CUST-ARC-AMOUNT
               ADD 1 TO WS-ARC-COUNT
               ADD TRAN-AMOUNT TO WS-ARC-AMOUNT
               IF TRAN-POSTED-CYCLE > WS-CUST-ARC-CYCLE
                   MOVE TRAN-POSTED-CYCLE TO WS-CUST-ARC-CYCLE
               END-IF
           END-IF.

      *> Cumulative across runs: add this run's count and net to the
      *> customer's row, or create it.
       HARC-UPDATE-BALANCE-FORWARD.
           SET BF-NOT-FOUND TO TRUE
           MOVE WS-CUR-CUST TO BF-CUST-ID
           READ BALANCE-FORWARD-FILE
               INVALID KEY
                   SET BF-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET BF-FOUND TO TRUE
           END-READ
           MOVE BF-FS TO WS-FS-CHECK
           MOVE "READ BALANCE-FORWARD-FILE" TO WS-FS-OPERATION
           PERFORM HARC-CHECK-FILE-STATUS
           IF BF-FOUND
               ADD WS-CUST-ARC-COUNT TO BF-TRAN-COUNT
               ADD WS-CUST-ARC-AMOUNT TO BF-NET-AMOUNT
               IF WS-CUTOFF-X > BF-THROUGH-DATE
                   MOVE WS-CUTOFF-X TO BF-THROUGH-DATE
               END-IF
               IF WS-CUST-ARC-CYCLE > BF-LAST-CYCLE
                   MOVE WS-CUST-ARC-CYCLE TO BF-LAST-CYCLE
               END-IF
               MOVE WS-RUN-YMD TO BF-ARCHIVE-DATE
               REWRITE BALANCE-FORWARD-RECORD
                   INVALID KEY
                       DISPLAY "Balance forward rewrite failed for "
                           WS-CUR-CUST
               END-REWRITE
               MOVE BF-FS TO WS-FS-CHECK
               MOVE "REWRITE BALANCE-FORWARD-FILE" TO WS-FS-OPERATION
               PERFORM HARC-CHECK-FILE-STATUS
               ADD 1 TO WS-BF-UPDATED
           ELSE
               MOVE WS-CUR-CUST TO BF-CUST-ID
               MOVE WS-CUST-ARC-COUNT TO BF-TRAN-COUNT
               MOVE WS-CUST-ARC-AMOUNT TO BF-NET-AMOUNT
               MOVE WS-CUTOFF-X TO BF-THROUGH-DATE
               MOVE WS-CUST-ARC-CYCLE TO BF-LAST-CYCLE
               MOVE WS-RUN-YMD TO BF-ARCHIVE-DATE
               WRITE BALANCE-FORWARD-RECORD
                   INVALID KEY
                       DISPLAY "Balance forward write failed for "
                           WS-CUR-CUST
               END-WRITE
               MOVE BF-FS TO WS-FS-CHECK
               MOVE "WRITE BALANCE-FORWARD-FILE" TO WS-FS-OPERATION
               PERFORM HARC-CHECK-FILE-STATUS
               ADD 1 TO WS-BF-WRITTEN
           END-IF.

       HARC-REPORT-CUSTOMER.
           MOVE WS-CUST-ARC-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO HARC-PRINT-LINE
           STRING
               WS-CUR-CUST DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-CUST-ARC-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               "             " DELIMITED BY SIZE
               WS-CUST-LINK-HELD DELIMITED BY SIZE
               "         " DELIMITED BY SIZE
               WS-CUST-DSP-HELD DELIMITED BY SIZE
               INTO HARC-PRINT-LINE
           END-STRING
           PERFORM HARC-WRITE-REPORT-LINE.

      *> Control-total block in the style of CUST-MATCH's: archived
      *> plus remaining must equal the live file before the run, in
      *> count and in amount.
       HARC-PRINT-CONTROL-TOTALS.
           ADD WS-ARC-COUNT WS-REMAIN-COUNT GIVING WS-CHECK-COUNT
           ADD WS-ARC-AMOUNT WS-REMAIN-AMOUNT GIVING WS-CHECK-AMOUNT
           IF WS-CHECK-COUNT NOT = WS-BEFORE-COUNT
                   OR WS-CHECK-AMOUNT NOT = WS-BEFORE-AMOUNT
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE SPACES TO HARC-PRINT-LINE
           PERFORM HARC-WRITE-REPORT-LINE
           MOVE "HISTORY ARCHIVE CONTROL TOTALS" TO HARC-PRINT-LINE
           PERFORM HARC-WRITE-REPORT-LINE
           MOVE WS-BEFORE-AMOUNT TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO HARC-PRINT-LINE
           STRING
               "LIVE FILE BEFORE RUN : " DELIMITED BY SIZE
               WS-BEFORE-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO HARC-PRINT-LINE
           END-STRING
           PERFORM HARC-WRITE-REPORT-LINE
           MOVE WS-ARC-AMOUNT TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO HARC-PRINT-LINE
           STRING
               "ARCHIVED TO HISTORY  : " DELIMITED BY SIZE
               WS-ARC-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO HARC-PRINT-LINE
           END-STRING
           PERFORM HARC-WRITE-REPORT-LINE
           MOVE WS-REMAIN-AMOUNT TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO HARC-PRINT-LINE
           STRING
               "REMAINING ON FILE    : " DELIMITED BY SIZE
               WS-REMAIN-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO HARC-PRINT-LINE
           END-STRING
           PERFORM HARC-WRITE-REPORT-LINE
           MOVE WS-CHECK-AMOUNT TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO HARC-PRINT-LINE
           STRING
               "ARCHIVED + REMAINING : " DELIMITED BY SIZE
               WS-CHECK-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO HARC-PRINT-LINE
           END-STRING
           PERFORM HARC-WRITE-REPORT-LINE
           MOVE SPACES TO HARC-PRINT-LINE
           STRING
               "CUSTOMERS READ       : " DELIMITED BY SIZE
               WS-CUSTOMERS-READ DELIMITED BY SIZE
               "  ARCHIVED: " DELIMITED BY SIZE
               WS-CUSTOMERS-ARCHIVED DELIMITED BY SIZE
               "  TOO LARGE: " DELIMITED BY SIZE
               WS-OVERFLOW-COUNT DELIMITED BY SIZE
               INTO HARC-PRINT-LINE
           END-STRING
           PERFORM HARC-WRITE-REPORT-LINE
           MOVE SPACES TO HARC-PRINT-LINE
           STRING
               "BALANCE FORWARD ROWS : " DELIMITED BY SIZE
               WS-BF-WRITTEN DELIMITED BY SIZE
               " NEW  " DELIMITED BY SIZE
               WS-BF-UPDATED DELIMITED BY SIZE
               " ADDED TO" DELIMITED BY SIZE
               INTO HARC-PRINT-LINE
           END-STRING
           PERFORM HARC-WRITE-REPORT-LINE
           MOVE SPACES TO HARC-PRINT-LINE
           STRING
               "HELD - REVRSL LINK   : " DELIMITED BY SIZE
               WS-LINK-HELD DELIMITED BY SIZE
               "  HELD - DISPUTE: " DELIMITED BY SIZE
               WS-DSP-HELD DELIMITED BY SIZE
               INTO HARC-PRINT-LINE
           END-STRING
           PERFORM HARC-WRITE-REPORT-LINE
           MOVE SPACES TO HARC-PRINT-LINE
           STRING
               "ALREADY ON HISTORY   : " DELIMITED BY SIZE
               WS-ON-HISTORY-COUNT DELIMITED BY SIZE
               INTO HARC-PRINT-LINE
           END-STRING
           PERFORM HARC-WRITE-REPORT-LINE
           MOVE SPACES TO HARC-PRINT-LINE
           IF RUN-IN-BALANCE
               MOVE "RUN STATUS           : IN BALANCE"
                   TO HARC-PRINT-LINE
           ELSE
               MOVE "RUN STATUS           : *** OUT OF BALANCE ***"
                   TO HARC-PRINT-LINE
           END-IF
           PERFORM HARC-WRITE-REPORT-LINE.

       HARC-WRITE-REPORT-LINE.
           WRITE HARC-PRINT-LINE
           MOVE PRT-FS TO WS-FS-CHECK
           MOVE "WRITE HARC-REPORT" TO WS-FS-OPERATION
           PERFORM HARC-CHECK-FILE-STATUS.

      *> "23" (key not found) covers the dispute and balance-forward
      *> lookups for a transaction or customer with no row; "02" is
      *> the routine duplicate-alternate-key status on transaction
      *> reads.
       HARC-CHECK-FILE-STATUS.
           EVALUATE WS-FS-CHECK
               WHEN "00"
               WHEN "02"
               WHEN "10"
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FILE ERROR ON " WS-FS-OPERATION
                       " - FILE STATUS = " WS-FS-CHECK
                   DISPLAY "History archive terminating."
                   MOVE 'A' TO WS-JRN-END-STATUS
                   PERFORM HARC-WRITE-RUN-JOURNAL
                   STOP RUN
           END-EVALUATE.

       HARC-FORMAT-JRN-TIME.
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
       HARC-WRITE-RUN-JOURNAL.
           PERFORM HARC-FORMAT-JRN-TIME
           MOVE "CUST-HARC" TO RJ-PROGRAM
           MOVE WS-JRN-CYCLE-DATE TO RJ-CYCLE-DATE
           MOVE WS-JRN-START-TIME TO RJ-START-TIME
           MOVE WS-JRN-END-TIME TO RJ-END-TIME
           MOVE WS-BEFORE-COUNT TO RJ-RECORDS-IN
           MOVE WS-ARC-COUNT TO RJ-RECORDS-OUT
           ADD WS-ON-HISTORY-COUNT WS-OVERFLOW-COUNT GIVING RJ-REJECTS
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
