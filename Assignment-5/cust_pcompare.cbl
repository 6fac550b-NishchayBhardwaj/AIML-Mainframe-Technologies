       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-PCMP.

      *> Period roll-forward. Compares two periods CUST-PCLS has
      *> closed, customer by customer, from the snapshots on
      *> balance_history.txt: opening balance (the earlier close),
      *> the movement posted in between broken out by TRAN-TYPE, and
      *> closing balance (the later close). Movement is every
      *> transaction whose TRAN-POSTED-CYCLE falls after the earlier
      *> close's posting cut-off and no later than the later one's -
      *> read through the TRAN-CUST-ID alternate key the way
      *> CUST-STMT does, plus transaction_archive.txt for customers
      *> CUST-PURG removed in between, plus transaction_history.txt
      *> for anything CUST-HARC has since moved off the live file.
      *> Each customer is flagged NEW
      *> (no opening snapshot), CLOSED (logically deleted since the
      *> earlier close) or PURGED (no closing snapshot - the opening
      *> balance plus movement leaves the book as PURGED OUT), and a
      *> customer whose movement does not carry its opening balance
      *> to its closing one is marked and totalled as UNEXPLAINED.
      *> CUST-MRGE rewrites a retired account's transactions to the
      *> survivor, so its movement is found under the survivor while
      *> the two snapshots still show each account's own balance.
      *> Every account customer_data.txt shows merged away since the
      *> earlier close (CUST-MERGED-INTO set) is flagged MERGED, and the
      *> balance that changed hands - the retired account's closing
      *> less its opening snapshot - is carried as an explained
      *> merge transfer out of it and into the survivor, each on a
      *> line of its own under the customer. The transfers net to
      *> zero across the book.
      *> The grand totals prove themselves against the outside
      *> figures the way CUST-GLEX proves against CUST-MATCH: the
      *> opening and closing totals against the totals each close
      *> registered, and the movement by type against the
      *> gl_extract_history.txt rows CUST-GLEX kept for the cycles
      *> in between. The two periods come from one optional
      *> pcompare_request.txt record (from-period, to-period, both
      *> YYYYMM); absent, the two most recent closes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "customer_data.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS FS.

           SELECT PCOMPARE-REQUEST-FILE
               ASSIGN TO "pcompare_request.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQ-FS.

           SELECT PCLOSE-REGISTER-FILE
               ASSIGN TO "pclose_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FS.

      *> The same history file twice: one connector walks the
      *> opening period while the other walks the closing period.
           SELECT OPENING-HISTORY-FILE
               ASSIGN TO "balance_history.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPN-KEY
               FILE STATUS IS OPN-FS.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO "balance_history.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS HST-FS.

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

           SELECT TRANSACTION-ARCHIVE-FILE
               ASSIGN TO "transaction_archive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARC-FS.

           SELECT GL-HISTORY-FILE ASSIGN TO "gl_extract_history.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLH-KEY
               FILE STATUS IS GLH-FS.

           SELECT PCOMPARE-REPORT ASSIGN TO "period_compare_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FS.

           SELECT RUN-JOURNAL-FILE ASSIGN TO "run_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD PCOMPARE-REQUEST-FILE.
       01 PCOMPARE-REQUEST-RECORD.
           05 PRQ-FROM-PERIOD       PIC X(6).
           05 PRQ-TO-PERIOD         PIC X(6).

      *> Same layout CUST-PCLS appends one row to per close.
       FD PCLOSE-REGISTER-FILE.
       01 PCLOSE-REGISTER-RECORD.
           05 PCR-PERIOD            PIC X(6).
           05 PCR-SNAP-DATE         PIC X(8).
           05 PCR-THRU-CYCLE        PIC X(8).
           05 PCR-COUNT             PIC 9(7).
           05 PCR-AMOUNT            PIC S9(13)V99
                                    SIGN IS LEADING SEPARATE.

       FD OPENING-HISTORY-FILE.
           COPY "balhist.cpy" REPLACING
                   BALANCE-HISTORY-RECORD BY OPENING-HISTORY-RECORD
                   HST-KEY           BY OPN-KEY
                   HST-PERIOD        BY OPN-PERIOD
                   HST-CUST-ID       BY OPN-CUST-ID
                   HST-SNAP-DATE     BY OPN-SNAP-DATE
                   HST-THRU-CYCLE    BY OPN-THRU-CYCLE
                   HST-TRAN-COUNT    BY OPN-TRAN-COUNT
                   HST-NET-AMOUNT    BY OPN-NET-AMOUNT
                   HST-LAST-CYCLE    BY OPN-LAST-CYCLE
                   HST-CUST-STATUS   BY OPN-CUST-STATUS
                   HST-CREDIT-LIMIT  BY OPN-CREDIT-LIMIT.

       FD BALANCE-HISTORY-FILE.
           COPY "balhist.cpy".

       FD CUSTOMER-TRANSACTION-FILE.
           COPY "tranrec.cpy".

       FD TRAN-HISTORY-FILE.
           COPY "trhist.cpy".

       FD TRANSACTION-ARCHIVE-FILE.
           COPY "tranrec.cpy" REPLACING
                   CUSTOMER-TRANSACTION-RECORD BY ARC-TRAN-RECORD
                   TRAN-SEQ-NO    BY ARC-TRAN-SEQ-NO
                   TRAN-CUST-ID   BY ARC-TRAN-CUST-ID
                   TRAN-DATE      BY ARC-TRAN-DATE
                   TRAN-TYPE      BY ARC-TRAN-TYPE
                   TRAN-AMOUNT    BY ARC-TRAN-AMOUNT
                   TRAN-POSTED-CYCLE BY ARC-TRAN-POSTED-CYCLE
                   TRAN-REVERSAL-OF BY ARC-TRAN-REVERSAL-OF.

      *> Same layout CUST-GLEX keeps per cycle and type.
       FD GL-HISTORY-FILE.
       01 GL-HISTORY-RECORD.
           05 GLH-KEY.
               10 GLH-CYCLE-DATE    PIC X(8).
               10 GLH-TRAN-TYPE     PIC X(6).
           05 GLH-REC-TYPE          PIC X(1).
           05 GLH-COUNT             PIC 9(7).
           05 GLH-AMOUNT            PIC S9(13)V99
                                    SIGN IS LEADING SEPARATE.
           05 GLH-BALANCE-FLAG      PIC X(1).

       FD PCOMPARE-REPORT.
       01 PCOMPARE-LINE             PIC X(132).

       FD RUN-JOURNAL-FILE.
           COPY "runjrnl.cpy".

       WORKING-STORAGE SECTION.
       01 FS                    PIC XX.
       01 REQ-FS                PIC XX.
       01 REG-FS                PIC XX.
       01 OPN-FS                PIC XX.
       01 HST-FS                PIC XX.
       01 TRAN-FS               PIC XX.
       01 TARC-FS               PIC XX.
       01 TRH-FS                PIC XX.
       01 GLH-FS                PIC XX.
       01 RPT-FS                PIC XX.
       01 JRN-FS                PIC XX.
       01 WS-FS-CHECK           PIC XX.
       01 WS-FS-OPERATION       PIC X(40).

       01 WS-CUST-EOF           PIC X VALUE 'N'.
          88 CUST-EOF           VALUE 'Y'.
          88 CUST-NOT-EOF       VALUE 'N'.
       01 WS-REG-EOF            PIC X VALUE 'N'.
          88 REG-EOF            VALUE 'Y'.
          88 REG-NOT-EOF        VALUE 'N'.
       01 WS-TRAN-EOF           PIC X VALUE 'N'.
          88 TRAN-EOF           VALUE 'Y'.
          88 TRAN-NOT-EOF       VALUE 'N'.
       01 WS-TARC-EOF           PIC X VALUE 'N'.
          88 TARC-EOF           VALUE 'Y'.
          88 TARC-NOT-EOF       VALUE 'N'.
       01 WS-GLH-EOF            PIC X VALUE 'N'.
          88 GLH-EOF            VALUE 'Y'.
          88 GLH-NOT-EOF        VALUE 'N'.
       01 WS-TRH-EOF            PIC X VALUE 'N'.
          88 TRH-EOF            VALUE 'Y'.
          88 TRH-NOT-EOF        VALUE 'N'.
       01 WS-HISTORY-FILE-FLAG  PIC X VALUE 'N'.
          88 HISTORY-ON-FILE    VALUE 'Y'.
          88 NO-HISTORY-ON-FILE VALUE 'N'.
       01 WS-GL-FILE-FLAG       PIC X VALUE 'Y'.
          88 GL-HISTORY-PRESENT VALUE 'Y'.
          88 GL-HISTORY-MISSING VALUE 'N'.
       01 WS-IN-OPENING-FLAG    PIC X VALUE 'N'.
          88 IN-OPENING         VALUE 'Y'.
          88 NOT-IN-OPENING     VALUE 'N'.
       01 WS-IN-CLOSING-FLAG    PIC X VALUE 'N'.
          88 IN-CLOSING         VALUE 'Y'.
          88 NOT-IN-CLOSING     VALUE 'N'.
       01 WS-BALANCE-FLAG       PIC X VALUE 'Y'.
          88 RUN-IN-BALANCE     VALUE 'Y'.
          88 RUN-OUT-OF-BALANCE VALUE 'N'.
       01 WS-RETIRED-FLAG       PIC X VALUE 'N'.
          88 CUST-RETIRED       VALUE 'Y'.
          88 CUST-NOT-RETIRED   VALUE 'N'.
       01 WS-MERGE-OVERFLOW     PIC X VALUE 'N'.
          88 MERGE-TABLE-FULL   VALUE 'Y'.

       01 WS-CURRENT-DATE-TIME  PIC X(21).
       01 WS-RUN-DATE           PIC X(8).

      *> The two closes being compared, as registered.
       01 WS-FROM-PERIOD        PIC X(6) VALUE SPACES.
       01 WS-FROM-THRU-CYCLE    PIC X(8) VALUE SPACES.
       01 WS-FROM-REG-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-FROM-REG-AMOUNT    PIC S9(13)V99 VALUE ZERO.
       01 WS-FROM-FOUND         PIC X VALUE 'N'.
          88 FROM-FOUND         VALUE 'Y'.
       01 WS-TO-PERIOD          PIC X(6) VALUE SPACES.
       01 WS-TO-THRU-CYCLE      PIC X(8) VALUE SPACES.
       01 WS-TO-REG-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-TO-REG-AMOUNT      PIC S9(13)V99 VALUE ZERO.
       01 WS-TO-FOUND           PIC X VALUE 'N'.
          88 TO-FOUND           VALUE 'Y'.
       01 WS-REQUEST-FLAG       PIC X VALUE 'N'.
          88 PERIODS-REQUESTED  VALUE 'Y'.

      *> Balanced-line merge keys: HIGH-VALUES once a side runs out.
       01 WS-OPN-CUST           PIC X(8).
       01 WS-HST-CUST           PIC X(8).
       01 WS-CURRENT-CUST       PIC X(8).

      *> Movement buckets in CUST-GLEX's feed order, OTHER last, so
      *> every column lines up with a gl_extract row.
       01 WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY OCCURS 7 TIMES INDEXED BY WS-TYPE-IDX.
               10 WS-TYPE-NAME      PIC X(6).
               10 WS-CUST-TYPE-AMT  PIC S9(13)V99.
               10 WS-TOT-TYPE-COUNT PIC 9(7).
               10 WS-TOT-TYPE-AMT   PIC S9(13)V99.
               10 WS-GL-TYPE-COUNT  PIC 9(7).
               10 WS-GL-TYPE-AMT    PIC S9(13)V99.
       01 WS-TYPE-SUB           PIC 9.

      *> Merges since the earlier close, loaded from the customer
      *> master before the snapshots are walked, since a survivor can
      *> sort ahead of the account retired into it. WS-MRG-AMOUNT is
      *> the retired account's side of the transfer.
       01 WS-MERGE-TABLE.
           05 WS-MERGE-ENTRY OCCURS 500 TIMES.
               10 WS-MRG-RETIRED-ID PIC X(8).
               10 WS-MRG-SURVIVOR-ID PIC X(8).
               10 WS-MRG-AMOUNT     PIC S9(13)V99.
       01 WS-MERGE-MAX          PIC 9(4) VALUE 500.
       01 WS-MERGE-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-MERGE-SUB          PIC 9(4).

       01 WS-CUST-FLAG          PIC X(6).
       01 WS-CUST-OPENING       PIC S9(13)V99.
       01 WS-CUST-MOVEMENT      PIC S9(13)V99.
       01 WS-CUST-CLOSING       PIC S9(13)V99.
       01 WS-CUST-PURGED        PIC S9(13)V99.
       01 WS-CUST-MERGED        PIC S9(13)V99.
       01 WS-CUST-DIFFERENCE    PIC S9(13)V99.

       01 WS-CUSTOMERS-LISTED   PIC 9(7) VALUE ZERO.
       01 WS-CONTINUING-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-NEW-COUNT          PIC 9(7) VALUE ZERO.
       01 WS-CLOSED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-PURGED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-MERGED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-UNEXPLAINED-COUNT  PIC 9(7) VALUE ZERO.
       01 WS-OPENING-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-CLOSING-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-TOT-OPENING        PIC S9(13)V99 VALUE ZERO.
       01 WS-TOT-CLOSING        PIC S9(13)V99 VALUE ZERO.
       01 WS-TOT-PURGED         PIC S9(13)V99 VALUE ZERO.
       01 WS-TOT-MERGED         PIC S9(13)V99 VALUE ZERO.
       01 WS-TOT-UNEXPLAINED    PIC S9(13)V99 VALUE ZERO.
       01 WS-TOT-MOVE-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-TOT-MOVEMENT       PIC S9(13)V99 VALUE ZERO.
       01 WS-UNSEEN-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-UNSEEN-AMOUNT      PIC S9(13)V99 VALUE ZERO.

       01 WS-GL-CYCLES          PIC 9(7) VALUE ZERO.
       01 WS-GL-UNBAL-CYCLES    PIC 9(7) VALUE ZERO.
       01 WS-GL-TOTAL-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-GL-TOTAL-AMOUNT    PIC S9(13)V99 VALUE ZERO.

       01 WS-DTL-OPENING        PIC -(9)9.99.
       01 WS-DTL-CLOSING        PIC -(9)9.99.
       01 WS-DTL-MERGED         PIC -(9)9.99.
       01 WS-DTL-MOVE-TABLE.
           05 WS-DTL-MOVE       PIC -(7)9.99 OCCURS 7 TIMES.
       01 WS-CTL-DISPLAY-AMT    PIC -(12)9.99.
       01 WS-GL-DISPLAY-AMT     PIC -(12)9.99.

       01 WS-JRN-START-TIME     PIC X(8).
       01 WS-JRN-END-TIME       PIC X(8).
       01 WS-JRN-END-STATUS     PIC X VALUE 'C'.

       PROCEDURE DIVISION.
       PCMP-MAIN.
           PERFORM PCMP-INITIALIZE
           PERFORM PCMP-READ-REQUEST
           PERFORM PCMP-LOAD-PERIODS
           IF NOT FROM-FOUND OR NOT TO-FOUND
                   OR WS-FROM-PERIOD NOT < WS-TO-PERIOD
               DISPLAY "Period compare REFUSED - periods "
                   WS-FROM-PERIOD " and " WS-TO-PERIOD
                   " must be two different closes on "
                   "pclose_register.txt, earlier one first."
               MOVE 'N' TO WS-BALANCE-FLAG
               PERFORM PCMP-WRITE-RUN-JOURNAL
               STOP RUN
           END-IF
           PERFORM PCMP-OPEN-FILES
           PERFORM PCMP-LOAD-MERGES
           PERFORM PCMP-PRINT-HEADINGS
           PERFORM PCMP-MERGE-PERIODS
           PERFORM PCMP-SWEEP-ARCHIVE-UNSEEN
           PERFORM PCMP-ACCUMULATE-GL
           PERFORM PCMP-PRINT-CONTROL-TOTALS
           PERFORM PCMP-CLOSE-FILES
           PERFORM PCMP-WRITE-RUN-JOURNAL
           DISPLAY "Period compare complete - " WS-FROM-PERIOD
               " to " WS-TO-PERIOD ", " WS-CUSTOMERS-LISTED
               " customers, " WS-NEW-COUNT " new, "
               WS-CLOSED-COUNT " closed, " WS-PURGED-COUNT
               " purged. See period_compare_report.txt"
           IF RUN-OUT-OF-BALANCE
               DISPLAY "*** PERIOD COMPARE OUT OF BALANCE - see "
                   "control totals in period_compare_report.txt ***"
           END-IF
           GOBACK.

       PCMP-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
           PERFORM PCMP-FORMAT-JRN-TIME
           MOVE WS-JRN-END-TIME TO WS-JRN-START-TIME
           MOVE "DEBIT " TO WS-TYPE-NAME(1)
           MOVE "CREDIT" TO WS-TYPE-NAME(2)
           MOVE "PAYMNT" TO WS-TYPE-NAME(3)
           MOVE "ADJUST" TO WS-TYPE-NAME(4)
           MOVE "REVRSL" TO WS-TYPE-NAME(5)
           MOVE "FINCHG" TO WS-TYPE-NAME(6)
           MOVE "OTHER " TO WS-TYPE-NAME(7)
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 7
               MOVE ZERO TO WS-CUST-TYPE-AMT(WS-TYPE-SUB)
               MOVE ZERO TO WS-TOT-TYPE-COUNT(WS-TYPE-SUB)
               MOVE ZERO TO WS-TOT-TYPE-AMT(WS-TYPE-SUB)
               MOVE ZERO TO WS-GL-TYPE-COUNT(WS-TYPE-SUB)
               MOVE ZERO TO WS-GL-TYPE-AMT(WS-TYPE-SUB)
           END-PERFORM.

      *> One optional request record names the two periods. A
      *> missing request file (FS "35") means the two most recent
      *> closes - the same normal-absence handling as KSDS-SIM's
      *> READ-CHECKPOINT.
       PCMP-READ-REQUEST.
           OPEN INPUT PCOMPARE-REQUEST-FILE
           IF REQ-FS NOT = "35"
               MOVE REQ-FS TO WS-FS-CHECK
               MOVE "OPEN PCOMPARE-REQUEST-FILE" TO WS-FS-OPERATION
               PERFORM PCMP-CHECK-FILE-STATUS
           END-IF
           IF REQ-FS = "00"
               READ PCOMPARE-REQUEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-REQUEST-FLAG
                       MOVE PRQ-FROM-PERIOD TO WS-FROM-PERIOD
                       MOVE PRQ-TO-PERIOD TO WS-TO-PERIOD
               END-READ
               MOVE REQ-FS TO WS-FS-CHECK
               MOVE "READ PCOMPARE-REQUEST-FILE" TO WS-FS-OPERATION
               PERFORM PCMP-CHECK-FILE-STATUS
               CLOSE PCOMPARE-REQUEST-FILE
               MOVE REQ-FS TO WS-FS-CHECK
               MOVE "CLOSE PCOMPARE-REQUEST-FILE" TO WS-FS-OPERATION
               PERFORM PCMP-CHECK-FILE-STATUS
           END-IF.

      *> Only registered closes can be compared - a period whose
      *> close never proved itself has no trustworthy snapshot. With
      *> no request, each registered row pushes the previous "to"
      *> period down into "from", leaving the last two closes.
       PCMP-LOAD-PERIODS.
           OPEN INPUT PCLOSE-REGISTER-FILE
           IF REG-FS NOT = "35"
               MOVE REG-FS TO WS-FS-CHECK
               MOVE "OPEN PCLOSE-REGISTER-FILE" TO WS-FS-OPERATION
               PERFORM PCMP-CHECK-FILE-STATUS
           END-IF
           IF REG-FS = "00"
               SET REG-NOT-EOF TO TRUE
               PERFORM UNTIL REG-EOF
                   READ PCLOSE-REGISTER-FILE
                       AT END
                           SET REG-EOF TO TRUE
                       NOT AT END
                           PERFORM PCMP-TAKE-REGISTER-ROW
                   END-READ
                   IF NOT REG-EOF
                       MOVE REG-FS TO WS-FS-CHECK
                       MOVE "READ PCLOSE-REGISTER-FILE"
                           TO WS-FS-OPERATION
                       PERFORM PCMP-CHECK-FILE-STATUS
                   END-IF
               END-PERFORM
               CLOSE PCLOSE-REGISTER-FILE
               MOVE REG-FS TO WS-FS-CHECK
               MOVE "CLOSE PCLOSE-REGISTER-FILE" TO WS-FS-OPERATION
               PERFORM PCMP-CHECK-FILE-STATUS
           END-IF.

       PCMP-TAKE-REGISTER-ROW.
           IF PERIODS-REQUESTED
               IF PCR-PERIOD = WS-FROM-PERIOD
                   MOVE 'Y' TO WS-FROM-FOUND
                   MOVE PCR-THRU-CYCLE TO WS-FROM-THRU-CYCLE
                   MOVE PCR-COUNT TO WS-FROM-REG-COUNT
                   MOVE PCR-AMOUNT TO WS-FROM-REG-AMOUNT
               END-IF
               IF PCR-PERIOD = WS-TO-PERIOD
                   MOVE 'Y' TO WS-TO-FOUND
                   MOVE PCR-THRU-CYCLE TO WS-TO-THRU-CYCLE
                   MOVE PCR-COUNT TO WS-TO-REG-COUNT
                   MOVE PCR-AMOUNT TO WS-TO-REG-AMOUNT
               END-IF
           ELSE
               MOVE WS-TO-FOUND TO WS-FROM-FOUND
               MOVE WS-TO-PERIOD TO WS-FROM-PERIOD
               MOVE WS-TO-THRU-CYCLE TO WS-FROM-THRU-CYCLE
               MOVE WS-TO-REG-COUNT TO WS-FROM-REG-COUNT
               MOVE WS-TO-REG-AMOUNT TO WS-FROM-REG-AMOUNT
               MOVE 'Y' TO WS-TO-FOUND
               MOVE PCR-PERIOD TO WS-TO-PERIOD
               MOVE PCR-THRU-CYCLE TO WS-TO-THRU-CYCLE
               MOVE PCR-COUNT TO WS-TO-REG-COUNT
               MOVE PCR-AMOUNT TO WS-TO-REG-AMOUNT
           END-IF.

       PCMP-OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "OPEN CUSTOMER-FILE (PCMP)" TO WS-FS-OPERATION
           PERFORM PCMP-CHECK-FILE-STATUS

           OPEN INPUT OPENING-HISTORY-FILE
           MOVE OPN-FS TO WS-FS-CHECK
           MOVE "OPEN OPENING-HISTORY-FILE" TO WS-FS-OPERATION
           PERFORM PCMP-CHECK-FILE-STATUS

           OPEN INPUT BALANCE-HISTORY-FILE
           MOVE HST-FS TO WS-FS-CHECK
           MOVE "OPEN BALANCE-HISTORY-FILE" TO WS-FS-OPERATION
           PERFORM PCMP-CHECK-FILE-STATUS

           OPEN INPUT CUSTOMER-TRANSACTION-FILE
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "OPEN CUSTOMER-TRANSACTION-FILE (PCMP)"
               TO WS-FS-OPERATION
           PERFORM PCMP-CHECK-FILE-STATUS

      *> No history archive yet (FS "35") just means nothing has
      *> been moved off the live file.
           OPEN INPUT TRAN-HISTORY-FILE
           IF TRH-FS = "35"
               SET NO-HISTORY-ON-FILE TO TRUE
           ELSE
               MOVE TRH-FS TO WS-FS-CHECK
               MOVE "OPEN TRAN-HISTORY-FILE (PCMP)" TO WS-FS-OPERATION
               PERFORM PCMP-CHECK-FILE-STATUS
               SET HISTORY-ON-FILE TO TRUE
           END-IF

      *> No GL history yet (FS "35") leaves the movement with
      *> nothing to foot to; the run goes out flagged.
           OPEN INPUT GL-HISTORY-FILE
           IF GLH-FS = "35"
               SET GL-HISTORY-MISSING TO TRUE
           ELSE
               MOVE GLH-FS TO WS-FS-CHECK
               MOVE "OPEN GL-HISTORY-FILE" TO WS-FS-OPERATION
               PERFORM PCMP-CHECK-FILE-STATUS
           END-IF

           OPEN OUTPUT PCOMPARE-REPORT
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "OPEN PCOMPARE-REPORT" TO WS-FS-OPERATION
           PERFORM PCMP-CHECK-FILE-STATUS.

       PCMP-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-FILE (PCMP)" TO WS-FS-OPERATION
           PERFORM PCMP-CHECK-FILE-STATUS

           CLOSE OPENING-HISTORY-FILE
           MOVE OPN-FS TO WS-FS-CHECK
           MOVE "CLOSE OPENING-HISTORY-FILE" TO WS-FS-OPERATION
           PERFORM PCMP-CHECK-FILE-STATUS

           CLOSE BALANCE-HISTORY-FILE
           MOVE HST-FS TO WS-FS-CHECK
           MOVE "CLOSE BALANCE-HISTORY-FILE" TO WS-FS-OPERATION
           PERFORM PCMP-CHECK-FILE-STATUS

           CLOSE CUSTOMER-TRANSACTION-FILE
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-TRANSACTION-FILE (PCMP)"
               TO WS-FS-OPERATION
           PERFORM PCMP-CHECK-FILE-STATUS

           IF HISTORY-ON-FILE
               CLOSE TRAN-HISTORY-FILE
               MOVE TRH-FS TO WS-FS-CHECK
               MOVE "CLOSE TRAN-HISTORY-FILE (PCMP)" TO WS-FS-OPERATION
               PERFORM PCMP-CHECK-FILE-STATUS
           END-IF

           IF GL-HISTORY-PRESENT
               CLOSE GL-HISTORY-FILE
               MOVE GLH-FS TO WS-FS-CHECK
               MOVE "CLOSE GL-HISTORY-FILE" TO WS-FS-OPERATION
               PERFORM PCMP-CHECK-FILE-STATUS
           END-IF

           CLOSE PCOMPARE-REPORT
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "CLOSE PCOMPARE-REPORT" TO WS-FS-OPERATION
           PERFORM PCMP-CHECK-FILE-STATUS.

      *> One sequential browse of the master for retired accounts.
      *> One already deleted at the earlier close was merged before
      *> the window and has nothing left to move. A merge after the
      *> later close still counts: its transactions are read under
      *> the survivor all the same.
       PCMP-LOAD-MERGES.
           SET CUST-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO CUST-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
               INVALID KEY
                   SET CUST-EOF TO TRUE
           END-START
           MOVE FS TO WS-FS-CHECK
           MOVE "START CUSTOMER-FILE (PCMP)" TO WS-FS-OPERATION
           PERFORM PCMP-CHECK-FILE-STATUS
           PERFORM UNTIL CUST-EOF
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       SET CUST-EOF TO TRUE
                   NOT AT END
                       IF CUST-STATUS = 'D'
                               AND CUST-MERGED-INTO NOT = SPACES
                           PERFORM PCMP-ADD-MERGE
                       END-IF
               END-READ
               IF NOT CUST-EOF
                   MOVE FS TO WS-FS-CHECK
                   MOVE "READ CUSTOMER-FILE NEXT (PCMP)"
                       TO WS-FS-OPERATION
                   PERFORM PCMP-CHECK-FILE-STATUS
               END-IF
           END-PERFORM
           IF MERGE-TABLE-FULL
               DISPLAY "*** MERGE TABLE FULL AT " WS-MERGE-MAX
                   " - LATER MERGES SHOW AS UNEXPLAINED ***"
           END-IF.

      *> The transfer is whatever the retired account's snapshots
      *> moved by; its own transactions all now sit under the
      *> survivor, so none of that change is movement of its own.
       PCMP-ADD-MERGE.
           MOVE WS-FROM-PERIOD TO OPN-PERIOD
           MOVE CUST-ID TO OPN-CUST-ID
           READ OPENING-HISTORY-FILE
               INVALID KEY
                   MOVE ZERO TO OPN-NET-AMOUNT
                   MOVE SPACE TO OPN-CUST-STATUS
           END-READ
           MOVE OPN-FS TO WS-FS-CHECK
           MOVE "READ OPENING-HISTORY-FILE (MERGE)" TO WS-FS-OPERATION
           PERFORM PCMP-CHECK-FILE-STATUS
           MOVE WS-TO-PERIOD TO HST-PERIOD
           MOVE CUST-ID TO HST-CUST-ID
           READ BALANCE-HISTORY-FILE
               INVALID KEY
                   MOVE ZERO TO HST-NET-AMOUNT
           END-READ
           MOVE HST-FS TO WS-FS-CHECK
           MOVE "READ BALANCE-HISTORY-FILE (MERGE)" TO WS-FS-OPERATION
           PERFORM PCMP-CHECK-FILE-STATUS
           IF OPN-CUST-STATUS NOT = 'D'
               IF WS-MERGE-COUNT NOT < WS-MERGE-MAX
                   SET MERGE-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-MERGE-COUNT
                   MOVE CUST-ID TO WS-MRG-RETIRED-ID(WS-MERGE-COUNT)
                   MOVE CUST-MERGED-INTO
                       TO WS-MRG-SURVIVOR-ID(WS-MERGE-COUNT)
                   COMPUTE WS-MRG-AMOUNT(WS-MERGE-COUNT) =
                       HST-NET-AMOUNT - OPN-NET-AMOUNT
               END-IF
           END-IF.

       PCMP-PRINT-HEADINGS.
           MOVE SPACES TO PCOMPARE-LINE
           STRING
               "PERIOD ROLL-FORWARD - PERIOD " DELIMITED BY SIZE
               WS-FROM-PERIOD DELIMITED BY SIZE
               " (CYCLES THRU " DELIMITED BY SIZE
               WS-FROM-THRU-CYCLE DELIMITED BY SIZE
               ") TO PERIOD " DELIMITED BY SIZE
               WS-TO-PERIOD DELIMITED BY SIZE
               " (CYCLES THRU " DELIMITED BY SIZE
               WS-TO-THRU-CYCLE DELIMITED BY SIZE
               ")   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO PCOMPARE-LINE
           END-STRING
           PERFORM PCMP-WRITE-REPORT-LINE
           MOVE SPACES TO PCOMPARE-LINE
           PERFORM PCMP-WRITE-REPORT-LINE
           MOVE SPACES TO PCOMPARE-LINE
           STRING
               "CUST-ID  FLAG         OPENING" DELIMITED BY SIZE
               "       DEBIT      CREDIT      PAYMNT"
                   DELIMITED BY SIZE
               "      ADJUST      REVRSL      FINCHG"
                   DELIMITED BY SIZE
               "       OTHER       CLOSING" DELIMITED BY SIZE
               INTO PCOMPARE-LINE
           END-STRING
           PERFORM PCMP-WRITE-REPORT-LINE
           MOVE SPACES TO PCOMPARE-LINE
           PERFORM PCMP-WRITE-REPORT-LINE.

      *> Balanced-line merge of the two snapshots in customer order.
      *> A customer only in the opening period was purged in
      *> between, one only in the closing period is new, one in both
      *> is continuing (CLOSED if it went to 'D' in between).
       PCMP-MERGE-PERIODS.
           MOVE WS-FROM-PERIOD TO OPN-PERIOD
           MOVE LOW-VALUES TO OPN-CUST-ID
           START OPENING-HISTORY-FILE
               KEY IS NOT LESS THAN OPN-KEY
               INVALID KEY
                   MOVE HIGH-VALUES TO WS-OPN-CUST
           END-START
           MOVE OPN-FS TO WS-FS-CHECK
           MOVE "START OPENING-HISTORY-FILE" TO WS-FS-OPERATION
           PERFORM PCMP-CHECK-FILE-STATUS
           IF OPN-FS = "00"
               PERFORM PCMP-READ-OPENING
           END-IF
           MOVE WS-TO-PERIOD TO HST-PERIOD
           MOVE LOW-VALUES TO HST-CUST-ID
           START BALANCE-HISTORY-FILE
               KEY IS NOT LESS THAN HST-KEY
               INVALID KEY
                   MOVE HIGH-VALUES TO WS-HST-CUST
           END-START
           MOVE HST-FS TO WS-FS-CHECK
           MOVE "START BALANCE-HISTORY-FILE" TO WS-FS-OPERATION
           PERFORM PCMP-CHECK-FILE-STATUS
           IF HST-FS = "00"
               PERFORM PCMP-READ-CLOSING
           END-IF
           PERFORM UNTIL WS-OPN-CUST = HIGH-VALUES
                   AND WS-HST-CUST = HIGH-VALUES
               PERFORM PCMP-CLEAR-CUSTOMER
               EVALUATE TRUE
                   WHEN WS-OPN-CUST < WS-HST-CUST
                       MOVE WS-OPN-CUST TO WS-CURRENT-CUST
                       MOVE "PURGED" TO WS-CUST-FLAG
                       MOVE OPN-NET-AMOUNT TO WS-CUST-OPENING
                       ADD 1 TO WS-OPENING-COUNT
                       ADD 1 TO WS-PURGED-COUNT
                       PERFORM PCMP-WALK-TRANSACTIONS
                       PERFORM PCMP-SCAN-ARCHIVE-CUSTOMER
                       PERFORM PCMP-READ-OPENING
                   WHEN WS-HST-CUST < WS-OPN-CUST
                       MOVE WS-HST-CUST TO WS-CURRENT-CUST
                       MOVE "NEW" TO WS-CUST-FLAG
                       MOVE HST-NET-AMOUNT TO WS-CUST-CLOSING
                       ADD 1 TO WS-CLOSING-COUNT
                       ADD 1 TO WS-NEW-COUNT
                       PERFORM PCMP-WALK-TRANSACTIONS
                       PERFORM PCMP-READ-CLOSING
                   WHEN OTHER
                       MOVE WS-OPN-CUST TO WS-CURRENT-CUST
                       MOVE OPN-NET-AMOUNT TO WS-CUST-OPENING
                       MOVE HST-NET-AMOUNT TO WS-CUST-CLOSING
                       ADD 1 TO WS-OPENING-COUNT
                       ADD 1 TO WS-CLOSING-COUNT
                       PERFORM PCMP-FIND-RETIRED
                       IF CUST-RETIRED
                           MOVE "MERGED" TO WS-CUST-FLAG
                           ADD 1 TO WS-MERGED-COUNT
                       ELSE
                           IF HST-CUST-STATUS = 'D'
                                   AND OPN-CUST-STATUS NOT = 'D'
                               MOVE "CLOSED" TO WS-CUST-FLAG
                               ADD 1 TO WS-CLOSED-COUNT
                           ELSE
                               ADD 1 TO WS-CONTINUING-COUNT
                           END-IF
                       END-IF
                       PERFORM PCMP-WALK-TRANSACTIONS
                       PERFORM PCMP-READ-OPENING
                       PERFORM PCMP-READ-CLOSING
               END-EVALUATE
               PERFORM PCMP-FINISH-CUSTOMER
           END-PERFORM.

       PCMP-READ-OPENING.
           READ OPENING-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-OPN-CUST
               NOT AT END
                   IF OPN-PERIOD = WS-FROM-PERIOD
                       MOVE OPN-CUST-ID TO WS-OPN-CUST
                   ELSE
                       MOVE HIGH-VALUES TO WS-OPN-CUST
                   END-IF
           END-READ
           MOVE OPN-FS TO WS-FS-CHECK
           MOVE "READ OPENING-HISTORY-FILE NEXT" TO WS-FS-OPERATION
           PERFORM PCMP-CHECK-FILE-STATUS.

       PCMP-READ-CLOSING.
           READ BALANCE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-HST-CUST
               NOT AT END
                   IF HST-PERIOD = WS-TO-PERIOD
                       MOVE HST-CUST-ID TO WS-HST-CUST
                   ELSE
                       MOVE HIGH-VALUES TO WS-HST-CUST
                   END-IF
           END-READ
           MOVE HST-FS TO WS-FS-CHECK
           MOVE "READ BALANCE-HISTORY-FILE NEXT" TO WS-FS-OPERATION
           PERFORM PCMP-CHECK-FILE-STATUS.

       PCMP-CLEAR-CUSTOMER.
           MOVE SPACES TO WS-CUST-FLAG
           MOVE ZERO TO WS-CUST-OPENING
           MOVE ZERO TO WS-CUST-MOVEMENT
           MOVE ZERO TO WS-CUST-CLOSING
           MOVE ZERO TO WS-CUST-PURGED
           MOVE ZERO TO WS-CUST-MERGED
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 7
               MOVE ZERO TO WS-CUST-TYPE-AMT(WS-TYPE-SUB)
           END-PERFORM.

       PCMP-FIND-RETIRED.
           SET CUST-NOT-RETIRED TO TRUE
           PERFORM VARYING WS-MERGE-SUB FROM 1 BY 1
                   UNTIL WS-MERGE-SUB > WS-MERGE-COUNT
               IF WS-MRG-RETIRED-ID(WS-MERGE-SUB) = WS-CURRENT-CUST
                   SET CUST-RETIRED TO TRUE
               END-IF
           END-PERFORM.

      *> The customer's transactions through the TRAN-CUST-ID
      *> alternate key, the way CUST-STMT walks them; only those
      *> posted inside the window between the two closes count.
       PCMP-WALK-TRANSACTIONS.
           SET TRAN-NOT-EOF TO TRUE
           MOVE WS-CURRENT-CUST TO TRAN-CUST-ID
           START CUSTOMER-TRANSACTION-FILE
               KEY IS NOT LESS THAN TRAN-CUST-ID
               INVALID KEY
                   SET TRAN-EOF TO TRUE
           END-START
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "START CUSTOMER-TRANSACTION-FILE (PCMP)"
               TO WS-FS-OPERATION
           PERFORM PCMP-CHECK-FILE-STATUS
           PERFORM UNTIL TRAN-EOF
               READ CUSTOMER-TRANSACTION-FILE NEXT RECORD
                   AT END
                       SET TRAN-EOF TO TRUE
               END-READ
               MOVE TRAN-FS TO WS-FS-CHECK
               MOVE "READ CUSTOMER-TRANSACTION-FILE NEXT (PCMP)"
                   TO WS-FS-OPERATION
               PERFORM PCMP-CHECK-FILE-STATUS
               IF NOT TRAN-EOF
                   IF TRAN-CUST-ID NOT = WS-CURRENT-CUST
                       SET TRAN-EOF TO TRUE
                   ELSE
                       IF TRAN-POSTED-CYCLE NOT = SPACES
                               AND TRAN-POSTED-CYCLE
                                   > WS-FROM-THRU-CYCLE
                               AND TRAN-POSTED-CYCLE
                                   NOT > WS-TO-THRU-CYCLE
                           PERFORM PCMP-ADD-MOVEMENT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF HISTORY-ON-FILE
               PERFORM PCMP-WALK-HISTORY
           END-IF.

      *> The same window test over whatever CUST-HARC has archived
      *> for the customer, through the TRH-CUST-ID alternate key.
       PCMP-WALK-HISTORY.
           SET TRH-NOT-EOF TO TRUE
           MOVE WS-CURRENT-CUST TO TRH-CUST-ID
           START TRAN-HISTORY-FILE
               KEY IS NOT LESS THAN TRH-CUST-ID
               INVALID KEY
                   SET TRH-EOF TO TRUE
           END-START
           MOVE TRH-FS TO WS-FS-CHECK
           MOVE "START TRAN-HISTORY-FILE (PCMP)" TO WS-FS-OPERATION
           PERFORM PCMP-CHECK-FILE-STATUS
           PERFORM UNTIL TRH-EOF
               READ TRAN-HISTORY-FILE NEXT RECORD
                   AT END
                       SET TRH-EOF TO TRUE
               END-READ
               MOVE TRH-FS TO WS-FS-CHECK
               MOVE "READ TRAN-HISTORY-FILE NEXT (PCMP)"
                   TO WS-FS-OPERATION
               PERFORM PCMP-CHECK-FILE-STATUS
               IF NOT TRH-EOF
                   IF TRH-CUST-ID NOT = WS-CURRENT-CUST
                       SET TRH-EOF TO TRUE
                   ELSE
                       IF TRH-POSTED-CYCLE NOT = SPACES
                               AND TRH-POSTED-CYCLE
                                   > WS-FROM-THRU-CYCLE
                               AND TRH-POSTED-CYCLE
                                   NOT > WS-TO-THRU-CYCLE
                           MOVE TRH-TRAN-IMAGE
                               TO CUSTOMER-TRANSACTION-RECORD
                           PERFORM PCMP-ADD-MOVEMENT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> TRAN-TYPE/TRAN-AMOUNT into this customer's bucket and the
      *> grand movement totals.
       PCMP-ADD-MOVEMENT.
           SET WS-TYPE-IDX TO 1
           SEARCH WS-TYPE-ENTRY
               AT END
                   SET WS-TYPE-IDX TO 7
               WHEN WS-TYPE-NAME(WS-TYPE-IDX) = TRAN-TYPE
                   CONTINUE
           END-SEARCH
           ADD TRAN-AMOUNT TO WS-CUST-TYPE-AMT(WS-TYPE-IDX)
           ADD 1 TO WS-TOT-TYPE-COUNT(WS-TYPE-IDX)
           ADD TRAN-AMOUNT TO WS-TOT-TYPE-AMT(WS-TYPE-IDX)
           ADD TRAN-AMOUNT TO WS-CUST-MOVEMENT
           ADD 1 TO WS-TOT-MOVE-COUNT
           ADD TRAN-AMOUNT TO WS-TOT-MOVEMENT.

      *> CUST-PURG took a purged customer's transactions off the
      *> live file, so whatever of its movement falls in the window
      *> is read back from the append-only transaction archive.
       PCMP-SCAN-ARCHIVE-CUSTOMER.
           OPEN INPUT TRANSACTION-ARCHIVE-FILE
           IF TARC-FS NOT = "35"
               MOVE TARC-FS TO WS-FS-CHECK
               MOVE "OPEN TRANSACTION-ARCHIVE-FILE" TO WS-FS-OPERATION
               PERFORM PCMP-CHECK-FILE-STATUS
           END-IF
           IF TARC-FS = "00"
               SET TARC-NOT-EOF TO TRUE
               PERFORM UNTIL TARC-EOF
                   READ TRANSACTION-ARCHIVE-FILE
                       AT END
                           SET TARC-EOF TO TRUE
                       NOT AT END
                           IF ARC-TRAN-CUST-ID = WS-CURRENT-CUST
                               PERFORM PCMP-TAKE-ARCHIVED-TRAN
                           END-IF
                   END-READ
                   IF NOT TARC-EOF
                       MOVE TARC-FS TO WS-FS-CHECK
                       MOVE "READ TRANSACTION-ARCHIVE-FILE"
                           TO WS-FS-OPERATION
                       PERFORM PCMP-CHECK-FILE-STATUS
                   END-IF
               END-PERFORM
               CLOSE TRANSACTION-ARCHIVE-FILE
               MOVE TARC-FS TO WS-FS-CHECK
               MOVE "CLOSE TRANSACTION-ARCHIVE-FILE" TO WS-FS-OPERATION
               PERFORM PCMP-CHECK-FILE-STATUS
           END-IF.

       PCMP-TAKE-ARCHIVED-TRAN.
           IF ARC-TRAN-POSTED-CYCLE NOT = SPACES
                   AND ARC-TRAN-POSTED-CYCLE > WS-FROM-THRU-CYCLE
                   AND ARC-TRAN-POSTED-CYCLE NOT > WS-TO-THRU-CYCLE
               MOVE ARC-TRAN-RECORD TO CUSTOMER-TRANSACTION-RECORD
               PERFORM PCMP-ADD-MOVEMENT
           END-IF.

      *> Closes out one customer line. A purged customer's opening
      *> balance plus its movement left the book with it; anything a
      *> customer's movement does not explain is marked and totalled.
      *> A merge transfer is explained on both sides: out of the
      *> retired account and into its survivor.
       PCMP-FINISH-CUSTOMER.
           IF WS-CUST-FLAG = "PURGED"
               ADD WS-CUST-OPENING WS-CUST-MOVEMENT
                   GIVING WS-CUST-PURGED
           END-IF
           PERFORM VARYING WS-MERGE-SUB FROM 1 BY 1
                   UNTIL WS-MERGE-SUB > WS-MERGE-COUNT
               IF WS-MRG-RETIRED-ID(WS-MERGE-SUB) = WS-CURRENT-CUST
                   ADD WS-MRG-AMOUNT(WS-MERGE-SUB) TO WS-CUST-MERGED
               END-IF
               IF WS-MRG-SURVIVOR-ID(WS-MERGE-SUB) = WS-CURRENT-CUST
                   SUBTRACT WS-MRG-AMOUNT(WS-MERGE-SUB)
                       FROM WS-CUST-MERGED
               END-IF
           END-PERFORM
           COMPUTE WS-CUST-DIFFERENCE = WS-CUST-CLOSING
               - (WS-CUST-OPENING + WS-CUST-MOVEMENT + WS-CUST-MERGED
                   - WS-CUST-PURGED)
           ADD WS-CUST-OPENING TO WS-TOT-OPENING
           ADD WS-CUST-CLOSING TO WS-TOT-CLOSING
           ADD WS-CUST-PURGED TO WS-TOT-PURGED
           ADD WS-CUST-MERGED TO WS-TOT-MERGED
           MOVE WS-CUST-OPENING TO WS-DTL-OPENING
           MOVE WS-CUST-CLOSING TO WS-DTL-CLOSING
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 7
               MOVE WS-CUST-TYPE-AMT(WS-TYPE-SUB)
                   TO WS-DTL-MOVE(WS-TYPE-SUB)
           END-PERFORM
           MOVE SPACES TO PCOMPARE-LINE
           STRING
               WS-CURRENT-CUST DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CUST-FLAG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DTL-OPENING DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DTL-MOVE(1) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DTL-MOVE(2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DTL-MOVE(3) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DTL-MOVE(4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DTL-MOVE(5) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DTL-MOVE(6) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DTL-MOVE(7) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DTL-CLOSING DELIMITED BY SIZE
               INTO PCOMPARE-LINE
           END-STRING
           IF WS-CUST-DIFFERENCE NOT = ZERO
               MOVE "*" TO PCOMPARE-LINE(130:1)
               ADD 1 TO WS-UNEXPLAINED-COUNT
               ADD WS-CUST-DIFFERENCE TO WS-TOT-UNEXPLAINED
           END-IF
           PERFORM PCMP-WRITE-REPORT-LINE
           PERFORM VARYING WS-MERGE-SUB FROM 1 BY 1
                   UNTIL WS-MERGE-SUB > WS-MERGE-COUNT
               IF WS-MRG-RETIRED-ID(WS-MERGE-SUB) = WS-CURRENT-CUST
                   MOVE WS-MRG-AMOUNT(WS-MERGE-SUB) TO WS-DTL-MERGED
                   MOVE SPACES TO PCOMPARE-LINE
                   STRING
                       "         MERGED INTO " DELIMITED BY SIZE
                       WS-MRG-SURVIVOR-ID(WS-MERGE-SUB)
                           DELIMITED BY SIZE
                       "  TRANSFER " DELIMITED BY SIZE
                       WS-DTL-MERGED DELIMITED BY SIZE
                       INTO PCOMPARE-LINE
                   END-STRING
                   PERFORM PCMP-WRITE-REPORT-LINE
               END-IF
               IF WS-MRG-SURVIVOR-ID(WS-MERGE-SUB) = WS-CURRENT-CUST
                   COMPUTE WS-DTL-MERGED =
                       ZERO - WS-MRG-AMOUNT(WS-MERGE-SUB)
                   MOVE SPACES TO PCOMPARE-LINE
                   STRING
                       "         MERGED FROM " DELIMITED BY SIZE
                       WS-MRG-RETIRED-ID(WS-MERGE-SUB)
                           DELIMITED BY SIZE
                       "  TRANSFER " DELIMITED BY SIZE
                       WS-DTL-MERGED DELIMITED BY SIZE
                       INTO PCOMPARE-LINE
                   END-STRING
                   PERFORM PCMP-WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           ADD 1 TO WS-CUSTOMERS-LISTED.

      *> A customer added and purged entirely between the two closes
      *> is in neither snapshot, but its movement still reached the
      *> GL. Such archived transactions are picked up here and leave
      *> the book as PURGED OUT in the same breath.
       PCMP-SWEEP-ARCHIVE-UNSEEN.
           OPEN INPUT TRANSACTION-ARCHIVE-FILE
           IF TARC-FS NOT = "35"
               MOVE TARC-FS TO WS-FS-CHECK
               MOVE "OPEN TRANSACTION-ARCHIVE-FILE (SWEEP)"
                   TO WS-FS-OPERATION
               PERFORM PCMP-CHECK-FILE-STATUS
           END-IF
           IF TARC-FS = "00"
               SET TARC-NOT-EOF TO TRUE
               PERFORM UNTIL TARC-EOF
                   READ TRANSACTION-ARCHIVE-FILE
                       AT END
                           SET TARC-EOF TO TRUE
                       NOT AT END
                           PERFORM PCMP-CHECK-UNSEEN-TRAN
                   END-READ
                   IF NOT TARC-EOF
                       MOVE TARC-FS TO WS-FS-CHECK
                       MOVE "READ TRANSACTION-ARCHIVE-FILE (SWEEP)"
                           TO WS-FS-OPERATION
                       PERFORM PCMP-CHECK-FILE-STATUS
                   END-IF
               END-PERFORM
               CLOSE TRANSACTION-ARCHIVE-FILE
               MOVE TARC-FS TO WS-FS-CHECK
               MOVE "CLOSE TRANSACTION-ARCHIVE-FILE (SWEEP)"
                   TO WS-FS-OPERATION
               PERFORM PCMP-CHECK-FILE-STATUS
           END-IF.

       PCMP-CHECK-UNSEEN-TRAN.
           IF ARC-TRAN-POSTED-CYCLE NOT = SPACES
                   AND ARC-TRAN-POSTED-CYCLE > WS-FROM-THRU-CYCLE
                   AND ARC-TRAN-POSTED-CYCLE NOT > WS-TO-THRU-CYCLE
               SET IN-OPENING TO TRUE
               MOVE WS-FROM-PERIOD TO OPN-PERIOD
               MOVE ARC-TRAN-CUST-ID TO OPN-CUST-ID
               READ OPENING-HISTORY-FILE
                   INVALID KEY
                       SET NOT-IN-OPENING TO TRUE
               END-READ
               MOVE OPN-FS TO WS-FS-CHECK
               MOVE "READ OPENING-HISTORY-FILE (KEYED)"
                   TO WS-FS-OPERATION
               PERFORM PCMP-CHECK-FILE-STATUS
               SET IN-CLOSING TO TRUE
               MOVE WS-TO-PERIOD TO HST-PERIOD
               MOVE ARC-TRAN-CUST-ID TO HST-CUST-ID
               READ BALANCE-HISTORY-FILE
                   INVALID KEY
                       SET NOT-IN-CLOSING TO TRUE
               END-READ
               MOVE HST-FS TO WS-FS-CHECK
               MOVE "READ BALANCE-HISTORY-FILE (KEYED)"
                   TO WS-FS-OPERATION
               PERFORM PCMP-CHECK-FILE-STATUS
               IF NOT-IN-OPENING AND NOT-IN-CLOSING
                   MOVE ARC-TRAN-RECORD TO CUSTOMER-TRANSACTION-RECORD
                   PERFORM PCMP-ADD-MOVEMENT
                   ADD 1 TO WS-UNSEEN-COUNT
                   ADD TRAN-AMOUNT TO WS-UNSEEN-AMOUNT
                   ADD TRAN-AMOUNT TO WS-TOT-PURGED
               END-IF
           END-IF.

      *> GL totals for every cycle after the earlier cut-off up to
      *> and including the later one, as CUST-GLEX extracted them.
       PCMP-ACCUMULATE-GL.
           IF GL-HISTORY-PRESENT
               SET GLH-NOT-EOF TO TRUE
               MOVE WS-FROM-THRU-CYCLE TO GLH-CYCLE-DATE
               MOVE HIGH-VALUES TO GLH-TRAN-TYPE
               START GL-HISTORY-FILE
                   KEY IS GREATER THAN GLH-KEY
                   INVALID KEY
                       SET GLH-EOF TO TRUE
               END-START
               MOVE GLH-FS TO WS-FS-CHECK
               MOVE "START GL-HISTORY-FILE" TO WS-FS-OPERATION
               PERFORM PCMP-CHECK-FILE-STATUS
               PERFORM UNTIL GLH-EOF
                   READ GL-HISTORY-FILE NEXT RECORD
                       AT END
                           SET GLH-EOF TO TRUE
                       NOT AT END
                           IF GLH-CYCLE-DATE > WS-TO-THRU-CYCLE
                               SET GLH-EOF TO TRUE
                           ELSE
                               PERFORM PCMP-TAKE-GL-ROW
                           END-IF
                   END-READ
                   MOVE GLH-FS TO WS-FS-CHECK
                   MOVE "READ GL-HISTORY-FILE NEXT" TO WS-FS-OPERATION
                   PERFORM PCMP-CHECK-FILE-STATUS
               END-PERFORM
           END-IF.

       PCMP-TAKE-GL-ROW.
           IF GLH-REC-TYPE = 'T'
               ADD 1 TO WS-GL-CYCLES
               ADD GLH-COUNT TO WS-GL-TOTAL-COUNT
               ADD GLH-AMOUNT TO WS-GL-TOTAL-AMOUNT
               IF GLH-BALANCE-FLAG NOT = 'Y'
                   ADD 1 TO WS-GL-UNBAL-CYCLES
               END-IF
           ELSE
               SET WS-TYPE-IDX TO 1
               SEARCH WS-TYPE-ENTRY
                   AT END
                       SET WS-TYPE-IDX TO 7
                   WHEN WS-TYPE-NAME(WS-TYPE-IDX) = GLH-TRAN-TYPE
                       CONTINUE
               END-SEARCH
               ADD GLH-COUNT TO WS-GL-TYPE-COUNT(WS-TYPE-IDX)
               ADD GLH-AMOUNT TO WS-GL-TYPE-AMT(WS-TYPE-IDX)
           END-IF.

      *> The roll-forward grand totals, then the proof: opening and
      *> closing against what each close registered, movement by
      *> type against the GL extract, and nothing left unexplained.
       PCMP-PRINT-CONTROL-TOTALS.
           IF WS-OPENING-COUNT NOT = WS-FROM-REG-COUNT
                   OR WS-TOT-OPENING NOT = WS-FROM-REG-AMOUNT
                   OR WS-CLOSING-COUNT NOT = WS-TO-REG-COUNT
                   OR WS-TOT-CLOSING NOT = WS-TO-REG-AMOUNT
                   OR WS-TOT-MOVE-COUNT NOT = WS-GL-TOTAL-COUNT
                   OR WS-TOT-MOVEMENT NOT = WS-GL-TOTAL-AMOUNT
                   OR WS-TOT-UNEXPLAINED NOT = ZERO
                   OR WS-TOT-MERGED NOT = ZERO
                   OR WS-GL-UNBAL-CYCLES > ZERO
                   OR GL-HISTORY-MISSING
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 7
               IF WS-TOT-TYPE-COUNT(WS-TYPE-SUB)
                       NOT = WS-GL-TYPE-COUNT(WS-TYPE-SUB)
                       OR WS-TOT-TYPE-AMT(WS-TYPE-SUB)
                           NOT = WS-GL-TYPE-AMT(WS-TYPE-SUB)
                   SET RUN-OUT-OF-BALANCE TO TRUE
               END-IF
           END-PERFORM
           MOVE SPACES TO PCOMPARE-LINE
           PERFORM PCMP-WRITE-REPORT-LINE
           MOVE "ROLL-FORWARD CONTROL TOTALS" TO PCOMPARE-LINE
           PERFORM PCMP-WRITE-REPORT-LINE
           MOVE WS-TOT-OPENING TO WS-CTL-DISPLAY-AMT
           MOVE WS-FROM-REG-AMOUNT TO WS-GL-DISPLAY-AMT
           MOVE SPACES TO PCOMPARE-LINE
           STRING
               "OPENING BALANCE      : " DELIMITED BY SIZE
               WS-OPENING-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               "   CLOSE REGISTER " DELIMITED BY SIZE
               WS-FROM-REG-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GL-DISPLAY-AMT DELIMITED BY SIZE
               INTO PCOMPARE-LINE
           END-STRING
           PERFORM PCMP-WRITE-REPORT-LINE
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 7
               MOVE WS-TOT-TYPE-AMT(WS-TYPE-SUB) TO WS-CTL-DISPLAY-AMT
               MOVE WS-GL-TYPE-AMT(WS-TYPE-SUB) TO WS-GL-DISPLAY-AMT
               MOVE SPACES TO PCOMPARE-LINE
               STRING
                   "  MOVEMENT " DELIMITED BY SIZE
                   WS-TYPE-NAME(WS-TYPE-SUB) DELIMITED BY SIZE
                   "     : " DELIMITED BY SIZE
                   WS-TOT-TYPE-COUNT(WS-TYPE-SUB) DELIMITED BY SIZE
                   "  AMOUNT " DELIMITED BY SIZE
                   WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
                   "   GL EXTRACT     " DELIMITED BY SIZE
                   WS-GL-TYPE-COUNT(WS-TYPE-SUB) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-GL-DISPLAY-AMT DELIMITED BY SIZE
                   INTO PCOMPARE-LINE
               END-STRING
               PERFORM PCMP-WRITE-REPORT-LINE
           END-PERFORM
           MOVE WS-TOT-MOVEMENT TO WS-CTL-DISPLAY-AMT
           MOVE WS-GL-TOTAL-AMOUNT TO WS-GL-DISPLAY-AMT
           MOVE SPACES TO PCOMPARE-LINE
           STRING
               "TOTAL MOVEMENT       : " DELIMITED BY SIZE
               WS-TOT-MOVE-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               "   GL EXTRACT     " DELIMITED BY SIZE
               WS-GL-TOTAL-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GL-DISPLAY-AMT DELIMITED BY SIZE
               INTO PCOMPARE-LINE
           END-STRING
           PERFORM PCMP-WRITE-REPORT-LINE
           MOVE WS-TOT-PURGED TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO PCOMPARE-LINE
           STRING
               "PURGED OUT           : " DELIMITED BY SIZE
               WS-PURGED-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO PCOMPARE-LINE
           END-STRING
           PERFORM PCMP-WRITE-REPORT-LINE
           IF WS-UNSEEN-COUNT > ZERO
               MOVE WS-UNSEEN-AMOUNT TO WS-CTL-DISPLAY-AMT
               MOVE SPACES TO PCOMPARE-LINE
               STRING
                   "  OF WHICH ADDED AND PURGED IN WINDOW, TRANS "
                       DELIMITED BY SIZE
                   WS-UNSEEN-COUNT DELIMITED BY SIZE
                   "  AMOUNT " DELIMITED BY SIZE
                   WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
                   INTO PCOMPARE-LINE
               END-STRING
               PERFORM PCMP-WRITE-REPORT-LINE
           END-IF
           MOVE WS-TOT-MERGED TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO PCOMPARE-LINE
           STRING
               "MERGE TRANSFERS (NET): " DELIMITED BY SIZE
               WS-MERGE-COUNT DELIMITED BY SIZE
               "     AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO PCOMPARE-LINE
           END-STRING
           PERFORM PCMP-WRITE-REPORT-LINE
           MOVE WS-TOT-UNEXPLAINED TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO PCOMPARE-LINE
           STRING
               "UNEXPLAINED (*)      : " DELIMITED BY SIZE
               WS-UNEXPLAINED-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO PCOMPARE-LINE
           END-STRING
           PERFORM PCMP-WRITE-REPORT-LINE
           MOVE WS-TOT-CLOSING TO WS-CTL-DISPLAY-AMT
           MOVE WS-TO-REG-AMOUNT TO WS-GL-DISPLAY-AMT
           MOVE SPACES TO PCOMPARE-LINE
           STRING
               "CLOSING BALANCE      : " DELIMITED BY SIZE
               WS-CLOSING-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               "   CLOSE REGISTER " DELIMITED BY SIZE
               WS-TO-REG-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GL-DISPLAY-AMT DELIMITED BY SIZE
               INTO PCOMPARE-LINE
           END-STRING
           PERFORM PCMP-WRITE-REPORT-LINE
           MOVE SPACES TO PCOMPARE-LINE
           STRING
               "CUSTOMERS CONTINUING : " DELIMITED BY SIZE
               WS-CONTINUING-COUNT DELIMITED BY SIZE
               "  NEW " DELIMITED BY SIZE
               WS-NEW-COUNT DELIMITED BY SIZE
               "  CLOSED " DELIMITED BY SIZE
               WS-CLOSED-COUNT DELIMITED BY SIZE
               "  PURGED " DELIMITED BY SIZE
               WS-PURGED-COUNT DELIMITED BY SIZE
               "  MERGED " DELIMITED BY SIZE
               WS-MERGED-COUNT DELIMITED BY SIZE
               INTO PCOMPARE-LINE
           END-STRING
           PERFORM PCMP-WRITE-REPORT-LINE
           MOVE SPACES TO PCOMPARE-LINE
           STRING
               "GL CYCLES IN WINDOW  : " DELIMITED BY SIZE
               WS-GL-CYCLES DELIMITED BY SIZE
               "  NOT IN BALANCE " DELIMITED BY SIZE
               WS-GL-UNBAL-CYCLES DELIMITED BY SIZE
               INTO PCOMPARE-LINE
           END-STRING
           PERFORM PCMP-WRITE-REPORT-LINE
           IF GL-HISTORY-MISSING
               MOVE "NO GL EXTRACT HISTORY ON FILE - CANNOT FOOT"
                   TO PCOMPARE-LINE
               PERFORM PCMP-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO PCOMPARE-LINE
           IF RUN-IN-BALANCE
               MOVE "RUN STATUS           : IN BALANCE"
                   TO PCOMPARE-LINE
           ELSE
               MOVE "RUN STATUS           : *** OUT OF BALANCE ***"
                   TO PCOMPARE-LINE
           END-IF
           PERFORM PCMP-WRITE-REPORT-LINE.

       PCMP-WRITE-REPORT-LINE.
           WRITE PCOMPARE-LINE
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "WRITE PCOMPARE-REPORT" TO WS-FS-OPERATION
           PERFORM PCMP-CHECK-FILE-STATUS.

      *> "02" is the routine duplicate-alternate-key status on
      *> transaction reads; "23" is the normal outcome of a keyed
      *> history read for a customer not in that period and of
      *> STARTing past the last row of a file.
       PCMP-CHECK-FILE-STATUS.
           EVALUATE WS-FS-CHECK
               WHEN "00"
               WHEN "02"
               WHEN "10"
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FILE ERROR ON " WS-FS-OPERATION
                       " - FILE STATUS = " WS-FS-CHECK
                   DISPLAY "Period compare terminating."
                   MOVE 'A' TO WS-JRN-END-STATUS
                   PERFORM PCMP-WRITE-RUN-JOURNAL
                   STOP RUN
           END-EVALUATE.

       PCMP-FORMAT-JRN-TIME.
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
       PCMP-WRITE-RUN-JOURNAL.
           PERFORM PCMP-FORMAT-JRN-TIME
           MOVE "CUST-PCMP" TO RJ-PROGRAM
           MOVE WS-RUN-DATE TO RJ-CYCLE-DATE
           MOVE WS-JRN-START-TIME TO RJ-START-TIME
           MOVE WS-JRN-END-TIME TO RJ-END-TIME
           ADD WS-OPENING-COUNT WS-CLOSING-COUNT
               GIVING RJ-RECORDS-IN
           MOVE WS-CUSTOMERS-LISTED TO RJ-RECORDS-OUT
           MOVE WS-UNEXPLAINED-COUNT TO RJ-REJECTS
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
