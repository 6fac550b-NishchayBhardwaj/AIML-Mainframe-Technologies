       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-PCLS.

      *> Period close. customer_balance_master.txt is updated in
      *> place every posting cycle, so once a month has moved on
      *> nothing on file says what a customer owed at its end. This
      *> run writes a dated snapshot of every balance master record,
      *> with the customer's CUST-STATUS and credit limit as they
      *> stand at the same moment, to balance_history.txt keyed by
      *> period (YYYYMM) and customer - the file CUST-PCMP compares
      *> two closed periods from. Every snapshot row also carries the
      *> last posting cycle in the balances (the highest
      *> BAL-LAST-CYCLE on file), the cut-off between one period's
      *> movement and the next. The period comes from one optional
      *> pclose_control.txt record; absent, the run month. A period
      *> that is already on pclose_register.txt is refused, so a
      *> closed month can never be silently overwritten. The run
      *> proves itself the CUST-MATCH way: rows written must equal
      *> balance master records read, in count and amount, before the
      *> period is registered; an out-of-balance close is backed out
      *> and left unregistered. Rows left behind by a close that
      *> stopped part-way are cleared at the start of the rerun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCLOSE-CONTROL-FILE ASSIGN TO "pclose_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FS.

           SELECT PCLOSE-REGISTER-FILE
               ASSIGN TO "pclose_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FS.

           SELECT CUSTOMER-FILE ASSIGN TO "customer_data.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS FS.

           SELECT CUSTOMER-BALANCE-MASTER
               ASSIGN TO "customer_balance_master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS BMAST-FS.

           SELECT BALANCE-HISTORY-FILE ASSIGN TO "balance_history.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               FILE STATUS IS HST-FS.

           SELECT PCLOSE-REPORT ASSIGN TO "period_close_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FS.

           SELECT RUN-JOURNAL-FILE ASSIGN TO "run_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PCLOSE-CONTROL-FILE.
       01 PCLOSE-CONTROL-RECORD.
           05 PCC-PERIOD            PIC X(6).

      *> One row per completed close - the list of periods CUST-PCMP
      *> will accept, each with the posting cut-off and the snapshot
      *> totals the close proved.
       FD PCLOSE-REGISTER-FILE.
       01 PCLOSE-REGISTER-RECORD.
           05 PCR-PERIOD            PIC X(6).
           05 PCR-SNAP-DATE         PIC X(8).
           05 PCR-THRU-CYCLE        PIC X(8).
           05 PCR-COUNT             PIC 9(7).
           05 PCR-AMOUNT            PIC S9(13)V99
                                    SIGN IS LEADING SEPARATE.

       FD CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD CUSTOMER-BALANCE-MASTER.
           COPY "balrec.cpy".

       FD BALANCE-HISTORY-FILE.
           COPY "balhist.cpy".

       FD PCLOSE-REPORT.
       01 PCLOSE-LINE               PIC X(132).

       FD RUN-JOURNAL-FILE.
           COPY "runjrnl.cpy".

       WORKING-STORAGE SECTION.
       01 CTL-FS                PIC XX.
       01 REG-FS                PIC XX.
       01 FS                    PIC XX.
       01 BMAST-FS              PIC XX.
       01 HST-FS                PIC XX.
       01 RPT-FS                PIC XX.
       01 JRN-FS                PIC XX.
       01 WS-FS-CHECK           PIC XX.
       01 WS-FS-OPERATION       PIC X(40).

       01 WS-BAL-EOF            PIC X VALUE 'N'.
          88 BAL-EOF            VALUE 'Y'.
          88 BAL-NOT-EOF        VALUE 'N'.
       01 WS-HST-EOF            PIC X VALUE 'N'.
          88 HST-EOF            VALUE 'Y'.
          88 HST-NOT-EOF        VALUE 'N'.
       01 WS-REG-EOF            PIC X VALUE 'N'.
          88 REG-EOF            VALUE 'Y'.
          88 REG-NOT-EOF        VALUE 'N'.
       01 WS-PERIOD-FLAG        PIC X VALUE 'N'.
          88 PERIOD-ALREADY-CLOSED VALUE 'Y'.
          88 PERIOD-NOT-CLOSED  VALUE 'N'.
       01 WS-BALANCE-FLAG       PIC X VALUE 'Y'.
          88 RUN-IN-BALANCE     VALUE 'Y'.
          88 RUN-OUT-OF-BALANCE VALUE 'N'.

       01 WS-CURRENT-DATE-TIME  PIC X(21).
       01 WS-RUN-DATE           PIC X(8).
       01 WS-PERIOD             PIC X(6).
       01 WS-THRU-CYCLE         PIC X(8) VALUE SPACES.

       01 WS-MASTER-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-MASTER-AMOUNT      PIC S9(13)V99 VALUE ZERO.
       01 WS-SNAP-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-SNAP-AMOUNT        PIC S9(13)V99 VALUE ZERO.
       01 WS-CLEARED-COUNT      PIC 9(7) VALUE ZERO.

      *> Snapshot totals by the status captured with each row:
      *> active, inactive, hold, deleted, then anything else
      *> (including a balance with no master row).
       01 WS-STATUS-TABLE.
           05 WS-STATUS-ENTRY OCCURS 5 TIMES.
               10 WS-STATUS-LABEL   PIC X(21).
               10 WS-STATUS-COUNT   PIC 9(7).
               10 WS-STATUS-AMOUNT  PIC S9(13)V99.
       01 WS-STATUS-SUB         PIC 9.

       01 WS-CTL-DISPLAY-AMT    PIC -(12)9.99.

       01 WS-JRN-START-TIME     PIC X(8).
       01 WS-JRN-END-TIME       PIC X(8).
       01 WS-JRN-END-STATUS     PIC X VALUE 'C'.

       PROCEDURE DIVISION.
       PCLS-MAIN.
           PERFORM PCLS-INITIALIZE
           PERFORM PCLS-CHECK-REGISTER
           IF PERIOD-ALREADY-CLOSED
               DISPLAY "Period " WS-PERIOD " is already closed on "
                   "pclose_register.txt - close REFUSED."
               MOVE 'N' TO WS-BALANCE-FLAG
               PERFORM PCLS-WRITE-RUN-JOURNAL
               STOP RUN
           END-IF
           PERFORM PCLS-OPEN-FILES
           PERFORM PCLS-CLEAR-PERIOD
           PERFORM PCLS-FIND-THRU-CYCLE
           PERFORM PCLS-SNAPSHOT-BALANCES
           PERFORM PCLS-PRINT-CONTROL-TOTALS
           IF RUN-IN-BALANCE
               PERFORM PCLS-REGISTER-PERIOD
           ELSE
               PERFORM PCLS-CLEAR-PERIOD
           END-IF
           PERFORM PCLS-CLOSE-FILES
           PERFORM PCLS-WRITE-RUN-JOURNAL
           IF RUN-OUT-OF-BALANCE
               DISPLAY "*** PERIOD CLOSE OUT OF BALANCE - snapshot "
                   "backed out, period " WS-PERIOD " NOT closed. See "
                   "period_close_report.txt ***"
               STOP RUN
           END-IF
           DISPLAY "Period " WS-PERIOD " closed - " WS-SNAP-COUNT
               " balances snapped through cycle " WS-THRU-CYCLE
               ". See period_close_report.txt"
           GOBACK.

       PCLS-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-PERIOD
           PERFORM PCLS-FORMAT-JRN-TIME
           MOVE WS-JRN-END-TIME TO WS-JRN-START-TIME
           MOVE "ACTIVE               " TO WS-STATUS-LABEL(1)
           MOVE "INACTIVE             " TO WS-STATUS-LABEL(2)
           MOVE "HOLD                 " TO WS-STATUS-LABEL(3)
           MOVE "DELETED              " TO WS-STATUS-LABEL(4)
           MOVE "OTHER / NO MASTER    " TO WS-STATUS-LABEL(5)
           PERFORM VARYING WS-STATUS-SUB FROM 1 BY 1
                   UNTIL WS-STATUS-SUB > 5
               MOVE ZERO TO WS-STATUS-COUNT(WS-STATUS-SUB)
               MOVE ZERO TO WS-STATUS-AMOUNT(WS-STATUS-SUB)
           END-PERFORM
           PERFORM PCLS-READ-CONTROL.

      *> One optional control record names the month to close. A
      *> missing control file (FS "35") means the run month - the
      *> same normal-absence handling as KSDS-SIM's READ-CHECKPOINT.
       PCLS-READ-CONTROL.
           OPEN INPUT PCLOSE-CONTROL-FILE
           IF CTL-FS NOT = "35"
               MOVE CTL-FS TO WS-FS-CHECK
               MOVE "OPEN PCLOSE-CONTROL-FILE" TO WS-FS-OPERATION
               PERFORM PCLS-CHECK-FILE-STATUS
           END-IF
           IF CTL-FS = "00"
               READ PCLOSE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PCC-PERIOD NUMERIC
                           MOVE PCC-PERIOD TO WS-PERIOD
                       END-IF
               END-READ
               MOVE CTL-FS TO WS-FS-CHECK
               MOVE "READ PCLOSE-CONTROL-FILE" TO WS-FS-OPERATION
               PERFORM PCLS-CHECK-FILE-STATUS
               CLOSE PCLOSE-CONTROL-FILE
               MOVE CTL-FS TO WS-FS-CHECK
               MOVE "CLOSE PCLOSE-CONTROL-FILE" TO WS-FS-OPERATION
               PERFORM PCLS-CHECK-FILE-STATUS
           END-IF.

      *> No register yet (FS "35") is the first close ever.
       PCLS-CHECK-REGISTER.
           SET PERIOD-NOT-CLOSED TO TRUE
           OPEN INPUT PCLOSE-REGISTER-FILE
           IF REG-FS NOT = "35"
               MOVE REG-FS TO WS-FS-CHECK
               MOVE "OPEN PCLOSE-REGISTER-FILE (READ)"
                   TO WS-FS-OPERATION
               PERFORM PCLS-CHECK-FILE-STATUS
           END-IF
           IF REG-FS = "00"
               SET REG-NOT-EOF TO TRUE
               PERFORM UNTIL REG-EOF
                   READ PCLOSE-REGISTER-FILE
                       AT END
                           SET REG-EOF TO TRUE
                       NOT AT END
                           IF PCR-PERIOD = WS-PERIOD
                               SET PERIOD-ALREADY-CLOSED TO TRUE
                           END-IF
                   END-READ
                   IF NOT REG-EOF
                       MOVE REG-FS TO WS-FS-CHECK
                       MOVE "READ PCLOSE-REGISTER-FILE"
                           TO WS-FS-OPERATION
                       PERFORM PCLS-CHECK-FILE-STATUS
                   END-IF
               END-PERFORM
               CLOSE PCLOSE-REGISTER-FILE
               MOVE REG-FS TO WS-FS-CHECK
               MOVE "CLOSE PCLOSE-REGISTER-FILE (READ)"
                   TO WS-FS-OPERATION
               PERFORM PCLS-CHECK-FILE-STATUS
           END-IF.

       PCLS-OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "OPEN CUSTOMER-FILE (PCLS)" TO WS-FS-OPERATION
           PERFORM PCLS-CHECK-FILE-STATUS

           OPEN INPUT CUSTOMER-BALANCE-MASTER
           MOVE BMAST-FS TO WS-FS-CHECK
           MOVE "OPEN CUSTOMER-BALANCE-MASTER (PCLS)"
               TO WS-FS-OPERATION
           PERFORM PCLS-CHECK-FILE-STATUS

      *> I-O with a create fallback, the way CUST-MATCH bootstraps
      *> the balance master - the first close ever starts the
      *> history file.
           OPEN I-O BALANCE-HISTORY-FILE
           IF HST-FS = "35"
               OPEN OUTPUT BALANCE-HISTORY-FILE
               MOVE HST-FS TO WS-FS-CHECK
               MOVE "OPEN OUTPUT BALANCE-HISTORY-FILE (CREATE)"
                   TO WS-FS-OPERATION
               PERFORM PCLS-CHECK-FILE-STATUS
               CLOSE BALANCE-HISTORY-FILE
               MOVE HST-FS TO WS-FS-CHECK
               MOVE "CLOSE BALANCE-HISTORY-FILE (CREATE)"
                   TO WS-FS-OPERATION
               PERFORM PCLS-CHECK-FILE-STATUS
               OPEN I-O BALANCE-HISTORY-FILE
           END-IF
           MOVE HST-FS TO WS-FS-CHECK
           MOVE "OPEN I-O BALANCE-HISTORY-FILE" TO WS-FS-OPERATION
           PERFORM PCLS-CHECK-FILE-STATUS

           OPEN OUTPUT PCLOSE-REPORT
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "OPEN PCLOSE-REPORT" TO WS-FS-OPERATION
           PERFORM PCLS-CHECK-FILE-STATUS

           MOVE SPACES TO PCLOSE-LINE
           STRING
               "PERIOD CLOSE BALANCE SNAPSHOT - PERIOD "
                   DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO PCLOSE-LINE
           END-STRING
           PERFORM PCLS-WRITE-REPORT-LINE
           MOVE SPACES TO PCLOSE-LINE
           PERFORM PCLS-WRITE-REPORT-LINE.

       PCLS-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-FILE (PCLS)" TO WS-FS-OPERATION
           PERFORM PCLS-CHECK-FILE-STATUS

           CLOSE CUSTOMER-BALANCE-MASTER
           MOVE BMAST-FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-BALANCE-MASTER (PCLS)"
               TO WS-FS-OPERATION
           PERFORM PCLS-CHECK-FILE-STATUS

           CLOSE BALANCE-HISTORY-FILE
           MOVE HST-FS TO WS-FS-CHECK
           MOVE "CLOSE BALANCE-HISTORY-FILE" TO WS-FS-OPERATION
           PERFORM PCLS-CHECK-FILE-STATUS

           CLOSE PCLOSE-REPORT
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "CLOSE PCLOSE-REPORT" TO WS-FS-OPERATION
           PERFORM PCLS-CHECK-FILE-STATUS.

      *> Deletes every history row under this period. The register
      *> was checked first, so the only rows that can be here are
      *> from a close that never registered - a run that stopped on
      *> a file error, or this run's own out-of-balance snapshot.
      *> The browse is re-STARTed after each DELETE, the same way
      *> CUST-PURG re-positions its transaction browse.
       PCLS-CLEAR-PERIOD.
           SET HST-NOT-EOF TO TRUE
           PERFORM UNTIL HST-EOF
               MOVE WS-PERIOD TO HST-PERIOD
               MOVE LOW-VALUES TO HST-CUST-ID
               START BALANCE-HISTORY-FILE
                   KEY IS NOT LESS THAN HST-KEY
                   INVALID KEY
                       SET HST-EOF TO TRUE
               END-START
               MOVE HST-FS TO WS-FS-CHECK
               MOVE "START BALANCE-HISTORY-FILE (CLEAR)"
                   TO WS-FS-OPERATION
               PERFORM PCLS-CHECK-FILE-STATUS
               IF NOT HST-EOF
                   READ BALANCE-HISTORY-FILE NEXT RECORD
                       AT END
                           SET HST-EOF TO TRUE
                   END-READ
                   MOVE HST-FS TO WS-FS-CHECK
                   MOVE "READ BALANCE-HISTORY-FILE NEXT (CLEAR)"
                       TO WS-FS-OPERATION
                   PERFORM PCLS-CHECK-FILE-STATUS
               END-IF
               IF NOT HST-EOF
                   IF HST-PERIOD NOT = WS-PERIOD
                       SET HST-EOF TO TRUE
                   ELSE
                       DELETE BALANCE-HISTORY-FILE
                       MOVE HST-FS TO WS-FS-CHECK
                       MOVE "DELETE BALANCE-HISTORY-FILE (CLEAR)"
                           TO WS-FS-OPERATION
                       PERFORM PCLS-CHECK-FILE-STATUS
                       ADD 1 TO WS-CLEARED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

      *> First pass: the master totals the snapshot must prove
      *> against, and the posting cut-off - the highest
      *> BAL-LAST-CYCLE on file is the last cycle carried in.
       PCLS-FIND-THRU-CYCLE.
           SET BAL-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO BAL-CUST-ID
           START CUSTOMER-BALANCE-MASTER
               KEY IS NOT LESS THAN BAL-CUST-ID
               INVALID KEY
                   SET BAL-EOF TO TRUE
           END-START
           MOVE BMAST-FS TO WS-FS-CHECK
           MOVE "START CUSTOMER-BALANCE-MASTER (PASS 1)"
               TO WS-FS-OPERATION
           PERFORM PCLS-CHECK-FILE-STATUS
           PERFORM UNTIL BAL-EOF
               READ CUSTOMER-BALANCE-MASTER NEXT RECORD
                   AT END
                       SET BAL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-COUNT
                       ADD BAL-NET-AMOUNT TO WS-MASTER-AMOUNT
                       IF BAL-LAST-CYCLE > WS-THRU-CYCLE
                           MOVE BAL-LAST-CYCLE TO WS-THRU-CYCLE
                       END-IF
               END-READ
               IF NOT BAL-EOF
                   MOVE BMAST-FS TO WS-FS-CHECK
                   MOVE "READ CUSTOMER-BALANCE-MASTER NEXT (PASS 1)"
                       TO WS-FS-OPERATION
                   PERFORM PCLS-CHECK-FILE-STATUS
               END-IF
           END-PERFORM.

       PCLS-SNAPSHOT-BALANCES.
           SET BAL-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO BAL-CUST-ID
           START CUSTOMER-BALANCE-MASTER
               KEY IS NOT LESS THAN BAL-CUST-ID
               INVALID KEY
                   SET BAL-EOF TO TRUE
           END-START
           MOVE BMAST-FS TO WS-FS-CHECK
           MOVE "START CUSTOMER-BALANCE-MASTER (PASS 2)"
               TO WS-FS-OPERATION
           PERFORM PCLS-CHECK-FILE-STATUS
           PERFORM UNTIL BAL-EOF
               READ CUSTOMER-BALANCE-MASTER NEXT RECORD
                   AT END
                       SET BAL-EOF TO TRUE
                   NOT AT END
                       PERFORM PCLS-SNAPSHOT-ONE-BALANCE
               END-READ
               IF NOT BAL-EOF
                   MOVE BMAST-FS TO WS-FS-CHECK
                   MOVE "READ CUSTOMER-BALANCE-MASTER NEXT (PASS 2)"
                       TO WS-FS-OPERATION
                   PERFORM PCLS-CHECK-FILE-STATUS
               END-IF
           END-PERFORM.

       PCLS-SNAPSHOT-ONE-BALANCE.
           MOVE WS-PERIOD TO HST-PERIOD
           MOVE BAL-CUST-ID TO HST-CUST-ID
           MOVE WS-RUN-DATE TO HST-SNAP-DATE
           MOVE WS-THRU-CYCLE TO HST-THRU-CYCLE
           MOVE BAL-TRAN-COUNT TO HST-TRAN-COUNT
           MOVE BAL-NET-AMOUNT TO HST-NET-AMOUNT
           MOVE BAL-LAST-CYCLE TO HST-LAST-CYCLE
           MOVE SPACE TO HST-CUST-STATUS
           MOVE ZERO TO HST-CREDIT-LIMIT
           MOVE BAL-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUST-STATUS TO HST-CUST-STATUS
                   IF CUST-CREDIT-LIMIT NUMERIC
                       MOVE CUST-CREDIT-LIMIT TO HST-CREDIT-LIMIT
                   END-IF
           END-READ
           MOVE FS TO WS-FS-CHECK
           MOVE "READ CUSTOMER-FILE (PCLS)" TO WS-FS-OPERATION
           PERFORM PCLS-CHECK-FILE-STATUS
           WRITE BALANCE-HISTORY-RECORD
           MOVE HST-FS TO WS-FS-CHECK
           MOVE "WRITE BALANCE-HISTORY-FILE" TO WS-FS-OPERATION
           PERFORM PCLS-CHECK-FILE-STATUS
           ADD 1 TO WS-SNAP-COUNT
           ADD HST-NET-AMOUNT TO WS-SNAP-AMOUNT
           EVALUATE HST-CUST-STATUS
               WHEN 'A'
                   MOVE 1 TO WS-STATUS-SUB
               WHEN 'I'
                   MOVE 2 TO WS-STATUS-SUB
               WHEN 'H'
                   MOVE 3 TO WS-STATUS-SUB
               WHEN 'D'
                   MOVE 4 TO WS-STATUS-SUB
               WHEN OTHER
                   MOVE 5 TO WS-STATUS-SUB
           END-EVALUATE
           ADD 1 TO WS-STATUS-COUNT(WS-STATUS-SUB)
           ADD HST-NET-AMOUNT TO WS-STATUS-AMOUNT(WS-STATUS-SUB).

      *> Snapshot rows by status, then the proof: rows written must
      *> equal the balance master read, in count and amount.
       PCLS-PRINT-CONTROL-TOTALS.
           IF WS-SNAP-COUNT NOT = WS-MASTER-COUNT
                   OR WS-SNAP-AMOUNT NOT = WS-MASTER-AMOUNT
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE SPACES TO PCLOSE-LINE
           STRING
               "POSTING CYCLES THROUGH : " DELIMITED BY SIZE
               WS-THRU-CYCLE DELIMITED BY SIZE
               INTO PCLOSE-LINE
           END-STRING
           PERFORM PCLS-WRITE-REPORT-LINE
           IF WS-CLEARED-COUNT > ZERO
               MOVE SPACES TO PCLOSE-LINE
               STRING
                   "UNREGISTERED ROWS CLEARED FROM EARLIER RUN: "
                       DELIMITED BY SIZE
                   WS-CLEARED-COUNT DELIMITED BY SIZE
                   INTO PCLOSE-LINE
               END-STRING
               PERFORM PCLS-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO PCLOSE-LINE
           PERFORM PCLS-WRITE-REPORT-LINE
           PERFORM VARYING WS-STATUS-SUB FROM 1 BY 1
                   UNTIL WS-STATUS-SUB > 5
               MOVE WS-STATUS-AMOUNT(WS-STATUS-SUB)
                   TO WS-CTL-DISPLAY-AMT
               MOVE SPACES TO PCLOSE-LINE
               STRING
                   WS-STATUS-LABEL(WS-STATUS-SUB) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-STATUS-COUNT(WS-STATUS-SUB) DELIMITED BY SIZE
                   "  AMOUNT " DELIMITED BY SIZE
                   WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
                   INTO PCLOSE-LINE
               END-STRING
               PERFORM PCLS-WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO PCLOSE-LINE
           PERFORM PCLS-WRITE-REPORT-LINE
           MOVE "PERIOD CLOSE CONTROL TOTALS" TO PCLOSE-LINE
           PERFORM PCLS-WRITE-REPORT-LINE
           MOVE WS-MASTER-AMOUNT TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO PCLOSE-LINE
           STRING
               "BALANCE MASTER READ  : " DELIMITED BY SIZE
               WS-MASTER-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO PCLOSE-LINE
           END-STRING
           PERFORM PCLS-WRITE-REPORT-LINE
           MOVE WS-SNAP-AMOUNT TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO PCLOSE-LINE
           STRING
               "SNAPSHOT ROWS WRITTEN: " DELIMITED BY SIZE
               WS-SNAP-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO PCLOSE-LINE
           END-STRING
           PERFORM PCLS-WRITE-REPORT-LINE
           MOVE SPACES TO PCLOSE-LINE
           IF RUN-IN-BALANCE
               MOVE "RUN STATUS           : IN BALANCE"
                   TO PCLOSE-LINE
           ELSE
               MOVE "RUN STATUS           : *** OUT OF BALANCE ***"
                   TO PCLOSE-LINE
           END-IF
           PERFORM PCLS-WRITE-REPORT-LINE.

      *> Appended only once the snapshot has proved itself - the
      *> same EXTEND-with-fallback as the run journal.
       PCLS-REGISTER-PERIOD.
           MOVE WS-PERIOD TO PCR-PERIOD
           MOVE WS-RUN-DATE TO PCR-SNAP-DATE
           MOVE WS-THRU-CYCLE TO PCR-THRU-CYCLE
           MOVE WS-SNAP-COUNT TO PCR-COUNT
           MOVE WS-SNAP-AMOUNT TO PCR-AMOUNT
           OPEN EXTEND PCLOSE-REGISTER-FILE
           IF REG-FS = "35" OR REG-FS = "05"
               OPEN OUTPUT PCLOSE-REGISTER-FILE
           END-IF
           MOVE REG-FS TO WS-FS-CHECK
           MOVE "OPEN PCLOSE-REGISTER-FILE (EXTEND)"
               TO WS-FS-OPERATION
           PERFORM PCLS-CHECK-FILE-STATUS
           WRITE PCLOSE-REGISTER-RECORD
           MOVE REG-FS TO WS-FS-CHECK
           MOVE "WRITE PCLOSE-REGISTER-FILE" TO WS-FS-OPERATION
           PERFORM PCLS-CHECK-FILE-STATUS
           CLOSE PCLOSE-REGISTER-FILE
           MOVE REG-FS TO WS-FS-CHECK
           MOVE "CLOSE PCLOSE-REGISTER-FILE (EXTEND)"
               TO WS-FS-OPERATION
           PERFORM PCLS-CHECK-FILE-STATUS.

       PCLS-WRITE-REPORT-LINE.
           WRITE PCLOSE-LINE
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "WRITE PCLOSE-REPORT" TO WS-FS-OPERATION
           PERFORM PCLS-CHECK-FILE-STATUS.

      *> "23" is the normal outcome of a customer read for a balance
      *> whose master row is gone, and of STARTing past the last
      *> history row.
       PCLS-CHECK-FILE-STATUS.
           EVALUATE WS-FS-CHECK
               WHEN "00"
               WHEN "02"
               WHEN "10"
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FILE ERROR ON " WS-FS-OPERATION
                       " - FILE STATUS = " WS-FS-CHECK
                   DISPLAY "Period close terminating."
                   MOVE 'A' TO WS-JRN-END-STATUS
                   PERFORM PCLS-WRITE-RUN-JOURNAL
                   STOP RUN
           END-EVALUATE.

       PCLS-FORMAT-JRN-TIME.
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
       PCLS-WRITE-RUN-JOURNAL.
           PERFORM PCLS-FORMAT-JRN-TIME
           MOVE "CUST-PCLS" TO RJ-PROGRAM
           MOVE WS-RUN-DATE TO RJ-CYCLE-DATE
           MOVE WS-JRN-START-TIME TO RJ-START-TIME
           MOVE WS-JRN-END-TIME TO RJ-END-TIME
           MOVE WS-MASTER-COUNT TO RJ-RECORDS-IN
           MOVE WS-SNAP-COUNT TO RJ-RECORDS-OUT
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
