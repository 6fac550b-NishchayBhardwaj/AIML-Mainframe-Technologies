      *> breaks the day out by TRAN-TYPE - the split Finance cannot
      *> get from the single net amount in customer_balances.txt.
      *> gl_extract.txt carries one summary record per approved
      *> transaction type (DEBIT, CREDIT, PAYMNT, ADJUST, REVRSL,
      *> FINCHG - all six always present so the feed layout never
      *> shifts, plus an OTHER record only if an unapproved type ever
      *> slips through) and a trailer with the cycle's total count and
      *> amount. The trailer is proved against the POSTED THIS CYCLE
      *> control total CUST-MATCH wrote to cycle_totals.ctl; any
      *> disagreement - or no control record for the cycle at all -
      *> reach the GL looking clean. The cycle date comes from one
      *> optional glext_control.txt record; absent, the run date -
      *> the same defaulting CUST-EOD applies to its cycle date.
      *> Every extract record is also kept on gl_extract_history.txt,
      *> keyed by cycle and type, so the GL totals for any run of
      *> cycles can be re-read after gl_extract.txt has been
      *> replaced - CUST-PCMP foots its period roll-forward to them.
      *> A rerun for the same cycle replaces that cycle's rows, and
      *> drops an OTHER row the earlier run kept if the rerun has no
      *> unapproved type left to report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLX-FS.

           SELECT GL-HISTORY-FILE ASSIGN TO "gl_extract_history.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLH-KEY
               FILE STATUS IS GLH-FS.

           SELECT RUN-JOURNAL-FILE ASSIGN TO "run_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-FS.
                                    SIGN IS LEADING SEPARATE.
           05 GLX-BALANCE-FLAG      PIC X(1).

      *> The same fields as the extract record, re-ordered so cycle
      *> and type form the key.
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

       FD RUN-JOURNAL-FILE.
           COPY "runjrnl.cpy".

       01 CTL-FS                PIC XX.
       01 CYC-FS                PIC XX.
       01 GLX-FS                PIC XX.
       01 GLH-FS                PIC XX.
       01 JRN-FS                PIC XX.
       01 WS-FS-CHECK           PIC XX.
       01 WS-FS-OPERATION       PIC X(40).
       01 WS-CURRENT-DATE-TIME  PIC X(21).
       01 WS-CYCLE-DATE         PIC X(8).

      *> Per-type accumulators: the six approved types in feed
      *> order, with a seventh OTHER bucket so an unapproved type can
      *> never fall out of the trailer totals unseen. FINCHG has its
      *> own row so finance-charge income never lands in ADJUST.
       01 WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY OCCURS 7 TIMES INDEXED BY WS-TYPE-IDX.
               10 WS-TYPE-NAME      PIC X(6).
               10 WS-TYPE-COUNT     PIC 9(7).
               10 WS-TYPE-AMOUNT    PIC S9(13)V99.
           MOVE "PAYMNT" TO WS-TYPE-NAME(3)
           MOVE "ADJUST" TO WS-TYPE-NAME(4)
           MOVE "REVRSL" TO WS-TYPE-NAME(5)
           MOVE "FINCHG" TO WS-TYPE-NAME(6)
           MOVE "OTHER " TO WS-TYPE-NAME(7)
           PERFORM VARYING WS-SUMMARY-SUB FROM 1 BY 1
                   UNTIL WS-SUMMARY-SUB > 7
               MOVE ZERO TO WS-TYPE-COUNT(WS-SUMMARY-SUB)
               MOVE ZERO TO WS-TYPE-AMOUNT(WS-SUMMARY-SUB)
           END-PERFORM
           OPEN OUTPUT GL-EXTRACT-FILE
           MOVE GLX-FS TO WS-FS-CHECK
           MOVE "OPEN GL-EXTRACT-FILE" TO WS-FS-OPERATION
           PERFORM GLEX-CHECK-FILE-STATUS

      *> I-O with a create fallback, the way CUST-MATCH bootstraps
      *> the balance master - the first extract ever starts the
      *> history file.
           OPEN I-O GL-HISTORY-FILE
           IF GLH-FS = "35"
               OPEN OUTPUT GL-HISTORY-FILE
               MOVE GLH-FS TO WS-FS-CHECK
               MOVE "OPEN OUTPUT GL-HISTORY-FILE (CREATE)"
                   TO WS-FS-OPERATION
               PERFORM GLEX-CHECK-FILE-STATUS
               CLOSE GL-HISTORY-FILE
               MOVE GLH-FS TO WS-FS-CHECK
               MOVE "CLOSE GL-HISTORY-FILE (CREATE)"
                   TO WS-FS-OPERATION
               PERFORM GLEX-CHECK-FILE-STATUS
               OPEN I-O GL-HISTORY-FILE
           END-IF
           MOVE GLH-FS TO WS-FS-CHECK
           MOVE "OPEN I-O GL-HISTORY-FILE" TO WS-FS-OPERATION
           PERFORM GLEX-CHECK-FILE-STATUS.

       GLEX-CLOSE-FILES.
           CLOSE GL-EXTRACT-FILE
           MOVE GLX-FS TO WS-FS-CHECK
           MOVE "CLOSE GL-EXTRACT-FILE" TO WS-FS-OPERATION
           PERFORM GLEX-CHECK-FILE-STATUS

           CLOSE GL-HISTORY-FILE
           MOVE GLH-FS TO WS-FS-CHECK
           MOVE "CLOSE GL-HISTORY-FILE" TO WS-FS-OPERATION
           PERFORM GLEX-CHECK-FILE-STATUS.

      *> One pass in TRAN-SEQ-NO order, the way CUST-MATCH's posting
           SET WS-TYPE-IDX TO 1
           SEARCH WS-TYPE-ENTRY
               AT END
                   SET WS-TYPE-IDX TO 7
               WHEN WS-TYPE-NAME(WS-TYPE-IDX) = TRAN-TYPE
                   CONTINUE
           END-SEARCH

       GLEX-WRITE-EXTRACT.
           PERFORM VARYING WS-SUMMARY-SUB FROM 1 BY 1
                   UNTIL WS-SUMMARY-SUB > 7
               IF WS-SUMMARY-SUB < 7
                       OR WS-TYPE-COUNT(WS-SUMMARY-SUB) > ZERO
                   MOVE 'S' TO GLX-REC-TYPE
                   MOVE WS-CYCLE-DATE TO GLX-CYCLE-DATE
                   MOVE WS-TYPE-AMOUNT(WS-SUMMARY-SUB) TO GLX-AMOUNT
                   MOVE SPACE TO GLX-BALANCE-FLAG
                   PERFORM GLEX-WRITE-EXTRACT-RECORD
               ELSE
                   PERFORM GLEX-DROP-OTHER-HISTORY
               END-IF
           END-PERFORM
           MOVE 'T' TO GLX-REC-TYPE
           WRITE GL-EXTRACT-RECORD
           MOVE GLX-FS TO WS-FS-CHECK
           MOVE "WRITE GL-EXTRACT-FILE" TO WS-FS-OPERATION
           PERFORM GLEX-CHECK-FILE-STATUS
           MOVE GLX-CYCLE-DATE TO GLH-CYCLE-DATE
           MOVE GLX-TRAN-TYPE TO GLH-TRAN-TYPE
           MOVE GLX-REC-TYPE TO GLH-REC-TYPE
           MOVE GLX-COUNT TO GLH-COUNT
           MOVE GLX-AMOUNT TO GLH-AMOUNT
           MOVE GLX-BALANCE-FLAG TO GLH-BALANCE-FLAG
           WRITE GL-HISTORY-RECORD
               INVALID KEY
                   REWRITE GL-HISTORY-RECORD
           END-WRITE
           MOVE GLH-FS TO WS-FS-CHECK
           MOVE "WRITE GL-HISTORY-FILE" TO WS-FS-OPERATION
           PERFORM GLEX-CHECK-FILE-STATUS.

      *> No OTHER row this cycle: one left on history by an earlier
      *> run of the same cycle would have CUST-PCMP foot to an
      *> amount since corrected. "23" - nothing to drop - is normal.
       GLEX-DROP-OTHER-HISTORY.
           MOVE WS-CYCLE-DATE TO GLH-CYCLE-DATE
           MOVE WS-TYPE-NAME(WS-SUMMARY-SUB) TO GLH-TRAN-TYPE
           DELETE GL-HISTORY-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE GLH-FS TO WS-FS-CHECK
           MOVE "DELETE GL-HISTORY-FILE (OTHER)" TO WS-FS-OPERATION
           PERFORM GLEX-CHECK-FILE-STATUS.

      *> "02" is the routine duplicate-alternate-key status on
