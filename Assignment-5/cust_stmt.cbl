      *> come from a stmt_sysin.txt ID list the way BATCH-SEARCH
      *> takes search_sysin.txt, or the whole CUSTOMER-FILE when no
      *> list is supplied.
      *> Any line whose TRAN-SEQ-NO is on CUST-DISP's dispute register
      *> is marked with the dispute's status on both the printed
      *> statement and the portal extract, and the printed statement
      *> closes with the amount still in open dispute.
      *> Transactions CUST-HARC has archived still count: a period
      *> that starts on or after the customer's balance_forward.txt
      *> through-date takes the archived net straight into the
      *> opening balance; an earlier period reads the customer's
      *> transaction_history.txt rows like live ones, so the figures
      *> are the same before and after an archive run.
      *> GROUP in the control record's mode field switches the run to
      *> consolidated statements for the customer groups CUST-HIER
      *> keeps on customer_hierarchy.txt: one statement per parent,
      *> with the parent's own account and then each branch in a
      *> section of its own - opening balance, the period's lines and
      *> an account subtotal - and group totals at the end. The
      *> parents come from the stmt_sysin.txt list (an ID that is not
      *> a group parent is skipped) or, with no list, every group on
      *> the hierarchy file. The statement goes to the parent's name
      *> and address and is routed by the parent's CUST-DELIV-PREF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXT-FS.

           SELECT DISPUTE-REGISTER-FILE
               ASSIGN TO "dispute_register.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-SEQ-NO
               ALTERNATE RECORD KEY IS DSP-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS DSP-FS.

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

           SELECT CUSTOMER-HIERARCHY-FILE
               ASSIGN TO "customer_hierarchy.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIR-CUST-ID
               ALTERNATE RECORD KEY IS HIR-PARENT-ID
                   WITH DUPLICATES
               FILE STATUS IS HIR-FS.

           SELECT RUN-JOURNAL-FILE ASSIGN TO "run_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-FS.
       01 STMT-CONTROL-RECORD.
           05 CTL-FROM-DATE         PIC X(8).
           05 CTL-TO-DATE           PIC X(8).
           05 CTL-STMT-MODE         PIC X(6).

       FD SYSIN-FILE.
       01 SYSIN-RECORD              PIC X(8).
      *> 'Z' trailer per electronic-preference customer - fixed
      *> layouts with leading-separate signs, the same conventions as
      *> the transaction feed, so the portal never parses print lines.
      *> The dispute status and disputed amount are APPENDED to the
      *> 'T' record, the same way fields are appended to the shared
      *> copybooks, so a portal loader that reads only the original
      *> fields is unaffected; both are blank/zero on an undisputed
      *> line.
      *> A consolidated group statement is one 'C' record for the
      *> parent carrying the group's opening balance, then per
      *> account an 'S' section record (the account and its own
      *> opening balance), its 'T' details and a 'Y' section
      *> subtotal (count and closing balance), then one 'Z' trailer
      *> with the group's count and closing balance.
       FD STMT-EXTRACT-FILE.
       01 EXT-CUSTOMER-RECORD.
           05 EXT-CUST-REC-TYPE     PIC X.
           05 EXT-DET-AMOUNT        PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE.
           05 EXT-DET-REVERSAL-OF   PIC X(8).
           05 EXT-DET-DISPUTE-STATUS PIC X(6).
           05 EXT-DET-DISPUTE-AMOUNT PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE.
       01 EXT-TRAILER-RECORD.
           05 EXT-TRL-REC-TYPE      PIC X.
           05 EXT-TRL-TRAN-COUNT    PIC 9(7).
           05 EXT-TRL-CLOSING-BAL   PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
       01 EXT-SECTION-RECORD.
           05 EXT-SEC-REC-TYPE      PIC X.
           05 EXT-SEC-CUST-ID       PIC X(8).
           05 EXT-SEC-CUST-NAME     PIC X(32).
           05 EXT-SEC-OPENING-BAL   PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.
       01 EXT-SUBTOTAL-RECORD.
           05 EXT-SUB-REC-TYPE      PIC X.
           05 EXT-SUB-TRAN-COUNT    PIC 9(7).
           05 EXT-SUB-CLOSING-BAL   PIC S9(11)V99
                                    SIGN IS LEADING SEPARATE.

       FD DISPUTE-REGISTER-FILE.
           COPY "disprec.cpy".

       FD TRAN-HISTORY-FILE.
           COPY "trhist.cpy".

       FD BALANCE-FORWARD-FILE.
           COPY "balfwd.cpy".

       FD CUSTOMER-HIERARCHY-FILE.
           COPY "hierrec.cpy".

       FD RUN-JOURNAL-FILE.
           COPY "runjrnl.cpy".
       01 SYSIN-FS              PIC XX.
       01 PRT-FS                PIC XX.
       01 EXT-FS                PIC XX.
       01 DSP-FS                PIC XX.
       01 TRH-FS                PIC XX.
       01 BF-FS                 PIC XX.
       01 HIR-FS                PIC XX.
       01 JRN-FS                PIC XX.
       01 WS-FS-CHECK           PIC XX.
       01 WS-FS-OPERATION       PIC X(40).
          88 FOUND              VALUE 'Y'.
          88 NOT-FOUND          VALUE 'N'.

       01 WS-DISPUTE-FILE-FLAG  PIC X VALUE 'N'.
          88 DISPUTES-ON-FILE   VALUE 'Y'.
          88 NO-DISPUTES-ON-FILE VALUE 'N'.
       01 WS-LINE-DISPUTE-STATUS PIC X(6).
       01 WS-LINE-DISPUTE-AMOUNT PIC S9(9)V99.
       01 WS-DISPUTE-NOTE       PIC X(20).
       01 WS-OPEN-DISPUTED      PIC S9(11)V99 VALUE ZERO.

       01 WS-HISTORY-FILE-FLAG  PIC X VALUE 'N'.
          88 HISTORY-ON-FILE    VALUE 'Y'.
          88 NO-HISTORY-ON-FILE VALUE 'N'.
       01 WS-FORWARD-FILE-FLAG  PIC X VALUE 'N'.
          88 FORWARD-ON-FILE    VALUE 'Y'.
          88 NO-FORWARD-ON-FILE VALUE 'N'.
       01 WS-HISTORY-NEEDED-FLAG PIC X VALUE 'N'.
          88 HISTORY-NEEDED     VALUE 'Y'.
          88 HISTORY-NOT-NEEDED VALUE 'N'.

       01 WS-SYSIN-MODE         PIC X VALUE 'N'.
          88 SYSIN-LIST-MODE    VALUE 'Y'.
          88 FULL-MASTER-MODE   VALUE 'N'.
       01 WS-STMT-MODE          PIC X(6) VALUE SPACES.
          88 GROUP-STATEMENT-MODE VALUE "GROUP".

      *> Consolidated statements: the parent the statement goes to,
      *> and its accounts - the parent's own first - loaded off the
      *> HIR-PARENT-ID alternate key.
       01 WS-HIERARCHY-FILE-FLAG PIC X VALUE 'N'.
          88 HIERARCHY-ON-FILE  VALUE 'Y'.
          88 NO-HIERARCHY-ON-FILE VALUE 'N'.
       01 WS-HIR-EOF            PIC X VALUE 'N'.
          88 HIR-EOF            VALUE 'Y'.
          88 HIR-NOT-EOF        VALUE 'N'.
       01 WS-MEMBER-EOF         PIC X VALUE 'N'.
          88 MEMBER-EOF         VALUE 'Y'.
          88 MEMBER-NOT-EOF     VALUE 'N'.
       01 WS-GROUP-PARENT-ID    PIC X(8).
       01 WS-GROUP-NAME         PIC X(32).
       01 WS-GROUP-ADDRESS      PIC X(60).
       01 WS-GROUP-EMAIL        PIC X(40).
       01 WS-GROUP-DELIV        PIC X.
          88 GROUP-ELECTRONIC   VALUE 'E'.
       01 WS-GROUP-MAX          PIC 9(4) VALUE 500.
       01 WS-GROUP-MEMBER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-GROUP-SUB          PIC 9(4) VALUE ZERO.
       01 WS-GROUP-TABLE.
           05 WS-GROUP-MEMBER-ID PIC X(8) OCCURS 500 TIMES.
       01 WS-GROUP-OPENING      PIC S9(11)V99 VALUE ZERO.
       01 WS-GROUP-NET          PIC S9(11)V99 VALUE ZERO.
       01 WS-GROUP-TRAN-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-GROUP-SECTIONS     PIC 9(7) VALUE ZERO.
       01 WS-GROUPS-SKIPPED     PIC 9(7) VALUE ZERO.

       01 WS-CURRENT-DATE-TIME  PIC X(21).
       01 WS-RUN-DATE           PIC X(10).
           IF SYSIN-LIST-MODE
               PERFORM STMT-DRIVE-FROM-SYSIN
           ELSE
               IF GROUP-STATEMENT-MODE
                   PERFORM STMT-DRIVE-FROM-HIERARCHY
               ELSE
                   PERFORM STMT-DRIVE-FROM-MASTER
               END-IF
           END-IF
           PERFORM STMT-PRINT-ROUTING-SUMMARY
           PERFORM STMT-CLOSE-FILES
      *> Period control is one record, FROM and TO in YYYYMMDD. A
      *> missing control file (FS "35") means no period was requested
      *> and the statement covers all history - the same normal-
      *> absence handling as KSDS-SIM's READ-CHECKPOINT. The mode
      *> after the dates is GROUP for consolidated statements; blank
      *> (every control record written before it existed) is the
      *> usual one statement per customer.
       STMT-READ-CONTROL.
           OPEN INPUT STMT-CONTROL-FILE
           IF CTL-FS NOT = "35"
                       IF CTL-TO-DATE NUMERIC
                           MOVE CTL-TO-DATE TO WS-TO-DATE
                       END-IF
                       MOVE CTL-STMT-MODE TO WS-STMT-MODE
               END-READ
               MOVE CTL-FS TO WS-FS-CHECK
               MOVE "READ STMT-CONTROL-FILE" TO WS-FS-OPERATION
           MOVE "OPEN STMT-EXTRACT-FILE" TO WS-FS-OPERATION
           PERFORM STMT-CHECK-FILE-STATUS

      *> No dispute register yet just means no line is disputed.
           OPEN INPUT DISPUTE-REGISTER-FILE
           IF DSP-FS = "35"
               SET NO-DISPUTES-ON-FILE TO TRUE
           ELSE
               MOVE DSP-FS TO WS-FS-CHECK
               MOVE "OPEN DISPUTE-REGISTER-FILE (STMT)"
                   TO WS-FS-OPERATION
               PERFORM STMT-CHECK-FILE-STATUS
               SET DISPUTES-ON-FILE TO TRUE
           END-IF

      *> No history archive yet just means nothing has been archived.
           OPEN INPUT TRAN-HISTORY-FILE
           IF TRH-FS = "35"
               SET NO-HISTORY-ON-FILE TO TRUE
           ELSE
               MOVE TRH-FS TO WS-FS-CHECK
               MOVE "OPEN TRAN-HISTORY-FILE (STMT)" TO WS-FS-OPERATION
               PERFORM STMT-CHECK-FILE-STATUS
               SET HISTORY-ON-FILE TO TRUE
           END-IF

           OPEN INPUT BALANCE-FORWARD-FILE
           IF BF-FS = "35"
               SET NO-FORWARD-ON-FILE TO TRUE
           ELSE
               MOVE BF-FS TO WS-FS-CHECK
               MOVE "OPEN BALANCE-FORWARD-FILE (STMT)"
                   TO WS-FS-OPERATION
               PERFORM STMT-CHECK-FILE-STATUS
               SET FORWARD-ON-FILE TO TRUE
           END-IF

      *> No hierarchy file just means no groups have been set up.
           OPEN INPUT CUSTOMER-HIERARCHY-FILE
           IF HIR-FS = "35"
               SET NO-HIERARCHY-ON-FILE TO TRUE
           ELSE
               MOVE HIR-FS TO WS-FS-CHECK
               MOVE "OPEN CUSTOMER-HIERARCHY-FILE (STMT)"
                   TO WS-FS-OPERATION
               PERFORM STMT-CHECK-FILE-STATUS
               SET HIERARCHY-ON-FILE TO TRUE
           END-IF

      *> Missing ID list just means statement the whole master, the
      *> way BATCH-SEARCH treats a missing search_sysin.txt as "no
      *> batch run" rather than an error.
           MOVE "CLOSE STMT-EXTRACT-FILE" TO WS-FS-OPERATION
           PERFORM STMT-CHECK-FILE-STATUS

           IF DISPUTES-ON-FILE
               CLOSE DISPUTE-REGISTER-FILE
               MOVE DSP-FS TO WS-FS-CHECK
               MOVE "CLOSE DISPUTE-REGISTER-FILE (STMT)"
                   TO WS-FS-OPERATION
               PERFORM STMT-CHECK-FILE-STATUS
           END-IF

           IF HISTORY-ON-FILE
               CLOSE TRAN-HISTORY-FILE
               MOVE TRH-FS TO WS-FS-CHECK
               MOVE "CLOSE TRAN-HISTORY-FILE (STMT)" TO WS-FS-OPERATION
               PERFORM STMT-CHECK-FILE-STATUS
           END-IF

           IF FORWARD-ON-FILE
               CLOSE BALANCE-FORWARD-FILE
               MOVE BF-FS TO WS-FS-CHECK
               MOVE "CLOSE BALANCE-FORWARD-FILE (STMT)"
                   TO WS-FS-OPERATION
               PERFORM STMT-CHECK-FILE-STATUS
           END-IF

           IF HIERARCHY-ON-FILE
               CLOSE CUSTOMER-HIERARCHY-FILE
               MOVE HIR-FS TO WS-FS-CHECK
               MOVE "CLOSE CUSTOMER-HIERARCHY-FILE (STMT)"
                   TO WS-FS-OPERATION
               PERFORM STMT-CHECK-FILE-STATUS
           END-IF

           IF SYSIN-LIST-MODE
               CLOSE SYSIN-FILE
               MOVE SYSIN-FS TO WS-FS-CHECK
                   AT END
                       SET SYSIN-EOF TO TRUE
                   NOT AT END
                       IF GROUP-STATEMENT-MODE
                           PERFORM STMT-LOOKUP-GROUP
                       ELSE
                           PERFORM STMT-LOOKUP-AND-PRINT
                       END-IF
               END-READ
               IF NOT SYSIN-EOF
                   MOVE SYSIN-FS TO WS-FS-CHECK
               END-IF
           END-PERFORM.

      *> A listed ID gets a consolidated statement only if it heads
      *> a group - its own hierarchy row names itself as parent.
       STMT-LOOKUP-GROUP.
           SET NOT-FOUND TO TRUE
           IF HIERARCHY-ON-FILE
               MOVE SYSIN-RECORD TO HIR-CUST-ID
               READ CUSTOMER-HIERARCHY-FILE
                   INVALID KEY
                       SET NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       IF HIR-PARENT-ID = HIR-CUST-ID
                           SET FOUND TO TRUE
                       END-IF
               END-READ
               MOVE HIR-FS TO WS-FS-CHECK
               MOVE "READ CUSTOMER-HIERARCHY-FILE (STMT KEY)"
                   TO WS-FS-OPERATION
               PERFORM STMT-CHECK-FILE-STATUS
           END-IF
           IF FOUND
               MOVE SYSIN-RECORD TO WS-GROUP-PARENT-ID
               PERFORM STMT-GROUP-LOOKUP-AND-PRINT
           ELSE
               ADD 1 TO WS-GROUPS-SKIPPED
               DISPLAY "Consolidated statement skipped - not a group "
                   "parent: " SYSIN-RECORD
           END-IF.

      *> Every group in parent CUST-ID order: the primary-key browse
      *> stops on each group row, and is re-STARTed just past the
      *> parent once the group's accounts have been loaded off the
      *> alternate key - the same re-START CUST-PURG makes after
      *> nested work on the file it is walking.
       STMT-DRIVE-FROM-HIERARCHY.
           IF NO-HIERARCHY-ON-FILE
               DISPLAY "No customer_hierarchy.txt - no consolidated "
                   "statements produced."
           ELSE
               SET HIR-NOT-EOF TO TRUE
               MOVE LOW-VALUES TO HIR-CUST-ID
               START CUSTOMER-HIERARCHY-FILE
                   KEY IS NOT LESS THAN HIR-CUST-ID
                   INVALID KEY
                       SET HIR-EOF TO TRUE
               END-START
               MOVE HIR-FS TO WS-FS-CHECK
               MOVE "START CUSTOMER-HIERARCHY-FILE (STMT)"
                   TO WS-FS-OPERATION
               PERFORM STMT-CHECK-FILE-STATUS
               PERFORM UNTIL HIR-EOF
                   READ CUSTOMER-HIERARCHY-FILE NEXT RECORD
                       AT END
                           SET HIR-EOF TO TRUE
                   END-READ
                   IF NOT HIR-EOF
                       MOVE HIR-FS TO WS-FS-CHECK
                       MOVE "READ CUSTOMER-HIERARCHY-FILE (STMT)"
                           TO WS-FS-OPERATION
                       PERFORM STMT-CHECK-FILE-STATUS
                       IF HIR-PARENT-ID = HIR-CUST-ID
                           MOVE HIR-CUST-ID TO WS-GROUP-PARENT-ID
                           PERFORM STMT-GROUP-LOOKUP-AND-PRINT
                           MOVE WS-GROUP-PARENT-ID TO HIR-CUST-ID
                           START CUSTOMER-HIERARCHY-FILE
                               KEY IS GREATER THAN HIR-CUST-ID
                               INVALID KEY
                                   SET HIR-EOF TO TRUE
                           END-START
                           MOVE HIR-FS TO WS-FS-CHECK
                           MOVE "START CUSTOMER-HIERARCHY-FILE (RESUME)"
                               TO WS-FS-OPERATION
                           PERFORM STMT-CHECK-FILE-STATUS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *> The parent must be on the master - its name, address and
      *> delivery preference are the statement's.
       STMT-GROUP-LOOKUP-AND-PRINT.
           SET NOT-FOUND TO TRUE
           MOVE WS-GROUP-PARENT-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   SET NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET FOUND TO TRUE
           END-READ
           MOVE FS TO WS-FS-CHECK
           MOVE "READ CUSTOMER-FILE (STMT GROUP)" TO WS-FS-OPERATION
           PERFORM STMT-CHECK-FILE-STATUS
           IF FOUND
               PERFORM STMT-ONE-GROUP
           ELSE
               ADD 1 TO WS-GROUPS-SKIPPED
               DISPLAY "Consolidated statement skipped - parent not "
                   "on customer master: " WS-GROUP-PARENT-ID
           END-IF.

      *> One consolidated statement. Each account is run through the
      *> same opening-balance and period-detail paragraphs as a
      *> single-customer statement, with WS-STMT-ID/WS-STMT-NAME set
      *> to the account and the heading and routing taken from the
      *> parent. The open-dispute memo covers the whole group.
       STMT-ONE-GROUP.
           MOVE CUST-ID TO WS-GROUP-PARENT-ID
           MOVE CUST-NAME TO WS-GROUP-NAME
           MOVE CUST-ADDRESS TO WS-GROUP-ADDRESS
           MOVE CUST-EMAIL TO WS-GROUP-EMAIL
           MOVE CUST-DELIV-PREF TO WS-GROUP-DELIV
           PERFORM STMT-LOAD-GROUP-MEMBERS
           MOVE ZERO TO WS-GROUP-OPENING
           MOVE ZERO TO WS-GROUP-NET
           MOVE ZERO TO WS-GROUP-TRAN-COUNT
           MOVE ZERO TO WS-OPEN-DISPUTED
           IF GROUP-ELECTRONIC
               PERFORM STMT-EXTRACT-ONE-GROUP
               ADD 1 TO WS-ELEC-ROUTED
           ELSE
               MOVE 1 TO WS-PAGE-NO
               PERFORM STMT-PRINT-PAGE-HEADINGS
               PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                       UNTIL WS-GROUP-SUB > WS-GROUP-MEMBER-COUNT
                   PERFORM STMT-PRINT-GROUP-SECTION
               END-PERFORM
               PERFORM STMT-PRINT-GROUP-TOTALS
               ADD 1 TO WS-PRINT-ROUTED
           END-IF
           ADD 1 TO WS-STATEMENTS-PRINTED.

      *> The group's accounts off the HIR-PARENT-ID alternate key:
      *> the parent's own group row comes first, then the branches.
       STMT-LOAD-GROUP-MEMBERS.
           MOVE ZERO TO WS-GROUP-MEMBER-COUNT
           SET MEMBER-NOT-EOF TO TRUE
           MOVE WS-GROUP-PARENT-ID TO HIR-PARENT-ID
           START CUSTOMER-HIERARCHY-FILE
               KEY IS NOT LESS THAN HIR-PARENT-ID
               INVALID KEY
                   SET MEMBER-EOF TO TRUE
           END-START
           MOVE HIR-FS TO WS-FS-CHECK
           MOVE "START CUSTOMER-HIERARCHY-FILE (GROUP)"
               TO WS-FS-OPERATION
           PERFORM STMT-CHECK-FILE-STATUS
           PERFORM UNTIL MEMBER-EOF
               READ CUSTOMER-HIERARCHY-FILE NEXT RECORD
                   AT END
                       SET MEMBER-EOF TO TRUE
               END-READ
               IF NOT MEMBER-EOF
                   MOVE HIR-FS TO WS-FS-CHECK
                   MOVE "READ CUSTOMER-HIERARCHY-FILE (GROUP)"
                       TO WS-FS-OPERATION
                   PERFORM STMT-CHECK-FILE-STATUS
                   IF HIR-PARENT-ID NOT = WS-GROUP-PARENT-ID
                       SET MEMBER-EOF TO TRUE
                   ELSE
                       IF WS-GROUP-MEMBER-COUNT < WS-GROUP-MAX
                           ADD 1 TO WS-GROUP-MEMBER-COUNT
                           MOVE HIR-CUST-ID TO
                               WS-GROUP-MEMBER-ID(WS-GROUP-MEMBER-COUNT)
                       ELSE
                           DISPLAY "WARNING: group " WS-GROUP-PARENT-ID
                               " has more than " WS-GROUP-MAX
                               " accounts - account left off: "
                               HIR-CUST-ID
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> Sets WS-STMT-ID/WS-STMT-NAME to account WS-GROUP-SUB and
      *> sums its opening balance.
       STMT-START-GROUP-SECTION.
           MOVE WS-GROUP-MEMBER-ID(WS-GROUP-SUB) TO WS-STMT-ID
           MOVE WS-STMT-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "(NOT ON CUSTOMER MASTER)" TO WS-STMT-NAME
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-STMT-NAME
           END-READ
           MOVE FS TO WS-FS-CHECK
           MOVE "READ CUSTOMER-FILE (STMT SECTION)" TO WS-FS-OPERATION
           PERFORM STMT-CHECK-FILE-STATUS
           MOVE ZERO TO WS-OPENING-BALANCE
           MOVE ZERO TO WS-PERIOD-NET
           MOVE ZERO TO WS-PERIOD-TRAN-COUNT
           PERFORM STMT-SUM-OPENING-BALANCE
           ADD 1 TO WS-GROUP-SECTIONS.

       STMT-END-GROUP-SECTION.
           COMPUTE WS-CLOSING-BALANCE =
               WS-OPENING-BALANCE + WS-PERIOD-NET
           ADD WS-OPENING-BALANCE TO WS-GROUP-OPENING
           ADD WS-PERIOD-NET TO WS-GROUP-NET
           ADD WS-PERIOD-TRAN-COUNT TO WS-GROUP-TRAN-COUNT.

       STMT-PRINT-GROUP-SECTION.
           PERFORM STMT-START-GROUP-SECTION
           PERFORM STMT-CHECK-PAGE-BREAK
           MOVE SPACES TO PRINT-LINE
           PERFORM STMT-WRITE-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING
               "ACCOUNT: " DELIMITED BY SIZE
               WS-STMT-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-STMT-NAME DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING
           PERFORM STMT-WRITE-PRINT-LINE
           PERFORM STMT-PRINT-OPENING-LINE
           PERFORM STMT-PRINT-PERIOD-DETAIL
           PERFORM STMT-END-GROUP-SECTION
           PERFORM STMT-CHECK-PAGE-BREAK
           MOVE WS-CLOSING-BALANCE TO WS-AMT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING
               "ACCOUNT SUBTOTAL" DELIMITED BY SIZE
               "             " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING
           PERFORM STMT-WRITE-PRINT-LINE.

      *> Group totals, then the usual closing line and open-dispute
      *> memo for the group as a whole.
       STMT-PRINT-GROUP-TOTALS.
           PERFORM STMT-CHECK-PAGE-BREAK
           MOVE SPACES TO PRINT-LINE
           PERFORM STMT-WRITE-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING
               "GROUP TOTALS - " DELIMITED BY SIZE
               WS-GROUP-MEMBER-COUNT DELIMITED BY SIZE
               " ACCOUNTS, " DELIMITED BY SIZE
               WS-GROUP-TRAN-COUNT DELIMITED BY SIZE
               " TRANSACTIONS" DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING
           PERFORM STMT-WRITE-PRINT-LINE
           MOVE WS-GROUP-OPENING TO WS-AMT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING
               "GROUP OPENING BALANCE" DELIMITED BY SIZE
               "        " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING
           PERFORM STMT-WRITE-PRINT-LINE
           MOVE WS-GROUP-NET TO WS-AMT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           STRING
               "GROUP PERIOD ACTIVITY" DELIMITED BY SIZE
               "        " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING
           PERFORM STMT-WRITE-PRINT-LINE
           COMPUTE WS-CLOSING-BALANCE =
               WS-GROUP-OPENING + WS-GROUP-NET
           PERFORM STMT-PRINT-CLOSING-LINE.

      *> Electronic route for a group. The 'C' record carries the
      *> group's opening balance, so the accounts' opening balances
      *> are summed in a first pass before anything is written.
       STMT-EXTRACT-ONE-GROUP.
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-MEMBER-COUNT
               MOVE WS-GROUP-MEMBER-ID(WS-GROUP-SUB) TO WS-STMT-ID
               MOVE ZERO TO WS-OPENING-BALANCE
               PERFORM STMT-SUM-OPENING-BALANCE
               ADD WS-OPENING-BALANCE TO WS-GROUP-OPENING
           END-PERFORM
           MOVE SPACES TO EXT-CUSTOMER-RECORD
           MOVE 'C' TO EXT-CUST-REC-TYPE
           MOVE WS-GROUP-PARENT-ID TO EXT-CUST-ID
           MOVE WS-GROUP-NAME TO EXT-CUST-NAME
           MOVE WS-GROUP-EMAIL TO EXT-CUST-EMAIL
           MOVE WS-FROM-DATE TO EXT-FROM-DATE
           MOVE WS-TO-DATE TO EXT-TO-DATE
           MOVE WS-GROUP-OPENING TO EXT-OPENING-BALANCE
           WRITE EXT-CUSTOMER-RECORD
           MOVE EXT-FS TO WS-FS-CHECK
           MOVE "WRITE STMT-EXTRACT-FILE (GROUP)" TO WS-FS-OPERATION
           PERFORM STMT-CHECK-FILE-STATUS
           MOVE ZERO TO WS-GROUP-OPENING
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-MEMBER-COUNT
               PERFORM STMT-EXTRACT-GROUP-SECTION
           END-PERFORM
           COMPUTE WS-CLOSING-BALANCE =
               WS-GROUP-OPENING + WS-GROUP-NET
           MOVE SPACES TO EXT-TRAILER-RECORD
           MOVE 'Z' TO EXT-TRL-REC-TYPE
           MOVE WS-GROUP-TRAN-COUNT TO EXT-TRL-TRAN-COUNT
           MOVE WS-CLOSING-BALANCE TO EXT-TRL-CLOSING-BAL
           WRITE EXT-TRAILER-RECORD
           MOVE EXT-FS TO WS-FS-CHECK
           MOVE "WRITE STMT-EXTRACT-FILE (GROUP TRL)"
               TO WS-FS-OPERATION
           PERFORM STMT-CHECK-FILE-STATUS.

       STMT-EXTRACT-GROUP-SECTION.
           PERFORM STMT-START-GROUP-SECTION
           MOVE SPACES TO EXT-SECTION-RECORD
           MOVE 'S' TO EXT-SEC-REC-TYPE
           MOVE WS-STMT-ID TO EXT-SEC-CUST-ID
           MOVE WS-STMT-NAME TO EXT-SEC-CUST-NAME
           MOVE WS-OPENING-BALANCE TO EXT-SEC-OPENING-BAL
           WRITE EXT-SECTION-RECORD
           MOVE EXT-FS TO WS-FS-CHECK
           MOVE "WRITE STMT-EXTRACT-FILE (SECTION)" TO WS-FS-OPERATION
           PERFORM STMT-CHECK-FILE-STATUS
           PERFORM STMT-EXTRACT-PERIOD-DETAIL
           PERFORM STMT-END-GROUP-SECTION
           MOVE SPACES TO EXT-SUBTOTAL-RECORD
           MOVE 'Y' TO EXT-SUB-REC-TYPE
           MOVE WS-PERIOD-TRAN-COUNT TO EXT-SUB-TRAN-COUNT
           MOVE WS-CLOSING-BALANCE TO EXT-SUB-CLOSING-BAL
           WRITE EXT-SUBTOTAL-RECORD
           MOVE EXT-FS TO WS-FS-CHECK
           MOVE "WRITE STMT-EXTRACT-FILE (SUBTOTAL)"
               TO WS-FS-OPERATION
           PERFORM STMT-CHECK-FILE-STATUS.

      *> One statement: pass 1 over the customer's transactions sums
      *> everything dated before the period into the opening balance;
      *> pass 2 prints the in-period lines. Both passes position on
           MOVE ZERO TO WS-OPENING-BALANCE
           MOVE ZERO TO WS-PERIOD-NET
           MOVE ZERO TO WS-PERIOD-TRAN-COUNT
           MOVE ZERO TO WS-OPEN-DISPUTED
           PERFORM STMT-SUM-OPENING-BALANCE
           IF STMT-ELECTRONIC
               PERFORM STMT-EXTRACT-ONE-CUSTOMER
           PERFORM STMT-CHECK-FILE-STATUS.

       STMT-EXTRACT-PERIOD-DETAIL.
           IF HISTORY-NEEDED
               PERFORM STMT-EXTRACT-HISTORY-DETAIL
           END-IF
           PERFORM STMT-POSITION-ON-CUSTOMER
           IF TRAN-FS = "00"
               PERFORM STMT-READ-NEXT-TRAN
           END-IF.

       STMT-WRITE-EXTRACT-DETAIL.
           PERFORM STMT-LOOKUP-DISPUTE
           MOVE SPACES TO EXT-DETAIL-RECORD
           MOVE 'T' TO EXT-DET-REC-TYPE
           MOVE TRAN-DATE TO EXT-DET-TRAN-DATE
           MOVE TRAN-TYPE TO EXT-DET-TRAN-TYPE
           MOVE TRAN-AMOUNT TO EXT-DET-AMOUNT
           MOVE TRAN-REVERSAL-OF TO EXT-DET-REVERSAL-OF
           MOVE WS-LINE-DISPUTE-STATUS TO EXT-DET-DISPUTE-STATUS
           MOVE WS-LINE-DISPUTE-AMOUNT TO EXT-DET-DISPUTE-AMOUNT
           WRITE EXT-DETAIL-RECORD
           MOVE EXT-FS TO WS-FS-CHECK
           MOVE "WRITE STMT-EXTRACT-FILE (DET)" TO WS-FS-OPERATION
           PERFORM STMT-CHECK-FILE-STATUS.

      *> Keyed read of the dispute register on the line's
      *> TRAN-SEQ-NO - a different file, so the transaction walk in
      *> progress keeps its position. Open disputed amounts are
      *> accumulated for the statement's closing memo line.
       STMT-LOOKUP-DISPUTE.
           MOVE SPACES TO WS-LINE-DISPUTE-STATUS
           MOVE ZERO TO WS-LINE-DISPUTE-AMOUNT
           MOVE SPACES TO WS-DISPUTE-NOTE
           IF DISPUTES-ON-FILE
               MOVE TRAN-SEQ-NO TO DSP-SEQ-NO
               READ DISPUTE-REGISTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DSP-STATUS TO WS-LINE-DISPUTE-STATUS
                       MOVE DSP-AMOUNT TO WS-LINE-DISPUTE-AMOUNT
               END-READ
               MOVE DSP-FS TO WS-FS-CHECK
               MOVE "READ DISPUTE-REGISTER-FILE (STMT)"
                   TO WS-FS-OPERATION
               PERFORM STMT-CHECK-FILE-STATUS
           END-IF
           EVALUATE WS-LINE-DISPUTE-STATUS
               WHEN "OPEN"
                   MOVE "  * IN DISPUTE" TO WS-DISPUTE-NOTE
                   ADD WS-LINE-DISPUTE-AMOUNT TO WS-OPEN-DISPUTED
               WHEN "UPHELD"
                   MOVE "  DISPUTE UPHELD" TO WS-DISPUTE-NOTE
               WHEN "DENIED"
                   MOVE "  DISPUTE DENIED" TO WS-DISPUTE-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       STMT-POSITION-ON-CUSTOMER.
           MOVE WS-STMT-ID TO TRAN-CUST-ID
           START CUSTOMER-TRANSACTION-FILE
                   END-IF
                   PERFORM STMT-READ-NEXT-TRAN
               END-PERFORM
           END-IF
           PERFORM STMT-ADD-ARCHIVED-OPENING.

      *> Archived transactions in the opening balance. A period that
      *> starts on or after the balance-forward through-date cannot
      *> contain an archived transaction (every one is dated before
      *> the cutoff it was archived under), so the archived net is
      *> all opening balance and the history file is never read.
      *> An earlier period reads the customer's history rows one by
      *> one, and the detail passes then pick up the in-period ones.
       STMT-ADD-ARCHIVED-OPENING.
           SET HISTORY-NOT-NEEDED TO TRUE
           IF FORWARD-ON-FILE
               MOVE WS-STMT-ID TO BF-CUST-ID
               READ BALANCE-FORWARD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BF-THROUGH-DATE NOT > WS-FROM-DATE
                           ADD BF-NET-AMOUNT TO WS-OPENING-BALANCE
                       ELSE
                           SET HISTORY-NEEDED TO TRUE
                       END-IF
               END-READ
               MOVE BF-FS TO WS-FS-CHECK
               MOVE "READ BALANCE-FORWARD-FILE (STMT)"
                   TO WS-FS-OPERATION
               PERFORM STMT-CHECK-FILE-STATUS
           END-IF
           IF HISTORY-NEEDED AND NO-HISTORY-ON-FILE
               SET HISTORY-NOT-NEEDED TO TRUE
           END-IF
           IF HISTORY-NEEDED
               PERFORM STMT-POSITION-ON-HISTORY
               IF TRH-FS = "00"
                   PERFORM STMT-READ-NEXT-HISTORY
                   PERFORM UNTIL (TRH-FS NOT = "00"
                               AND TRH-FS NOT = "02")
                           OR TRH-CUST-ID NOT = WS-STMT-ID
                       IF TRH-DATE < WS-FROM-DATE
                           ADD TRH-AMOUNT TO WS-OPENING-BALANCE
                       END-IF
                       PERFORM STMT-READ-NEXT-HISTORY
                   END-PERFORM
               END-IF
           END-IF.

      *> In-period archived lines come first - they are older than
      *> anything still live - through the same detail paragraphs as
      *> live lines, by way of the transaction record area.
       STMT-PRINT-HISTORY-DETAIL.
           PERFORM STMT-POSITION-ON-HISTORY
           IF TRH-FS = "00"
               PERFORM STMT-READ-NEXT-HISTORY
               PERFORM UNTIL (TRH-FS NOT = "00"
                           AND TRH-FS NOT = "02")
                       OR TRH-CUST-ID NOT = WS-STMT-ID
                   IF TRH-DATE NOT < WS-FROM-DATE
                           AND TRH-DATE NOT > WS-TO-DATE
                       MOVE TRH-TRAN-IMAGE
                           TO CUSTOMER-TRANSACTION-RECORD
                       ADD TRAN-AMOUNT TO WS-PERIOD-NET
                       ADD 1 TO WS-PERIOD-TRAN-COUNT
                       PERFORM STMT-PRINT-DETAIL-LINE
                   END-IF
                   PERFORM STMT-READ-NEXT-HISTORY
               END-PERFORM
           END-IF.

       STMT-EXTRACT-HISTORY-DETAIL.
           PERFORM STMT-POSITION-ON-HISTORY
           IF TRH-FS = "00"
               PERFORM STMT-READ-NEXT-HISTORY
               PERFORM UNTIL (TRH-FS NOT = "00"
                           AND TRH-FS NOT = "02")
                       OR TRH-CUST-ID NOT = WS-STMT-ID
                   IF TRH-DATE NOT < WS-FROM-DATE
                           AND TRH-DATE NOT > WS-TO-DATE
                       MOVE TRH-TRAN-IMAGE
                           TO CUSTOMER-TRANSACTION-RECORD
                       ADD TRAN-AMOUNT TO WS-PERIOD-NET
                       ADD 1 TO WS-PERIOD-TRAN-COUNT
                       PERFORM STMT-WRITE-EXTRACT-DETAIL
                   END-IF
                   PERFORM STMT-READ-NEXT-HISTORY
               END-PERFORM
           END-IF.

       STMT-POSITION-ON-HISTORY.
           MOVE WS-STMT-ID TO TRH-CUST-ID
           START TRAN-HISTORY-FILE
               KEY IS NOT LESS THAN TRH-CUST-ID
               INVALID KEY
                   CONTINUE
           END-START
           MOVE TRH-FS TO WS-FS-CHECK
           MOVE "START TRAN-HISTORY-FILE (STMT)" TO WS-FS-OPERATION
           PERFORM STMT-CHECK-FILE-STATUS.

       STMT-READ-NEXT-HISTORY.
           READ TRAN-HISTORY-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ
           MOVE TRH-FS TO WS-FS-CHECK
           MOVE "READ TRAN-HISTORY-FILE (STMT)" TO WS-FS-OPERATION
           PERFORM STMT-CHECK-FILE-STATUS.

       STMT-PRINT-PERIOD-DETAIL.
           IF HISTORY-NEEDED
               PERFORM STMT-PRINT-HISTORY-DETAIL
           END-IF
           PERFORM STMT-POSITION-ON-CUSTOMER
           IF TRAN-FS = "00"
               PERFORM STMT-READ-NEXT-TRAN
       STMT-PRINT-PAGE-HEADINGS.
           MOVE WS-PAGE-NO TO WS-PAGE-NO-DISPLAY
           MOVE SPACES TO PRINT-LINE
           IF GROUP-STATEMENT-MODE
               STRING
                   "CONSOLIDATED STATEMENT" DELIMITED BY SIZE
                   "          RUN DATE: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "     PAGE: " DELIMITED BY SIZE
                   WS-PAGE-NO-DISPLAY DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
           ELSE
               STRING
                   "CUSTOMER STATEMENT" DELIMITED BY SIZE
                   "              RUN DATE: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "     PAGE: " DELIMITED BY SIZE
                   WS-PAGE-NO-DISPLAY DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
           END-IF
           PERFORM STMT-WRITE-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING
           MOVE SPACES TO PRINT-LINE
           PERFORM STMT-WRITE-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           IF GROUP-STATEMENT-MODE
               STRING
                   "PARENT  : " DELIMITED BY SIZE
                   WS-GROUP-PARENT-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-GROUP-NAME DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
           ELSE
               STRING
                   "CUSTOMER: " DELIMITED BY SIZE
                   WS-STMT-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-STMT-NAME DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
           END-IF
           PERFORM STMT-WRITE-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           IF GROUP-STATEMENT-MODE
               STRING
                   "ADDRESS : " DELIMITED BY SIZE
                   WS-GROUP-ADDRESS DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
           ELSE
               STRING
                   "ADDRESS : " DELIMITED BY SIZE
                   WS-STMT-ADDRESS DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
           END-IF
           PERFORM STMT-WRITE-PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           PERFORM STMT-WRITE-PRINT-LINE
      *> the transaction it offsets in TRAN-REVERSAL-OF; printing
      *> that link on the detail line is what lets the reader tie
      *> the correction to the original inside the same period.
      *> A disputed line carries the dispute's status after the
      *> amount (a REVRSL can never itself be disputed, so the two
      *> notes never share a line).
       STMT-PRINT-DETAIL-LINE.
           PERFORM STMT-CHECK-PAGE-BREAK
           PERFORM STMT-LOOKUP-DISPUTE
           MOVE TRAN-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO PRINT-LINE
           IF TRAN-REVERSAL-OF = SPACES
                   TRAN-TYPE DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-AMT-DISPLAY DELIMITED BY SIZE
                   WS-DISPUTE-NOTE DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
           ELSE
               INTO PRINT-LINE
           END-STRING
           PERFORM STMT-WRITE-PRINT-LINE
           IF WS-OPEN-DISPUTED NOT = ZERO
               MOVE WS-OPEN-DISPUTED TO WS-AMT-DISPLAY
               MOVE SPACES TO PRINT-LINE
               STRING
                   "* IN DISPUTE" DELIMITED BY SIZE
                   "                 " DELIMITED BY SIZE
                   WS-AMT-DISPLAY DELIMITED BY SIZE
                   "  UNDER REVIEW - INCLUDED ABOVE" DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
               PERFORM STMT-WRITE-PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           PERFORM STMT-WRITE-PRINT-LINE.

               WS-STATEMENTS-PRINTED DELIMITED BY SIZE
               INTO PRINT-LINE
           END-STRING
           PERFORM STMT-WRITE-PRINT-LINE
           IF GROUP-STATEMENT-MODE
               MOVE SPACES TO PRINT-LINE
               STRING
                   "ACCOUNT SECTIONS     : " DELIMITED BY SIZE
                   WS-GROUP-SECTIONS DELIMITED BY SIZE
                   "  GROUPS SKIPPED: " DELIMITED BY SIZE
                   WS-GROUPS-SKIPPED DELIMITED BY SIZE
                   INTO PRINT-LINE
               END-STRING
               PERFORM STMT-WRITE-PRINT-LINE
           END-IF.

       STMT-WRITE-PRINT-LINE.
           WRITE PRINT-LINE
