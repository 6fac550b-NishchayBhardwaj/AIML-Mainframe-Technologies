      *> itself with a control-total block: already-posted plus
      *> posted plus orphaned must equal the file total in both
      *> count and amount or the run is flagged OUT OF BALANCE.
      *> The block also carries the lockbox cash still sitting open
      *> on unapplied_cash.txt, so money received but not yet on any
      *> customer is visible alongside what was posted.
      *> Charges under an OPEN dispute on CUST-DISP's register still
      *> post and still count in the balance, but are left out of
      *> the credit-limit test, so nobody goes on hold over money
      *> that may be owed back to them.
      *> A customer that is a branch or parent in CUST-HIER's
      *> customer_hierarchy.txt is also held when the posted
      *> exposure of the whole group - every member's balance, less
      *> its open disputes - goes over a group credit limit, even
      *> though the customer itself is within its own limit. The
      *> hold falls on the customer whose posting crossed the group
      *> limit, and the over-limit listing says which group did it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYC-FS.

           SELECT UNAPPLIED-CASH-FILE ASSIGN TO "unapplied_cash.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-KEY
               FILE STATUS IS SUS-FS.

           SELECT DISPUTE-REGISTER-FILE
               ASSIGN TO "dispute_register.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-SEQ-NO
               ALTERNATE RECORD KEY IS DSP-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS DSP-FS.

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
           05 CYC-POSTED-AMOUNT     PIC S9(13)V99
                                    SIGN IS LEADING SEPARATE.

       FD UNAPPLIED-CASH-FILE.
           COPY "susprec.cpy".

       FD DISPUTE-REGISTER-FILE.
           COPY "disprec.cpy".

       FD CUSTOMER-HIERARCHY-FILE.
           COPY "hierrec.cpy".

       FD RUN-JOURNAL-FILE.
           COPY "runjrnl.cpy".

       01 AUD-FS                 PIC XX.
       01 OVR-FS                 PIC XX.
       01 JRN-FS                 PIC XX.
       01 SUS-FS                 PIC XX.
       01 DSP-FS                 PIC XX.
       01 HIR-FS                 PIC XX.
       01 WS-FS-CHECK            PIC XX.
       01 WS-FS-OPERATION        PIC X(40).

       01 WS-BAL-EOF             PIC X VALUE 'N'.
          88 BAL-EOF             VALUE 'Y'.
          88 BAL-NOT-EOF         VALUE 'N'.
       01 WS-SUS-EOF             PIC X VALUE 'N'.
          88 SUS-EOF             VALUE 'Y'.
          88 SUS-NOT-EOF         VALUE 'N'.
       01 WS-DSP-EOF             PIC X VALUE 'N'.
          88 DSP-EOF             VALUE 'Y'.
          88 DSP-NOT-EOF         VALUE 'N'.
       01 WS-DISPUTE-FILE-FLAG   PIC X VALUE 'N'.
          88 DISPUTES-ON-FILE    VALUE 'Y'.
          88 NO-DISPUTES-ON-FILE VALUE 'N'.
       01 WS-HIR-EOF             PIC X VALUE 'N'.
          88 HIR-EOF             VALUE 'Y'.
          88 HIR-NOT-EOF         VALUE 'N'.
       01 WS-HIERARCHY-FILE-FLAG PIC X VALUE 'N'.
          88 HIERARCHY-ON-FILE   VALUE 'Y'.
          88 NO-HIERARCHY-ON-FILE VALUE 'N'.
       01 WS-HOLD-REASON         PIC X VALUE 'C'.
          88 HOLD-OVER-OWN-LIMIT VALUE 'C'.
          88 HOLD-OVER-GROUP-LIMIT VALUE 'G'.

       01 WS-CUST-FOUND          PIC X VALUE 'N'.
          88 CUST-FOUND          VALUE 'Y'.
       01 WS-CYCLE-DATE          PIC X(8).
       01 WS-MAINT-DATE          PIC X(10).
       01 WS-HOLDS-PLACED        PIC 9(7) VALUE ZERO.
       01 WS-DISPUTED-AMOUNT     PIC S9(11)V99 VALUE ZERO.
       01 WS-CREDIT-EXPOSURE     PIC S9(11)V99 VALUE ZERO.
       01 WS-LIMIT-DISPLAY       PIC -(12)9.99.

      *> Group limit test. The customer's balance record is parked in
      *> WS-SAVED-BALANCE-RECORD while the members' balances are read
      *> into the same record area, and put back afterwards.
       01 WS-DISPUTE-CUST-ID     PIC X(8).
       01 WS-GROUP-ID            PIC X(8).
       01 WS-GROUP-LIMIT         PIC 9(11)V99 VALUE ZERO.
       01 WS-GROUP-EXPOSURE      PIC S9(13)V99 VALUE ZERO.
       01 WS-GROUP-HOLDS         PIC 9(7) VALUE ZERO.
       01 WS-SAVED-BALANCE-RECORD PIC X(39).

       01 WS-JRN-START-TIME      PIC X(8).
       01 WS-JRN-END-TIME        PIC X(8).
       01 WS-JRN-END-STATUS      PIC X VALUE 'C'.
       01 WS-ALREADY-AMOUNT      PIC S9(13)V99 VALUE ZERO.
       01 WS-POSTED-AMOUNT       PIC S9(13)V99 VALUE ZERO.
       01 WS-UNMATCHED-AMOUNT    PIC S9(13)V99 VALUE ZERO.
       01 WS-SUSPENSE-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-SUSPENSE-AMOUNT     PIC S9(13)V99 VALUE ZERO.
       01 WS-CHECK-COUNT         PIC 9(7).
       01 WS-CHECK-AMOUNT        PIC S9(13)V99.
       01 WS-BALANCE-FLAG        PIC X VALUE 'Y'.
               TO WS-FS-OPERATION
           PERFORM MATCH-CHECK-FILE-STATUS

      *> A site that has never logged a dispute has no register
      *> (FS "35") and tests limits on the full balance - same
      *> normal-absence handling as MATCH-TOTAL-UNAPPLIED-CASH.
           OPEN INPUT DISPUTE-REGISTER-FILE
           IF DSP-FS = "35"
               SET NO-DISPUTES-ON-FILE TO TRUE
           ELSE
               MOVE DSP-FS TO WS-FS-CHECK
               MOVE "OPEN DISPUTE-REGISTER-FILE (MATCH)"
                   TO WS-FS-OPERATION
               PERFORM MATCH-CHECK-FILE-STATUS
               SET DISPUTES-ON-FILE TO TRUE
           END-IF

      *> Likewise no hierarchy file means no customer is in a group
      *> and only the customers' own limits are tested.
           OPEN INPUT CUSTOMER-HIERARCHY-FILE
           IF HIR-FS = "35"
               SET NO-HIERARCHY-ON-FILE TO TRUE
           ELSE
               MOVE HIR-FS TO WS-FS-CHECK
               MOVE "OPEN CUSTOMER-HIERARCHY-FILE (MATCH)"
                   TO WS-FS-OPERATION
               PERFORM MATCH-CHECK-FILE-STATUS
               SET HIERARCHY-ON-FILE TO TRUE
           END-IF

           OPEN OUTPUT CUSTOMER-BALANCE-FILE
           MOVE BAL-FS TO WS-FS-CHECK
           MOVE "OPEN CUSTOMER-BALANCE-FILE" TO WS-FS-OPERATION
           MOVE "CLOSE CUSTOMER-BALANCE-FILE" TO WS-FS-OPERATION
           PERFORM MATCH-CHECK-FILE-STATUS

           IF DISPUTES-ON-FILE
               CLOSE DISPUTE-REGISTER-FILE
               MOVE DSP-FS TO WS-FS-CHECK
               MOVE "CLOSE DISPUTE-REGISTER-FILE (MATCH)"
                   TO WS-FS-OPERATION
               PERFORM MATCH-CHECK-FILE-STATUS
           END-IF

           IF HIERARCHY-ON-FILE
               CLOSE CUSTOMER-HIERARCHY-FILE
               MOVE HIR-FS TO WS-FS-CHECK
               MOVE "CLOSE CUSTOMER-HIERARCHY-FILE (MATCH)"
                   TO WS-FS-OPERATION
               PERFORM MATCH-CHECK-FILE-STATUS
           END-IF

           CLOSE EXCEPTION-REPORT
           MOVE EXC-FS TO WS-FS-CHECK
           MOVE "CLOSE EXCEPTION-REPORT (MATCH)" TO WS-FS-OPERATION
           STRING
               "HOLDS PLACED THIS CYCLE : " DELIMITED BY SIZE
               WS-HOLDS-PLACED DELIMITED BY SIZE
               "  ON GROUP LIMIT: " DELIMITED BY SIZE
               WS-GROUP-HOLDS DELIMITED BY SIZE
               INTO OVERLIMIT-LINE
           END-STRING
           PERFORM MATCH-WRITE-OVERLIMIT-LINE
      *> and the balance record holds the net just posted. A blank
      *> (pre-credit-checking) or zero limit means no checking; a
      *> customer already on hold or logically deleted is left alone.
      *> Only when the balance is over the limit is the dispute
      *> register consulted: the amount the test uses is the balance
      *> less whatever of it is under an open dispute. A customer
      *> still clear after its own test goes on to the group test.
       MATCH-CHECK-CREDIT-LIMIT.
           MOVE ZERO TO WS-DISPUTED-AMOUNT
           SET HOLD-OVER-OWN-LIMIT TO TRUE
           IF CUST-CREDIT-LIMIT NUMERIC
                   AND CUST-CREDIT-LIMIT > ZERO
                   AND CUST-STATUS NOT = 'H'
                   AND CUST-STATUS NOT = 'D'
                   AND BAL-NET-AMOUNT > CUST-CREDIT-LIMIT
               IF DISPUTES-ON-FILE
                   MOVE CUST-ID TO WS-DISPUTE-CUST-ID
                   PERFORM MATCH-SUM-OPEN-DISPUTES
               END-IF
               COMPUTE WS-CREDIT-EXPOSURE =
                   BAL-NET-AMOUNT - WS-DISPUTED-AMOUNT
               IF WS-CREDIT-EXPOSURE > CUST-CREDIT-LIMIT
                   PERFORM MATCH-PLACE-HOLD
               END-IF
           END-IF
           IF HIERARCHY-ON-FILE
                   AND CUST-STATUS NOT = 'H'
                   AND CUST-STATUS NOT = 'D'
               PERFORM MATCH-CHECK-GROUP-LIMIT
           END-IF.

      *> The customer's group is found from its own hierarchy row -
      *> a branch's row names its parent, a parent's row names
      *> itself - and the limit from the parent's group row. With a
      *> group limit set, the posted balances of every member are
      *> added up off the HIR-PARENT-ID alternate key, each less its
      *> own open disputes by the same rule as the customer test.
       MATCH-CHECK-GROUP-LIMIT.
           MOVE ZERO TO WS-GROUP-LIMIT
           MOVE CUST-ID TO HIR-CUST-ID
           READ CUSTOMER-HIERARCHY-FILE
               INVALID KEY
                   MOVE SPACES TO HIR-PARENT-ID
           END-READ
           MOVE HIR-FS TO WS-FS-CHECK
           MOVE "READ CUSTOMER-HIERARCHY-FILE (MATCH)"
               TO WS-FS-OPERATION
           PERFORM MATCH-CHECK-FILE-STATUS
           IF HIR-FS = "00" AND HIR-PARENT-ID NOT = SPACES
               MOVE HIR-PARENT-ID TO WS-GROUP-ID
               MOVE WS-GROUP-ID TO HIR-CUST-ID
               READ CUSTOMER-HIERARCHY-FILE
                   INVALID KEY
                       MOVE ZERO TO HIR-GROUP-LIMIT
               END-READ
               MOVE HIR-FS TO WS-FS-CHECK
               MOVE "READ CUSTOMER-HIERARCHY-FILE (GROUP)"
                   TO WS-FS-OPERATION
               PERFORM MATCH-CHECK-FILE-STATUS
               IF HIR-FS = "00" AND HIR-GROUP-LIMIT NUMERIC
                   MOVE HIR-GROUP-LIMIT TO WS-GROUP-LIMIT
               END-IF
           END-IF
           IF WS-GROUP-LIMIT > ZERO
               MOVE CUSTOMER-BALANCE-RECORD TO WS-SAVED-BALANCE-RECORD
               PERFORM MATCH-SUM-GROUP-EXPOSURE
               MOVE WS-SAVED-BALANCE-RECORD TO CUSTOMER-BALANCE-RECORD
               IF WS-GROUP-EXPOSURE > WS-GROUP-LIMIT
                   SET HOLD-OVER-GROUP-LIMIT TO TRUE
                   PERFORM MATCH-PLACE-HOLD
               END-IF
           END-IF.

       MATCH-SUM-GROUP-EXPOSURE.
           MOVE ZERO TO WS-GROUP-EXPOSURE
           MOVE ZERO TO WS-DISPUTED-AMOUNT
           SET HIR-NOT-EOF TO TRUE
           MOVE WS-GROUP-ID TO HIR-PARENT-ID
           START CUSTOMER-HIERARCHY-FILE
               KEY IS NOT LESS THAN HIR-PARENT-ID
               INVALID KEY
                   SET HIR-EOF TO TRUE
           END-START
           MOVE HIR-FS TO WS-FS-CHECK
           MOVE "START CUSTOMER-HIERARCHY-FILE (MATCH)"
               TO WS-FS-OPERATION
           PERFORM MATCH-CHECK-FILE-STATUS
           PERFORM UNTIL HIR-EOF
               READ CUSTOMER-HIERARCHY-FILE NEXT RECORD
                   AT END
                       SET HIR-EOF TO TRUE
               END-READ
               IF NOT HIR-EOF
                   MOVE HIR-FS TO WS-FS-CHECK
                   MOVE "READ CUSTOMER-HIERARCHY-FILE (MEMBERS)"
                       TO WS-FS-OPERATION
                   PERFORM MATCH-CHECK-FILE-STATUS
                   IF HIR-PARENT-ID NOT = WS-GROUP-ID
                       SET HIR-EOF TO TRUE
                   ELSE
                       PERFORM MATCH-ADD-MEMBER-EXPOSURE
                   END-IF
               END-IF
           END-PERFORM
           SUBTRACT WS-DISPUTED-AMOUNT FROM WS-GROUP-EXPOSURE.

      *> A member with nothing posted yet has no balance record and
      *> adds nothing. Its open disputes accumulate into
      *> WS-DISPUTED-AMOUNT across the whole group.
       MATCH-ADD-MEMBER-EXPOSURE.
           MOVE HIR-CUST-ID TO BAL-CUST-ID
           READ CUSTOMER-BALANCE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD BAL-NET-AMOUNT TO WS-GROUP-EXPOSURE
           END-READ
           MOVE BMAST-FS TO WS-FS-CHECK
           MOVE "READ CUSTOMER-BALANCE-MASTER (GROUP)"
               TO WS-FS-OPERATION
           PERFORM MATCH-CHECK-FILE-STATUS
           IF BMAST-FS = "00" AND DISPUTES-ON-FILE
               MOVE HIR-CUST-ID TO WS-DISPUTE-CUST-ID
               PERFORM MATCH-SUM-OPEN-DISPUTES
           END-IF.

      *> Open disputes for WS-DISPUTE-CUST-ID, along the register's
      *> DSP-CUST-ID alternate key. Posting runs in TRAN-SEQ-NO order,
      *> so a disputed charge with a higher sequence number than the
      *> transaction just posted has not reached BAL-NET-AMOUNT yet
      *> and is not taken off it.
       MATCH-SUM-OPEN-DISPUTES.
           SET DSP-NOT-EOF TO TRUE
           MOVE WS-DISPUTE-CUST-ID TO DSP-CUST-ID
           START DISPUTE-REGISTER-FILE
               KEY IS NOT LESS THAN DSP-CUST-ID
               INVALID KEY
                   SET DSP-EOF TO TRUE
           END-START
           MOVE DSP-FS TO WS-FS-CHECK
           MOVE "START DISPUTE-REGISTER-FILE (MATCH)"
               TO WS-FS-OPERATION
           PERFORM MATCH-CHECK-FILE-STATUS
           PERFORM UNTIL DSP-EOF
               READ DISPUTE-REGISTER-FILE NEXT RECORD
                   AT END
                       SET DSP-EOF TO TRUE
               END-READ
               IF NOT DSP-EOF
                   MOVE DSP-FS TO WS-FS-CHECK
                   MOVE "READ DISPUTE-REGISTER-FILE (MATCH)"
                       TO WS-FS-OPERATION
                   PERFORM MATCH-CHECK-FILE-STATUS
                   IF DSP-CUST-ID NOT = WS-DISPUTE-CUST-ID
                       SET DSP-EOF TO TRUE
                   ELSE
                       IF DSP-STATUS = "OPEN"
                               AND DSP-SEQ-NO NOT > TRAN-SEQ-NO
                           ADD DSP-AMOUNT TO WS-DISPUTED-AMOUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> Flipping the status byte is maintenance, so it writes the
      *> same before/after audit image as KSDS-SIM's
      *> WRITE-AUDIT-RECORD - the credit team reads the over-limit
      *> listing, the auditors read customer_audit.txt. A hold on the
      *> group limit shows the group's figures under the customer's.
       MATCH-PLACE-HOLD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO OVERLIMIT-LINE
           END-STRING
           PERFORM MATCH-WRITE-OVERLIMIT-LINE
           IF WS-DISPUTED-AMOUNT NOT = ZERO
               MOVE WS-DISPUTED-AMOUNT TO WS-CTL-DISPLAY-AMT
               MOVE SPACES TO OVERLIMIT-LINE
               STRING
                   "     OPEN DISPUTES LEFT OUT OF LIMIT TEST "
                       DELIMITED BY SIZE
                   WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
                   INTO OVERLIMIT-LINE
               END-STRING
               PERFORM MATCH-WRITE-OVERLIMIT-LINE
           END-IF
           IF HOLD-OVER-GROUP-LIMIT
               ADD 1 TO WS-GROUP-HOLDS
               MOVE WS-GROUP-LIMIT TO WS-LIMIT-DISPLAY
               MOVE WS-GROUP-EXPOSURE TO WS-CTL-DISPLAY-AMT
               MOVE SPACES TO OVERLIMIT-LINE
               STRING
                   "     GROUP " DELIMITED BY SIZE
                   WS-GROUP-ID DELIMITED BY SIZE
                   " OVER GROUP LIMIT " DELIMITED BY SIZE
                   WS-LIMIT-DISPLAY DELIMITED BY SIZE
                   " EXPOSURE " DELIMITED BY SIZE
                   WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
                   INTO OVERLIMIT-LINE
               END-STRING
               PERFORM MATCH-WRITE-OVERLIMIT-LINE
           END-IF.

       MATCH-WRITE-OVERLIMIT-LINE.
           WRITE OVERLIMIT-LINE
               INTO BALANCE-LINE
           END-STRING
           PERFORM MATCH-WRITE-CONTROL-LINE
      *> Unapplied cash is memo only: it was never a transaction, so
      *> it stays outside the in-balance test above.
           PERFORM MATCH-TOTAL-UNAPPLIED-CASH
           MOVE WS-SUSPENSE-AMOUNT TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO BALANCE-LINE
           STRING
               "UNAPPLIED CASH OPEN  : " DELIMITED BY SIZE
               WS-SUSPENSE-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO BALANCE-LINE
           END-STRING
           PERFORM MATCH-WRITE-CONTROL-LINE
           MOVE SPACES TO BALANCE-LINE
           IF RUN-IN-BALANCE
               MOVE "RUN STATUS           : IN BALANCE"
               PERFORM MATCH-WRITE-CONTROL-LINE
           END-IF.

      *> Open items on CUST-LBOX's suspense file. A site that has
      *> never run a lockbox has no file (FS "35") and simply shows
      *> zero - same normal-absence handling as TRAN-LOAD's
      *> TLOAD-READ-SEQNO.
       MATCH-TOTAL-UNAPPLIED-CASH.
           OPEN INPUT UNAPPLIED-CASH-FILE
           IF SUS-FS NOT = "35"
               MOVE SUS-FS TO WS-FS-CHECK
               MOVE "OPEN UNAPPLIED-CASH-FILE" TO WS-FS-OPERATION
               PERFORM MATCH-CHECK-FILE-STATUS
           END-IF
           IF SUS-FS = "00"
               SET SUS-NOT-EOF TO TRUE
               MOVE LOW-VALUES TO SUS-KEY
               START UNAPPLIED-CASH-FILE
                   KEY IS NOT LESS THAN SUS-KEY
                   INVALID KEY
                       SET SUS-EOF TO TRUE
               END-START
               MOVE SUS-FS TO WS-FS-CHECK
               MOVE "START UNAPPLIED-CASH-FILE" TO WS-FS-OPERATION
               PERFORM MATCH-CHECK-FILE-STATUS
               PERFORM UNTIL SUS-EOF
                   READ UNAPPLIED-CASH-FILE NEXT RECORD
                       AT END
                           SET SUS-EOF TO TRUE
                       NOT AT END
                           IF SUS-STATUS = 'O'
                               ADD 1 TO WS-SUSPENSE-COUNT
                               ADD SUS-AMOUNT TO WS-SUSPENSE-AMOUNT
                           END-IF
                   END-READ
                   IF NOT SUS-EOF
                       MOVE SUS-FS TO WS-FS-CHECK
                       MOVE "READ UNAPPLIED-CASH-FILE NEXT"
                           TO WS-FS-OPERATION
                       PERFORM MATCH-CHECK-FILE-STATUS
                   END-IF
               END-PERFORM
               CLOSE UNAPPLIED-CASH-FILE
               MOVE SUS-FS TO WS-FS-CHECK
               MOVE "CLOSE UNAPPLIED-CASH-FILE" TO WS-FS-OPERATION
               PERFORM MATCH-CHECK-FILE-STATUS
           END-IF.

      *> Persists the POSTED THIS CYCLE totals for CUST-GLEX to tie
      *> its GL extract against. A second posting run under the same
      *> cycle date (a resumed window) adds to the totals already on
