       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-GEXP.

      *> Consolidated group credit exposure for the credit manager.
      *> Credit limits and statements are per CUST-ID, but many
      *> commercial customers are branches of one company, linked to
      *> the parent's CUST-ID on CUST-HIER's customer_hierarchy.txt.
      *> This report rolls the balance master up each group: one
      *> line per member - the parent first, then its branches - with
      *> the name and status from the customer master, the posted
      *> balance from CUST-MATCH's balance master, the part of it
      *> under an OPEN dispute on CUST-DISP's register, the exposure
      *> that leaves and the member's own credit limit. The group
      *> line totals them and sets the exposure against the group
      *> credit limit held on the parent's group row - the same test
      *> CUST-MATCH makes before placing an over-limit hold - showing
      *> what is still available or that the group is over. Written
      *> to customer_group_exposure.txt. The control block proves
      *> every hierarchy row was reported under a group (a branch
      *> whose parent has no group row is out of balance) and that
      *> the group totals add back to the members. No hierarchy file
      *> yet is not an error - the report is printed with no groups,
      *> and a missing balance master or dispute register just means
      *> nothing posted or disputed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "customer_data.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS FS.

           SELECT CUSTOMER-HIERARCHY-FILE
               ASSIGN TO "customer_hierarchy.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIR-CUST-ID
               ALTERNATE RECORD KEY IS HIR-PARENT-ID
                   WITH DUPLICATES
               FILE STATUS IS HIR-FS.

           SELECT CUSTOMER-BALANCE-MASTER
               ASSIGN TO "customer_balance_master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS BMAST-FS.

           SELECT CUSTOMER-TRANSACTION-FILE
               ASSIGN TO "customer_transactions.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAN-SEQ-NO
               ALTERNATE RECORD KEY IS TRAN-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS TRAN-FS.

           SELECT DISPUTE-REGISTER-FILE
               ASSIGN TO "dispute_register.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-SEQ-NO
               ALTERNATE RECORD KEY IS DSP-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS DSP-FS.

           SELECT GEXP-REPORT ASSIGN TO "customer_group_exposure.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRT-FS.

           SELECT RUN-JOURNAL-FILE ASSIGN TO "run_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD CUSTOMER-HIERARCHY-FILE.
           COPY "hierrec.cpy".

       FD CUSTOMER-BALANCE-MASTER.
           COPY "balrec.cpy".

       FD CUSTOMER-TRANSACTION-FILE.
           COPY "tranrec.cpy".

       FD DISPUTE-REGISTER-FILE.
           COPY "disprec.cpy".

       FD GEXP-REPORT.
       01 GEXP-PRINT-LINE           PIC X(132).

       FD RUN-JOURNAL-FILE.
           COPY "runjrnl.cpy".

       WORKING-STORAGE SECTION.
       01 FS                    PIC XX.
       01 HIR-FS                PIC XX.
       01 BMAST-FS              PIC XX.
       01 TRAN-FS               PIC XX.
       01 DSP-FS                PIC XX.
       01 PRT-FS                PIC XX.
       01 JRN-FS                PIC XX.
       01 WS-FS-CHECK           PIC XX.
       01 WS-FS-OPERATION       PIC X(40).

       01 WS-HIR-EOF            PIC X VALUE 'N'.
          88 HIR-EOF            VALUE 'Y'.
          88 HIR-NOT-EOF        VALUE 'N'.
       01 WS-MEMBER-EOF         PIC X VALUE 'N'.
          88 MEMBER-EOF         VALUE 'Y'.
          88 MEMBER-NOT-EOF     VALUE 'N'.
       01 WS-DSP-EOF            PIC X VALUE 'N'.
          88 DSP-EOF            VALUE 'Y'.
          88 DSP-NOT-EOF        VALUE 'N'.
       01 WS-HIERARCHY-FILE-FLAG PIC X VALUE 'N'.
          88 HIERARCHY-ON-FILE  VALUE 'Y'.
          88 NO-HIERARCHY-ON-FILE VALUE 'N'.
       01 WS-BALANCE-FILE-FLAG  PIC X VALUE 'N'.
          88 BALANCES-ON-FILE   VALUE 'Y'.
          88 NO-BALANCES-ON-FILE VALUE 'N'.
       01 WS-TRANS-FILE-FLAG    PIC X VALUE 'N'.
          88 TRANS-ON-FILE      VALUE 'Y'.
          88 NO-TRANS-ON-FILE   VALUE 'N'.
       01 WS-DISPUTE-FILE-FLAG  PIC X VALUE 'N'.
          88 DISPUTES-ON-FILE   VALUE 'Y'.
          88 NO-DISPUTES-ON-FILE VALUE 'N'.
       01 WS-BALANCE-FLAG       PIC X VALUE 'Y'.
          88 RUN-IN-BALANCE     VALUE 'Y'.
          88 RUN-OUT-OF-BALANCE VALUE 'N'.

       01 WS-CURRENT-DATE-TIME  PIC X(21).
       01 WS-RUN-DATE           PIC X(10).
       01 WS-CYCLE-DATE         PIC X(8).

      *> The group being reported and its running totals.
       01 WS-GROUP-ID           PIC X(8).
       01 WS-GROUP-LIMIT        PIC 9(11)V99 VALUE ZERO.
       01 WS-GROUP-MEMBERS      PIC 9(5) VALUE ZERO.
       01 WS-GROUP-BALANCE      PIC S9(13)V99 VALUE ZERO.
       01 WS-GROUP-DISPUTED     PIC S9(13)V99 VALUE ZERO.
       01 WS-GROUP-EXPOSURE     PIC S9(13)V99 VALUE ZERO.
       01 WS-GROUP-AVAILABLE    PIC S9(13)V99 VALUE ZERO.

      *> The member on the current line.
       01 WS-MEMBER-ROLE        PIC X(6).
       01 WS-MEMBER-NAME        PIC X(32).
       01 WS-MEMBER-STATUS      PIC X.
       01 WS-MEMBER-LIMIT       PIC 9(11)V99 VALUE ZERO.
       01 WS-MEMBER-BALANCE     PIC S9(11)V99 VALUE ZERO.
       01 WS-MEMBER-DISPUTED    PIC S9(11)V99 VALUE ZERO.
       01 WS-MEMBER-EXPOSURE    PIC S9(11)V99 VALUE ZERO.
       01 WS-MEMBER-FLAG        PIC X(4).

       01 WS-ROWS-READ          PIC 9(7) VALUE ZERO.
       01 WS-MEMBERS-REPORTED   PIC 9(7) VALUE ZERO.
       01 WS-GROUP-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-GROUPS-OVER        PIC 9(7) VALUE ZERO.
       01 WS-GROUPS-NO-LIMIT    PIC 9(7) VALUE ZERO.
       01 WS-NOT-ON-MASTER      PIC 9(7) VALUE ZERO.
       01 WS-MEMBERS-OVER-OWN   PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-BALANCE      PIC S9(13)V99 VALUE ZERO.
       01 WS-TOTAL-EXPOSURE     PIC S9(13)V99 VALUE ZERO.
       01 WS-CHECK-BALANCE      PIC S9(13)V99 VALUE ZERO.
       01 WS-CHECK-EXPOSURE     PIC S9(13)V99 VALUE ZERO.

       01 WS-BAL-DISPLAY        PIC -(12)9.99.
       01 WS-DSP-DISPLAY        PIC -(12)9.99.
       01 WS-EXP-DISPLAY        PIC -(12)9.99.
       01 WS-LIMIT-DISPLAY      PIC Z(10)9.99.
       01 WS-CTL-DISPLAY-AMT    PIC -(12)9.99.

       01 WS-JRN-START-TIME     PIC X(8).
       01 WS-JRN-END-TIME       PIC X(8).
       01 WS-JRN-END-STATUS     PIC X VALUE 'C'.

       PROCEDURE DIVISION.
       GEXP-MAIN.
           PERFORM GEXP-INITIALIZE
           PERFORM GEXP-OPEN-FILES
           PERFORM GEXP-PRINT-HEADINGS
           IF HIERARCHY-ON-FILE
               PERFORM GEXP-WALK-HIERARCHY
           END-IF
           PERFORM GEXP-PRINT-CONTROL-TOTALS
           PERFORM GEXP-CLOSE-FILES
           PERFORM GEXP-WRITE-RUN-JOURNAL
           DISPLAY "Group exposure report complete - " WS-GROUP-COUNT
               " groups, " WS-MEMBERS-REPORTED " members, "
               WS-GROUPS-OVER " over group limit. "
               "See customer_group_exposure.txt"
           IF RUN-OUT-OF-BALANCE
               DISPLAY "*** GROUP EXPOSURE OUT OF BALANCE - see "
                   "control totals in customer_group_exposure.txt ***"
           END-IF
           GOBACK.

       GEXP-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING
               WS-CURRENT-DATE-TIME(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-CYCLE-DATE
           PERFORM GEXP-FORMAT-JRN-TIME
           MOVE WS-JRN-END-TIME TO WS-JRN-START-TIME.

       GEXP-OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "OPEN CUSTOMER-FILE (GEXP)" TO WS-FS-OPERATION
           PERFORM GEXP-CHECK-FILE-STATUS

      *> No hierarchy file yet means no groups have been set up.
           OPEN INPUT CUSTOMER-HIERARCHY-FILE
           IF HIR-FS = "35"
               SET NO-HIERARCHY-ON-FILE TO TRUE
           ELSE
               MOVE HIR-FS TO WS-FS-CHECK
               MOVE "OPEN CUSTOMER-HIERARCHY-FILE (GEXP)"
                   TO WS-FS-OPERATION
               PERFORM GEXP-CHECK-FILE-STATUS
               SET HIERARCHY-ON-FILE TO TRUE
           END-IF

      *> No balance master means CUST-MATCH has never posted.
           OPEN INPUT CUSTOMER-BALANCE-MASTER
           IF BMAST-FS = "35"
               SET NO-BALANCES-ON-FILE TO TRUE
           ELSE
               MOVE BMAST-FS TO WS-FS-CHECK
               MOVE "OPEN CUSTOMER-BALANCE-MASTER (GEXP)"
                   TO WS-FS-OPERATION
               PERFORM GEXP-CHECK-FILE-STATUS
               SET BALANCES-ON-FILE TO TRUE
           END-IF

      *> The transaction file is only needed to tell which disputed
      *> charges have reached the balance master.
           OPEN INPUT CUSTOMER-TRANSACTION-FILE
           IF TRAN-FS = "35"
               SET NO-TRANS-ON-FILE TO TRUE
           ELSE
               MOVE TRAN-FS TO WS-FS-CHECK
               MOVE "OPEN CUSTOMER-TRANSACTION-FILE (GEXP)"
                   TO WS-FS-OPERATION
               PERFORM GEXP-CHECK-FILE-STATUS
               SET TRANS-ON-FILE TO TRUE
           END-IF

           OPEN INPUT DISPUTE-REGISTER-FILE
           IF DSP-FS = "35"
               SET NO-DISPUTES-ON-FILE TO TRUE
           ELSE
               MOVE DSP-FS TO WS-FS-CHECK
               MOVE "OPEN DISPUTE-REGISTER-FILE (GEXP)"
                   TO WS-FS-OPERATION
               PERFORM GEXP-CHECK-FILE-STATUS
               SET DISPUTES-ON-FILE TO TRUE
           END-IF

           OPEN OUTPUT GEXP-REPORT
           MOVE PRT-FS TO WS-FS-CHECK
           MOVE "OPEN GEXP-REPORT" TO WS-FS-OPERATION
           PERFORM GEXP-CHECK-FILE-STATUS.

       GEXP-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-FILE (GEXP)" TO WS-FS-OPERATION
           PERFORM GEXP-CHECK-FILE-STATUS

           IF HIERARCHY-ON-FILE
               CLOSE CUSTOMER-HIERARCHY-FILE
               MOVE HIR-FS TO WS-FS-CHECK
               MOVE "CLOSE CUSTOMER-HIERARCHY-FILE (GEXP)"
                   TO WS-FS-OPERATION
               PERFORM GEXP-CHECK-FILE-STATUS
           END-IF

           IF BALANCES-ON-FILE
               CLOSE CUSTOMER-BALANCE-MASTER
               MOVE BMAST-FS TO WS-FS-CHECK
               MOVE "CLOSE CUSTOMER-BALANCE-MASTER (GEXP)"
                   TO WS-FS-OPERATION
               PERFORM GEXP-CHECK-FILE-STATUS
           END-IF

           IF TRANS-ON-FILE
               CLOSE CUSTOMER-TRANSACTION-FILE
               MOVE TRAN-FS TO WS-FS-CHECK
               MOVE "CLOSE CUSTOMER-TRANSACTION-FILE (GEXP)"
                   TO WS-FS-OPERATION
               PERFORM GEXP-CHECK-FILE-STATUS
           END-IF

           IF DISPUTES-ON-FILE
               CLOSE DISPUTE-REGISTER-FILE
               MOVE DSP-FS TO WS-FS-CHECK
               MOVE "CLOSE DISPUTE-REGISTER-FILE (GEXP)"
                   TO WS-FS-OPERATION
               PERFORM GEXP-CHECK-FILE-STATUS
           END-IF

           CLOSE GEXP-REPORT
           MOVE PRT-FS TO WS-FS-CHECK
           MOVE "CLOSE GEXP-REPORT" TO WS-FS-OPERATION
           PERFORM GEXP-CHECK-FILE-STATUS.

       GEXP-PRINT-HEADINGS.
           MOVE SPACES TO GEXP-PRINT-LINE
           STRING
               "GROUP CREDIT EXPOSURE REPORT   RUN DATE: "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO GEXP-PRINT-LINE
           END-STRING
           PERFORM GEXP-WRITE-REPORT-LINE
           MOVE SPACES TO GEXP-PRINT-LINE
           PERFORM GEXP-WRITE-REPORT-LINE
           MOVE SPACES TO GEXP-PRINT-LINE
           STRING
               "ROLE   CUST-ID  CUST-NAME            ST"
                   DELIMITED BY SIZE
               "         BALANCE         DISPUTED"
                   DELIMITED BY SIZE
               "         EXPOSURE        OWN LIMIT" DELIMITED BY SIZE
               INTO GEXP-PRINT-LINE
           END-STRING
           PERFORM GEXP-WRITE-REPORT-LINE
           MOVE SPACES TO GEXP-PRINT-LINE
           PERFORM GEXP-WRITE-REPORT-LINE.

      *> Primary-key order stops on each group row (the parent's own
      *> row, HIR-PARENT-ID = HIR-CUST-ID); the group is reported off
      *> the alternate key and the primary walk re-STARTed just past
      *> the parent, the way CUST-PURG resumes after nested work on
      *> the same file. Every row read here is counted, so a branch
      *> that was never reported under a group shows in the control
      *> totals.
       GEXP-WALK-HIERARCHY.
           MOVE LOW-VALUES TO HIR-CUST-ID
           START CUSTOMER-HIERARCHY-FILE
               KEY IS NOT LESS THAN HIR-CUST-ID
               INVALID KEY
                   SET HIR-EOF TO TRUE
           END-START
           MOVE HIR-FS TO WS-FS-CHECK
           MOVE "START CUSTOMER-HIERARCHY-FILE (GEXP)"
               TO WS-FS-OPERATION
           PERFORM GEXP-CHECK-FILE-STATUS
           PERFORM UNTIL HIR-EOF
               READ CUSTOMER-HIERARCHY-FILE NEXT RECORD
                   AT END
                       SET HIR-EOF TO TRUE
               END-READ
               IF NOT HIR-EOF
                   MOVE HIR-FS TO WS-FS-CHECK
                   MOVE "READ CUSTOMER-HIERARCHY-FILE (GEXP)"
                       TO WS-FS-OPERATION
                   PERFORM GEXP-CHECK-FILE-STATUS
                   ADD 1 TO WS-ROWS-READ
                   IF HIR-PARENT-ID = HIR-CUST-ID
                       MOVE HIR-CUST-ID TO WS-GROUP-ID
                       MOVE ZERO TO WS-GROUP-LIMIT
                       IF HIR-GROUP-LIMIT NUMERIC
                           MOVE HIR-GROUP-LIMIT TO WS-GROUP-LIMIT
                       END-IF
                       PERFORM GEXP-ONE-GROUP
                       MOVE WS-GROUP-ID TO HIR-CUST-ID
                       START CUSTOMER-HIERARCHY-FILE
                           KEY IS GREATER THAN HIR-CUST-ID
                           INVALID KEY
                               SET HIR-EOF TO TRUE
                       END-START
                       MOVE HIR-FS TO WS-FS-CHECK
                       MOVE "START CUSTOMER-HIERARCHY-FILE (RESUME)"
                           TO WS-FS-OPERATION
                       PERFORM GEXP-CHECK-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM.

       GEXP-ONE-GROUP.
           ADD 1 TO WS-GROUP-COUNT
           MOVE ZERO TO WS-GROUP-MEMBERS
           MOVE ZERO TO WS-GROUP-BALANCE
           MOVE ZERO TO WS-GROUP-DISPUTED
           MOVE ZERO TO WS-GROUP-EXPOSURE
           SET MEMBER-NOT-EOF TO TRUE
           MOVE WS-GROUP-ID TO HIR-PARENT-ID
           START CUSTOMER-HIERARCHY-FILE
               KEY IS NOT LESS THAN HIR-PARENT-ID
               INVALID KEY
                   SET MEMBER-EOF TO TRUE
           END-START
           MOVE HIR-FS TO WS-FS-CHECK
           MOVE "START CUSTOMER-HIERARCHY-FILE (GROUP)"
               TO WS-FS-OPERATION
           PERFORM GEXP-CHECK-FILE-STATUS
           PERFORM UNTIL MEMBER-EOF
               READ CUSTOMER-HIERARCHY-FILE NEXT RECORD
                   AT END
                       SET MEMBER-EOF TO TRUE
               END-READ
               IF NOT MEMBER-EOF
                   MOVE HIR-FS TO WS-FS-CHECK
                   MOVE "READ CUSTOMER-HIERARCHY-FILE (GROUP)"
                       TO WS-FS-OPERATION
                   PERFORM GEXP-CHECK-FILE-STATUS
                   IF HIR-PARENT-ID NOT = WS-GROUP-ID
                       SET MEMBER-EOF TO TRUE
                   ELSE
                       PERFORM GEXP-ONE-MEMBER
                   END-IF
               END-IF
           END-PERFORM
           PERFORM GEXP-END-GROUP.

       GEXP-ONE-MEMBER.
           ADD 1 TO WS-MEMBERS-REPORTED
           ADD 1 TO WS-GROUP-MEMBERS
           IF HIR-CUST-ID = WS-GROUP-ID
               MOVE "PARENT" TO WS-MEMBER-ROLE
           ELSE
               MOVE "BRANCH" TO WS-MEMBER-ROLE
           END-IF
           MOVE HIR-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "(NOT ON CUSTOMER MASTER)" TO WS-MEMBER-NAME
                   MOVE SPACE TO WS-MEMBER-STATUS
                   MOVE ZERO TO WS-MEMBER-LIMIT
                   ADD 1 TO WS-NOT-ON-MASTER
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-MEMBER-NAME
                   MOVE CUST-STATUS TO WS-MEMBER-STATUS
                   MOVE ZERO TO WS-MEMBER-LIMIT
                   IF CUST-CREDIT-LIMIT NUMERIC
                       MOVE CUST-CREDIT-LIMIT TO WS-MEMBER-LIMIT
                   END-IF
           END-READ
           MOVE FS TO WS-FS-CHECK
           MOVE "READ CUSTOMER-FILE (GEXP KEYED)" TO WS-FS-OPERATION
           PERFORM GEXP-CHECK-FILE-STATUS
           MOVE ZERO TO WS-MEMBER-BALANCE
           IF BALANCES-ON-FILE
               MOVE HIR-CUST-ID TO BAL-CUST-ID
               READ CUSTOMER-BALANCE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BAL-NET-AMOUNT TO WS-MEMBER-BALANCE
               END-READ
               MOVE BMAST-FS TO WS-FS-CHECK
               MOVE "READ CUSTOMER-BALANCE-MASTER (GEXP)"
                   TO WS-FS-OPERATION
               PERFORM GEXP-CHECK-FILE-STATUS
           END-IF
           MOVE ZERO TO WS-MEMBER-DISPUTED
           IF DISPUTES-ON-FILE AND TRANS-ON-FILE
               PERFORM GEXP-SUM-OPEN-DISPUTES
           END-IF
           COMPUTE WS-MEMBER-EXPOSURE =
               WS-MEMBER-BALANCE - WS-MEMBER-DISPUTED
           MOVE SPACES TO WS-MEMBER-FLAG
           IF WS-MEMBER-LIMIT > ZERO
                   AND WS-MEMBER-EXPOSURE > WS-MEMBER-LIMIT
               MOVE "OVER" TO WS-MEMBER-FLAG
               ADD 1 TO WS-MEMBERS-OVER-OWN
           END-IF
           ADD WS-MEMBER-BALANCE TO WS-GROUP-BALANCE
           ADD WS-MEMBER-DISPUTED TO WS-GROUP-DISPUTED
           ADD WS-MEMBER-EXPOSURE TO WS-GROUP-EXPOSURE
           ADD WS-MEMBER-BALANCE TO WS-TOTAL-BALANCE
           ADD WS-MEMBER-EXPOSURE TO WS-TOTAL-EXPOSURE
           PERFORM GEXP-PRINT-MEMBER-LINE.

      *> Open disputes for the member, along the register's
      *> DSP-CUST-ID alternate key. Only a disputed charge that has
      *> been posted is in BAL-NET-AMOUNT to be taken off it, so each
      *> one is checked against its transaction's TRAN-POSTED-CYCLE.
       GEXP-SUM-OPEN-DISPUTES.
           SET DSP-NOT-EOF TO TRUE
           MOVE HIR-CUST-ID TO DSP-CUST-ID
           START DISPUTE-REGISTER-FILE
               KEY IS NOT LESS THAN DSP-CUST-ID
               INVALID KEY
                   SET DSP-EOF TO TRUE
           END-START
           MOVE DSP-FS TO WS-FS-CHECK
           MOVE "START DISPUTE-REGISTER-FILE (GEXP)"
               TO WS-FS-OPERATION
           PERFORM GEXP-CHECK-FILE-STATUS
           PERFORM UNTIL DSP-EOF
               READ DISPUTE-REGISTER-FILE NEXT RECORD
                   AT END
                       SET DSP-EOF TO TRUE
               END-READ
               IF NOT DSP-EOF
                   MOVE DSP-FS TO WS-FS-CHECK
                   MOVE "READ DISPUTE-REGISTER-FILE NEXT (GEXP)"
                       TO WS-FS-OPERATION
                   PERFORM GEXP-CHECK-FILE-STATUS
                   IF DSP-CUST-ID NOT = HIR-CUST-ID
                       SET DSP-EOF TO TRUE
                   ELSE
                       IF DSP-STATUS = "OPEN"
                           PERFORM GEXP-CHECK-DISPUTE-POSTED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       GEXP-CHECK-DISPUTE-POSTED.
           MOVE DSP-SEQ-NO TO TRAN-SEQ-NO
           READ CUSTOMER-TRANSACTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TRAN-POSTED-CYCLE NOT = SPACES
                       ADD DSP-AMOUNT TO WS-MEMBER-DISPUTED
                   END-IF
           END-READ
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "READ CUSTOMER-TRANSACTION-FILE (GEXP)"
               TO WS-FS-OPERATION
           PERFORM GEXP-CHECK-FILE-STATUS.

       GEXP-PRINT-MEMBER-LINE.
           MOVE WS-MEMBER-BALANCE TO WS-BAL-DISPLAY
           MOVE WS-MEMBER-DISPUTED TO WS-DSP-DISPLAY
           MOVE WS-MEMBER-EXPOSURE TO WS-EXP-DISPLAY
           MOVE WS-MEMBER-LIMIT TO WS-LIMIT-DISPLAY
           MOVE SPACES TO GEXP-PRINT-LINE
           STRING
               WS-MEMBER-ROLE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HIR-CUST-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MEMBER-NAME(1:20) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MEMBER-STATUS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BAL-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DSP-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EXP-DISPLAY DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-LIMIT-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MEMBER-FLAG DELIMITED BY SIZE
               INTO GEXP-PRINT-LINE
           END-STRING
           PERFORM GEXP-WRITE-REPORT-LINE.

      *> Group totals and the test against the group limit. No limit
      *> on the group row means the group is reported but not tested.
       GEXP-END-GROUP.
           ADD WS-GROUP-BALANCE TO WS-CHECK-BALANCE
           ADD WS-GROUP-EXPOSURE TO WS-CHECK-EXPOSURE
           MOVE WS-GROUP-BALANCE TO WS-BAL-DISPLAY
           MOVE WS-GROUP-DISPUTED TO WS-DSP-DISPLAY
           MOVE WS-GROUP-EXPOSURE TO WS-EXP-DISPLAY
           MOVE SPACES TO GEXP-PRINT-LINE
           STRING
               "       GROUP " DELIMITED BY SIZE
               WS-GROUP-ID DELIMITED BY SIZE
               " MEMBERS: " DELIMITED BY SIZE
               WS-GROUP-MEMBERS DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-BAL-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DSP-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EXP-DISPLAY DELIMITED BY SIZE
               INTO GEXP-PRINT-LINE
           END-STRING
           PERFORM GEXP-WRITE-REPORT-LINE
           MOVE SPACES TO GEXP-PRINT-LINE
           IF WS-GROUP-LIMIT = ZERO
               ADD 1 TO WS-GROUPS-NO-LIMIT
               MOVE "       GROUP LIMIT: NONE" TO GEXP-PRINT-LINE
           ELSE
               COMPUTE WS-GROUP-AVAILABLE =
                   WS-GROUP-LIMIT - WS-GROUP-EXPOSURE
               MOVE WS-GROUP-LIMIT TO WS-LIMIT-DISPLAY
               MOVE WS-GROUP-AVAILABLE TO WS-CTL-DISPLAY-AMT
               IF WS-GROUP-EXPOSURE > WS-GROUP-LIMIT
                   ADD 1 TO WS-GROUPS-OVER
                   STRING
                       "       GROUP LIMIT: " DELIMITED BY SIZE
                       WS-LIMIT-DISPLAY DELIMITED BY SIZE
                       "  AVAILABLE: " DELIMITED BY SIZE
                       WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
                       "  *** OVER GROUP LIMIT ***" DELIMITED BY SIZE
                       INTO GEXP-PRINT-LINE
                   END-STRING
               ELSE
                   STRING
                       "       GROUP LIMIT: " DELIMITED BY SIZE
                       WS-LIMIT-DISPLAY DELIMITED BY SIZE
                       "  AVAILABLE: " DELIMITED BY SIZE
                       WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
                       "  WITHIN LIMIT" DELIMITED BY SIZE
                       INTO GEXP-PRINT-LINE
                   END-STRING
               END-IF
           END-IF
           PERFORM GEXP-WRITE-REPORT-LINE
           MOVE SPACES TO GEXP-PRINT-LINE
           PERFORM GEXP-WRITE-REPORT-LINE.

      *> Control-total block in the style of CUST-MATCH's.
       GEXP-PRINT-CONTROL-TOTALS.
           IF WS-MEMBERS-REPORTED NOT = WS-ROWS-READ
                   OR WS-CHECK-BALANCE NOT = WS-TOTAL-BALANCE
                   OR WS-CHECK-EXPOSURE NOT = WS-TOTAL-EXPOSURE
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE SPACES TO GEXP-PRINT-LINE
           PERFORM GEXP-WRITE-REPORT-LINE
           MOVE "GROUP EXPOSURE CONTROL TOTALS" TO GEXP-PRINT-LINE
           PERFORM GEXP-WRITE-REPORT-LINE
           IF NO-HIERARCHY-ON-FILE
               MOVE "HIERARCHY FILE       : NOT ON FILE"
                   TO GEXP-PRINT-LINE
               PERFORM GEXP-WRITE-REPORT-LINE
           END-IF
           IF NO-BALANCES-ON-FILE
               MOVE "BALANCE MASTER       : NOT ON FILE"
                   TO GEXP-PRINT-LINE
               PERFORM GEXP-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO GEXP-PRINT-LINE
           STRING
               "HIERARCHY ROWS READ  : " DELIMITED BY SIZE
               WS-ROWS-READ DELIMITED BY SIZE
               "  MEMBERS REPORTED: " DELIMITED BY SIZE
               WS-MEMBERS-REPORTED DELIMITED BY SIZE
               INTO GEXP-PRINT-LINE
           END-STRING
           PERFORM GEXP-WRITE-REPORT-LINE
           MOVE SPACES TO GEXP-PRINT-LINE
           STRING
               "GROUPS               : " DELIMITED BY SIZE
               WS-GROUP-COUNT DELIMITED BY SIZE
               "  OVER GROUP LIMIT: " DELIMITED BY SIZE
               WS-GROUPS-OVER DELIMITED BY SIZE
               "  NO GROUP LIMIT: " DELIMITED BY SIZE
               WS-GROUPS-NO-LIMIT DELIMITED BY SIZE
               INTO GEXP-PRINT-LINE
           END-STRING
           PERFORM GEXP-WRITE-REPORT-LINE
           MOVE SPACES TO GEXP-PRINT-LINE
           STRING
               "MEMBERS OVER OWN LIMIT: " DELIMITED BY SIZE
               WS-MEMBERS-OVER-OWN DELIMITED BY SIZE
               "  NOT ON MASTER: " DELIMITED BY SIZE
               WS-NOT-ON-MASTER DELIMITED BY SIZE
               INTO GEXP-PRINT-LINE
           END-STRING
           PERFORM GEXP-WRITE-REPORT-LINE
           MOVE WS-TOTAL-BALANCE TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO GEXP-PRINT-LINE
           STRING
               "MEMBER BALANCES      : " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO GEXP-PRINT-LINE
           END-STRING
           PERFORM GEXP-WRITE-REPORT-LINE
           MOVE WS-CHECK-BALANCE TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO GEXP-PRINT-LINE
           STRING
               "GROUP BALANCES       : " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO GEXP-PRINT-LINE
           END-STRING
           PERFORM GEXP-WRITE-REPORT-LINE
           MOVE WS-TOTAL-EXPOSURE TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO GEXP-PRINT-LINE
           STRING
               "MEMBER EXPOSURE      : " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO GEXP-PRINT-LINE
           END-STRING
           PERFORM GEXP-WRITE-REPORT-LINE
           MOVE WS-CHECK-EXPOSURE TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO GEXP-PRINT-LINE
           STRING
               "GROUP EXPOSURE       : " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO GEXP-PRINT-LINE
           END-STRING
           PERFORM GEXP-WRITE-REPORT-LINE
           MOVE SPACES TO GEXP-PRINT-LINE
           IF RUN-IN-BALANCE
               MOVE "RUN STATUS           : IN BALANCE"
                   TO GEXP-PRINT-LINE
           ELSE
               MOVE "RUN STATUS           : *** OUT OF BALANCE ***"
                   TO GEXP-PRINT-LINE
           END-IF
           PERFORM GEXP-WRITE-REPORT-LINE.

       GEXP-WRITE-REPORT-LINE.
           WRITE GEXP-PRINT-LINE
           MOVE PRT-FS TO WS-FS-CHECK
           MOVE "WRITE GEXP-REPORT" TO WS-FS-OPERATION
           PERFORM GEXP-CHECK-FILE-STATUS.

      *> "23" (key not found) is the normal outcome of the keyed
      *> lookups for a member with no master or balance record and of
      *> STARTing an empty file; "02" is the routine duplicate status
      *> on the two alternate-key walks.
       GEXP-CHECK-FILE-STATUS.
           EVALUATE WS-FS-CHECK
               WHEN "00"
               WHEN "02"
               WHEN "10"
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FILE ERROR ON " WS-FS-OPERATION
                       " - FILE STATUS = " WS-FS-CHECK
                   DISPLAY "Group exposure run terminating."
                   MOVE 'A' TO WS-JRN-END-STATUS
                   PERFORM GEXP-WRITE-RUN-JOURNAL
                   STOP RUN
           END-EVALUATE.

       GEXP-FORMAT-JRN-TIME.
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
       GEXP-WRITE-RUN-JOURNAL.
           PERFORM GEXP-FORMAT-JRN-TIME
           MOVE "CUST-GEXP" TO RJ-PROGRAM
           MOVE WS-CYCLE-DATE TO RJ-CYCLE-DATE
           MOVE WS-JRN-START-TIME TO RJ-START-TIME
           MOVE WS-JRN-END-TIME TO RJ-END-TIME
           MOVE WS-ROWS-READ TO RJ-RECORDS-IN
           MOVE WS-GROUP-COUNT TO RJ-RECORDS-OUT
           MOVE WS-NOT-ON-MASTER TO RJ-REJECTS
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
