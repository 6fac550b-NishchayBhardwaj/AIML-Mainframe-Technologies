       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-MRGE.

      *> Customer merge - the follow-up to CUST-DUPD's candidate
      *> listing. Each merge_requests.txt record names a surviving
      *> CUST-ID, the duplicate being retired into it, and the
      *> operator who reviewed the pair; the operator must hold
      *> maintenance authority on operator_profile.txt, the same
      *> check CUST-SUSP makes. Both customers must be on the master,
      *> be different, and not already be logically deleted. For an
      *> accepted pair:
      *>   - every transaction on customer_transactions.txt carrying
      *>     the retired ID is rewritten to the survivor, posted or
      *>     not, so the survivor's statement and aging carry the
      *>     whole history;
      *>   - the retired customer's balance master count and net are
      *>     added into the survivor's (the survivor's row is created
      *>     if it has none) and the retired row is left at zero
      *>     rather than deleted, so CUST-BVFY's re-sum still agrees
      *>     and CUST-PCMP still sees the account close out;
      *>   - the retired master row is logically deleted with the
      *>     survivor's ID in CUST-MERGED-INTO; the survivor keeps its
      *>     own credit limit - both limits are printed so credit can
      *>     revisit it;
      *>   - one MERGE audit row is written for each customer: the
      *>     survivor's image unchanged, the retired one's status
      *>     going to 'D';
      *>   - any CUST-DISP dispute register rows under the retired ID
      *>     are rewritten to the survivor, so the disputes follow
      *>     their transactions and CUST-MATCH still leaves the open
      *>     ones out of the survivor's over-limit test;
      *>   - any CUST-HARC transaction_history.txt rows under the
      *>     retired ID are rewritten to the survivor, and the
      *>     retired customer's balance_forward.txt count and net are
      *>     added into the survivor's row (created if it has none)
      *>     with the retired row left at zero, so the survivor's
      *>     statement, aging and re-sum still carry the archived
      *>     history.
      *> The merge register (merge_register.txt) shows the two
      *> customers' transaction and balance counts and amounts before
      *> and after - and, where CUST-HARC has archived anything, their
      *> transaction history and balance-forward figures too - and
      *> proves the combined figures did not move: the survivor's
      *> after must equal the two befores added together and the
      *> retired customer must be left with nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-REQUEST-FILE ASSIGN TO "merge_requests.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MRQ-FS.

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

           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "customer_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FS.

           SELECT OPERATOR-PROFILE-FILE
               ASSIGN TO "operator_profile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPR-FS.

           SELECT MERGE-REGISTER ASSIGN TO "merge_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FS.

           SELECT RUN-JOURNAL-FILE ASSIGN TO "run_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MERGE-REQUEST-FILE.
       01 MERGE-REQUEST-RECORD.
           05 MRQ-SURVIVOR-ID       PIC X(8).
           05 MRQ-RETIRED-ID        PIC X(8).
           05 MRQ-OPERATOR-ID       PIC X(8).

       FD CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD CUSTOMER-TRANSACTION-FILE.
           COPY "tranrec.cpy".

       FD CUSTOMER-BALANCE-MASTER.
           COPY "balrec.cpy".

       FD DISPUTE-REGISTER-FILE.
           COPY "disprec.cpy".

       FD TRAN-HISTORY-FILE.
           COPY "trhist.cpy".

       FD BALANCE-FORWARD-FILE.
           COPY "balfwd.cpy".

       FD CUSTOMER-AUDIT-FILE.
           COPY "auditrec.cpy".

       FD OPERATOR-PROFILE-FILE.
       01 OPERATOR-PROFILE-RECORD.
           05 OPR-ID                PIC X(8).
           05 OPR-AUTH              PIC X(1).
           05 OPR-NAME              PIC X(32).

       FD MERGE-REGISTER.
       01 MERGE-PRINT-LINE          PIC X(132).

       FD RUN-JOURNAL-FILE.
           COPY "runjrnl.cpy".

       WORKING-STORAGE SECTION.
       01 MRQ-FS                PIC XX.
       01 FS                    PIC XX.
       01 TRAN-FS               PIC XX.
       01 BMAST-FS              PIC XX.
       01 DSP-FS                PIC XX.
       01 TRH-FS                PIC XX.
       01 BF-FS                 PIC XX.
       01 AUD-FS                PIC XX.
       01 OPR-FS                PIC XX.
       01 RPT-FS                PIC XX.
       01 JRN-FS                PIC XX.
       01 WS-FS-CHECK           PIC XX.
       01 WS-FS-OPERATION       PIC X(40).

       01 WS-EOF                PIC X VALUE 'N'.
          88 EOF                VALUE 'Y'.
          88 NOT-EOF            VALUE 'N'.
       01 WS-OPR-EOF            PIC X VALUE 'N'.
          88 OPR-EOF            VALUE 'Y'.
          88 OPR-NOT-EOF        VALUE 'N'.
       01 WS-TRAN-DONE-FLAG     PIC X VALUE 'N'.
          88 TRAN-DONE          VALUE 'Y'.
          88 TRAN-NOT-DONE      VALUE 'N'.
       01 WS-DSP-DONE-FLAG      PIC X VALUE 'N'.
          88 DSP-DONE           VALUE 'Y'.
          88 DSP-NOT-DONE       VALUE 'N'.
       01 WS-DISPUTE-FILE-FLAG  PIC X VALUE 'N'.
          88 DISPUTES-ON-FILE   VALUE 'Y'.
          88 NO-DISPUTES-ON-FILE VALUE 'N'.
       01 WS-TRH-DONE-FLAG      PIC X VALUE 'N'.
          88 TRH-DONE           VALUE 'Y'.
          88 TRH-NOT-DONE       VALUE 'N'.
       01 WS-HISTORY-FILE-FLAG  PIC X VALUE 'N'.
          88 HISTORY-ON-FILE    VALUE 'Y'.
          88 NO-HISTORY-ON-FILE VALUE 'N'.
       01 WS-FORWARD-FILE-FLAG  PIC X VALUE 'N'.
          88 FORWARD-ON-FILE    VALUE 'Y'.
          88 NO-FORWARD-ON-FILE VALUE 'N'.
       01 WS-SURV-BF-FLAG       PIC X VALUE 'N'.
          88 SURV-BF-ON-FILE    VALUE 'Y'.
          88 SURV-BF-NOT-ON-FILE VALUE 'N'.

       01 WS-EDIT-FLAG          PIC X VALUE 'Y'.
          88 EDIT-PASSED        VALUE 'Y'.
          88 EDIT-FAILED        VALUE 'N'.
       01 WS-REJECT-REASON      PIC X(40).
       01 WS-OPERATOR-FLAG      PIC X VALUE 'N'.
          88 OPERATOR-AUTHORIZED VALUE 'Y'.
          88 OPERATOR-NOT-AUTHORIZED VALUE 'N'.
       01 WS-PROOF-FLAG         PIC X VALUE 'Y'.
          88 MERGE-PROVED       VALUE 'Y'.
          88 MERGE-NOT-PROVED   VALUE 'N'.
       01 WS-SURV-BAL-FLAG      PIC X VALUE 'N'.
          88 SURV-BAL-ON-FILE   VALUE 'Y'.
          88 SURV-BAL-NOT-ON-FILE VALUE 'N'.

       01 WS-CURRENT-DATE-TIME  PIC X(21).
       01 WS-RUN-DATE           PIC X(8).
       01 WS-MAINT-DATE         PIC X(10).
       01 WS-MAINT-TIME         PIC X(8).

      *> The two customers as they stood when the request was edited.
       01 WS-SURV-NAME          PIC X(32).
       01 WS-SURV-ADDRESS       PIC X(60).
       01 WS-SURV-STATUS        PIC X(1).
       01 WS-SURV-LIMIT         PIC 9(11)V99.
       01 WS-RETD-NAME          PIC X(32).
       01 WS-RETD-LIMIT         PIC 9(11)V99.

      *> Walk work area - the customer whose transactions are being
      *> counted and what was found.
       01 WS-WALK-ID            PIC X(8).
       01 WS-WALK-COUNT         PIC 9(9).
       01 WS-WALK-AMOUNT        PIC S9(13)V99.

      *> Before/after figures for one merge.
       01 WS-SURV-TRAN-BEFORE   PIC 9(9).
       01 WS-SURV-AMT-BEFORE    PIC S9(13)V99.
       01 WS-RETD-TRAN-BEFORE   PIC 9(9).
       01 WS-RETD-AMT-BEFORE    PIC S9(13)V99.
       01 WS-SURV-TRAN-AFTER    PIC 9(9).
       01 WS-SURV-AMT-AFTER     PIC S9(13)V99.
       01 WS-RETD-TRAN-AFTER    PIC 9(9).
       01 WS-RETD-AMT-AFTER     PIC S9(13)V99.
       01 WS-SURV-BCNT-BEFORE   PIC 9(9).
       01 WS-SURV-BAMT-BEFORE   PIC S9(13)V99.
       01 WS-RETD-BCNT-BEFORE   PIC 9(9).
       01 WS-RETD-BAMT-BEFORE   PIC S9(13)V99.
       01 WS-SURV-BCNT-AFTER    PIC 9(9).
       01 WS-SURV-BAMT-AFTER    PIC S9(13)V99.
       01 WS-RETD-BCNT-AFTER    PIC 9(9).
       01 WS-RETD-BAMT-AFTER    PIC S9(13)V99.
       01 WS-SURV-HCNT-BEFORE   PIC 9(9).
       01 WS-SURV-HAMT-BEFORE   PIC S9(13)V99.
       01 WS-RETD-HCNT-BEFORE   PIC 9(9).
       01 WS-RETD-HAMT-BEFORE   PIC S9(13)V99.
       01 WS-SURV-HCNT-AFTER    PIC 9(9).
       01 WS-SURV-HAMT-AFTER    PIC S9(13)V99.
       01 WS-RETD-HCNT-AFTER    PIC 9(9).
       01 WS-RETD-HAMT-AFTER    PIC S9(13)V99.
       01 WS-SURV-FCNT-BEFORE   PIC 9(9).
       01 WS-SURV-FAMT-BEFORE   PIC S9(13)V99.
       01 WS-RETD-FCNT-BEFORE   PIC 9(9).
       01 WS-RETD-FAMT-BEFORE   PIC S9(13)V99.
       01 WS-SURV-FCNT-AFTER    PIC 9(9).
       01 WS-SURV-FAMT-AFTER    PIC S9(13)V99.
       01 WS-RETD-FCNT-AFTER    PIC 9(9).
       01 WS-RETD-FAMT-AFTER    PIC S9(13)V99.
       01 WS-RETD-LAST-CYCLE    PIC X(8).
       01 WS-COMBINED-COUNT     PIC 9(9).
       01 WS-COMBINED-AMOUNT    PIC S9(13)V99.
       01 WS-REPOINTED-COUNT    PIC 9(9).
       01 WS-REPOINTED-AMOUNT   PIC S9(13)V99.
       01 WS-DISPUTES-REPOINTED PIC 9(7).
       01 WS-HISTORY-REPOINTED  PIC 9(9).
       01 WS-HISTORY-REPOINTED-AMT PIC S9(13)V99.
       01 WS-RETD-BF-COUNT      PIC 9(9).
       01 WS-RETD-BF-AMOUNT     PIC S9(11)V99.
       01 WS-RETD-BF-THROUGH    PIC X(8).
       01 WS-RETD-BF-CYCLE      PIC X(8).
       01 WS-RETD-BF-ARCHIVED   PIC X(8).

       01 WS-REQUESTS-READ      PIC 9(7) VALUE ZERO.
       01 WS-MERGED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-REJECTED-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-NOT-PROVED-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-REPOINTED    PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-REPOINTED-AMT PIC S9(13)V99 VALUE ZERO.
       01 WS-AUDIT-WRITTEN      PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-DSP-REPOINTED PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-TRH-REPOINTED PIC 9(9) VALUE ZERO.

       01 WS-LABEL              PIC X(21).
       01 WS-COUNT-A            PIC 9(9).
       01 WS-AMOUNT-A           PIC S9(13)V99.
       01 WS-COUNT-B            PIC 9(9).
       01 WS-AMOUNT-B           PIC S9(13)V99.
       01 WS-AMT-DISPLAY-A      PIC -(12)9.99.
       01 WS-AMT-DISPLAY-B      PIC -(12)9.99.
       01 WS-AMT-DISPLAY-C      PIC -(12)9.99.
       01 WS-LIMIT-DISPLAY      PIC Z(10)9.99.
       01 WS-LIMIT-DISPLAY-B    PIC Z(10)9.99.
       01 WS-CTL-DISPLAY-AMT    PIC -(12)9.99.

       01 WS-JRN-START-TIME     PIC X(8).
       01 WS-JRN-END-TIME       PIC X(8).
       01 WS-JRN-END-STATUS     PIC X VALUE 'C'.

       PROCEDURE DIVISION.
       MRGE-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
           PERFORM MRGE-FORMAT-JRN-TIME
           MOVE WS-JRN-END-TIME TO WS-JRN-START-TIME
           PERFORM MRGE-OPEN-FILES
           SET NOT-EOF TO TRUE
           PERFORM UNTIL EOF
               READ MERGE-REQUEST-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REQUESTS-READ
                       PERFORM MRGE-APPLY-ONE-REQUEST
               END-READ
               IF NOT EOF
                   MOVE MRQ-FS TO WS-FS-CHECK
                   MOVE "READ MERGE-REQUEST-FILE" TO WS-FS-OPERATION
                   PERFORM MRGE-CHECK-FILE-STATUS
               END-IF
           END-PERFORM
           PERFORM MRGE-PRINT-SUMMARY
           PERFORM MRGE-CLOSE-FILES
           PERFORM MRGE-WRITE-RUN-JOURNAL
           DISPLAY "Merge run complete - " WS-REQUESTS-READ
               " requests read, " WS-MERGED-COUNT " merged, "
               WS-REJECTED-COUNT " rejected, "
               WS-NOT-PROVED-COUNT " not proved. "
               "See merge_register.txt"
           GOBACK.

       MRGE-OPEN-FILES.
           OPEN INPUT MERGE-REQUEST-FILE
           MOVE MRQ-FS TO WS-FS-CHECK
           MOVE "OPEN MERGE-REQUEST-FILE" TO WS-FS-OPERATION
           PERFORM MRGE-CHECK-FILE-STATUS

           OPEN I-O CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "OPEN I-O CUSTOMER-FILE (MRGE)" TO WS-FS-OPERATION
           PERFORM MRGE-CHECK-FILE-STATUS

           OPEN I-O CUSTOMER-TRANSACTION-FILE
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "OPEN I-O CUSTOMER-TRANSACTION-FILE (MRGE)"
               TO WS-FS-OPERATION
           PERFORM MRGE-CHECK-FILE-STATUS

      *> A site that has never run CUST-MATCH has no balance master
      *> yet - create it empty, as CUST-MATCH does.
           OPEN I-O CUSTOMER-BALANCE-MASTER
           IF BMAST-FS = "35"
               OPEN OUTPUT CUSTOMER-BALANCE-MASTER
               CLOSE CUSTOMER-BALANCE-MASTER
               OPEN I-O CUSTOMER-BALANCE-MASTER
           END-IF
           MOVE BMAST-FS TO WS-FS-CHECK
           MOVE "OPEN I-O CUSTOMER-BALANCE-MASTER (MRGE)"
               TO WS-FS-OPERATION
           PERFORM MRGE-CHECK-FILE-STATUS

      *> No dispute register yet just means nothing to re-point.
           OPEN I-O DISPUTE-REGISTER-FILE
           IF DSP-FS = "35"
               SET NO-DISPUTES-ON-FILE TO TRUE
           ELSE
               MOVE DSP-FS TO WS-FS-CHECK
               MOVE "OPEN I-O DISPUTE-REGISTER-FILE (MRGE)"
                   TO WS-FS-OPERATION
               PERFORM MRGE-CHECK-FILE-STATUS
               SET DISPUTES-ON-FILE TO TRUE
           END-IF

      *> Nor does no history archive or balance-forward file yet.
           OPEN I-O TRAN-HISTORY-FILE
           IF TRH-FS = "35"
               SET NO-HISTORY-ON-FILE TO TRUE
           ELSE
               MOVE TRH-FS TO WS-FS-CHECK
               MOVE "OPEN I-O TRAN-HISTORY-FILE (MRGE)"
                   TO WS-FS-OPERATION
               PERFORM MRGE-CHECK-FILE-STATUS
               SET HISTORY-ON-FILE TO TRUE
           END-IF

           OPEN I-O BALANCE-FORWARD-FILE
           IF BF-FS = "35"
               SET NO-FORWARD-ON-FILE TO TRUE
           ELSE
               MOVE BF-FS TO WS-FS-CHECK
               MOVE "OPEN I-O BALANCE-FORWARD-FILE (MRGE)"
                   TO WS-FS-OPERATION
               PERFORM MRGE-CHECK-FILE-STATUS
               SET FORWARD-ON-FILE TO TRUE
           END-IF

           OPEN EXTEND CUSTOMER-AUDIT-FILE
           IF AUD-FS = "35" OR AUD-FS = "05"
               OPEN OUTPUT CUSTOMER-AUDIT-FILE
           END-IF
           MOVE AUD-FS TO WS-FS-CHECK
           MOVE "OPEN CUSTOMER-AUDIT-FILE (MRGE)" TO WS-FS-OPERATION
           PERFORM MRGE-CHECK-FILE-STATUS

           OPEN OUTPUT MERGE-REGISTER
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "OPEN MERGE-REGISTER" TO WS-FS-OPERATION
           PERFORM MRGE-CHECK-FILE-STATUS

           MOVE SPACES TO MERGE-PRINT-LINE
           STRING
               "CUSTOMER MERGE REGISTER" DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO MERGE-PRINT-LINE
           END-STRING
           PERFORM MRGE-WRITE-REPORT-LINE
           MOVE SPACES TO MERGE-PRINT-LINE
           PERFORM MRGE-WRITE-REPORT-LINE.

       MRGE-CLOSE-FILES.
           CLOSE MERGE-REQUEST-FILE
           MOVE MRQ-FS TO WS-FS-CHECK
           MOVE "CLOSE MERGE-REQUEST-FILE" TO WS-FS-OPERATION
           PERFORM MRGE-CHECK-FILE-STATUS

           CLOSE CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-FILE (MRGE)" TO WS-FS-OPERATION
           PERFORM MRGE-CHECK-FILE-STATUS

           CLOSE CUSTOMER-TRANSACTION-FILE
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-TRANSACTION-FILE (MRGE)"
               TO WS-FS-OPERATION
           PERFORM MRGE-CHECK-FILE-STATUS

           CLOSE CUSTOMER-BALANCE-MASTER
           MOVE BMAST-FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-BALANCE-MASTER (MRGE)"
               TO WS-FS-OPERATION
           PERFORM MRGE-CHECK-FILE-STATUS

           IF DISPUTES-ON-FILE
               CLOSE DISPUTE-REGISTER-FILE
               MOVE DSP-FS TO WS-FS-CHECK
               MOVE "CLOSE DISPUTE-REGISTER-FILE (MRGE)"
                   TO WS-FS-OPERATION
               PERFORM MRGE-CHECK-FILE-STATUS
           END-IF

           IF HISTORY-ON-FILE
               CLOSE TRAN-HISTORY-FILE
               MOVE TRH-FS TO WS-FS-CHECK
               MOVE "CLOSE TRAN-HISTORY-FILE (MRGE)" TO WS-FS-OPERATION
               PERFORM MRGE-CHECK-FILE-STATUS
           END-IF

           IF FORWARD-ON-FILE
               CLOSE BALANCE-FORWARD-FILE
               MOVE BF-FS TO WS-FS-CHECK
               MOVE "CLOSE BALANCE-FORWARD-FILE (MRGE)"
                   TO WS-FS-OPERATION
               PERFORM MRGE-CHECK-FILE-STATUS
           END-IF

           CLOSE CUSTOMER-AUDIT-FILE
           MOVE AUD-FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-AUDIT-FILE (MRGE)" TO WS-FS-OPERATION
           PERFORM MRGE-CHECK-FILE-STATUS

           CLOSE MERGE-REGISTER
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "CLOSE MERGE-REGISTER" TO WS-FS-OPERATION
           PERFORM MRGE-CHECK-FILE-STATUS.

      *> One request: edit it, qualify the operator, find both
      *> customers, then take the before figures, merge, take the
      *> after figures and prove them.
       MRGE-APPLY-ONE-REQUEST.
           PERFORM MRGE-EDIT-REQUEST
           IF EDIT-PASSED
               PERFORM MRGE-CHECK-OPERATOR
           END-IF
           IF EDIT-PASSED
               PERFORM MRGE-FIND-CUSTOMERS
           END-IF
           IF EDIT-FAILED
               PERFORM MRGE-WRITE-REJECTED
           ELSE
               PERFORM MRGE-TAKE-BEFORE-FIGURES
               PERFORM MRGE-REPOINT-TRANSACTIONS
               PERFORM MRGE-REPOINT-DISPUTES
               PERFORM MRGE-REPOINT-HISTORY
               PERFORM MRGE-COMBINE-BALANCES
               PERFORM MRGE-COMBINE-FORWARDS
               PERFORM MRGE-RETIRE-CUSTOMER
               PERFORM MRGE-TAKE-AFTER-FIGURES
               PERFORM MRGE-PROVE-MERGE
               PERFORM MRGE-WRITE-MERGED
           END-IF.

       MRGE-EDIT-REQUEST.
           SET EDIT-PASSED TO TRUE
           IF MRQ-SURVIVOR-ID = SPACES OR MRQ-RETIRED-ID = SPACES
               SET EDIT-FAILED TO TRUE
               MOVE "SURVIVOR OR RETIRED ID IS BLANK"
                   TO WS-REJECT-REASON
           ELSE
               IF MRQ-SURVIVOR-ID = MRQ-RETIRED-ID
                   SET EDIT-FAILED TO TRUE
                   MOVE "SURVIVOR AND RETIRED ID ARE THE SAME"
                       TO WS-REJECT-REASON
               ELSE
                   IF MRQ-OPERATOR-ID = SPACES
                       SET EDIT-FAILED TO TRUE
                       MOVE "OPERATOR ID IS BLANK" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *> Folding one account into another is maintenance, so the
      *> named operator needs KSDS-SIM's maintenance authority 'M'.
      *> A site with no profile file yet accepts any named operator -
      *> the same normal-absence handling as CUST-SUSP's
      *> SUSP-CHECK-OPERATOR.
       MRGE-CHECK-OPERATOR.
           SET OPERATOR-NOT-AUTHORIZED TO TRUE
           OPEN INPUT OPERATOR-PROFILE-FILE
           IF OPR-FS = "35"
               SET OPERATOR-AUTHORIZED TO TRUE
           ELSE
               MOVE OPR-FS TO WS-FS-CHECK
               MOVE "OPEN OPERATOR-PROFILE-FILE (MRGE)"
                   TO WS-FS-OPERATION
               PERFORM MRGE-CHECK-FILE-STATUS
               SET OPR-NOT-EOF TO TRUE
               PERFORM UNTIL OPR-EOF OR OPERATOR-AUTHORIZED
                   READ OPERATOR-PROFILE-FILE
                       AT END
                           SET OPR-EOF TO TRUE
                       NOT AT END
                           IF OPR-ID = MRQ-OPERATOR-ID
                                   AND OPR-AUTH = 'M'
                               SET OPERATOR-AUTHORIZED TO TRUE
                           END-IF
                   END-READ
                   IF NOT OPR-EOF AND NOT OPERATOR-AUTHORIZED
                       MOVE OPR-FS TO WS-FS-CHECK
                       MOVE "READ OPERATOR-PROFILE-FILE (MRGE)"
                           TO WS-FS-OPERATION
                       PERFORM MRGE-CHECK-FILE-STATUS
                   END-IF
               END-PERFORM
               CLOSE OPERATOR-PROFILE-FILE
               MOVE OPR-FS TO WS-FS-CHECK
               MOVE "CLOSE OPERATOR-PROFILE-FILE (MRGE)"
                   TO WS-FS-OPERATION
               PERFORM MRGE-CHECK-FILE-STATUS
           END-IF
           IF OPERATOR-NOT-AUTHORIZED
               SET EDIT-FAILED TO TRUE
               MOVE "OPERATOR NOT AUTHORIZED FOR MAINTENANCE"
                   TO WS-REJECT-REASON
           END-IF.

      *> Both must be on the master and neither logically deleted -
      *> a retired row already carries its CUST-MERGED-INTO pointer
      *> and cannot be merged twice or serve as a survivor.
       MRGE-FIND-CUSTOMERS.
           MOVE MRQ-SURVIVOR-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   SET EDIT-FAILED TO TRUE
                   MOVE "SURVIVOR NOT ON MASTER" TO WS-REJECT-REASON
           END-READ
           MOVE FS TO WS-FS-CHECK
           MOVE "READ CUSTOMER-FILE (MRGE SURVIVOR)"
               TO WS-FS-OPERATION
           PERFORM MRGE-CHECK-FILE-STATUS
           IF EDIT-PASSED
               IF CUST-STATUS = 'D'
                   SET EDIT-FAILED TO TRUE
                   MOVE "SURVIVOR IS LOGICALLY DELETED"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE CUST-NAME TO WS-SURV-NAME
                   MOVE CUST-ADDRESS TO WS-SURV-ADDRESS
                   MOVE CUST-STATUS TO WS-SURV-STATUS
                   MOVE ZERO TO WS-SURV-LIMIT
                   IF CUST-CREDIT-LIMIT NUMERIC
                       MOVE CUST-CREDIT-LIMIT TO WS-SURV-LIMIT
                   END-IF
               END-IF
           END-IF
           IF EDIT-PASSED
               MOVE MRQ-RETIRED-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       SET EDIT-FAILED TO TRUE
                       MOVE "RETIRED CUSTOMER NOT ON MASTER"
                           TO WS-REJECT-REASON
               END-READ
               MOVE FS TO WS-FS-CHECK
               MOVE "READ CUSTOMER-FILE (MRGE RETIRED)"
                   TO WS-FS-OPERATION
               PERFORM MRGE-CHECK-FILE-STATUS
           END-IF
           IF EDIT-PASSED
               IF CUST-STATUS = 'D'
                   SET EDIT-FAILED TO TRUE
                   MOVE "RETIRED CUSTOMER ALREADY DELETED"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE CUST-NAME TO WS-RETD-NAME
                   MOVE ZERO TO WS-RETD-LIMIT
                   IF CUST-CREDIT-LIMIT NUMERIC
                       MOVE CUST-CREDIT-LIMIT TO WS-RETD-LIMIT
                   END-IF
               END-IF
           END-IF.

       MRGE-TAKE-BEFORE-FIGURES.
           MOVE MRQ-SURVIVOR-ID TO WS-WALK-ID
           PERFORM MRGE-COUNT-TRANSACTIONS
           MOVE WS-WALK-COUNT TO WS-SURV-TRAN-BEFORE
           MOVE WS-WALK-AMOUNT TO WS-SURV-AMT-BEFORE
           MOVE MRQ-RETIRED-ID TO WS-WALK-ID
           PERFORM MRGE-COUNT-TRANSACTIONS
           MOVE WS-WALK-COUNT TO WS-RETD-TRAN-BEFORE
           MOVE WS-WALK-AMOUNT TO WS-RETD-AMT-BEFORE

           MOVE MRQ-SURVIVOR-ID TO BAL-CUST-ID
           PERFORM MRGE-READ-BALANCE
           MOVE WS-WALK-COUNT TO WS-SURV-BCNT-BEFORE
           MOVE WS-WALK-AMOUNT TO WS-SURV-BAMT-BEFORE
           MOVE MRQ-RETIRED-ID TO BAL-CUST-ID
           PERFORM MRGE-READ-BALANCE
           MOVE WS-WALK-COUNT TO WS-RETD-BCNT-BEFORE
           MOVE WS-WALK-AMOUNT TO WS-RETD-BAMT-BEFORE

           MOVE MRQ-SURVIVOR-ID TO WS-WALK-ID
           PERFORM MRGE-COUNT-HISTORY
           MOVE WS-WALK-COUNT TO WS-SURV-HCNT-BEFORE
           MOVE WS-WALK-AMOUNT TO WS-SURV-HAMT-BEFORE
           MOVE MRQ-RETIRED-ID TO WS-WALK-ID
           PERFORM MRGE-COUNT-HISTORY
           MOVE WS-WALK-COUNT TO WS-RETD-HCNT-BEFORE
           MOVE WS-WALK-AMOUNT TO WS-RETD-HAMT-BEFORE

           MOVE MRQ-SURVIVOR-ID TO BF-CUST-ID
           PERFORM MRGE-READ-FORWARD
           MOVE WS-WALK-COUNT TO WS-SURV-FCNT-BEFORE
           MOVE WS-WALK-AMOUNT TO WS-SURV-FAMT-BEFORE
           MOVE MRQ-RETIRED-ID TO BF-CUST-ID
           PERFORM MRGE-READ-FORWARD
           MOVE WS-WALK-COUNT TO WS-RETD-FCNT-BEFORE
           MOVE WS-WALK-AMOUNT TO WS-RETD-FAMT-BEFORE.

       MRGE-TAKE-AFTER-FIGURES.
           MOVE MRQ-SURVIVOR-ID TO WS-WALK-ID
           PERFORM MRGE-COUNT-TRANSACTIONS
           MOVE WS-WALK-COUNT TO WS-SURV-TRAN-AFTER
           MOVE WS-WALK-AMOUNT TO WS-SURV-AMT-AFTER
           MOVE MRQ-RETIRED-ID TO WS-WALK-ID
           PERFORM MRGE-COUNT-TRANSACTIONS
           MOVE WS-WALK-COUNT TO WS-RETD-TRAN-AFTER
           MOVE WS-WALK-AMOUNT TO WS-RETD-AMT-AFTER

           MOVE MRQ-SURVIVOR-ID TO BAL-CUST-ID
           PERFORM MRGE-READ-BALANCE
           MOVE WS-WALK-COUNT TO WS-SURV-BCNT-AFTER
           MOVE WS-WALK-AMOUNT TO WS-SURV-BAMT-AFTER
           MOVE MRQ-RETIRED-ID TO BAL-CUST-ID
           PERFORM MRGE-READ-BALANCE
           MOVE WS-WALK-COUNT TO WS-RETD-BCNT-AFTER
           MOVE WS-WALK-AMOUNT TO WS-RETD-BAMT-AFTER

           MOVE MRQ-SURVIVOR-ID TO WS-WALK-ID
           PERFORM MRGE-COUNT-HISTORY
           MOVE WS-WALK-COUNT TO WS-SURV-HCNT-AFTER
           MOVE WS-WALK-AMOUNT TO WS-SURV-HAMT-AFTER
           MOVE MRQ-RETIRED-ID TO WS-WALK-ID
           PERFORM MRGE-COUNT-HISTORY
           MOVE WS-WALK-COUNT TO WS-RETD-HCNT-AFTER
           MOVE WS-WALK-AMOUNT TO WS-RETD-HAMT-AFTER

           MOVE MRQ-SURVIVOR-ID TO BF-CUST-ID
           PERFORM MRGE-READ-FORWARD
           MOVE WS-WALK-COUNT TO WS-SURV-FCNT-AFTER
           MOVE WS-WALK-AMOUNT TO WS-SURV-FAMT-AFTER
           MOVE MRQ-RETIRED-ID TO BF-CUST-ID
           PERFORM MRGE-READ-FORWARD
           MOVE WS-WALK-COUNT TO WS-RETD-FCNT-AFTER
           MOVE WS-WALK-AMOUNT TO WS-RETD-FAMT-AFTER.

      *> Every transaction on file for WS-WALK-ID, posted or not,
      *> through the TRAN-CUST-ID alternate key.
       MRGE-COUNT-TRANSACTIONS.
           MOVE ZERO TO WS-WALK-COUNT
           MOVE ZERO TO WS-WALK-AMOUNT
           SET TRAN-NOT-DONE TO TRUE
           MOVE WS-WALK-ID TO TRAN-CUST-ID
           START CUSTOMER-TRANSACTION-FILE
               KEY IS NOT LESS THAN TRAN-CUST-ID
               INVALID KEY
                   SET TRAN-DONE TO TRUE
           END-START
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "START CUSTOMER-TRANSACTION-FILE (COUNT)"
               TO WS-FS-OPERATION
           PERFORM MRGE-CHECK-FILE-STATUS
           PERFORM UNTIL TRAN-DONE
               READ CUSTOMER-TRANSACTION-FILE NEXT RECORD
                   AT END
                       SET TRAN-DONE TO TRUE
               END-READ
               IF NOT TRAN-DONE
                   MOVE TRAN-FS TO WS-FS-CHECK
                   MOVE "READ CUSTOMER-TRANSACTION-FILE (COUNT)"
                       TO WS-FS-OPERATION
                   PERFORM MRGE-CHECK-FILE-STATUS
                   IF TRAN-CUST-ID = WS-WALK-ID
                       ADD 1 TO WS-WALK-COUNT
                       ADD TRAN-AMOUNT TO WS-WALK-AMOUNT
                   ELSE
                       SET TRAN-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *> BAL-CUST-ID is set by the caller. No balance row reads back
      *> as zero - the customer has simply never been posted.
       MRGE-READ-BALANCE.
           MOVE ZERO TO WS-WALK-COUNT
           MOVE ZERO TO WS-WALK-AMOUNT
           READ CUSTOMER-BALANCE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BAL-TRAN-COUNT TO WS-WALK-COUNT
                   MOVE BAL-NET-AMOUNT TO WS-WALK-AMOUNT
           END-READ
           MOVE BMAST-FS TO WS-FS-CHECK
           MOVE "READ CUSTOMER-BALANCE-MASTER (MRGE)"
               TO WS-FS-OPERATION
           PERFORM MRGE-CHECK-FILE-STATUS.

      *> Every transaction_history.txt row for WS-WALK-ID through the
      *> TRH-CUST-ID alternate key; no history file reads back as
      *> nothing archived.
       MRGE-COUNT-HISTORY.
           MOVE ZERO TO WS-WALK-COUNT
           MOVE ZERO TO WS-WALK-AMOUNT
           IF HISTORY-ON-FILE
               SET TRH-NOT-DONE TO TRUE
           ELSE
               SET TRH-DONE TO TRUE
           END-IF
           IF TRH-NOT-DONE
               MOVE WS-WALK-ID TO TRH-CUST-ID
               START TRAN-HISTORY-FILE
                   KEY IS NOT LESS THAN TRH-CUST-ID
                   INVALID KEY
                       SET TRH-DONE TO TRUE
               END-START
               MOVE TRH-FS TO WS-FS-CHECK
               MOVE "START TRAN-HISTORY-FILE (COUNT)"
                   TO WS-FS-OPERATION
               PERFORM MRGE-CHECK-FILE-STATUS
           END-IF
           PERFORM UNTIL TRH-DONE
               READ TRAN-HISTORY-FILE NEXT RECORD
                   AT END
                       SET TRH-DONE TO TRUE
               END-READ
               IF NOT TRH-DONE
                   MOVE TRH-FS TO WS-FS-CHECK
                   MOVE "READ TRAN-HISTORY-FILE (COUNT)"
                       TO WS-FS-OPERATION
                   PERFORM MRGE-CHECK-FILE-STATUS
                   IF TRH-CUST-ID = WS-WALK-ID
                       ADD 1 TO WS-WALK-COUNT
                       ADD TRH-AMOUNT TO WS-WALK-AMOUNT
                   ELSE
                       SET TRH-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *> BF-CUST-ID is set by the caller. No balance-forward row, or
      *> no balance-forward file, reads back as zero.
       MRGE-READ-FORWARD.
           MOVE ZERO TO WS-WALK-COUNT
           MOVE ZERO TO WS-WALK-AMOUNT
           IF FORWARD-ON-FILE
               READ BALANCE-FORWARD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BF-TRAN-COUNT TO WS-WALK-COUNT
                       MOVE BF-NET-AMOUNT TO WS-WALK-AMOUNT
               END-READ
               MOVE BF-FS TO WS-FS-CHECK
               MOVE "READ BALANCE-FORWARD-FILE (MRGE)"
                   TO WS-FS-OPERATION
               PERFORM MRGE-CHECK-FILE-STATUS
           END-IF.

      *> Rewriting TRAN-CUST-ID moves the record out of the retired
      *> customer's run of the alternate key, so the browse is
      *> re-STARTed on the retired ID after every rewrite - the same
      *> way CUST-PURG re-STARTs after every DELETE.
       MRGE-REPOINT-TRANSACTIONS.
           MOVE ZERO TO WS-REPOINTED-COUNT
           MOVE ZERO TO WS-REPOINTED-AMOUNT
           SET TRAN-NOT-DONE TO TRUE
           PERFORM UNTIL TRAN-DONE
               MOVE MRQ-RETIRED-ID TO TRAN-CUST-ID
               START CUSTOMER-TRANSACTION-FILE
                   KEY IS NOT LESS THAN TRAN-CUST-ID
                   INVALID KEY
                       SET TRAN-DONE TO TRUE
               END-START
               MOVE TRAN-FS TO WS-FS-CHECK
               MOVE "START CUSTOMER-TRANSACTION-FILE (REPOINT)"
                   TO WS-FS-OPERATION
               PERFORM MRGE-CHECK-FILE-STATUS
               IF NOT TRAN-DONE
                   READ CUSTOMER-TRANSACTION-FILE NEXT RECORD
                       AT END
                           SET TRAN-DONE TO TRUE
                   END-READ
                   MOVE TRAN-FS TO WS-FS-CHECK
                   MOVE "READ CUSTOMER-TRANSACTION-FILE (REPOINT)"
                       TO WS-FS-OPERATION
                   PERFORM MRGE-CHECK-FILE-STATUS
               END-IF
               IF NOT TRAN-DONE
                   IF TRAN-CUST-ID = MRQ-RETIRED-ID
                       MOVE MRQ-SURVIVOR-ID TO TRAN-CUST-ID
                       REWRITE CUSTOMER-TRANSACTION-RECORD
                           INVALID KEY
                               DISPLAY "Merge rewrite failed for seq "
                                   TRAN-SEQ-NO
                       END-REWRITE
                       MOVE TRAN-FS TO WS-FS-CHECK
                       MOVE "REWRITE CUSTOMER-TRANSACTION-FILE (MRGE)"
                           TO WS-FS-OPERATION
                       PERFORM MRGE-CHECK-FILE-STATUS
                       ADD 1 TO WS-REPOINTED-COUNT
                       ADD TRAN-AMOUNT TO WS-REPOINTED-AMOUNT
                   ELSE
                       SET TRAN-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           ADD WS-REPOINTED-COUNT TO WS-TOTAL-REPOINTED
           ADD WS-REPOINTED-AMOUNT TO WS-TOTAL-REPOINTED-AMT.

      *> Same re-START-after-each-REWRITE walk as the transactions,
      *> on the register's DSP-CUST-ID alternate key. Resolved rows
      *> move too, so the survivor's dispute history is complete.
       MRGE-REPOINT-DISPUTES.
           MOVE ZERO TO WS-DISPUTES-REPOINTED
           IF DISPUTES-ON-FILE
               SET DSP-NOT-DONE TO TRUE
           ELSE
               SET DSP-DONE TO TRUE
           END-IF
           PERFORM UNTIL DSP-DONE
               MOVE MRQ-RETIRED-ID TO DSP-CUST-ID
               START DISPUTE-REGISTER-FILE
                   KEY IS NOT LESS THAN DSP-CUST-ID
                   INVALID KEY
                       SET DSP-DONE TO TRUE
               END-START
               MOVE DSP-FS TO WS-FS-CHECK
               MOVE "START DISPUTE-REGISTER-FILE (REPOINT)"
                   TO WS-FS-OPERATION
               PERFORM MRGE-CHECK-FILE-STATUS
               IF NOT DSP-DONE
                   READ DISPUTE-REGISTER-FILE NEXT RECORD
                       AT END
                           SET DSP-DONE TO TRUE
                   END-READ
                   MOVE DSP-FS TO WS-FS-CHECK
                   MOVE "READ DISPUTE-REGISTER-FILE (REPOINT)"
                       TO WS-FS-OPERATION
                   PERFORM MRGE-CHECK-FILE-STATUS
               END-IF
               IF NOT DSP-DONE
                   IF DSP-CUST-ID = MRQ-RETIRED-ID
                       MOVE MRQ-SURVIVOR-ID TO DSP-CUST-ID
                       REWRITE DISPUTE-RECORD
                           INVALID KEY
                               DISPLAY "Merge rewrite failed for "
                                   "dispute " DSP-SEQ-NO
                       END-REWRITE
                       MOVE DSP-FS TO WS-FS-CHECK
                       MOVE "REWRITE DISPUTE-REGISTER-FILE (MRGE)"
                           TO WS-FS-OPERATION
                       PERFORM MRGE-CHECK-FILE-STATUS
                       ADD 1 TO WS-DISPUTES-REPOINTED
                   ELSE
                       SET DSP-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           ADD WS-DISPUTES-REPOINTED TO WS-TOTAL-DSP-REPOINTED.

      *> Same walk again over the history archive's TRH-CUST-ID
      *> alternate key.
       MRGE-REPOINT-HISTORY.
           MOVE ZERO TO WS-HISTORY-REPOINTED
           MOVE ZERO TO WS-HISTORY-REPOINTED-AMT
           IF HISTORY-ON-FILE
               SET TRH-NOT-DONE TO TRUE
           ELSE
               SET TRH-DONE TO TRUE
           END-IF
           PERFORM UNTIL TRH-DONE
               MOVE MRQ-RETIRED-ID TO TRH-CUST-ID
               START TRAN-HISTORY-FILE
                   KEY IS NOT LESS THAN TRH-CUST-ID
                   INVALID KEY
                       SET TRH-DONE TO TRUE
               END-START
               MOVE TRH-FS TO WS-FS-CHECK
               MOVE "START TRAN-HISTORY-FILE (REPOINT)"
                   TO WS-FS-OPERATION
               PERFORM MRGE-CHECK-FILE-STATUS
               IF NOT TRH-DONE
                   READ TRAN-HISTORY-FILE NEXT RECORD
                       AT END
                           SET TRH-DONE TO TRUE
                   END-READ
                   MOVE TRH-FS TO WS-FS-CHECK
                   MOVE "READ TRAN-HISTORY-FILE (REPOINT)"
                       TO WS-FS-OPERATION
                   PERFORM MRGE-CHECK-FILE-STATUS
               END-IF
               IF NOT TRH-DONE
                   IF TRH-CUST-ID = MRQ-RETIRED-ID
                       MOVE MRQ-SURVIVOR-ID TO TRH-CUST-ID
                       REWRITE TRAN-HISTORY-RECORD
                           INVALID KEY
                               DISPLAY "Merge rewrite failed for "
                                   "history seq " TRH-SEQ-NO
                       END-REWRITE
                       MOVE TRH-FS TO WS-FS-CHECK
                       MOVE "REWRITE TRAN-HISTORY-FILE (MRGE)"
                           TO WS-FS-OPERATION
                       PERFORM MRGE-CHECK-FILE-STATUS
                       ADD 1 TO WS-HISTORY-REPOINTED
                       ADD TRH-AMOUNT TO WS-HISTORY-REPOINTED-AMT
                   ELSE
                       SET TRH-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           ADD WS-HISTORY-REPOINTED TO WS-TOTAL-TRH-REPOINTED.

      *> The retired row's count and net move to the survivor; the
      *> survivor's last cycle becomes the later of the two so
      *> CUST-PCLS's through-cycle is unaffected. The retired row is
      *> zeroed, not deleted.
       MRGE-COMBINE-BALANCES.
           IF WS-RETD-BCNT-BEFORE NOT = ZERO
                   OR WS-RETD-BAMT-BEFORE NOT = ZERO
               MOVE MRQ-RETIRED-ID TO BAL-CUST-ID
               READ CUSTOMER-BALANCE-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE BMAST-FS TO WS-FS-CHECK
               MOVE "READ CUSTOMER-BALANCE-MASTER (RETIRED)"
                   TO WS-FS-OPERATION
               PERFORM MRGE-CHECK-FILE-STATUS
               MOVE BAL-LAST-CYCLE TO WS-RETD-LAST-CYCLE
               MOVE ZERO TO BAL-TRAN-COUNT
               MOVE ZERO TO BAL-NET-AMOUNT
               REWRITE CUSTOMER-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "Merge balance rewrite failed for "
                           BAL-CUST-ID
               END-REWRITE
               MOVE BMAST-FS TO WS-FS-CHECK
               MOVE "REWRITE CUSTOMER-BALANCE-MASTER (RETIRED)"
                   TO WS-FS-OPERATION
               PERFORM MRGE-CHECK-FILE-STATUS

               MOVE MRQ-SURVIVOR-ID TO BAL-CUST-ID
               SET SURV-BAL-ON-FILE TO TRUE
               READ CUSTOMER-BALANCE-MASTER
                   INVALID KEY
                       SET SURV-BAL-NOT-ON-FILE TO TRUE
               END-READ
               MOVE BMAST-FS TO WS-FS-CHECK
               MOVE "READ CUSTOMER-BALANCE-MASTER (SURVIVOR)"
                   TO WS-FS-OPERATION
               PERFORM MRGE-CHECK-FILE-STATUS
               IF SURV-BAL-ON-FILE
                   ADD WS-RETD-BCNT-BEFORE TO BAL-TRAN-COUNT
                   ADD WS-RETD-BAMT-BEFORE TO BAL-NET-AMOUNT
                   IF WS-RETD-LAST-CYCLE > BAL-LAST-CYCLE
                       MOVE WS-RETD-LAST-CYCLE TO BAL-LAST-CYCLE
                   END-IF
                   REWRITE CUSTOMER-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "Merge balance rewrite failed for "
                               BAL-CUST-ID
                   END-REWRITE
                   MOVE BMAST-FS TO WS-FS-CHECK
                   MOVE "REWRITE CUSTOMER-BALANCE-MASTER (SURVIVOR)"
                       TO WS-FS-OPERATION
                   PERFORM MRGE-CHECK-FILE-STATUS
               ELSE
                   MOVE MRQ-SURVIVOR-ID TO BAL-CUST-ID
                   MOVE WS-RETD-BCNT-BEFORE TO BAL-TRAN-COUNT
                   MOVE WS-RETD-BAMT-BEFORE TO BAL-NET-AMOUNT
                   MOVE WS-RETD-LAST-CYCLE TO BAL-LAST-CYCLE
                   WRITE CUSTOMER-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "Merge balance write failed for "
                               BAL-CUST-ID
                   END-WRITE
                   MOVE BMAST-FS TO WS-FS-CHECK
                   MOVE "WRITE CUSTOMER-BALANCE-MASTER (SURVIVOR)"
                       TO WS-FS-OPERATION
                   PERFORM MRGE-CHECK-FILE-STATUS
               END-IF
           END-IF.

      *> The balance-forward rows combine the way the balance rows
      *> do: the retired count and net move to the survivor, whose
      *> through-date and last cycle become the later of the two;
      *> the retired row is zeroed, not deleted.
       MRGE-COMBINE-FORWARDS.
           MOVE ZERO TO WS-RETD-BF-COUNT
           MOVE ZERO TO WS-RETD-BF-AMOUNT
           IF FORWARD-ON-FILE
               MOVE MRQ-RETIRED-ID TO BF-CUST-ID
               READ BALANCE-FORWARD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BF-TRAN-COUNT TO WS-RETD-BF-COUNT
                       MOVE BF-NET-AMOUNT TO WS-RETD-BF-AMOUNT
                       MOVE BF-THROUGH-DATE TO WS-RETD-BF-THROUGH
                       MOVE BF-LAST-CYCLE TO WS-RETD-BF-CYCLE
                       MOVE BF-ARCHIVE-DATE TO WS-RETD-BF-ARCHIVED
               END-READ
               MOVE BF-FS TO WS-FS-CHECK
               MOVE "READ BALANCE-FORWARD-FILE (RETIRED)"
                   TO WS-FS-OPERATION
               PERFORM MRGE-CHECK-FILE-STATUS
           END-IF
           IF WS-RETD-BF-COUNT NOT = ZERO
                   OR WS-RETD-BF-AMOUNT NOT = ZERO
               MOVE ZERO TO BF-TRAN-COUNT
               MOVE ZERO TO BF-NET-AMOUNT
               REWRITE BALANCE-FORWARD-RECORD
                   INVALID KEY
                       DISPLAY "Merge forward rewrite failed for "
                           BF-CUST-ID
               END-REWRITE
               MOVE BF-FS TO WS-FS-CHECK
               MOVE "REWRITE BALANCE-FORWARD-FILE (RETIRED)"
                   TO WS-FS-OPERATION
               PERFORM MRGE-CHECK-FILE-STATUS

               MOVE MRQ-SURVIVOR-ID TO BF-CUST-ID
               SET SURV-BF-ON-FILE TO TRUE
               READ BALANCE-FORWARD-FILE
                   INVALID KEY
                       SET SURV-BF-NOT-ON-FILE TO TRUE
               END-READ
               MOVE BF-FS TO WS-FS-CHECK
               MOVE "READ BALANCE-FORWARD-FILE (SURVIVOR)"
                   TO WS-FS-OPERATION
               PERFORM MRGE-CHECK-FILE-STATUS
               IF SURV-BF-ON-FILE
                   ADD WS-RETD-BF-COUNT TO BF-TRAN-COUNT
                   ADD WS-RETD-BF-AMOUNT TO BF-NET-AMOUNT
                   IF WS-RETD-BF-THROUGH > BF-THROUGH-DATE
                       MOVE WS-RETD-BF-THROUGH TO BF-THROUGH-DATE
                   END-IF
                   IF WS-RETD-BF-CYCLE > BF-LAST-CYCLE
                       MOVE WS-RETD-BF-CYCLE TO BF-LAST-CYCLE
                   END-IF
                   REWRITE BALANCE-FORWARD-RECORD
                       INVALID KEY
                           DISPLAY "Merge forward rewrite failed for "
                               BF-CUST-ID
                   END-REWRITE
                   MOVE BF-FS TO WS-FS-CHECK
                   MOVE "REWRITE BALANCE-FORWARD-FILE (SURVIVOR)"
                       TO WS-FS-OPERATION
                   PERFORM MRGE-CHECK-FILE-STATUS
               ELSE
                   MOVE MRQ-SURVIVOR-ID TO BF-CUST-ID
                   MOVE WS-RETD-BF-COUNT TO BF-TRAN-COUNT
                   MOVE WS-RETD-BF-AMOUNT TO BF-NET-AMOUNT
                   MOVE WS-RETD-BF-THROUGH TO BF-THROUGH-DATE
                   MOVE WS-RETD-BF-CYCLE TO BF-LAST-CYCLE
                   MOVE WS-RETD-BF-ARCHIVED TO BF-ARCHIVE-DATE
                   WRITE BALANCE-FORWARD-RECORD
                       INVALID KEY
                           DISPLAY "Merge forward write failed for "
                               BF-CUST-ID
                   END-WRITE
                   MOVE BF-FS TO WS-FS-CHECK
                   MOVE "WRITE BALANCE-FORWARD-FILE (SURVIVOR)"
                       TO WS-FS-OPERATION
                   PERFORM MRGE-CHECK-FILE-STATUS
               END-IF
           END-IF.

      *> The retired row is logically deleted with the pointer to the
      *> survivor, and both customers get a MERGE audit row - the
      *> survivor's image is unchanged, but the row records that its
      *> history grew and who authorized it.
       MRGE-RETIRE-CUSTOMER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING
               WS-CURRENT-DATE-TIME(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(7:2) DELIMITED BY SIZE
               INTO WS-MAINT-DATE
           END-STRING
           STRING
               WS-CURRENT-DATE-TIME(9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(13:2) DELIMITED BY SIZE
               INTO WS-MAINT-TIME
           END-STRING

           MOVE "MERGE" TO AUD-TRAN-TYPE
           MOVE WS-MAINT-DATE TO AUD-RUN-DATE
           MOVE WS-MAINT-TIME TO AUD-RUN-TIME
           MOVE MRQ-SURVIVOR-ID TO AUD-OLD-ID
           MOVE WS-SURV-NAME TO AUD-OLD-NAME
           MOVE WS-SURV-ADDRESS TO AUD-OLD-ADDRESS
           MOVE WS-SURV-STATUS TO AUD-OLD-STATUS
           MOVE MRQ-SURVIVOR-ID TO AUD-NEW-ID
           MOVE WS-SURV-NAME TO AUD-NEW-NAME
           MOVE WS-SURV-ADDRESS TO AUD-NEW-ADDRESS
           MOVE WS-SURV-STATUS TO AUD-NEW-STATUS
           MOVE MRQ-OPERATOR-ID TO AUD-OPERATOR-ID
           WRITE AUDIT-RECORD
           MOVE AUD-FS TO WS-FS-CHECK
           MOVE "WRITE CUSTOMER-AUDIT-FILE (SURVIVOR)"
               TO WS-FS-OPERATION
           PERFORM MRGE-CHECK-FILE-STATUS
           ADD 1 TO WS-AUDIT-WRITTEN

           MOVE MRQ-RETIRED-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Merge re-read failed for " CUST-ID
           END-READ
           MOVE FS TO WS-FS-CHECK
           MOVE "READ CUSTOMER-FILE (MRGE RETIRE)" TO WS-FS-OPERATION
           PERFORM MRGE-CHECK-FILE-STATUS
           MOVE "MERGE" TO AUD-TRAN-TYPE
           MOVE WS-MAINT-DATE TO AUD-RUN-DATE
           MOVE WS-MAINT-TIME TO AUD-RUN-TIME
           MOVE CUST-ID TO AUD-OLD-ID
           MOVE CUST-NAME TO AUD-OLD-NAME
           MOVE CUST-ADDRESS TO AUD-OLD-ADDRESS
           MOVE CUST-STATUS TO AUD-OLD-STATUS
           MOVE 'D' TO CUST-STATUS
           MOVE WS-MAINT-DATE TO CUST-DATE-MAINT
           MOVE MRQ-SURVIVOR-ID TO CUST-MERGED-INTO
           MOVE CUST-ID TO AUD-NEW-ID
           MOVE CUST-NAME TO AUD-NEW-NAME
           MOVE CUST-ADDRESS TO AUD-NEW-ADDRESS
           MOVE CUST-STATUS TO AUD-NEW-STATUS
           MOVE MRQ-OPERATOR-ID TO AUD-OPERATOR-ID
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "Merge rewrite failed for " CUST-ID
           END-REWRITE
           MOVE FS TO WS-FS-CHECK
           MOVE "REWRITE CUSTOMER-FILE (MRGE RETIRE)"
               TO WS-FS-OPERATION
           PERFORM MRGE-CHECK-FILE-STATUS
           WRITE AUDIT-RECORD
           MOVE AUD-FS TO WS-FS-CHECK
           MOVE "WRITE CUSTOMER-AUDIT-FILE (RETIRED)"
               TO WS-FS-OPERATION
           PERFORM MRGE-CHECK-FILE-STATUS
           ADD 1 TO WS-AUDIT-WRITTEN.

      *> Nothing may be gained or lost: what the survivor carries now
      *> is what the two carried between them, and the retired
      *> customer carries nothing.
       MRGE-PROVE-MERGE.
           SET MERGE-PROVED TO TRUE
           IF WS-SURV-TRAN-AFTER NOT =
                   WS-SURV-TRAN-BEFORE + WS-RETD-TRAN-BEFORE
               SET MERGE-NOT-PROVED TO TRUE
           END-IF
           IF WS-SURV-AMT-AFTER NOT =
                   WS-SURV-AMT-BEFORE + WS-RETD-AMT-BEFORE
               SET MERGE-NOT-PROVED TO TRUE
           END-IF
           IF WS-SURV-BCNT-AFTER NOT =
                   WS-SURV-BCNT-BEFORE + WS-RETD-BCNT-BEFORE
               SET MERGE-NOT-PROVED TO TRUE
           END-IF
           IF WS-SURV-BAMT-AFTER NOT =
                   WS-SURV-BAMT-BEFORE + WS-RETD-BAMT-BEFORE
               SET MERGE-NOT-PROVED TO TRUE
           END-IF
           IF WS-RETD-TRAN-AFTER NOT = ZERO
                   OR WS-RETD-AMT-AFTER NOT = ZERO
                   OR WS-RETD-BCNT-AFTER NOT = ZERO
                   OR WS-RETD-BAMT-AFTER NOT = ZERO
               SET MERGE-NOT-PROVED TO TRUE
           END-IF
           IF WS-REPOINTED-COUNT NOT = WS-RETD-TRAN-BEFORE
                   OR WS-REPOINTED-AMOUNT NOT = WS-RETD-AMT-BEFORE
               SET MERGE-NOT-PROVED TO TRUE
           END-IF
           IF WS-SURV-HCNT-AFTER NOT =
                   WS-SURV-HCNT-BEFORE + WS-RETD-HCNT-BEFORE
               SET MERGE-NOT-PROVED TO TRUE
           END-IF
           IF WS-SURV-HAMT-AFTER NOT =
                   WS-SURV-HAMT-BEFORE + WS-RETD-HAMT-BEFORE
               SET MERGE-NOT-PROVED TO TRUE
           END-IF
           IF WS-SURV-FCNT-AFTER NOT =
                   WS-SURV-FCNT-BEFORE + WS-RETD-FCNT-BEFORE
               SET MERGE-NOT-PROVED TO TRUE
           END-IF
           IF WS-SURV-FAMT-AFTER NOT =
                   WS-SURV-FAMT-BEFORE + WS-RETD-FAMT-BEFORE
               SET MERGE-NOT-PROVED TO TRUE
           END-IF
           IF WS-RETD-HCNT-AFTER NOT = ZERO
                   OR WS-RETD-HAMT-AFTER NOT = ZERO
                   OR WS-RETD-FCNT-AFTER NOT = ZERO
                   OR WS-RETD-FAMT-AFTER NOT = ZERO
               SET MERGE-NOT-PROVED TO TRUE
           END-IF
           IF WS-HISTORY-REPOINTED NOT = WS-RETD-HCNT-BEFORE
                   OR WS-HISTORY-REPOINTED-AMT NOT = WS-RETD-HAMT-BEFORE
               SET MERGE-NOT-PROVED TO TRUE
           END-IF
           ADD 1 TO WS-MERGED-COUNT
           IF MERGE-NOT-PROVED
               ADD 1 TO WS-NOT-PROVED-COUNT
           END-IF.

      *> One block per merge: the pair, the credit limits, then
      *> SURVIVOR / RETIRED / COMBINED figures before and after for
      *> transactions and for the balance master, then for the
      *> transaction history and balance forward where they exist.
       MRGE-WRITE-MERGED.
           MOVE SPACES TO MERGE-PRINT-LINE
           STRING
               "REQUEST " DELIMITED BY SIZE
               WS-REQUESTS-READ DELIMITED BY SIZE
               " RETIRED " DELIMITED BY SIZE
               MRQ-RETIRED-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RETD-NAME DELIMITED BY SIZE
               " INTO " DELIMITED BY SIZE
               MRQ-SURVIVOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SURV-NAME DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               MRQ-OPERATOR-ID DELIMITED BY SIZE
               INTO MERGE-PRINT-LINE
           END-STRING
           PERFORM MRGE-WRITE-REPORT-LINE
           MOVE WS-SURV-LIMIT TO WS-LIMIT-DISPLAY
           MOVE WS-RETD-LIMIT TO WS-LIMIT-DISPLAY-B
           MOVE SPACES TO MERGE-PRINT-LINE
           STRING
               "   CREDIT LIMIT KEPT " DELIMITED BY SIZE
               WS-LIMIT-DISPLAY DELIMITED BY SIZE
               "   RETIRED CUSTOMER'S LIMIT WAS " DELIMITED BY SIZE
               WS-LIMIT-DISPLAY-B DELIMITED BY SIZE
               INTO MERGE-PRINT-LINE
           END-STRING
           PERFORM MRGE-WRITE-REPORT-LINE
           MOVE SPACES TO MERGE-PRINT-LINE
           STRING
               "                          SURVIVOR" DELIMITED BY SIZE
               "                     RETIRED" DELIMITED BY SIZE
               "                    COMBINED" DELIMITED BY SIZE
               INTO MERGE-PRINT-LINE
           END-STRING
           PERFORM MRGE-WRITE-REPORT-LINE
           MOVE "   TRANSACTIONS BEFORE" TO WS-LABEL
           MOVE WS-SURV-TRAN-BEFORE TO WS-COUNT-A
           MOVE WS-SURV-AMT-BEFORE TO WS-AMOUNT-A
           MOVE WS-RETD-TRAN-BEFORE TO WS-COUNT-B
           MOVE WS-RETD-AMT-BEFORE TO WS-AMOUNT-B
           PERFORM MRGE-WRITE-FIGURE-LINE
           MOVE "   TRANSACTIONS AFTER " TO WS-LABEL
           MOVE WS-SURV-TRAN-AFTER TO WS-COUNT-A
           MOVE WS-SURV-AMT-AFTER TO WS-AMOUNT-A
           MOVE WS-RETD-TRAN-AFTER TO WS-COUNT-B
           MOVE WS-RETD-AMT-AFTER TO WS-AMOUNT-B
           PERFORM MRGE-WRITE-FIGURE-LINE
           MOVE "   BALANCE BEFORE     " TO WS-LABEL
           MOVE WS-SURV-BCNT-BEFORE TO WS-COUNT-A
           MOVE WS-SURV-BAMT-BEFORE TO WS-AMOUNT-A
           MOVE WS-RETD-BCNT-BEFORE TO WS-COUNT-B
           MOVE WS-RETD-BAMT-BEFORE TO WS-AMOUNT-B
           PERFORM MRGE-WRITE-FIGURE-LINE
           MOVE "   BALANCE AFTER      " TO WS-LABEL
           MOVE WS-SURV-BCNT-AFTER TO WS-COUNT-A
           MOVE WS-SURV-BAMT-AFTER TO WS-AMOUNT-A
           MOVE WS-RETD-BCNT-AFTER TO WS-COUNT-B
           MOVE WS-RETD-BAMT-AFTER TO WS-AMOUNT-B
           PERFORM MRGE-WRITE-FIGURE-LINE
           IF HISTORY-ON-FILE
               MOVE "   HISTORY BEFORE     " TO WS-LABEL
               MOVE WS-SURV-HCNT-BEFORE TO WS-COUNT-A
               MOVE WS-SURV-HAMT-BEFORE TO WS-AMOUNT-A
               MOVE WS-RETD-HCNT-BEFORE TO WS-COUNT-B
               MOVE WS-RETD-HAMT-BEFORE TO WS-AMOUNT-B
               PERFORM MRGE-WRITE-FIGURE-LINE
               MOVE "   HISTORY AFTER      " TO WS-LABEL
               MOVE WS-SURV-HCNT-AFTER TO WS-COUNT-A
               MOVE WS-SURV-HAMT-AFTER TO WS-AMOUNT-A
               MOVE WS-RETD-HCNT-AFTER TO WS-COUNT-B
               MOVE WS-RETD-HAMT-AFTER TO WS-AMOUNT-B
               PERFORM MRGE-WRITE-FIGURE-LINE
           END-IF
           IF FORWARD-ON-FILE
               MOVE "   FORWARD BEFORE     " TO WS-LABEL
               MOVE WS-SURV-FCNT-BEFORE TO WS-COUNT-A
               MOVE WS-SURV-FAMT-BEFORE TO WS-AMOUNT-A
               MOVE WS-RETD-FCNT-BEFORE TO WS-COUNT-B
               MOVE WS-RETD-FAMT-BEFORE TO WS-AMOUNT-B
               PERFORM MRGE-WRITE-FIGURE-LINE
               MOVE "   FORWARD AFTER      " TO WS-LABEL
               MOVE WS-SURV-FCNT-AFTER TO WS-COUNT-A
               MOVE WS-SURV-FAMT-AFTER TO WS-AMOUNT-A
               MOVE WS-RETD-FCNT-AFTER TO WS-COUNT-B
               MOVE WS-RETD-FAMT-AFTER TO WS-AMOUNT-B
               PERFORM MRGE-WRITE-FIGURE-LINE
           END-IF
           MOVE WS-REPOINTED-AMOUNT TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO MERGE-PRINT-LINE
           IF MERGE-PROVED
               STRING
                   "   TRANSACTIONS RE-POINTED " DELIMITED BY SIZE
                   WS-REPOINTED-COUNT DELIMITED BY SIZE
                   "  AMOUNT " DELIMITED BY SIZE
                   WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
                   "   MERGE PROVED" DELIMITED BY SIZE
                   INTO MERGE-PRINT-LINE
               END-STRING
           ELSE
               STRING
                   "   TRANSACTIONS RE-POINTED " DELIMITED BY SIZE
                   WS-REPOINTED-COUNT DELIMITED BY SIZE
                   "  AMOUNT " DELIMITED BY SIZE
                   WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
                   "   *** MERGE NOT PROVED ***" DELIMITED BY SIZE
                   INTO MERGE-PRINT-LINE
               END-STRING
           END-IF
           PERFORM MRGE-WRITE-REPORT-LINE
           IF WS-DISPUTES-REPOINTED NOT = ZERO
               MOVE SPACES TO MERGE-PRINT-LINE
               STRING
                   "   DISPUTES RE-POINTED     " DELIMITED BY SIZE
                   WS-DISPUTES-REPOINTED DELIMITED BY SIZE
                   INTO MERGE-PRINT-LINE
               END-STRING
               PERFORM MRGE-WRITE-REPORT-LINE
           END-IF
           IF WS-HISTORY-REPOINTED NOT = ZERO
                   OR WS-RETD-BF-COUNT NOT = ZERO
               MOVE WS-RETD-BF-AMOUNT TO WS-CTL-DISPLAY-AMT
               MOVE SPACES TO MERGE-PRINT-LINE
               STRING
                   "   HISTORY RE-POINTED      " DELIMITED BY SIZE
                   WS-HISTORY-REPOINTED DELIMITED BY SIZE
                   "  FORWARD MOVED " DELIMITED BY SIZE
                   WS-RETD-BF-COUNT DELIMITED BY SIZE
                   "  AMOUNT " DELIMITED BY SIZE
                   WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
                   INTO MERGE-PRINT-LINE
               END-STRING
               PERFORM MRGE-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO MERGE-PRINT-LINE
           PERFORM MRGE-WRITE-REPORT-LINE.

       MRGE-WRITE-FIGURE-LINE.
           ADD WS-COUNT-A WS-COUNT-B GIVING WS-COMBINED-COUNT
           ADD WS-AMOUNT-A WS-AMOUNT-B GIVING WS-COMBINED-AMOUNT
           MOVE WS-AMOUNT-A TO WS-AMT-DISPLAY-A
           MOVE WS-AMOUNT-B TO WS-AMT-DISPLAY-B
           MOVE WS-COMBINED-AMOUNT TO WS-AMT-DISPLAY-C
           MOVE SPACES TO MERGE-PRINT-LINE
           STRING
               WS-LABEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-COUNT-A DELIMITED BY SIZE
               WS-AMT-DISPLAY-A DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-COUNT-B DELIMITED BY SIZE
               WS-AMT-DISPLAY-B DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-COMBINED-COUNT DELIMITED BY SIZE
               WS-AMT-DISPLAY-C DELIMITED BY SIZE
               INTO MERGE-PRINT-LINE
           END-STRING
           PERFORM MRGE-WRITE-REPORT-LINE.

       MRGE-WRITE-REJECTED.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO MERGE-PRINT-LINE
           STRING
               "REQUEST " DELIMITED BY SIZE
               WS-REQUESTS-READ DELIMITED BY SIZE
               " RETIRED " DELIMITED BY SIZE
               MRQ-RETIRED-ID DELIMITED BY SIZE
               " INTO " DELIMITED BY SIZE
               MRQ-SURVIVOR-ID DELIMITED BY SIZE
               " REJECTED REASON: " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO MERGE-PRINT-LINE
           END-STRING
           PERFORM MRGE-WRITE-REPORT-LINE
           MOVE SPACES TO MERGE-PRINT-LINE
           PERFORM MRGE-WRITE-REPORT-LINE.

       MRGE-PRINT-SUMMARY.
           MOVE SPACES TO MERGE-PRINT-LINE
           STRING
               "REQUESTS READ        : " DELIMITED BY SIZE
               WS-REQUESTS-READ DELIMITED BY SIZE
               INTO MERGE-PRINT-LINE
           END-STRING
           PERFORM MRGE-WRITE-REPORT-LINE
           MOVE SPACES TO MERGE-PRINT-LINE
           STRING
               "CUSTOMERS MERGED     : " DELIMITED BY SIZE
               WS-MERGED-COUNT DELIMITED BY SIZE
               INTO MERGE-PRINT-LINE
           END-STRING
           PERFORM MRGE-WRITE-REPORT-LINE
           MOVE SPACES TO MERGE-PRINT-LINE
           STRING
               "REJECTED             : " DELIMITED BY SIZE
               WS-REJECTED-COUNT DELIMITED BY SIZE
               INTO MERGE-PRINT-LINE
           END-STRING
           PERFORM MRGE-WRITE-REPORT-LINE
           MOVE WS-TOTAL-REPOINTED-AMT TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO MERGE-PRINT-LINE
           STRING
               "TRANSACTIONS MOVED   : " DELIMITED BY SIZE
               WS-TOTAL-REPOINTED DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO MERGE-PRINT-LINE
           END-STRING
           PERFORM MRGE-WRITE-REPORT-LINE
           MOVE SPACES TO MERGE-PRINT-LINE
           STRING
               "DISPUTES MOVED       : " DELIMITED BY SIZE
               WS-TOTAL-DSP-REPOINTED DELIMITED BY SIZE
               INTO MERGE-PRINT-LINE
           END-STRING
           PERFORM MRGE-WRITE-REPORT-LINE
           MOVE SPACES TO MERGE-PRINT-LINE
           STRING
               "HISTORY ROWS MOVED   : " DELIMITED BY SIZE
               WS-TOTAL-TRH-REPOINTED DELIMITED BY SIZE
               INTO MERGE-PRINT-LINE
           END-STRING
           PERFORM MRGE-WRITE-REPORT-LINE
           MOVE SPACES TO MERGE-PRINT-LINE
           STRING
               "AUDIT ROWS WRITTEN   : " DELIMITED BY SIZE
               WS-AUDIT-WRITTEN DELIMITED BY SIZE
               INTO MERGE-PRINT-LINE
           END-STRING
           PERFORM MRGE-WRITE-REPORT-LINE
           MOVE SPACES TO MERGE-PRINT-LINE
           STRING
               "MERGES NOT PROVED    : " DELIMITED BY SIZE
               WS-NOT-PROVED-COUNT DELIMITED BY SIZE
               INTO MERGE-PRINT-LINE
           END-STRING
           PERFORM MRGE-WRITE-REPORT-LINE
           MOVE SPACES TO MERGE-PRINT-LINE
           IF WS-NOT-PROVED-COUNT = ZERO
               MOVE "RUN STATUS           : IN BALANCE"
                   TO MERGE-PRINT-LINE
           ELSE
               MOVE "RUN STATUS           : *** OUT OF BALANCE ***"
                   TO MERGE-PRINT-LINE
           END-IF
           PERFORM MRGE-WRITE-REPORT-LINE.

       MRGE-WRITE-REPORT-LINE.
           WRITE MERGE-PRINT-LINE
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "WRITE MERGE-REGISTER" TO WS-FS-OPERATION
           PERFORM MRGE-CHECK-FILE-STATUS.

      *> "22"/"23" are the routine keyed outcomes (a customer or
      *> balance row not on file); "02" is the routine
      *> duplicate-alternate-key status - same passthrough as
      *> CUST-SUSP.
       MRGE-CHECK-FILE-STATUS.
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
                   DISPLAY "Merge run terminating."
                   MOVE 'A' TO WS-JRN-END-STATUS
                   PERFORM MRGE-WRITE-RUN-JOURNAL
                   STOP RUN
           END-EVALUATE.

       MRGE-FORMAT-JRN-TIME.
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
       MRGE-WRITE-RUN-JOURNAL.
           PERFORM MRGE-FORMAT-JRN-TIME
           MOVE "CUST-MRGE" TO RJ-PROGRAM
           MOVE WS-RUN-DATE TO RJ-CYCLE-DATE
           MOVE WS-JRN-START-TIME TO RJ-START-TIME
           MOVE WS-JRN-END-TIME TO RJ-END-TIME
           MOVE WS-REQUESTS-READ TO RJ-RECORDS-IN
           MOVE WS-MERGED-COUNT TO RJ-RECORDS-OUT
           MOVE WS-REJECTED-COUNT TO RJ-REJECTS
           IF WS-NOT-PROVED-COUNT = ZERO
               MOVE 'Y' TO RJ-BALANCE-FLAG
           ELSE
               MOVE 'N' TO RJ-BALANCE-FLAG
           END-IF
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
