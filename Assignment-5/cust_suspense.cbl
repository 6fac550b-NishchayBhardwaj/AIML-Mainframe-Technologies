       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-SUSP.

      *> Unapplied-cash suspense resolution - the follow-up to
      *> CUST-LBOX. Each suspense_requests.txt record names one open
      *> suspense item by bank batch ID and item number and either
      *> APPLYs it to a named customer or RETURNs it to the bank, and
      *> names the operator who made the call. The operator must be
      *> on operator_profile.txt with maintenance authority, the same
      *> profile KSDS-SIM signs on against. An APPLY writes the same
      *> PAYMNT transaction CUST-LBOX would have written had the
      *> payment matched - minus the check amount, dated the deposit
      *> date, numbered through tran_seqno.ctl and left unposted for
      *> CUST-MATCH - and marks the item applied with the customer,
      *> TRAN-SEQ-NO, date and operator. A RETURN only marks the item
      *> returned; the money goes back to the bank outside this
      *> system. Resolved items stay on unapplied_cash.txt as the
      *> record of where the money went, so a request against an
      *> item already resolved is refused. One APPLIED / RETURNED /
      *> REJECTED line per request goes to suspense_report.txt the
      *> way TRAN-RVSL reports its requests, followed by the suspense
      *> still open after the run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-REQUEST-FILE
               ASSIGN TO "suspense_requests.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRQ-FS.

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

           SELECT OPERATOR-PROFILE-FILE
               ASSIGN TO "operator_profile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPR-FS.

           SELECT TRAN-SEQNO-FILE ASSIGN TO "tran_seqno.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQ-FS.

           SELECT SUSPENSE-REPORT ASSIGN TO "suspense_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FS.

           SELECT RUN-JOURNAL-FILE ASSIGN TO "run_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SUSPENSE-REQUEST-FILE.
       01 SUSPENSE-REQUEST-RECORD.
           05 SRQ-ACTION            PIC X(6).
              88 SRQ-APPLY          VALUE "APPLY".
              88 SRQ-RETURN         VALUE "RETURN".
           05 SRQ-BATCH-ID          PIC X(12).
           05 SRQ-ITEM-NO-X         PIC X(5).
           05 SRQ-CUST-ID           PIC X(8).
           05 SRQ-OPERATOR-ID       PIC X(8).

       FD CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD CUSTOMER-TRANSACTION-FILE.
           COPY "tranrec.cpy".

       FD UNAPPLIED-CASH-FILE.
           COPY "susprec.cpy".

       FD OPERATOR-PROFILE-FILE.
       01 OPERATOR-PROFILE-RECORD.
           05 OPR-ID                PIC X(8).
           05 OPR-AUTH              PIC X(1).
           05 OPR-NAME              PIC X(32).

      *> Same single-control-record sequence file TRAN-LOAD maintains.
       FD TRAN-SEQNO-FILE.
       01 TRAN-SEQNO-RECORD.
           05 SEQ-LAST-ASSIGNED     PIC 9(8).

       FD SUSPENSE-REPORT.
       01 SUSPENSE-PRINT-LINE       PIC X(132).

       FD RUN-JOURNAL-FILE.
           COPY "runjrnl.cpy".

       WORKING-STORAGE SECTION.
       01 SRQ-FS                PIC XX.
       01 FS                    PIC XX.
       01 TRAN-FS               PIC XX.
       01 SUS-FS                PIC XX.
       01 OPR-FS                PIC XX.
       01 SEQ-FS                PIC XX.
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
       01 WS-SUS-EOF            PIC X VALUE 'N'.
          88 SUS-EOF            VALUE 'Y'.
          88 SUS-NOT-EOF        VALUE 'N'.

       01 WS-EDIT-FLAG          PIC X VALUE 'Y'.
          88 EDIT-PASSED        VALUE 'Y'.
          88 EDIT-FAILED        VALUE 'N'.
       01 WS-REJECT-REASON      PIC X(40).
       01 WS-OPERATOR-FLAG      PIC X VALUE 'N'.
          88 OPERATOR-AUTHORIZED VALUE 'Y'.
          88 OPERATOR-NOT-AUTHORIZED VALUE 'N'.
       01 WS-PROFILE-FLAG       PIC X VALUE 'Y'.
          88 PROFILE-ON-FILE    VALUE 'Y'.
          88 PROFILE-NOT-ON-FILE VALUE 'N'.

       01 WS-CURRENT-DATE-TIME  PIC X(21).
       01 WS-RUN-DATE           PIC X(8).

       01 WS-REQUESTS-READ      PIC 9(7) VALUE ZERO.
       01 WS-APPLIED-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-APPLIED-AMOUNT     PIC S9(13)V99 VALUE ZERO.
       01 WS-RETURNED-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-RETURNED-AMOUNT    PIC S9(13)V99 VALUE ZERO.
       01 WS-REJECTED-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-OPEN-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-OPEN-AMOUNT        PIC S9(13)V99 VALUE ZERO.

       01 WS-FIRST-SEQ-NO       PIC 9(8) VALUE ZERO.
       01 WS-NEXT-SEQ-NO        PIC 9(8) VALUE ZERO.
       01 WS-BACKOUT-SEQ-NO     PIC 9(8) VALUE ZERO.

       01 WS-AMT-DISPLAY        PIC -(10)9.99.
       01 WS-CTL-DISPLAY-AMT    PIC -(12)9.99.

       01 WS-JRN-START-TIME     PIC X(8).
       01 WS-JRN-END-TIME       PIC X(8).
       01 WS-JRN-END-STATUS     PIC X VALUE 'C'.

       PROCEDURE DIVISION.
       SUSP-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
           PERFORM SUSP-FORMAT-JRN-TIME
           MOVE WS-JRN-END-TIME TO WS-JRN-START-TIME
           PERFORM SUSP-OPEN-FILES
           PERFORM SUSP-READ-SEQNO
           SET NOT-EOF TO TRUE
           PERFORM UNTIL EOF
               READ SUSPENSE-REQUEST-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REQUESTS-READ
                       PERFORM SUSP-APPLY-ONE-REQUEST
               END-READ
               IF NOT EOF
                   MOVE SRQ-FS TO WS-FS-CHECK
                   MOVE "READ SUSPENSE-REQUEST-FILE" TO WS-FS-OPERATION
                   PERFORM SUSP-CHECK-FILE-STATUS
               END-IF
           END-PERFORM
           IF WS-APPLIED-COUNT > ZERO
               PERFORM SUSP-WRITE-SEQNO
           END-IF
           PERFORM SUSP-TOTAL-OPEN-SUSPENSE
           PERFORM SUSP-PRINT-SUMMARY
           PERFORM SUSP-CLOSE-FILES
           PERFORM SUSP-WRITE-RUN-JOURNAL
           DISPLAY "Suspense run complete - " WS-REQUESTS-READ
               " requests read, " WS-APPLIED-COUNT " applied, "
               WS-RETURNED-COUNT " returned, "
               WS-REJECTED-COUNT " rejected, "
               WS-OPEN-COUNT " items still open. "
               "See suspense_report.txt"
           GOBACK.

       SUSP-OPEN-FILES.
           OPEN INPUT SUSPENSE-REQUEST-FILE
           MOVE SRQ-FS TO WS-FS-CHECK
           MOVE "OPEN SUSPENSE-REQUEST-FILE" TO WS-FS-OPERATION
           PERFORM SUSP-CHECK-FILE-STATUS

           OPEN INPUT CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "OPEN CUSTOMER-FILE (SUSP)" TO WS-FS-OPERATION
           PERFORM SUSP-CHECK-FILE-STATUS

           OPEN I-O CUSTOMER-TRANSACTION-FILE
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "OPEN I-O CUSTOMER-TRANSACTION-FILE (SUSP)"
               TO WS-FS-OPERATION
           PERFORM SUSP-CHECK-FILE-STATUS

           OPEN I-O UNAPPLIED-CASH-FILE
           MOVE SUS-FS TO WS-FS-CHECK
           MOVE "OPEN I-O UNAPPLIED-CASH-FILE (SUSP)"
               TO WS-FS-OPERATION
           PERFORM SUSP-CHECK-FILE-STATUS

           OPEN OUTPUT SUSPENSE-REPORT
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "OPEN SUSPENSE-REPORT" TO WS-FS-OPERATION
           PERFORM SUSP-CHECK-FILE-STATUS

           MOVE SPACES TO SUSPENSE-PRINT-LINE
           STRING
               "UNAPPLIED CASH SUSPENSE DISPOSITION REPORT"
                   DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO SUSPENSE-PRINT-LINE
           END-STRING
           PERFORM SUSP-WRITE-REPORT-LINE
           MOVE SPACES TO SUSPENSE-PRINT-LINE
           PERFORM SUSP-WRITE-REPORT-LINE.

       SUSP-CLOSE-FILES.
           CLOSE SUSPENSE-REQUEST-FILE
           MOVE SRQ-FS TO WS-FS-CHECK
           MOVE "CLOSE SUSPENSE-REQUEST-FILE" TO WS-FS-OPERATION
           PERFORM SUSP-CHECK-FILE-STATUS

           CLOSE CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-FILE (SUSP)" TO WS-FS-OPERATION
           PERFORM SUSP-CHECK-FILE-STATUS

           CLOSE CUSTOMER-TRANSACTION-FILE
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-TRANSACTION-FILE (SUSP)"
               TO WS-FS-OPERATION
           PERFORM SUSP-CHECK-FILE-STATUS

           CLOSE UNAPPLIED-CASH-FILE
           MOVE SUS-FS TO WS-FS-CHECK
           MOVE "CLOSE UNAPPLIED-CASH-FILE (SUSP)" TO WS-FS-OPERATION
           PERFORM SUSP-CHECK-FILE-STATUS

           CLOSE SUSPENSE-REPORT
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "CLOSE SUSPENSE-REPORT" TO WS-FS-OPERATION
           PERFORM SUSP-CHECK-FILE-STATUS.

      *> Same sequence read as TRAN-LOAD's TLOAD-READ-SEQNO - a
      *> missing control file (FS "35") starts numbering at 1.
       SUSP-READ-SEQNO.
           MOVE ZERO TO WS-NEXT-SEQ-NO
           OPEN INPUT TRAN-SEQNO-FILE
           IF SEQ-FS NOT = "35"
               MOVE SEQ-FS TO WS-FS-CHECK
               MOVE "OPEN TRAN-SEQNO-FILE (READ)" TO WS-FS-OPERATION
               PERFORM SUSP-CHECK-FILE-STATUS
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
               PERFORM SUSP-CHECK-FILE-STATUS
               CLOSE TRAN-SEQNO-FILE
               MOVE SEQ-FS TO WS-FS-CHECK
               MOVE "CLOSE TRAN-SEQNO-FILE (READ)" TO WS-FS-OPERATION
               PERFORM SUSP-CHECK-FILE-STATUS
           END-IF.

       SUSP-WRITE-SEQNO.
           MOVE WS-NEXT-SEQ-NO TO SEQ-LAST-ASSIGNED
           OPEN OUTPUT TRAN-SEQNO-FILE
           MOVE SEQ-FS TO WS-FS-CHECK
           MOVE "OPEN TRAN-SEQNO-FILE (WRITE)" TO WS-FS-OPERATION
           PERFORM SUSP-CHECK-FILE-STATUS
           WRITE TRAN-SEQNO-RECORD
           MOVE SEQ-FS TO WS-FS-CHECK
           MOVE "WRITE TRAN-SEQNO-FILE" TO WS-FS-OPERATION
           PERFORM SUSP-CHECK-FILE-STATUS
           CLOSE TRAN-SEQNO-FILE
           MOVE SEQ-FS TO WS-FS-CHECK
           MOVE "CLOSE TRAN-SEQNO-FILE (WRITE)" TO WS-FS-OPERATION
           PERFORM SUSP-CHECK-FILE-STATUS.

      *> One request: edit it, qualify the operator, find the item
      *> still open, then apply or return it.
       SUSP-APPLY-ONE-REQUEST.
           PERFORM SUSP-EDIT-REQUEST
           IF EDIT-PASSED
               PERFORM SUSP-CHECK-OPERATOR
           END-IF
           IF EDIT-PASSED
               PERFORM SUSP-FIND-ITEM
           END-IF
           IF EDIT-PASSED AND SRQ-APPLY
               PERFORM SUSP-FIND-CUSTOMER
           END-IF
           IF EDIT-FAILED
               PERFORM SUSP-WRITE-REJECTED
           ELSE
               IF SRQ-APPLY
                   PERFORM SUSP-APPLY-ITEM
               ELSE
                   PERFORM SUSP-RETURN-ITEM
               END-IF
           END-IF.

       SUSP-EDIT-REQUEST.
           SET EDIT-PASSED TO TRUE
           IF NOT SRQ-APPLY AND NOT SRQ-RETURN
               SET EDIT-FAILED TO TRUE
               MOVE "ACTION NOT APPLY OR RETURN" TO WS-REJECT-REASON
           ELSE
               IF SRQ-BATCH-ID = SPACES
                       OR SRQ-ITEM-NO-X NOT NUMERIC
                   SET EDIT-FAILED TO TRUE
                   MOVE "BATCH ID BLANK OR ITEM NOT NUMERIC"
                       TO WS-REJECT-REASON
               ELSE
                   IF SRQ-OPERATOR-ID = SPACES
                       SET EDIT-FAILED TO TRUE
                       MOVE "OPERATOR ID IS BLANK" TO WS-REJECT-REASON
                   ELSE
                       IF SRQ-APPLY AND SRQ-CUST-ID = SPACES
                           SET EDIT-FAILED TO TRUE
                           MOVE "APPLY NAMES NO CUSTOMER"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Moving money between customers is maintenance, so the named
      *> operator needs KSDS-SIM's maintenance authority 'M'. A site
      *> with no profile file yet accepts any named operator - the
      *> same normal-absence handling as KSDS-SIM's OPERATOR-SIGN-ON.
       SUSP-CHECK-OPERATOR.
           SET OPERATOR-NOT-AUTHORIZED TO TRUE
           OPEN INPUT OPERATOR-PROFILE-FILE
           IF OPR-FS = "35"
               SET OPERATOR-AUTHORIZED TO TRUE
           ELSE
               MOVE OPR-FS TO WS-FS-CHECK
               MOVE "OPEN OPERATOR-PROFILE-FILE (SUSP)"
                   TO WS-FS-OPERATION
               PERFORM SUSP-CHECK-FILE-STATUS
               SET OPR-NOT-EOF TO TRUE
               PERFORM UNTIL OPR-EOF OR OPERATOR-AUTHORIZED
                   READ OPERATOR-PROFILE-FILE
                       AT END
                           SET OPR-EOF TO TRUE
                       NOT AT END
                           IF OPR-ID = SRQ-OPERATOR-ID
                                   AND OPR-AUTH = 'M'
                               SET OPERATOR-AUTHORIZED TO TRUE
                           END-IF
                   END-READ
                   IF NOT OPR-EOF AND NOT OPERATOR-AUTHORIZED
                       MOVE OPR-FS TO WS-FS-CHECK
                       MOVE "READ OPERATOR-PROFILE-FILE (SUSP)"
                           TO WS-FS-OPERATION
                       PERFORM SUSP-CHECK-FILE-STATUS
                   END-IF
               END-PERFORM
               CLOSE OPERATOR-PROFILE-FILE
               MOVE OPR-FS TO WS-FS-CHECK
               MOVE "CLOSE OPERATOR-PROFILE-FILE (SUSP)"
                   TO WS-FS-OPERATION
               PERFORM SUSP-CHECK-FILE-STATUS
           END-IF
           IF OPERATOR-NOT-AUTHORIZED
               SET EDIT-FAILED TO TRUE
               MOVE "OPERATOR NOT AUTHORIZED FOR MAINTENANCE"
                   TO WS-REJECT-REASON
           END-IF.

       SUSP-FIND-ITEM.
           MOVE SRQ-BATCH-ID TO SUS-BATCH-ID
           MOVE SRQ-ITEM-NO-X TO SUS-ITEM-NO
           READ UNAPPLIED-CASH-FILE
               INVALID KEY
                   SET EDIT-FAILED TO TRUE
                   MOVE "SUSPENSE ITEM NOT ON FILE" TO WS-REJECT-REASON
           END-READ
           MOVE SUS-FS TO WS-FS-CHECK
           MOVE "READ UNAPPLIED-CASH-FILE (KEYED)" TO WS-FS-OPERATION
           PERFORM SUSP-CHECK-FILE-STATUS
           IF EDIT-PASSED AND SUS-STATUS NOT = 'O'
               SET EDIT-FAILED TO TRUE
               MOVE "SUSPENSE ITEM ALREADY RESOLVED"
                   TO WS-REJECT-REASON
           END-IF.

      *> The same live-customer rule CUST-LBOX applies to a
      *> remittance reference: on the master and not logically
      *> deleted.
       SUSP-FIND-CUSTOMER.
           MOVE SRQ-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   SET EDIT-FAILED TO TRUE
                   MOVE "CUSTOMER NOT ON MASTER" TO WS-REJECT-REASON
           END-READ
           MOVE FS TO WS-FS-CHECK
           MOVE "READ CUSTOMER-FILE (SUSP KEYED)" TO WS-FS-OPERATION
           PERFORM SUSP-CHECK-FILE-STATUS
           IF EDIT-PASSED AND CUST-STATUS = 'D'
               SET EDIT-FAILED TO TRUE
               MOVE "CUSTOMER IS LOGICALLY DELETED"
                   TO WS-REJECT-REASON
           END-IF.

      *> The PAYMNT is written first and the item marked applied
      *> only once the write has succeeded, so an item can never
      *> show applied to a transaction that is not on file.
       SUSP-APPLY-ITEM.
           ADD 1 TO WS-NEXT-SEQ-NO
           IF WS-FIRST-SEQ-NO = ZERO
               MOVE WS-NEXT-SEQ-NO TO WS-FIRST-SEQ-NO
           END-IF
           MOVE WS-NEXT-SEQ-NO TO TRAN-SEQ-NO
           MOVE SRQ-CUST-ID TO TRAN-CUST-ID
           MOVE SUS-DEPOSIT-DATE TO TRAN-DATE
           MOVE "PAYMNT" TO TRAN-TYPE
           COMPUTE TRAN-AMOUNT = ZERO - SUS-AMOUNT
           MOVE SPACES TO TRAN-POSTED-CYCLE
           MOVE SPACES TO TRAN-REVERSAL-OF
           WRITE CUSTOMER-TRANSACTION-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "WRITE CUSTOMER-TRANSACTION-FILE (SUSP)"
               TO WS-FS-OPERATION
           PERFORM SUSP-CHECK-FILE-STATUS
           IF TRAN-FS = "00" OR TRAN-FS = "02"
               MOVE 'A' TO SUS-STATUS
               MOVE WS-RUN-DATE TO SUS-RESOLVED-DATE
               MOVE SRQ-CUST-ID TO SUS-APPLIED-CUST-ID
               MOVE TRAN-SEQ-NO TO SUS-TRAN-SEQ-NO
               MOVE SRQ-OPERATOR-ID TO SUS-OPERATOR-ID
               PERFORM SUSP-REWRITE-ITEM
               ADD 1 TO WS-APPLIED-COUNT
               ADD SUS-AMOUNT TO WS-APPLIED-AMOUNT
               PERFORM SUSP-WRITE-RESOLVED
           ELSE
      *> A duplicate TRAN-SEQ-NO means tran_seqno.ctl is out of step
      *> with the transaction file - the same stale-control condition
      *> TRAN-LOAD guards against: back out this run and stop.
               SUBTRACT 1 FROM WS-NEXT-SEQ-NO
               DISPLAY "Suspense run ABORTED - TRAN-SEQ-NO "
                   TRAN-SEQ-NO " is already on file. tran_seqno.ctl "
                   "is out of step with customer_transactions.txt; "
                   "correct the control file before rerunning. "
                   "Items applied this run were backed out."
               PERFORM SUSP-BACKOUT-THIS-RUN
               PERFORM SUSP-CLOSE-FILES
               MOVE 'A' TO WS-JRN-END-STATUS
               PERFORM SUSP-WRITE-RUN-JOURNAL
               STOP RUN
           END-IF.

       SUSP-RETURN-ITEM.
           MOVE 'R' TO SUS-STATUS
           MOVE WS-RUN-DATE TO SUS-RESOLVED-DATE
           MOVE SPACES TO SUS-APPLIED-CUST-ID
           MOVE ZERO TO SUS-TRAN-SEQ-NO
           MOVE SRQ-OPERATOR-ID TO SUS-OPERATOR-ID
           PERFORM SUSP-REWRITE-ITEM
           ADD 1 TO WS-RETURNED-COUNT
           ADD SUS-AMOUNT TO WS-RETURNED-AMOUNT
           PERFORM SUSP-WRITE-RESOLVED.

       SUSP-REWRITE-ITEM.
           REWRITE UNAPPLIED-CASH-RECORD
               INVALID KEY
                   DISPLAY "Suspense rewrite failed for " SUS-KEY
           END-REWRITE
           MOVE SUS-FS TO WS-FS-CHECK
           MOVE "REWRITE UNAPPLIED-CASH-FILE" TO WS-FS-OPERATION
           PERFORM SUSP-CHECK-FILE-STATUS.

      *> Deletes this run's PAYMNT keys and reopens every item that
      *> was applied to one of them, so an aborted run leaves both
      *> files as it found them. Returns made earlier in the run
      *> stand - they wrote no transaction and need no sequence.
       SUSP-BACKOUT-THIS-RUN.
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
                   PERFORM SUSP-CHECK-FILE-STATUS
               END-PERFORM
               SET SUS-NOT-EOF TO TRUE
               MOVE LOW-VALUES TO SUS-KEY
               START UNAPPLIED-CASH-FILE
                   KEY IS NOT LESS THAN SUS-KEY
                   INVALID KEY
                       SET SUS-EOF TO TRUE
               END-START
               MOVE SUS-FS TO WS-FS-CHECK
               MOVE "START UNAPPLIED-CASH-FILE (BACKOUT)"
                   TO WS-FS-OPERATION
               PERFORM SUSP-CHECK-FILE-STATUS
               PERFORM UNTIL SUS-EOF
                   READ UNAPPLIED-CASH-FILE NEXT RECORD
                       AT END
                           SET SUS-EOF TO TRUE
                       NOT AT END
                           IF SUS-STATUS = 'A'
                                   AND SUS-TRAN-SEQ-NO
                                       NOT < WS-FIRST-SEQ-NO
                                   AND SUS-TRAN-SEQ-NO
                                       NOT > WS-NEXT-SEQ-NO
                               MOVE 'O' TO SUS-STATUS
                               MOVE SPACES TO SUS-RESOLVED-DATE
                               MOVE SPACES TO SUS-APPLIED-CUST-ID
                               MOVE ZERO TO SUS-TRAN-SEQ-NO
                               MOVE SPACES TO SUS-OPERATOR-ID
                               PERFORM SUSP-REWRITE-ITEM
                           END-IF
                   END-READ
                   IF NOT SUS-EOF
                       MOVE SUS-FS TO WS-FS-CHECK
                       MOVE "READ UNAPPLIED-CASH-FILE NEXT (BACKOUT)"
                           TO WS-FS-OPERATION
                       PERFORM SUSP-CHECK-FILE-STATUS
                   END-IF
               END-PERFORM
           END-IF.

      *> What is still sitting in suspense after this run's
      *> resolutions - the same figure CUST-MATCH carries.
       SUSP-TOTAL-OPEN-SUSPENSE.
           SET SUS-NOT-EOF TO TRUE
           MOVE LOW-VALUES TO SUS-KEY
           START UNAPPLIED-CASH-FILE
               KEY IS NOT LESS THAN SUS-KEY
               INVALID KEY
                   SET SUS-EOF TO TRUE
           END-START
           MOVE SUS-FS TO WS-FS-CHECK
           MOVE "START UNAPPLIED-CASH-FILE (TOTAL)" TO WS-FS-OPERATION
           PERFORM SUSP-CHECK-FILE-STATUS
           PERFORM UNTIL SUS-EOF
               READ UNAPPLIED-CASH-FILE NEXT RECORD
                   AT END
                       SET SUS-EOF TO TRUE
                   NOT AT END
                       IF SUS-STATUS = 'O'
                           ADD 1 TO WS-OPEN-COUNT
                           ADD SUS-AMOUNT TO WS-OPEN-AMOUNT
                       END-IF
               END-READ
               IF NOT SUS-EOF
                   MOVE SUS-FS TO WS-FS-CHECK
                   MOVE "READ UNAPPLIED-CASH-FILE NEXT (TOTAL)"
                       TO WS-FS-OPERATION
                   PERFORM SUSP-CHECK-FILE-STATUS
               END-IF
           END-PERFORM.

       SUSP-WRITE-RESOLVED.
           MOVE SUS-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO SUSPENSE-PRINT-LINE
           IF SRQ-APPLY
               STRING
                   "REQUEST " DELIMITED BY SIZE
                   WS-REQUESTS-READ DELIMITED BY SIZE
                   " ITEM " DELIMITED BY SIZE
                   SUS-BATCH-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SUS-ITEM-NO DELIMITED BY SIZE
                   " AMOUNT " DELIMITED BY SIZE
                   WS-AMT-DISPLAY DELIMITED BY SIZE
                   " APPLIED TO " DELIMITED BY SIZE
                   SUS-APPLIED-CUST-ID DELIMITED BY SIZE
                   " PAYMNT " DELIMITED BY SIZE
                   SUS-TRAN-SEQ-NO DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   SUS-OPERATOR-ID DELIMITED BY SIZE
                   INTO SUSPENSE-PRINT-LINE
               END-STRING
           ELSE
               STRING
                   "REQUEST " DELIMITED BY SIZE
                   WS-REQUESTS-READ DELIMITED BY SIZE
                   " ITEM " DELIMITED BY SIZE
                   SUS-BATCH-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SUS-ITEM-NO DELIMITED BY SIZE
                   " AMOUNT " DELIMITED BY SIZE
                   WS-AMT-DISPLAY DELIMITED BY SIZE
                   " RETURNED TO BANK" DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   SUS-OPERATOR-ID DELIMITED BY SIZE
                   INTO SUSPENSE-PRINT-LINE
               END-STRING
           END-IF
           PERFORM SUSP-WRITE-REPORT-LINE.

       SUSP-WRITE-REJECTED.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO SUSPENSE-PRINT-LINE
           STRING
               "REQUEST " DELIMITED BY SIZE
               WS-REQUESTS-READ DELIMITED BY SIZE
               " ITEM " DELIMITED BY SIZE
               SRQ-BATCH-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRQ-ITEM-NO-X DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SRQ-ACTION DELIMITED BY SIZE
               " REJECTED REASON: " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO SUSPENSE-PRINT-LINE
           END-STRING
           PERFORM SUSP-WRITE-REPORT-LINE.

       SUSP-PRINT-SUMMARY.
           MOVE SPACES TO SUSPENSE-PRINT-LINE
           PERFORM SUSP-WRITE-REPORT-LINE
           MOVE SPACES TO SUSPENSE-PRINT-LINE
           STRING
               "REQUESTS READ        : " DELIMITED BY SIZE
               WS-REQUESTS-READ DELIMITED BY SIZE
               INTO SUSPENSE-PRINT-LINE
           END-STRING
           PERFORM SUSP-WRITE-REPORT-LINE
           MOVE WS-APPLIED-AMOUNT TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO SUSPENSE-PRINT-LINE
           STRING
               "APPLIED              : " DELIMITED BY SIZE
               WS-APPLIED-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO SUSPENSE-PRINT-LINE
           END-STRING
           PERFORM SUSP-WRITE-REPORT-LINE
           MOVE WS-RETURNED-AMOUNT TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO SUSPENSE-PRINT-LINE
           STRING
               "RETURNED TO BANK     : " DELIMITED BY SIZE
               WS-RETURNED-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO SUSPENSE-PRINT-LINE
           END-STRING
           PERFORM SUSP-WRITE-REPORT-LINE
           MOVE SPACES TO SUSPENSE-PRINT-LINE
           STRING
               "REJECTED             : " DELIMITED BY SIZE
               WS-REJECTED-COUNT DELIMITED BY SIZE
               INTO SUSPENSE-PRINT-LINE
           END-STRING
           PERFORM SUSP-WRITE-REPORT-LINE
           MOVE WS-OPEN-AMOUNT TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO SUSPENSE-PRINT-LINE
           STRING
               "SUSPENSE STILL OPEN  : " DELIMITED BY SIZE
               WS-OPEN-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO SUSPENSE-PRINT-LINE
           END-STRING
           PERFORM SUSP-WRITE-REPORT-LINE.

       SUSP-WRITE-REPORT-LINE.
           WRITE SUSPENSE-PRINT-LINE
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "WRITE SUSPENSE-REPORT" TO WS-FS-OPERATION
           PERFORM SUSP-CHECK-FILE-STATUS.

      *> "22"/"23" are the routine keyed outcomes (an item or customer
      *> not on file, backout DELETE of a key never written); "02" is
      *> the routine duplicate-alternate-key status - same passthrough
      *> as TRAN-RVSL.
       SUSP-CHECK-FILE-STATUS.
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
                   DISPLAY "Suspense run terminating."
                   MOVE 'A' TO WS-JRN-END-STATUS
                   PERFORM SUSP-WRITE-RUN-JOURNAL
                   STOP RUN
           END-EVALUATE.

       SUSP-FORMAT-JRN-TIME.
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
       SUSP-WRITE-RUN-JOURNAL.
           PERFORM SUSP-FORMAT-JRN-TIME
           MOVE "CUST-SUSP" TO RJ-PROGRAM
           MOVE WS-RUN-DATE TO RJ-CYCLE-DATE
           MOVE WS-JRN-START-TIME TO RJ-START-TIME
           MOVE WS-JRN-END-TIME TO RJ-END-TIME
           MOVE WS-REQUESTS-READ TO RJ-RECORDS-IN
           ADD WS-APPLIED-COUNT WS-RETURNED-COUNT
               GIVING RJ-RECORDS-OUT
           MOVE WS-REJECTED-COUNT TO RJ-REJECTS
           MOVE 'Y' TO RJ-BALANCE-FLAG
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
