       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-DISP.

      *> Transaction dispute maintenance. Each dispute_requests.txt
      *> record OPENs a dispute against one TRAN-SEQ-NO, or UPHOLDs
      *> or DENYs one already open, and names the operator doing it;
      *> the operator must hold maintenance authority on
      *> operator_profile.txt, the same check CUST-SUSP makes. Open
      *> and resolved disputes live on the INDEXED dispute register
      *> (dispute_register.txt, disprec.cpy) keyed by the disputed
      *> TRAN-SEQ-NO. An OPEN must carry a reason code from the table
      *> below and may name a disputed amount less than the charge;
      *> only a charge (a positive amount, not itself a REVRSL) can
      *> be disputed, and only once. An UPHOLD hands the offsetting
      *> correction to TRAN-RVSL by adding a request to
      *> reversal_requests.txt - the whole charge reversed, or for a
      *> partial dispute the charge re-stated less the disputed
      *> amount - so the money moves through the ordinary
      *> TRAN-RVSL / CUST-MATCH path and never outside posting. A
      *> charge not yet posted cannot be upheld, because TRAN-RVSL
      *> would refuse the reversal; it stays open until CUST-MATCH
      *> has posted it. A DENY just closes the dispute. While a
      *> dispute is open CUST-MATCH leaves its amount out of the
      *> over-limit test and CUST-STMT flags the line. One OPENED /
      *> UPHELD / DENIED / REJECTED line per request goes to
      *> dispute_report.txt, followed by what is still open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-REQUEST-FILE
               ASSIGN TO "dispute_requests.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRQ-FS.

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

           SELECT REVERSAL-REQUEST-FILE
               ASSIGN TO "reversal_requests.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RVQ-FS.

           SELECT OPERATOR-PROFILE-FILE
               ASSIGN TO "operator_profile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPR-FS.

           SELECT DISPUTE-REPORT ASSIGN TO "dispute_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FS.

           SELECT RUN-JOURNAL-FILE ASSIGN TO "run_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD DISPUTE-REQUEST-FILE.
       01 DISPUTE-REQUEST-RECORD.
           05 DRQ-ACTION            PIC X(6).
              88 DRQ-OPEN           VALUE "OPEN".
              88 DRQ-UPHOLD         VALUE "UPHOLD".
              88 DRQ-DENY           VALUE "DENY".
           05 DRQ-SEQ-NO-X          PIC X(8).
           05 DRQ-REASON            PIC X(4).
           05 DRQ-AMOUNT-X          PIC X(12).
           05 DRQ-AMOUNT REDEFINES DRQ-AMOUNT-X
                                    PIC S9(9)V99
                                    SIGN IS LEADING SEPARATE.
           05 DRQ-DISPUTE-DATE      PIC X(8).
           05 DRQ-OPERATOR-ID       PIC X(8).

       FD CUSTOMER-TRANSACTION-FILE.
           COPY "tranrec.cpy".

       FD DISPUTE-REGISTER-FILE.
           COPY "disprec.cpy".

      *> TRAN-RVSL's own request layout, appended to.
       FD REVERSAL-REQUEST-FILE.
       01 REVERSAL-REQUEST-RECORD.
           05 RVQ-SEQ-NO-X          PIC X(8).
           05 RVQ-NEW-AMOUNT-X      PIC X(12).

       FD OPERATOR-PROFILE-FILE.
       01 OPERATOR-PROFILE-RECORD.
           05 OPR-ID                PIC X(8).
           05 OPR-AUTH              PIC X(1).
           05 OPR-NAME              PIC X(32).

       FD DISPUTE-REPORT.
       01 DISPUTE-PRINT-LINE        PIC X(132).

       FD RUN-JOURNAL-FILE.
           COPY "runjrnl.cpy".

       WORKING-STORAGE SECTION.
       01 DRQ-FS                PIC XX.
       01 TRAN-FS               PIC XX.
       01 DSP-FS                PIC XX.
       01 RVQ-FS                PIC XX.
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
       01 WS-DSP-EOF            PIC X VALUE 'N'.
          88 DSP-EOF            VALUE 'Y'.
          88 DSP-NOT-EOF        VALUE 'N'.

       01 WS-EDIT-FLAG          PIC X VALUE 'Y'.
          88 EDIT-PASSED        VALUE 'Y'.
          88 EDIT-FAILED        VALUE 'N'.
       01 WS-EDIT-SUB           PIC 99.
       01 WS-REJECT-REASON      PIC X(40).
       01 WS-OPERATOR-FLAG      PIC X VALUE 'N'.
          88 OPERATOR-AUTHORIZED VALUE 'Y'.
          88 OPERATOR-NOT-AUTHORIZED VALUE 'N'.
       01 WS-REASON-FLAG        PIC X VALUE 'N'.
          88 REASON-VALID       VALUE 'Y'.
          88 REASON-NOT-VALID   VALUE 'N'.

      *> Dispute reason codes the customer service desk works to.
       01 WS-REASON-VALUES.
           05 FILLER            PIC X(4) VALUE "BILL".
           05 FILLER            PIC X(4) VALUE "DUPL".
           05 FILLER            PIC X(4) VALUE "NRCV".
           05 FILLER            PIC X(4) VALUE "QUAL".
           05 FILLER            PIC X(4) VALUE "PRIC".
           05 FILLER            PIC X(4) VALUE "AUTH".
           05 FILLER            PIC X(4) VALUE "OTHR".
       01 WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05 WS-REASON-CODE    PIC X(4) OCCURS 7 TIMES
                                INDEXED BY WS-REASON-IDX.

       01 WS-CURRENT-DATE-TIME  PIC X(21).
       01 WS-RUN-DATE           PIC X(8).

       01 WS-RESTATED-AMOUNT    PIC S9(9)V99
                                SIGN IS LEADING SEPARATE.
       01 WS-RESTATED-AMOUNT-X REDEFINES WS-RESTATED-AMOUNT
                                PIC X(12).

       01 WS-REQUESTS-READ      PIC 9(7) VALUE ZERO.
       01 WS-OPENED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-OPENED-AMOUNT      PIC S9(13)V99 VALUE ZERO.
       01 WS-UPHELD-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-UPHELD-AMOUNT      PIC S9(13)V99 VALUE ZERO.
       01 WS-DENIED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-DENIED-AMOUNT      PIC S9(13)V99 VALUE ZERO.
       01 WS-REJECTED-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-OPEN-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-OPEN-AMOUNT        PIC S9(13)V99 VALUE ZERO.

       01 WS-AMT-DISPLAY        PIC -(10)9.99.
       01 WS-CTL-DISPLAY-AMT    PIC -(12)9.99.

       01 WS-JRN-START-TIME     PIC X(8).
       01 WS-JRN-END-TIME       PIC X(8).
       01 WS-JRN-END-STATUS     PIC X VALUE 'C'.

       PROCEDURE DIVISION.
       DISP-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
           PERFORM DISP-FORMAT-JRN-TIME
           MOVE WS-JRN-END-TIME TO WS-JRN-START-TIME
           PERFORM DISP-OPEN-FILES
           SET NOT-EOF TO TRUE
           PERFORM UNTIL EOF
               READ DISPUTE-REQUEST-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REQUESTS-READ
                       PERFORM DISP-APPLY-ONE-REQUEST
               END-READ
               IF NOT EOF
                   MOVE DRQ-FS TO WS-FS-CHECK
                   MOVE "READ DISPUTE-REQUEST-FILE" TO WS-FS-OPERATION
                   PERFORM DISP-CHECK-FILE-STATUS
               END-IF
           END-PERFORM
           PERFORM DISP-TOTAL-OPEN-DISPUTES
           PERFORM DISP-PRINT-SUMMARY
           PERFORM DISP-CLOSE-FILES
           PERFORM DISP-WRITE-RUN-JOURNAL
           DISPLAY "Dispute run complete - " WS-REQUESTS-READ
               " requests read, " WS-OPENED-COUNT " opened, "
               WS-UPHELD-COUNT " upheld, "
               WS-DENIED-COUNT " denied, "
               WS-REJECTED-COUNT " rejected, "
               WS-OPEN-COUNT " disputes still open. "
               "See dispute_report.txt"
           IF WS-UPHELD-COUNT > ZERO
               DISPLAY WS-UPHELD-COUNT " reversal requests added to "
                   "reversal_requests.txt for TRAN-RVSL"
           END-IF
           GOBACK.

       DISP-OPEN-FILES.
           OPEN INPUT DISPUTE-REQUEST-FILE
           MOVE DRQ-FS TO WS-FS-CHECK
           MOVE "OPEN DISPUTE-REQUEST-FILE" TO WS-FS-OPERATION
           PERFORM DISP-CHECK-FILE-STATUS

           OPEN INPUT CUSTOMER-TRANSACTION-FILE
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "OPEN CUSTOMER-TRANSACTION-FILE (DISP)"
               TO WS-FS-OPERATION
           PERFORM DISP-CHECK-FILE-STATUS

      *> I-O with a create fallback - the first dispute ever logged
      *> starts the register, the way CUST-MATCH bootstraps the
      *> balance master.
           OPEN I-O DISPUTE-REGISTER-FILE
           IF DSP-FS = "35"
               OPEN OUTPUT DISPUTE-REGISTER-FILE
               MOVE DSP-FS TO WS-FS-CHECK
               MOVE "OPEN OUTPUT DISPUTE-REGISTER-FILE (CREATE)"
                   TO WS-FS-OPERATION
               PERFORM DISP-CHECK-FILE-STATUS
               CLOSE DISPUTE-REGISTER-FILE
               OPEN I-O DISPUTE-REGISTER-FILE
           END-IF
           MOVE DSP-FS TO WS-FS-CHECK
           MOVE "OPEN I-O DISPUTE-REGISTER-FILE" TO WS-FS-OPERATION
           PERFORM DISP-CHECK-FILE-STATUS

      *> Upheld disputes are added behind whatever requests are
      *> already waiting for TRAN-RVSL. A request TRAN-RVSL has
      *> already applied is harmless if the file is run again - it
      *> refuses a second reversal of the same original.
           OPEN EXTEND REVERSAL-REQUEST-FILE
           IF RVQ-FS = "35" OR RVQ-FS = "05"
               OPEN OUTPUT REVERSAL-REQUEST-FILE
           END-IF
           MOVE RVQ-FS TO WS-FS-CHECK
           MOVE "OPEN REVERSAL-REQUEST-FILE (DISP)" TO WS-FS-OPERATION
           PERFORM DISP-CHECK-FILE-STATUS

           OPEN OUTPUT DISPUTE-REPORT
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "OPEN DISPUTE-REPORT" TO WS-FS-OPERATION
           PERFORM DISP-CHECK-FILE-STATUS

           MOVE SPACES TO DISPUTE-PRINT-LINE
           STRING
               "TRANSACTION DISPUTE DISPOSITION REPORT"
                   DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO DISPUTE-PRINT-LINE
           END-STRING
           PERFORM DISP-WRITE-REPORT-LINE
           MOVE SPACES TO DISPUTE-PRINT-LINE
           PERFORM DISP-WRITE-REPORT-LINE.

       DISP-CLOSE-FILES.
           CLOSE DISPUTE-REQUEST-FILE
           MOVE DRQ-FS TO WS-FS-CHECK
           MOVE "CLOSE DISPUTE-REQUEST-FILE" TO WS-FS-OPERATION
           PERFORM DISP-CHECK-FILE-STATUS

           CLOSE CUSTOMER-TRANSACTION-FILE
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-TRANSACTION-FILE (DISP)"
               TO WS-FS-OPERATION
           PERFORM DISP-CHECK-FILE-STATUS

           CLOSE DISPUTE-REGISTER-FILE
           MOVE DSP-FS TO WS-FS-CHECK
           MOVE "CLOSE DISPUTE-REGISTER-FILE" TO WS-FS-OPERATION
           PERFORM DISP-CHECK-FILE-STATUS

           CLOSE REVERSAL-REQUEST-FILE
           MOVE RVQ-FS TO WS-FS-CHECK
           MOVE "CLOSE REVERSAL-REQUEST-FILE (DISP)"
               TO WS-FS-OPERATION
           PERFORM DISP-CHECK-FILE-STATUS

           CLOSE DISPUTE-REPORT
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "CLOSE DISPUTE-REPORT" TO WS-FS-OPERATION
           PERFORM DISP-CHECK-FILE-STATUS.

      *> One request: edit it, qualify the operator, find the
      *> transaction and any dispute already on the register, then
      *> open, uphold or deny.
       DISP-APPLY-ONE-REQUEST.
           PERFORM DISP-EDIT-REQUEST
           IF EDIT-PASSED
               PERFORM DISP-CHECK-OPERATOR
           END-IF
           IF EDIT-PASSED AND NOT DRQ-DENY
               PERFORM DISP-FIND-TRANSACTION
           END-IF
           IF EDIT-PASSED
               PERFORM DISP-FIND-DISPUTE
           END-IF
           IF EDIT-FAILED
               PERFORM DISP-WRITE-REJECTED
           ELSE
               EVALUATE TRUE
                   WHEN DRQ-OPEN
                       PERFORM DISP-OPEN-DISPUTE
                   WHEN DRQ-UPHOLD
                       PERFORM DISP-UPHOLD-DISPUTE
                   WHEN OTHER
                       PERFORM DISP-DENY-DISPUTE
               END-EVALUATE
           END-IF.

      *> The key must be an 8-digit TRAN-SEQ-NO; an OPEN needs a
      *> known reason code, a disputed amount (when given) in the
      *> same leading-separate-sign form TRAN-RVSL takes, and a
      *> dispute date (when given) in YYYYMMDD.
       DISP-EDIT-REQUEST.
           SET EDIT-PASSED TO TRUE
           IF NOT DRQ-OPEN AND NOT DRQ-UPHOLD AND NOT DRQ-DENY
               SET EDIT-FAILED TO TRUE
               MOVE "ACTION NOT OPEN, UPHOLD OR DENY"
                   TO WS-REJECT-REASON
           ELSE
               IF DRQ-SEQ-NO-X NOT NUMERIC
                   SET EDIT-FAILED TO TRUE
                   MOVE "TRAN-SEQ-NO IS NOT NUMERIC"
                       TO WS-REJECT-REASON
               ELSE
                   IF DRQ-OPERATOR-ID = SPACES
                       SET EDIT-FAILED TO TRUE
                       MOVE "OPERATOR ID IS BLANK" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF EDIT-PASSED AND DRQ-OPEN
               SET REASON-NOT-VALID TO TRUE
               SET WS-REASON-IDX TO 1
               SEARCH WS-REASON-CODE
                   AT END
                       CONTINUE
                   WHEN WS-REASON-CODE(WS-REASON-IDX) = DRQ-REASON
                       SET REASON-VALID TO TRUE
               END-SEARCH
               IF REASON-NOT-VALID
                   SET EDIT-FAILED TO TRUE
                   MOVE "REASON CODE NOT RECOGNIZED"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF EDIT-PASSED AND DRQ-OPEN
                   AND DRQ-AMOUNT-X NOT = SPACES
               IF DRQ-AMOUNT-X(1:1) NOT = '+'
                   SET EDIT-FAILED TO TRUE
                   MOVE "DISPUTED AMOUNT SIGN NOT +"
                       TO WS-REJECT-REASON
               ELSE
                   PERFORM VARYING WS-EDIT-SUB FROM 2 BY 1
                           UNTIL WS-EDIT-SUB > 12
                       IF DRQ-AMOUNT-X(WS-EDIT-SUB:1) NOT NUMERIC
                           SET EDIT-FAILED TO TRUE
                           MOVE "DISPUTED AMOUNT NOT NUMERIC"
                               TO WS-REJECT-REASON
                           MOVE 13 TO WS-EDIT-SUB
                       END-IF
                   END-PERFORM
               END-IF
               IF EDIT-PASSED AND DRQ-AMOUNT NOT > ZERO
                   SET EDIT-FAILED TO TRUE
                   MOVE "DISPUTED AMOUNT IS ZERO"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF EDIT-PASSED AND DRQ-OPEN
                   AND DRQ-DISPUTE-DATE NOT = SPACES
                   AND DRQ-DISPUTE-DATE NOT NUMERIC
               SET EDIT-FAILED TO TRUE
               MOVE "DISPUTE DATE NOT YYYYMMDD" TO WS-REJECT-REASON
           END-IF.

      *> Logging and resolving disputes is maintenance against the
      *> customer's account, so the named operator needs KSDS-SIM's
      *> maintenance authority 'M'. A site with no profile file yet
      *> accepts any named operator - the same normal-absence
      *> handling as CUST-SUSP's SUSP-CHECK-OPERATOR.
       DISP-CHECK-OPERATOR.
           SET OPERATOR-NOT-AUTHORIZED TO TRUE
           OPEN INPUT OPERATOR-PROFILE-FILE
           IF OPR-FS = "35"
               SET OPERATOR-AUTHORIZED TO TRUE
           ELSE
               MOVE OPR-FS TO WS-FS-CHECK
               MOVE "OPEN OPERATOR-PROFILE-FILE (DISP)"
                   TO WS-FS-OPERATION
               PERFORM DISP-CHECK-FILE-STATUS
               SET OPR-NOT-EOF TO TRUE
               PERFORM UNTIL OPR-EOF OR OPERATOR-AUTHORIZED
                   READ OPERATOR-PROFILE-FILE
                       AT END
                           SET OPR-EOF TO TRUE
                       NOT AT END
                           IF OPR-ID = DRQ-OPERATOR-ID
                                   AND OPR-AUTH = 'M'
                               SET OPERATOR-AUTHORIZED TO TRUE
                           END-IF
                   END-READ
                   IF NOT OPR-EOF AND NOT OPERATOR-AUTHORIZED
                       MOVE OPR-FS TO WS-FS-CHECK
                       MOVE "READ OPERATOR-PROFILE-FILE (DISP)"
                           TO WS-FS-OPERATION
                       PERFORM DISP-CHECK-FILE-STATUS
                   END-IF
               END-PERFORM
               CLOSE OPERATOR-PROFILE-FILE
               MOVE OPR-FS TO WS-FS-CHECK
               MOVE "CLOSE OPERATOR-PROFILE-FILE (DISP)"
                   TO WS-FS-OPERATION
               PERFORM DISP-CHECK-FILE-STATUS
           END-IF
           IF OPERATOR-NOT-AUTHORIZED
               SET EDIT-FAILED TO TRUE
               MOVE "OPERATOR NOT AUTHORIZED FOR MAINTENANCE"
                   TO WS-REJECT-REASON
           END-IF.

      *> Only a charge can be disputed: a positive amount that is
      *> not itself a REVRSL correction. An UPHOLD further needs the
      *> charge posted, or TRAN-RVSL would refuse the reversal. A
      *> DENY moves no money and does not look the charge up.
       DISP-FIND-TRANSACTION.
           MOVE DRQ-SEQ-NO-X TO TRAN-SEQ-NO
           READ CUSTOMER-TRANSACTION-FILE
               INVALID KEY
                   SET EDIT-FAILED TO TRUE
                   MOVE "TRAN-SEQ-NO NOT ON FILE" TO WS-REJECT-REASON
           END-READ
           MOVE TRAN-FS TO WS-FS-CHECK
           MOVE "READ CUSTOMER-TRANSACTION-FILE (DISP)"
               TO WS-FS-OPERATION
           PERFORM DISP-CHECK-FILE-STATUS
           IF EDIT-PASSED AND DRQ-OPEN
               IF TRAN-TYPE = "REVRSL" OR TRAN-AMOUNT NOT > ZERO
                   SET EDIT-FAILED TO TRUE
                   MOVE "TRANSACTION IS NOT A CHARGE"
                       TO WS-REJECT-REASON
               ELSE
                   IF DRQ-AMOUNT-X NOT = SPACES
                           AND DRQ-AMOUNT > TRAN-AMOUNT
                       SET EDIT-FAILED TO TRUE
                       MOVE "DISPUTED AMOUNT EXCEEDS CHARGE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF EDIT-PASSED AND DRQ-UPHOLD
                   AND TRAN-POSTED-CYCLE = SPACES
               SET EDIT-FAILED TO TRUE
               MOVE "CHARGE NOT YET POSTED - UPHOLD LATER"
                   TO WS-REJECT-REASON
           END-IF.

      *> An OPEN needs no row yet; UPHOLD and DENY need an OPEN one.
       DISP-FIND-DISPUTE.
           MOVE DRQ-SEQ-NO-X TO DSP-SEQ-NO
           READ DISPUTE-REGISTER-FILE
               INVALID KEY
                   IF NOT DRQ-OPEN
                       SET EDIT-FAILED TO TRUE
                       MOVE "NO DISPUTE ON FILE FOR TRANSACTION"
                           TO WS-REJECT-REASON
                   END-IF
               NOT INVALID KEY
                   IF DRQ-OPEN
                       SET EDIT-FAILED TO TRUE
                       MOVE "TRANSACTION ALREADY DISPUTED"
                           TO WS-REJECT-REASON
                   ELSE
                       IF DSP-STATUS NOT = "OPEN"
                           SET EDIT-FAILED TO TRUE
                           MOVE "DISPUTE ALREADY RESOLVED"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-READ
           MOVE DSP-FS TO WS-FS-CHECK
           MOVE "READ DISPUTE-REGISTER-FILE (KEYED)"
               TO WS-FS-OPERATION
           PERFORM DISP-CHECK-FILE-STATUS.

       DISP-OPEN-DISPUTE.
           MOVE SPACES TO DISPUTE-RECORD
           MOVE TRAN-SEQ-NO TO DSP-SEQ-NO
           MOVE TRAN-CUST-ID TO DSP-CUST-ID
           MOVE TRAN-DATE TO DSP-TRAN-DATE
           MOVE TRAN-TYPE TO DSP-TRAN-TYPE
           MOVE TRAN-AMOUNT TO DSP-TRAN-AMOUNT
           IF DRQ-AMOUNT-X = SPACES
               MOVE TRAN-AMOUNT TO DSP-AMOUNT
           ELSE
               MOVE DRQ-AMOUNT TO DSP-AMOUNT
           END-IF
           IF DRQ-DISPUTE-DATE = SPACES
               MOVE WS-RUN-DATE TO DSP-DISPUTE-DATE
           ELSE
               MOVE DRQ-DISPUTE-DATE TO DSP-DISPUTE-DATE
           END-IF
           MOVE DRQ-REASON TO DSP-REASON
           MOVE "OPEN" TO DSP-STATUS
           MOVE DRQ-OPERATOR-ID TO DSP-OPERATOR-ID
           WRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "Dispute write failed for " DSP-SEQ-NO
           END-WRITE
           MOVE DSP-FS TO WS-FS-CHECK
           MOVE "WRITE DISPUTE-REGISTER-FILE" TO WS-FS-OPERATION
           PERFORM DISP-CHECK-FILE-STATUS
           ADD 1 TO WS-OPENED-COUNT
           ADD DSP-AMOUNT TO WS-OPENED-AMOUNT
           PERFORM DISP-WRITE-RESOLVED.

      *> The whole charge disputed reverses it outright (blank
      *> replacement amount); part of it disputed re-states the
      *> charge at what the customer does owe, and TRAN-RVSL writes
      *> the difference. The reversal request is written before the
      *> register is marked, so an upheld dispute always has its
      *> correction on the way.
       DISP-UPHOLD-DISPUTE.
           MOVE DSP-SEQ-NO TO RVQ-SEQ-NO-X
           IF DSP-AMOUNT = DSP-TRAN-AMOUNT
               MOVE SPACES TO RVQ-NEW-AMOUNT-X
           ELSE
               COMPUTE WS-RESTATED-AMOUNT =
                   DSP-TRAN-AMOUNT - DSP-AMOUNT
               MOVE WS-RESTATED-AMOUNT-X TO RVQ-NEW-AMOUNT-X
           END-IF
           WRITE REVERSAL-REQUEST-RECORD
           MOVE RVQ-FS TO WS-FS-CHECK
           MOVE "WRITE REVERSAL-REQUEST-FILE (DISP)"
               TO WS-FS-OPERATION
           PERFORM DISP-CHECK-FILE-STATUS
           MOVE "UPHELD" TO DSP-STATUS
           MOVE WS-RUN-DATE TO DSP-RESOLVED-DATE
           MOVE DRQ-OPERATOR-ID TO DSP-RESOLVED-BY
           PERFORM DISP-REWRITE-DISPUTE
           ADD 1 TO WS-UPHELD-COUNT
           ADD DSP-AMOUNT TO WS-UPHELD-AMOUNT
           PERFORM DISP-WRITE-RESOLVED.

       DISP-DENY-DISPUTE.
           MOVE "DENIED" TO DSP-STATUS
           MOVE WS-RUN-DATE TO DSP-RESOLVED-DATE
           MOVE DRQ-OPERATOR-ID TO DSP-RESOLVED-BY
           PERFORM DISP-REWRITE-DISPUTE
           ADD 1 TO WS-DENIED-COUNT
           ADD DSP-AMOUNT TO WS-DENIED-AMOUNT
           PERFORM DISP-WRITE-RESOLVED.

       DISP-REWRITE-DISPUTE.
           REWRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "Dispute rewrite failed for " DSP-SEQ-NO
           END-REWRITE
           MOVE DSP-FS TO WS-FS-CHECK
           MOVE "REWRITE DISPUTE-REGISTER-FILE" TO WS-FS-OPERATION
           PERFORM DISP-CHECK-FILE-STATUS.

      *> What is still in dispute after this run - the figure the
      *> open-disputes aging report breaks down by age.
       DISP-TOTAL-OPEN-DISPUTES.
           SET DSP-NOT-EOF TO TRUE
           MOVE ZERO TO DSP-SEQ-NO
           START DISPUTE-REGISTER-FILE
               KEY IS NOT LESS THAN DSP-SEQ-NO
               INVALID KEY
                   SET DSP-EOF TO TRUE
           END-START
           MOVE DSP-FS TO WS-FS-CHECK
           MOVE "START DISPUTE-REGISTER-FILE (TOTAL)"
               TO WS-FS-OPERATION
           PERFORM DISP-CHECK-FILE-STATUS
           PERFORM UNTIL DSP-EOF
               READ DISPUTE-REGISTER-FILE NEXT RECORD
                   AT END
                       SET DSP-EOF TO TRUE
                   NOT AT END
                       IF DSP-STATUS = "OPEN"
                           ADD 1 TO WS-OPEN-COUNT
                           ADD DSP-AMOUNT TO WS-OPEN-AMOUNT
                       END-IF
               END-READ
               IF NOT DSP-EOF
                   MOVE DSP-FS TO WS-FS-CHECK
                   MOVE "READ DISPUTE-REGISTER-FILE NEXT (TOTAL)"
                       TO WS-FS-OPERATION
                   PERFORM DISP-CHECK-FILE-STATUS
               END-IF
           END-PERFORM.

       DISP-WRITE-RESOLVED.
           MOVE DSP-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO DISPUTE-PRINT-LINE
           STRING
               "REQUEST " DELIMITED BY SIZE
               WS-REQUESTS-READ DELIMITED BY SIZE
               " TRAN " DELIMITED BY SIZE
               DSP-SEQ-NO DELIMITED BY SIZE
               " CUST " DELIMITED BY SIZE
               DSP-CUST-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DSP-TRAN-TYPE DELIMITED BY SIZE
               " DISPUTED " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               " REASON " DELIMITED BY SIZE
               DSP-REASON DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DSP-STATUS DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               DRQ-OPERATOR-ID DELIMITED BY SIZE
               INTO DISPUTE-PRINT-LINE
           END-STRING
           PERFORM DISP-WRITE-REPORT-LINE
           IF DRQ-UPHOLD
               MOVE SPACES TO DISPUTE-PRINT-LINE
               STRING
                   "        REVERSAL REQUESTED FOR TRAN "
                       DELIMITED BY SIZE
                   RVQ-SEQ-NO-X DELIMITED BY SIZE
                   " REPLACEMENT AMOUNT " DELIMITED BY SIZE
                   RVQ-NEW-AMOUNT-X DELIMITED BY SIZE
                   INTO DISPUTE-PRINT-LINE
               END-STRING
               PERFORM DISP-WRITE-REPORT-LINE
           END-IF.

       DISP-WRITE-REJECTED.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO DISPUTE-PRINT-LINE
           STRING
               "REQUEST " DELIMITED BY SIZE
               WS-REQUESTS-READ DELIMITED BY SIZE
               " TRAN " DELIMITED BY SIZE
               DRQ-SEQ-NO-X DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DRQ-ACTION DELIMITED BY SIZE
               " REJECTED REASON: " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO DISPUTE-PRINT-LINE
           END-STRING
           PERFORM DISP-WRITE-REPORT-LINE.

       DISP-PRINT-SUMMARY.
           MOVE SPACES TO DISPUTE-PRINT-LINE
           PERFORM DISP-WRITE-REPORT-LINE
           MOVE SPACES TO DISPUTE-PRINT-LINE
           STRING
               "REQUESTS READ        : " DELIMITED BY SIZE
               WS-REQUESTS-READ DELIMITED BY SIZE
               INTO DISPUTE-PRINT-LINE
           END-STRING
           PERFORM DISP-WRITE-REPORT-LINE
           MOVE WS-OPENED-AMOUNT TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO DISPUTE-PRINT-LINE
           STRING
               "OPENED               : " DELIMITED BY SIZE
               WS-OPENED-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO DISPUTE-PRINT-LINE
           END-STRING
           PERFORM DISP-WRITE-REPORT-LINE
           MOVE WS-UPHELD-AMOUNT TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO DISPUTE-PRINT-LINE
           STRING
               "UPHELD               : " DELIMITED BY SIZE
               WS-UPHELD-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO DISPUTE-PRINT-LINE
           END-STRING
           PERFORM DISP-WRITE-REPORT-LINE
           MOVE WS-DENIED-AMOUNT TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO DISPUTE-PRINT-LINE
           STRING
               "DENIED               : " DELIMITED BY SIZE
               WS-DENIED-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO DISPUTE-PRINT-LINE
           END-STRING
           PERFORM DISP-WRITE-REPORT-LINE
           MOVE SPACES TO DISPUTE-PRINT-LINE
           STRING
               "REJECTED             : " DELIMITED BY SIZE
               WS-REJECTED-COUNT DELIMITED BY SIZE
               INTO DISPUTE-PRINT-LINE
           END-STRING
           PERFORM DISP-WRITE-REPORT-LINE
           MOVE WS-OPEN-AMOUNT TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO DISPUTE-PRINT-LINE
           STRING
               "DISPUTES STILL OPEN  : " DELIMITED BY SIZE
               WS-OPEN-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO DISPUTE-PRINT-LINE
           END-STRING
           PERFORM DISP-WRITE-REPORT-LINE.

       DISP-WRITE-REPORT-LINE.
           WRITE DISPUTE-PRINT-LINE
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "WRITE DISPUTE-REPORT" TO WS-FS-OPERATION
           PERFORM DISP-CHECK-FILE-STATUS.

      *> "22"/"23" are the routine keyed outcomes (a transaction or
      *> dispute not on file); "02" is the routine duplicate-
      *> alternate-key status - same passthrough as CUST-SUSP.
       DISP-CHECK-FILE-STATUS.
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
                   DISPLAY "Dispute run terminating."
                   MOVE 'A' TO WS-JRN-END-STATUS
                   PERFORM DISP-WRITE-RUN-JOURNAL
                   STOP RUN
           END-EVALUATE.

       DISP-FORMAT-JRN-TIME.
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
       DISP-WRITE-RUN-JOURNAL.
           PERFORM DISP-FORMAT-JRN-TIME
           MOVE "CUST-DISP" TO RJ-PROGRAM
           MOVE WS-RUN-DATE TO RJ-CYCLE-DATE
           MOVE WS-JRN-START-TIME TO RJ-START-TIME
           MOVE WS-JRN-END-TIME TO RJ-END-TIME
           MOVE WS-REQUESTS-READ TO RJ-RECORDS-IN
           ADD WS-OPENED-COUNT WS-UPHELD-COUNT WS-DENIED-COUNT
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
