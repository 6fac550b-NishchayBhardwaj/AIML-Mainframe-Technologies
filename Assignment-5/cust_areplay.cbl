       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-ARPL.

      *> Audit trail replay. Answers the auditors' standing question -
      *> did every change to customer_data.txt go through something
      *> that wrote customer_audit.txt? - by rebuilding each
      *> customer's name, address and status from the trail alone
      *> and comparing the result with what is actually on file.
      *> The trail is sorted by customer and then AUD-RUN-DATE /
      *> AUD-RUN-TIME (file order breaks a tie inside one second), so
      *> ADD/CHANGE/DELETE from KSDS-SIM and CUST-BMNT, HOLD from
      *> CUST-MATCH, INACT from CUST-DORM, MERGE from CUST-MRGE and
      *> PURGE from CUST-PURG replay in the order they happened
      *> whatever order the runs appended them in. Each row's
      *> AUD-NEW-RECORD image and AUD-NEW-STATUS become the expected
      *> state; each row's AUD-OLD-RECORD is first checked against
      *> the state the rows before it left, since a before-image that
      *> differs means the record was changed in between without an
      *> audit row. The replayed customers are then matched against
      *> a sequential browse of the master, and customers no longer
      *> on it are looked up on customer_archive.txt (last image
      *> CUST-PURG archived). Exceptions go to
      *> audit_replay_report.txt:
      *>   - NO ADD ON TRAIL: on the master, but no ADD row anywhere
      *>     on the trail (loaded, restored or keyed in outside the
      *>     audited programs);
      *>   - NAME / ADDRESS NOT AS AUDITED: the value on file, or in
      *>     a later row's before-image, is not the last audited one;
      *>   - STATUS CHANGE NOT AUDITED: the status byte moved with no
      *>     audit row to account for it;
      *>   - NOT ON MASTER OR ARCHIVE: audited, never removed on the
      *>     trail, and gone.
      *> Each names the last operator ID (or system ID) on the trail
      *> for that customer. Legacy rows written before the status
      *> bytes were appended carry a blank status; a blank status is
      *> taken as unknown and never reported on. Nothing is changed;
      *> the run journals as CUST-ARPL with the exceptions as rejects.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-AUDIT-FILE ASSIGN TO "customer_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FS.

           SELECT CUSTOMER-FILE ASSIGN TO "customer_data.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS FS.

           SELECT CUSTOMER-ARCHIVE-FILE
               ASSIGN TO "customer_archive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARC-FS.

           SELECT REPLAY-SORT-FILE ASSIGN TO "audit_replay.srt".

           SELECT REPLAY-REPORT ASSIGN TO "audit_replay_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FS.

           SELECT RUN-JOURNAL-FILE ASSIGN TO "run_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-AUDIT-FILE.
           COPY "auditrec.cpy".

       FD CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD CUSTOMER-ARCHIVE-FILE.
           COPY "custrec.cpy" REPLACING
                                   CUSTOMER-RECORD BY ARC-CUST-RECORD
                                   CUST-ID        BY ARC-CUST-ID
                                   CUST-NAME      BY ARC-CUST-NAME
                                   CUST-ADDRESS   BY ARC-CUST-ADDRESS
                                   CUST-STATUS    BY ARC-CUST-STATUS
                                   CUST-DATE-ADDED BY
                                       ARC-CUST-DATE-ADDED
                                   CUST-DATE-MAINT BY
                                       ARC-CUST-DATE-MAINT
                                   CUST-CREDIT-LIMIT BY
                                       ARC-CUST-CREDIT-LIMIT
                                   CUST-PHONE     BY ARC-CUST-PHONE
                                   CUST-EMAIL     BY ARC-CUST-EMAIL
                                   CUST-DELIV-PREF BY
                                       ARC-CUST-DELIV-PREF
                                   CUST-MERGED-INTO BY
                                       ARC-CUST-MERGED-INTO.

      *> One trail row, keyed for the replay: the customer it belongs
      *> to, its date/time stamp and its position on the file, with
      *> the whole AUDIT-RECORD image carried behind.
       SD REPLAY-SORT-FILE.
       01 REPLAY-SORT-RECORD.
           05 SRT-CUST-ID           PIC X(8).
           05 SRT-RUN-DATE          PIC X(10).
           05 SRT-RUN-TIME          PIC X(8).
           05 SRT-FILE-SEQ          PIC 9(9).
           05 SRT-AUDIT-IMAGE       PIC X(234).

       FD REPLAY-REPORT.
       01 REPLAY-LINE               PIC X(132).

       FD RUN-JOURNAL-FILE.
           COPY "runjrnl.cpy".

       WORKING-STORAGE SECTION.
       01 AUD-FS                PIC XX.
       01 FS                    PIC XX.
       01 CARC-FS               PIC XX.
       01 RPT-FS                PIC XX.
       01 JRN-FS                PIC XX.
       01 WS-FS-CHECK           PIC XX.
       01 WS-FS-OPERATION       PIC X(40).

       01 WS-AUD-EOF            PIC X VALUE 'N'.
          88 AUD-EOF            VALUE 'Y'.
          88 AUD-NOT-EOF        VALUE 'N'.
       01 WS-CARC-EOF           PIC X VALUE 'N'.
          88 CARC-EOF           VALUE 'Y'.
          88 CARC-NOT-EOF       VALUE 'N'.
       01 WS-BALANCE-FLAG       PIC X VALUE 'Y'.
          88 RUN-IN-BALANCE     VALUE 'Y'.
          88 RUN-OUT-OF-BALANCE VALUE 'N'.

       01 WS-CURRENT-DATE-TIME  PIC X(21).
       01 WS-RUN-DATE           PIC X(10).
       01 WS-CYCLE-DATE         PIC X(8).

      *> Match-merge keys: HIGH-VALUES once a side is exhausted.
       01 WS-AUD-CUST           PIC X(8).
       01 WS-MST-CUST           PIC X(8).
       01 WS-FILE-SEQ           PIC 9(9) VALUE ZERO.

      *> The state the trail says the current customer is in.
       01 WS-EXP-CUST           PIC X(8).
       01 WS-EXP-NAME           PIC X(32).
       01 WS-EXP-ADDRESS        PIC X(60).
       01 WS-EXP-STATUS         PIC X.
       01 WS-EXP-ROWS           PIC 9(7).
       01 WS-EXP-OPERATOR       PIC X(8).
       01 WS-EXP-LAST-TYPE      PIC X(6).
       01 WS-EXP-LAST-DATE      PIC X(10).
       01 WS-EXP-LAST-TIME      PIC X(8).
       01 WS-EXP-FIRST-TYPE     PIC X(6).
       01 WS-EXP-FIRST-DATE     PIC X(10).
       01 WS-EXP-ADD-FLAG       PIC X VALUE 'N'.
          88 ADD-ON-TRAIL       VALUE 'Y'.
          88 NO-ADD-ON-TRAIL    VALUE 'N'.
       01 WS-EXP-GONE-FLAG      PIC X VALUE 'N'.
          88 REMOVED-ON-TRAIL   VALUE 'Y'.
          88 NOT-REMOVED-ON-TRAIL VALUE 'N'.

      *> The image actually found - master, archive, or a later
      *> row's before-image.
       01 WS-FND-SOURCE         PIC X(12).
       01 WS-FND-NAME           PIC X(32).
       01 WS-FND-ADDRESS        PIC X(60).
       01 WS-FND-STATUS         PIC X.
       01 WS-ARC-FOUND-FLAG     PIC X VALUE 'N'.
          88 ARCHIVE-FOUND      VALUE 'Y'.
          88 ARCHIVE-NOT-FOUND  VALUE 'N'.

      *> One exception, as printed.
       01 WS-EXC-KIND           PIC X(28).
       01 WS-EXC-AUDITED        PIC X(60).
       01 WS-EXC-FOUND          PIC X(60).
       01 WS-EXC-OPERATOR       PIC X(8).
       01 WS-EXC-WHEN           PIC X(30).

       01 WS-ROWS-READ          PIC 9(9) VALUE ZERO.
       01 WS-ROWS-NO-ID         PIC 9(9) VALUE ZERO.
       01 WS-ROWS-REPLAYED      PIC 9(9) VALUE ZERO.
       01 WS-CUSTOMERS-REPLAYED PIC 9(7) VALUE ZERO.
       01 WS-REPLAYED-ON-MASTER PIC 9(7) VALUE ZERO.
       01 WS-REPLAYED-ON-ARCHIVE PIC 9(7) VALUE ZERO.
       01 WS-REPLAYED-REMOVED   PIC 9(7) VALUE ZERO.
       01 WS-REPLAYED-MISSING   PIC 9(7) VALUE ZERO.
       01 WS-MASTER-READ        PIC 9(7) VALUE ZERO.
       01 WS-MASTER-NO-TRAIL    PIC 9(7) VALUE ZERO.
       01 WS-EXC-NO-ADD         PIC 9(7) VALUE ZERO.
       01 WS-EXC-NAME           PIC 9(7) VALUE ZERO.
       01 WS-EXC-ADDRESS        PIC 9(7) VALUE ZERO.
       01 WS-EXC-STATUS         PIC 9(7) VALUE ZERO.
       01 WS-EXC-MISSING        PIC 9(7) VALUE ZERO.
       01 WS-EXC-TOTAL          PIC 9(7) VALUE ZERO.
       01 WS-PROOF-COUNT        PIC 9(9).

       01 WS-JRN-START-TIME     PIC X(8).
       01 WS-JRN-END-TIME       PIC X(8).
       01 WS-JRN-END-STATUS     PIC X VALUE 'C'.

       PROCEDURE DIVISION.
       ARPL-MAIN.
           PERFORM ARPL-INITIALIZE
           PERFORM ARPL-OPEN-FILES
           PERFORM ARPL-PRINT-HEADINGS
           SORT REPLAY-SORT-FILE
               ON ASCENDING KEY SRT-CUST-ID
                                SRT-RUN-DATE
                                SRT-RUN-TIME
                                SRT-FILE-SEQ
               INPUT PROCEDURE IS ARPL-RELEASE-TRAIL
               OUTPUT PROCEDURE IS ARPL-REPLAY-TRAIL
           PERFORM ARPL-PRINT-CONTROL-TOTALS
           PERFORM ARPL-CLOSE-FILES
           PERFORM ARPL-WRITE-RUN-JOURNAL
           DISPLAY "Audit replay complete - " WS-ROWS-READ
               " audit rows replayed over " WS-CUSTOMERS-REPLAYED
               " customers, " WS-EXC-TOTAL " exceptions. "
               "See audit_replay_report.txt"
           IF RUN-OUT-OF-BALANCE
               DISPLAY "*** AUDIT REPLAY OUT OF BALANCE - see "
                   "control totals in audit_replay_report.txt ***"
           END-IF
           GOBACK.

       ARPL-INITIALIZE.
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
           PERFORM ARPL-FORMAT-JRN-TIME
           MOVE WS-JRN-END-TIME TO WS-JRN-START-TIME.

       ARPL-OPEN-FILES.
           OPEN INPUT CUSTOMER-AUDIT-FILE
           MOVE AUD-FS TO WS-FS-CHECK
           MOVE "OPEN CUSTOMER-AUDIT-FILE (ARPL)" TO WS-FS-OPERATION
           PERFORM ARPL-CHECK-FILE-STATUS

           OPEN INPUT CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "OPEN CUSTOMER-FILE (ARPL)" TO WS-FS-OPERATION
           PERFORM ARPL-CHECK-FILE-STATUS

           OPEN OUTPUT REPLAY-REPORT
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "OPEN REPLAY-REPORT" TO WS-FS-OPERATION
           PERFORM ARPL-CHECK-FILE-STATUS.

       ARPL-CLOSE-FILES.
           CLOSE CUSTOMER-AUDIT-FILE
           MOVE AUD-FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-AUDIT-FILE (ARPL)" TO WS-FS-OPERATION
           PERFORM ARPL-CHECK-FILE-STATUS

           CLOSE CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-FILE (ARPL)" TO WS-FS-OPERATION
           PERFORM ARPL-CHECK-FILE-STATUS

           CLOSE REPLAY-REPORT
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "CLOSE REPLAY-REPORT" TO WS-FS-OPERATION
           PERFORM ARPL-CHECK-FILE-STATUS.

       ARPL-PRINT-HEADINGS.
           MOVE SPACES TO REPLAY-LINE
           STRING
               "CUSTOMER AUDIT TRAIL REPLAY - EXCEPTIONS"
                   DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO REPLAY-LINE
           END-STRING
           PERFORM ARPL-WRITE-REPORT-LINE
           MOVE SPACES TO REPLAY-LINE
           PERFORM ARPL-WRITE-REPORT-LINE
           MOVE SPACES TO REPLAY-LINE
           STRING
               "CUST-ID   EXCEPTION                     "
                   DELIMITED BY SIZE
               "LAST OPER  LAST AUDIT ROW / WHERE FOUND"
                   DELIMITED BY SIZE
               INTO REPLAY-LINE
           END-STRING
           PERFORM ARPL-WRITE-REPORT-LINE
           MOVE SPACES TO REPLAY-LINE
           PERFORM ARPL-WRITE-REPORT-LINE.

      *> Sort input: every trail row, attributed the way AUD-RPT
      *> attributes it - the after-image ID, or the before-image ID
      *> on an old physical-DELETE row whose after-image was blanked.
      *> A row with neither cannot belong to anyone and is only
      *> counted.
       ARPL-RELEASE-TRAIL.
           SET AUD-NOT-EOF TO TRUE
           PERFORM UNTIL AUD-EOF
               READ CUSTOMER-AUDIT-FILE
                   AT END
                       SET AUD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       PERFORM ARPL-RELEASE-ONE-ROW
               END-READ
               IF NOT AUD-EOF
                   MOVE AUD-FS TO WS-FS-CHECK
                   MOVE "READ CUSTOMER-AUDIT-FILE (ARPL)"
                       TO WS-FS-OPERATION
                   PERFORM ARPL-CHECK-FILE-STATUS
               END-IF
           END-PERFORM.

       ARPL-RELEASE-ONE-ROW.
           ADD 1 TO WS-FILE-SEQ
           IF AUD-NEW-ID NOT = SPACES
               MOVE AUD-NEW-ID TO SRT-CUST-ID
           ELSE
               MOVE AUD-OLD-ID TO SRT-CUST-ID
           END-IF
           IF SRT-CUST-ID = SPACES
               ADD 1 TO WS-ROWS-NO-ID
           ELSE
               MOVE AUD-RUN-DATE TO SRT-RUN-DATE
               MOVE AUD-RUN-TIME TO SRT-RUN-TIME
               MOVE WS-FILE-SEQ TO SRT-FILE-SEQ
               MOVE AUDIT-RECORD TO SRT-AUDIT-IMAGE
               RELEASE REPLAY-SORT-RECORD
           END-IF.

      *> Sort output: a match-merge of the replayed customers against
      *> a CUST-ID browse of the master, the way CUST-PCMP merges its
      *> two snapshots. The trail side is one customer's rows at a
      *> time, replayed into the WS-EXP- state before comparing.
       ARPL-REPLAY-TRAIL.
           MOVE LOW-VALUES TO CUST-ID
           MOVE HIGH-VALUES TO WS-MST-CUST
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM ARPL-READ-MASTER
           END-START
           MOVE FS TO WS-FS-CHECK
           MOVE "START CUSTOMER-FILE (ARPL)" TO WS-FS-OPERATION
           PERFORM ARPL-CHECK-FILE-STATUS
           PERFORM ARPL-RETURN-ROW
           PERFORM UNTIL WS-AUD-CUST = HIGH-VALUES
                   AND WS-MST-CUST = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-MST-CUST < WS-AUD-CUST
                       PERFORM ARPL-MASTER-WITHOUT-TRAIL
                       PERFORM ARPL-READ-MASTER
                   WHEN WS-AUD-CUST < WS-MST-CUST
                       PERFORM ARPL-REPLAY-CUSTOMER
                       PERFORM ARPL-CHECK-OFF-MASTER
                   WHEN OTHER
                       PERFORM ARPL-REPLAY-CUSTOMER
                       PERFORM ARPL-CHECK-ON-MASTER
                       PERFORM ARPL-READ-MASTER
               END-EVALUATE
           END-PERFORM.

       ARPL-READ-MASTER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-MST-CUST
               NOT AT END
                   ADD 1 TO WS-MASTER-READ
                   MOVE CUST-ID TO WS-MST-CUST
           END-READ
           MOVE FS TO WS-FS-CHECK
           MOVE "READ CUSTOMER-FILE NEXT (ARPL)" TO WS-FS-OPERATION
           PERFORM ARPL-CHECK-FILE-STATUS.

       ARPL-RETURN-ROW.
           RETURN REPLAY-SORT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-AUD-CUST
               NOT AT END
                   MOVE SRT-CUST-ID TO WS-AUD-CUST
                   MOVE SRT-AUDIT-IMAGE TO AUDIT-RECORD
           END-RETURN.

      *> Every row for one customer, oldest first.
       ARPL-REPLAY-CUSTOMER.
           MOVE WS-AUD-CUST TO WS-EXP-CUST
           MOVE SPACES TO WS-EXP-NAME
           MOVE SPACES TO WS-EXP-ADDRESS
           MOVE SPACE TO WS-EXP-STATUS
           MOVE ZERO TO WS-EXP-ROWS
           MOVE SPACES TO WS-EXP-OPERATOR
           MOVE SPACES TO WS-EXP-LAST-TYPE
           MOVE SPACES TO WS-EXP-LAST-DATE
           MOVE SPACES TO WS-EXP-LAST-TIME
           MOVE SPACES TO WS-EXP-FIRST-TYPE
           MOVE SPACES TO WS-EXP-FIRST-DATE
           SET NO-ADD-ON-TRAIL TO TRUE
           SET NOT-REMOVED-ON-TRAIL TO TRUE
           ADD 1 TO WS-CUSTOMERS-REPLAYED
           PERFORM UNTIL WS-AUD-CUST NOT = WS-EXP-CUST
               PERFORM ARPL-APPLY-ROW
               PERFORM ARPL-RETURN-ROW
           END-PERFORM.

      *> A row's before-image must be the state the rows ahead of it
      *> left. ADD rows have no before-image, and the first row for a
      *> customer has nothing ahead of it to agree with.
       ARPL-APPLY-ROW.
           ADD 1 TO WS-ROWS-REPLAYED
           IF WS-EXP-ROWS = ZERO
               MOVE AUD-TRAN-TYPE TO WS-EXP-FIRST-TYPE
               MOVE AUD-RUN-DATE TO WS-EXP-FIRST-DATE
           END-IF
           IF WS-EXP-ROWS > ZERO
                   AND AUD-OLD-ID NOT = SPACES
                   AND NOT REMOVED-ON-TRAIL
               MOVE "BEFORE-IMAGE" TO WS-FND-SOURCE
               MOVE AUD-OLD-NAME TO WS-FND-NAME
               MOVE AUD-OLD-ADDRESS TO WS-FND-ADDRESS
               MOVE AUD-OLD-STATUS TO WS-FND-STATUS
               MOVE SPACES TO WS-EXC-WHEN
               STRING
                   "BEFORE " DELIMITED BY SIZE
                   AUD-TRAN-TYPE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   AUD-RUN-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AUD-RUN-TIME DELIMITED BY SIZE
                   INTO WS-EXC-WHEN
               END-STRING
               PERFORM ARPL-COMPARE-IMAGE
           END-IF
           IF AUD-TRAN-TYPE = "ADD"
               SET ADD-ON-TRAIL TO TRUE
               SET NOT-REMOVED-ON-TRAIL TO TRUE
           END-IF
           IF AUD-TRAN-TYPE = "PURGE"
               SET REMOVED-ON-TRAIL TO TRUE
           END-IF
           IF AUD-NEW-ID NOT = SPACES
               MOVE AUD-NEW-NAME TO WS-EXP-NAME
               MOVE AUD-NEW-ADDRESS TO WS-EXP-ADDRESS
               MOVE AUD-NEW-STATUS TO WS-EXP-STATUS
               IF AUD-TRAN-TYPE = "DELETE" AND AUD-NEW-STATUS = SPACE
                   MOVE 'D' TO WS-EXP-STATUS
               END-IF
           ELSE
      *> An old physical DELETE - the record left the master then.
               MOVE AUD-OLD-NAME TO WS-EXP-NAME
               MOVE AUD-OLD-ADDRESS TO WS-EXP-ADDRESS
               MOVE 'D' TO WS-EXP-STATUS
               SET REMOVED-ON-TRAIL TO TRUE
           END-IF
           ADD 1 TO WS-EXP-ROWS
           MOVE AUD-OPERATOR-ID TO WS-EXP-OPERATOR
           MOVE AUD-TRAN-TYPE TO WS-EXP-LAST-TYPE
           MOVE AUD-RUN-DATE TO WS-EXP-LAST-DATE
           MOVE AUD-RUN-TIME TO WS-EXP-LAST-TIME.

      *> Replayed state against the master row it matched.
       ARPL-CHECK-ON-MASTER.
           ADD 1 TO WS-REPLAYED-ON-MASTER
           IF NO-ADD-ON-TRAIL
               MOVE "NO ADD ON TRAIL" TO WS-EXC-KIND
               MOVE SPACES TO WS-EXC-AUDITED
               STRING
                   "FIRST ROW " DELIMITED BY SIZE
                   WS-EXP-FIRST-TYPE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-EXP-FIRST-DATE DELIMITED BY SIZE
                   INTO WS-EXC-AUDITED
               END-STRING
               MOVE CUST-NAME TO WS-EXC-FOUND
               MOVE "MASTER" TO WS-FND-SOURCE
               PERFORM ARPL-SET-LAST-ROW-WHEN
               ADD 1 TO WS-EXC-NO-ADD
               PERFORM ARPL-PRINT-EXCEPTION
           END-IF
           MOVE "MASTER" TO WS-FND-SOURCE
           MOVE CUST-NAME TO WS-FND-NAME
           MOVE CUST-ADDRESS TO WS-FND-ADDRESS
           MOVE CUST-STATUS TO WS-FND-STATUS
           PERFORM ARPL-SET-LAST-ROW-WHEN
           PERFORM ARPL-COMPARE-IMAGE.

      *> Audited but no longer on the master: it should be on the
      *> purge archive, unless the trail itself shows it removed -
      *> a PURGE row, or an old physical DELETE from before deletes
      *> became logical.
       ARPL-CHECK-OFF-MASTER.
           PERFORM ARPL-SCAN-ARCHIVE
           EVALUATE TRUE
               WHEN ARCHIVE-FOUND
                   ADD 1 TO WS-REPLAYED-ON-ARCHIVE
                   MOVE "ARCHIVE" TO WS-FND-SOURCE
                   PERFORM ARPL-SET-LAST-ROW-WHEN
                   PERFORM ARPL-COMPARE-IMAGE
               WHEN REMOVED-ON-TRAIL
                   ADD 1 TO WS-REPLAYED-REMOVED
               WHEN OTHER
                   ADD 1 TO WS-REPLAYED-MISSING
                   MOVE "NOT ON MASTER OR ARCHIVE" TO WS-EXC-KIND
                   MOVE WS-EXP-NAME TO WS-EXC-AUDITED
                   MOVE "NOT FOUND" TO WS-EXC-FOUND
                   MOVE "MASTER" TO WS-FND-SOURCE
                   PERFORM ARPL-SET-LAST-ROW-WHEN
                   ADD 1 TO WS-EXC-MISSING
                   PERFORM ARPL-PRINT-EXCEPTION
           END-EVALUATE.

      *> On the master with not one row on the trail.
       ARPL-MASTER-WITHOUT-TRAIL.
           ADD 1 TO WS-MASTER-NO-TRAIL
           MOVE WS-MST-CUST TO WS-EXP-CUST
           MOVE SPACES TO WS-EXP-OPERATOR
           MOVE "NO ADD ON TRAIL" TO WS-EXC-KIND
           MOVE "NO AUDIT ROWS" TO WS-EXC-AUDITED
           MOVE CUST-NAME TO WS-EXC-FOUND
           MOVE "MASTER" TO WS-FND-SOURCE
           MOVE "NO AUDIT ROWS" TO WS-EXC-WHEN
           ADD 1 TO WS-EXC-NO-ADD
           PERFORM ARPL-PRINT-EXCEPTION.

      *> CUST-PURG appends to the archive, so the last image for the
      *> customer is the one it left the master with.
       ARPL-SCAN-ARCHIVE.
           SET ARCHIVE-NOT-FOUND TO TRUE
           OPEN INPUT CUSTOMER-ARCHIVE-FILE
           IF CARC-FS NOT = "35"
               MOVE CARC-FS TO WS-FS-CHECK
               MOVE "OPEN CUSTOMER-ARCHIVE-FILE (ARPL)"
                   TO WS-FS-OPERATION
               PERFORM ARPL-CHECK-FILE-STATUS
           END-IF
           IF CARC-FS = "00"
               SET CARC-NOT-EOF TO TRUE
               PERFORM UNTIL CARC-EOF
                   READ CUSTOMER-ARCHIVE-FILE
                       AT END
                           SET CARC-EOF TO TRUE
                       NOT AT END
                           IF ARC-CUST-ID = WS-EXP-CUST
                               SET ARCHIVE-FOUND TO TRUE
                               MOVE ARC-CUST-NAME TO WS-FND-NAME
                               MOVE ARC-CUST-ADDRESS TO WS-FND-ADDRESS
                               MOVE ARC-CUST-STATUS TO WS-FND-STATUS
                           END-IF
                   END-READ
                   IF NOT CARC-EOF
                       MOVE CARC-FS TO WS-FS-CHECK
                       MOVE "READ CUSTOMER-ARCHIVE-FILE (ARPL)"
                           TO WS-FS-OPERATION
                       PERFORM ARPL-CHECK-FILE-STATUS
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-ARCHIVE-FILE
               MOVE CARC-FS TO WS-FS-CHECK
               MOVE "CLOSE CUSTOMER-ARCHIVE-FILE (ARPL)"
                   TO WS-FS-OPERATION
               PERFORM ARPL-CHECK-FILE-STATUS
           END-IF.

       ARPL-SET-LAST-ROW-WHEN.
           MOVE SPACES TO WS-EXC-WHEN
           STRING
               WS-EXP-LAST-TYPE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-EXP-LAST-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EXP-LAST-TIME DELIMITED BY SIZE
               INTO WS-EXC-WHEN
           END-STRING.

      *> The WS-FND- image against the replayed state, field by
      *> field. A blank status on either side is a legacy row's
      *> unknown and is not compared.
       ARPL-COMPARE-IMAGE.
           IF WS-FND-NAME NOT = WS-EXP-NAME
               MOVE "NAME NOT AS AUDITED" TO WS-EXC-KIND
               MOVE WS-EXP-NAME TO WS-EXC-AUDITED
               MOVE WS-FND-NAME TO WS-EXC-FOUND
               ADD 1 TO WS-EXC-NAME
               PERFORM ARPL-PRINT-EXCEPTION
           END-IF
           IF WS-FND-ADDRESS NOT = WS-EXP-ADDRESS
               MOVE "ADDRESS NOT AS AUDITED" TO WS-EXC-KIND
               MOVE WS-EXP-ADDRESS TO WS-EXC-AUDITED
               MOVE WS-FND-ADDRESS TO WS-EXC-FOUND
               ADD 1 TO WS-EXC-ADDRESS
               PERFORM ARPL-PRINT-EXCEPTION
           END-IF
           IF WS-EXP-STATUS NOT = SPACE
                   AND WS-FND-STATUS NOT = SPACE
                   AND WS-FND-STATUS NOT = WS-EXP-STATUS
               MOVE "STATUS CHANGE NOT AUDITED" TO WS-EXC-KIND
               MOVE SPACES TO WS-EXC-AUDITED
               STRING
                   "STATUS " DELIMITED BY SIZE
                   WS-EXP-STATUS DELIMITED BY SIZE
                   INTO WS-EXC-AUDITED
               END-STRING
               MOVE SPACES TO WS-EXC-FOUND
               STRING
                   "STATUS " DELIMITED BY SIZE
                   WS-FND-STATUS DELIMITED BY SIZE
                   INTO WS-EXC-FOUND
               END-STRING
               ADD 1 TO WS-EXC-STATUS
               PERFORM ARPL-PRINT-EXCEPTION
           END-IF.

      *> Three lines per exception: what and who, then the audited
      *> value against the value found and where it was found.
       ARPL-PRINT-EXCEPTION.
           ADD 1 TO WS-EXC-TOTAL
           MOVE WS-EXP-OPERATOR TO WS-EXC-OPERATOR
           IF WS-EXC-OPERATOR = SPACES
               MOVE "(NONE)" TO WS-EXC-OPERATOR
           END-IF
           MOVE SPACES TO REPLAY-LINE
           STRING
               WS-EXP-CUST DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EXC-KIND DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EXC-OPERATOR DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-EXC-WHEN DELIMITED BY SIZE
               INTO REPLAY-LINE
           END-STRING
           PERFORM ARPL-WRITE-REPORT-LINE
           MOVE SPACES TO REPLAY-LINE
           STRING
               "          AUDITED      : " DELIMITED BY SIZE
               WS-EXC-AUDITED DELIMITED BY SIZE
               INTO REPLAY-LINE
           END-STRING
           PERFORM ARPL-WRITE-REPORT-LINE
           MOVE SPACES TO REPLAY-LINE
           STRING
               "          " DELIMITED BY SIZE
               WS-FND-SOURCE DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               WS-EXC-FOUND DELIMITED BY SIZE
               INTO REPLAY-LINE
           END-STRING
           PERFORM ARPL-WRITE-REPORT-LINE.

      *> Every replayed customer ends up exactly one of on master, on
      *> archive, removed on the trail or missing; every master row
      *> either matched a replayed customer or had no trail at all.
       ARPL-PRINT-CONTROL-TOTALS.
           ADD WS-REPLAYED-ON-MASTER WS-REPLAYED-ON-ARCHIVE
               WS-REPLAYED-REMOVED WS-REPLAYED-MISSING
               GIVING WS-PROOF-COUNT
           IF WS-PROOF-COUNT NOT = WS-CUSTOMERS-REPLAYED
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF
           ADD WS-REPLAYED-ON-MASTER WS-MASTER-NO-TRAIL
               GIVING WS-PROOF-COUNT
           IF WS-PROOF-COUNT NOT = WS-MASTER-READ
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF
           ADD WS-ROWS-REPLAYED WS-ROWS-NO-ID
               GIVING WS-PROOF-COUNT
           IF WS-PROOF-COUNT NOT = WS-ROWS-READ
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE SPACES TO REPLAY-LINE
           PERFORM ARPL-WRITE-REPORT-LINE
           MOVE "CONTROL TOTALS" TO REPLAY-LINE
           PERFORM ARPL-WRITE-REPORT-LINE
           MOVE SPACES TO REPLAY-LINE
           STRING
               "AUDIT ROWS READ            : " DELIMITED BY SIZE
               WS-ROWS-READ DELIMITED BY SIZE
               INTO REPLAY-LINE
           END-STRING
           PERFORM ARPL-WRITE-REPORT-LINE
           MOVE SPACES TO REPLAY-LINE
           STRING
               "  REPLAYED                 : " DELIMITED BY SIZE
               WS-ROWS-REPLAYED DELIMITED BY SIZE
               INTO REPLAY-LINE
           END-STRING
           PERFORM ARPL-WRITE-REPORT-LINE
           MOVE SPACES TO REPLAY-LINE
           STRING
               "  NO CUST-ID ON ROW        : " DELIMITED BY SIZE
               WS-ROWS-NO-ID DELIMITED BY SIZE
               INTO REPLAY-LINE
           END-STRING
           PERFORM ARPL-WRITE-REPORT-LINE
           MOVE SPACES TO REPLAY-LINE
           STRING
               "CUSTOMERS REPLAYED         : " DELIMITED BY SIZE
               WS-CUSTOMERS-REPLAYED DELIMITED BY SIZE
               INTO REPLAY-LINE
           END-STRING
           PERFORM ARPL-WRITE-REPORT-LINE
           MOVE SPACES TO REPLAY-LINE
           STRING
               "  ON MASTER                : " DELIMITED BY SIZE
               WS-REPLAYED-ON-MASTER DELIMITED BY SIZE
               INTO REPLAY-LINE
           END-STRING
           PERFORM ARPL-WRITE-REPORT-LINE
           MOVE SPACES TO REPLAY-LINE
           STRING
               "  ON PURGE ARCHIVE         : " DELIMITED BY SIZE
               WS-REPLAYED-ON-ARCHIVE DELIMITED BY SIZE
               INTO REPLAY-LINE
           END-STRING
           PERFORM ARPL-WRITE-REPORT-LINE
           MOVE SPACES TO REPLAY-LINE
           STRING
               "  REMOVED ON THE TRAIL     : " DELIMITED BY SIZE
               WS-REPLAYED-REMOVED DELIMITED BY SIZE
               INTO REPLAY-LINE
           END-STRING
           PERFORM ARPL-WRITE-REPORT-LINE
           MOVE SPACES TO REPLAY-LINE
           STRING
               "  NOT FOUND                : " DELIMITED BY SIZE
               WS-REPLAYED-MISSING DELIMITED BY SIZE
               INTO REPLAY-LINE
           END-STRING
           PERFORM ARPL-WRITE-REPORT-LINE
           MOVE SPACES TO REPLAY-LINE
           STRING
               "MASTER CUSTOMERS READ      : " DELIMITED BY SIZE
               WS-MASTER-READ DELIMITED BY SIZE
               INTO REPLAY-LINE
           END-STRING
           PERFORM ARPL-WRITE-REPORT-LINE
           MOVE SPACES TO REPLAY-LINE
           STRING
               "  WITH NO AUDIT ROWS       : " DELIMITED BY SIZE
               WS-MASTER-NO-TRAIL DELIMITED BY SIZE
               INTO REPLAY-LINE
           END-STRING
           PERFORM ARPL-WRITE-REPORT-LINE
           MOVE SPACES TO REPLAY-LINE
           STRING
               "EXCEPTIONS - NO ADD        : " DELIMITED BY SIZE
               WS-EXC-NO-ADD DELIMITED BY SIZE
               INTO REPLAY-LINE
           END-STRING
           PERFORM ARPL-WRITE-REPORT-LINE
           MOVE SPACES TO REPLAY-LINE
           STRING
               "           - NAME          : " DELIMITED BY SIZE
               WS-EXC-NAME DELIMITED BY SIZE
               INTO REPLAY-LINE
           END-STRING
           PERFORM ARPL-WRITE-REPORT-LINE
           MOVE SPACES TO REPLAY-LINE
           STRING
               "           - ADDRESS       : " DELIMITED BY SIZE
               WS-EXC-ADDRESS DELIMITED BY SIZE
               INTO REPLAY-LINE
           END-STRING
           PERFORM ARPL-WRITE-REPORT-LINE
           MOVE SPACES TO REPLAY-LINE
           STRING
               "           - STATUS        : " DELIMITED BY SIZE
               WS-EXC-STATUS DELIMITED BY SIZE
               INTO REPLAY-LINE
           END-STRING
           PERFORM ARPL-WRITE-REPORT-LINE
           MOVE SPACES TO REPLAY-LINE
           STRING
               "           - NOT FOUND     : " DELIMITED BY SIZE
               WS-EXC-MISSING DELIMITED BY SIZE
               INTO REPLAY-LINE
           END-STRING
           PERFORM ARPL-WRITE-REPORT-LINE
           MOVE SPACES TO REPLAY-LINE
           STRING
               "           - TOTAL         : " DELIMITED BY SIZE
               WS-EXC-TOTAL DELIMITED BY SIZE
               INTO REPLAY-LINE
           END-STRING
           PERFORM ARPL-WRITE-REPORT-LINE
           MOVE SPACES TO REPLAY-LINE
           IF RUN-IN-BALANCE
               MOVE "RUN STATUS                 : IN BALANCE"
                   TO REPLAY-LINE
           ELSE
               MOVE "RUN STATUS                 : OUT OF BALANCE"
                   TO REPLAY-LINE
           END-IF
           PERFORM ARPL-WRITE-REPORT-LINE.

       ARPL-WRITE-REPORT-LINE.
           WRITE REPLAY-LINE
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "WRITE REPLAY-REPORT" TO WS-FS-OPERATION
           PERFORM ARPL-CHECK-FILE-STATUS.

      *> "23" is tolerated for the START on an empty master.
       ARPL-CHECK-FILE-STATUS.
           EVALUATE WS-FS-CHECK
               WHEN "00"
               WHEN "02"
               WHEN "10"
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FILE ERROR ON " WS-FS-OPERATION
                       " - FILE STATUS = " WS-FS-CHECK
                   DISPLAY "Audit replay terminating."
                   MOVE 'A' TO WS-JRN-END-STATUS
                   PERFORM ARPL-WRITE-RUN-JOURNAL
                   STOP RUN
           END-EVALUATE.

       ARPL-FORMAT-JRN-TIME.
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
       ARPL-WRITE-RUN-JOURNAL.
           PERFORM ARPL-FORMAT-JRN-TIME
           MOVE "CUST-ARPL" TO RJ-PROGRAM
           MOVE WS-CYCLE-DATE TO RJ-CYCLE-DATE
           MOVE WS-JRN-START-TIME TO RJ-START-TIME
           MOVE WS-JRN-END-TIME TO RJ-END-TIME
           MOVE WS-ROWS-READ TO RJ-RECORDS-IN
           MOVE WS-CUSTOMERS-REPLAYED TO RJ-RECORDS-OUT
           MOVE WS-EXC-TOTAL TO RJ-REJECTS
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
