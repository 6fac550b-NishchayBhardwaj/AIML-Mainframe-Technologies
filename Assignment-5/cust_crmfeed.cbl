       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-CRMX.

      *> Nightly customer change feed to the CRM - the outbound half
      *> of the interface whose inbound half is CUST-BMNT. Built from
      *> customer_audit.txt: every row appended since the last
      *> extract marks its customer as changed, and the feed file,
      *> crm_change_feed.txt, carries one fixed-layout record per
      *> changed customer with the current master image (the whole
      *> custrec.cpy record, as the CUST-UNLD backups carry it), the
      *> latest change type (ADD, CHANGE, DELETE, HOLD, INACT, MERGE,
      *> PURGE) and the operator or system ID behind it. A purged
      *> customer's image comes from customer_archive.txt, since it
      *> is no longer on the master.
      *> Rows stamped CUSTBMNT are changes the CRM sent us and are
      *> left out so they do not echo back; a customer whose only
      *> changes were CUSTBMNT's is not sent. The feed is framed by a
      *> header ('H', the audit window covered) and a trailer ('T',
      *> the detail record count).
      *> crm_feed_control.txt remembers where the last extract
      *> stopped: the AUD-RUN-DATE/AUD-RUN-TIME of the last row sent
      *> and its position on the trail. The trail is append-only, so
      *> the position alone picks up exactly the rows written since -
      *> nothing dropped, nothing repeated, however many rows share
      *> one second. The stamp is checked against the row at that
      *> position first; if they no longer agree (the trail has been
      *> rebuilt) every row stamped after the remembered time is
      *> taken instead. The control record is only rewritten once
      *> the feed is closed, so a run that fails part way is simply
      *> run again. A missing control file means no extract has been
      *> sent yet: the whole trail goes.

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

           SELECT CRM-FEED-CONTROL-FILE
               ASSIGN TO "crm_feed_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FS.

           SELECT CRM-FEED-FILE ASSIGN TO "crm_change_feed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEED-FS.

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

      *> The high-water mark of the last extract sent.
       FD CRM-FEED-CONTROL-FILE.
       01 CRM-FEED-CONTROL-RECORD.
           05 CFC-LAST-DATE         PIC X(10).
           05 CFC-LAST-TIME         PIC X(8).
           05 CFC-LAST-ROW          PIC 9(9).
           05 CFC-RUN-DATE          PIC X(10).
           05 CFC-RECORDS-SENT      PIC 9(9).

      *> Three fixed-length record types, told apart by the first
      *> byte. FDT-CUST-IMAGE is the whole custrec.cpy record.
       FD CRM-FEED-FILE.
       01 CRM-FEED-HEADER.
           05 FHD-REC-TYPE          PIC X.
           05 FHD-FEED-ID           PIC X(8).
           05 FHD-RUN-DATE          PIC X(10).
           05 FHD-RUN-TIME          PIC X(8).
           05 FHD-AFTER-DATE        PIC X(10).
           05 FHD-AFTER-TIME        PIC X(8).
           05 FHD-THRU-DATE         PIC X(10).
           05 FHD-THRU-TIME         PIC X(8).
           05 FILLER                PIC X(169).
       01 CRM-FEED-DETAIL.
           05 FDT-REC-TYPE          PIC X.
           05 FDT-CHANGE-TYPE       PIC X(6).
           05 FDT-OPERATOR-ID       PIC X(8).
           05 FDT-CHANGE-DATE       PIC X(10).
           05 FDT-CHANGE-TIME       PIC X(8).
           05 FDT-IMAGE-SOURCE      PIC X.
           05 FDT-CUST-IMAGE        PIC X(198).
           05 FDT-CUST-FIELDS REDEFINES FDT-CUST-IMAGE.
               10 FDT-CUST-ID       PIC X(8).
               10 FDT-CUST-NAME     PIC X(32).
               10 FDT-CUST-ADDRESS  PIC X(60).
               10 FDT-CUST-STATUS   PIC X.
               10 FILLER            PIC X(97).
       01 CRM-FEED-TRAILER.
           05 FTR-REC-TYPE          PIC X.
           05 FTR-RECORD-COUNT      PIC 9(9).
           05 FILLER                PIC X(222).

       FD RUN-JOURNAL-FILE.
           COPY "runjrnl.cpy".

       WORKING-STORAGE SECTION.
       01 AUD-FS                PIC XX.
       01 FS                    PIC XX.
       01 CARC-FS               PIC XX.
       01 CTL-FS                PIC XX.
       01 FEED-FS               PIC XX.
       01 JRN-FS                PIC XX.
       01 WS-FS-CHECK           PIC XX.
       01 WS-FS-OPERATION       PIC X(40).

       01 WS-AUD-EOF            PIC X VALUE 'N'.
          88 AUD-EOF            VALUE 'Y'.
          88 AUD-NOT-EOF        VALUE 'N'.
       01 WS-CARC-EOF           PIC X VALUE 'N'.
          88 CARC-EOF           VALUE 'Y'.
          88 CARC-NOT-EOF       VALUE 'N'.
       01 WS-ARC-FOUND-FLAG     PIC X VALUE 'N'.
          88 ARCHIVE-FOUND      VALUE 'Y'.
          88 ARCHIVE-NOT-FOUND  VALUE 'N'.
       01 WS-MASTER-FOUND-FLAG  PIC X VALUE 'N'.
          88 MASTER-FOUND       VALUE 'Y'.
          88 MASTER-NOT-FOUND   VALUE 'N'.
      *> POSITION: rows after the remembered one. STAMP: rows stamped
      *> after the remembered time, when the position cannot be
      *> trusted.
       01 WS-SELECT-MODE        PIC X VALUE 'P'.
          88 SELECT-BY-POSITION VALUE 'P'.
          88 SELECT-BY-STAMP    VALUE 'S'.
       01 WS-TABLE-FLAG         PIC X VALUE 'N'.
          88 TABLE-FULL         VALUE 'Y'.
       01 WS-BALANCE-FLAG       PIC X VALUE 'Y'.
          88 RUN-IN-BALANCE     VALUE 'Y'.
          88 RUN-OUT-OF-BALANCE VALUE 'N'.

       01 WS-CURRENT-DATE-TIME  PIC X(21).
       01 WS-RUN-DATE           PIC X(10).
       01 WS-RUN-TIME           PIC X(8).
       01 WS-CYCLE-DATE         PIC X(8).

      *> Last extract's mark, and where this one stops.
       01 WS-LAST-STAMP.
           05 WS-LAST-DATE      PIC X(10) VALUE SPACES.
           05 WS-LAST-TIME      PIC X(8) VALUE SPACES.
       01 WS-LAST-ROW           PIC 9(9) VALUE ZERO.
       01 WS-MARK-STAMP.
           05 WS-MARK-DATE      PIC X(10).
           05 WS-MARK-TIME      PIC X(8).
       01 WS-MARK-ROW           PIC 9(9).
       01 WS-ROW-STAMP.
           05 WS-ROW-DATE       PIC X(10).
           05 WS-ROW-TIME       PIC X(8).
       01 WS-ROW-NUMBER         PIC 9(9).
       01 WS-ROW-CUST-ID        PIC X(8).

      *> One entry per changed customer, in the order first changed,
      *> sized the same way CUST-DUPD sizes its candidate table.
       01 WS-CHG-MAX            PIC 9(5) VALUE 20000.
       01 WS-CHG-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-CHG-TABLE.
           05 WS-CHG-ENTRY
               OCCURS 1 TO 20000 TIMES
               DEPENDING ON WS-CHG-COUNT
               INDEXED BY WS-CHG-IDX.
               10 WS-CHG-CUST-ID    PIC X(8).
               10 WS-CHG-TYPE       PIC X(6).
               10 WS-CHG-OPERATOR   PIC X(8).
               10 WS-CHG-DATE       PIC X(10).
               10 WS-CHG-TIME       PIC X(8).
               10 WS-CHG-NAME       PIC X(32).
               10 WS-CHG-ADDRESS    PIC X(60).
               10 WS-CHG-STATUS     PIC X.
       01 WS-CHG-SUB            PIC 9(5).

       01 WS-ROWS-READ          PIC 9(9) VALUE ZERO.
       01 WS-ROWS-SELECTED      PIC 9(9) VALUE ZERO.
       01 WS-ROWS-ECHO-SKIPPED  PIC 9(9) VALUE ZERO.
       01 WS-ROWS-NO-ID         PIC 9(9) VALUE ZERO.
       01 WS-RECORDS-WRITTEN    PIC 9(9) VALUE ZERO.
       01 WS-FROM-MASTER        PIC 9(7) VALUE ZERO.
       01 WS-FROM-ARCHIVE       PIC 9(7) VALUE ZERO.
       01 WS-FROM-TRAIL         PIC 9(7) VALUE ZERO.

       01 WS-JRN-START-TIME     PIC X(8).
       01 WS-JRN-END-TIME       PIC X(8).
       01 WS-JRN-END-STATUS     PIC X VALUE 'C'.

       PROCEDURE DIVISION.
       CRMX-MAIN.
           PERFORM CRMX-INITIALIZE
           PERFORM CRMX-READ-CONTROL
           PERFORM CRMX-OPEN-FILES
           IF WS-LAST-ROW > ZERO
               PERFORM CRMX-VERIFY-MARK
           END-IF
           PERFORM CRMX-COLLECT-CHANGES
           PERFORM CRMX-WRITE-FEED
           PERFORM CRMX-CLOSE-FILES
           PERFORM CRMX-WRITE-CONTROL
           PERFORM CRMX-WRITE-RUN-JOURNAL
           DISPLAY "CRM change feed complete - " WS-ROWS-SELECTED
               " audit rows since last extract, "
               WS-ROWS-ECHO-SKIPPED " CUSTBMNT rows left out, "
               WS-RECORDS-WRITTEN " customers sent. "
               "See crm_change_feed.txt"
           IF SELECT-BY-STAMP
               DISPLAY "*** AUDIT TRAIL NO LONGER MATCHES LAST "
                   "EXTRACT POSITION - rows selected by time after "
                   WS-LAST-DATE " " WS-LAST-TIME " ***"
           END-IF
           IF TABLE-FULL
               DISPLAY "*** CHANGE TABLE FULL AT " WS-CHG-MAX
                   " customers - the remaining rows go on the next"
                   " extract ***"
           END-IF
           GOBACK.

       CRMX-INITIALIZE.
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
           PERFORM CRMX-FORMAT-JRN-TIME
           MOVE WS-JRN-END-TIME TO WS-JRN-START-TIME
           MOVE WS-JRN-END-TIME TO WS-RUN-TIME.

      *> One optional control record. A missing control file (FS
      *> "35") means no extract has gone yet - the same normal-
      *> absence handling as KSDS-SIM's READ-CHECKPOINT.
       CRMX-READ-CONTROL.
           OPEN INPUT CRM-FEED-CONTROL-FILE
           IF CTL-FS NOT = "35"
               MOVE CTL-FS TO WS-FS-CHECK
               MOVE "OPEN CRM-FEED-CONTROL-FILE" TO WS-FS-OPERATION
               PERFORM CRMX-CHECK-FILE-STATUS
           END-IF
           IF CTL-FS = "00"
               READ CRM-FEED-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CFC-LAST-ROW NUMERIC
                           MOVE CFC-LAST-DATE TO WS-LAST-DATE
                           MOVE CFC-LAST-TIME TO WS-LAST-TIME
                           MOVE CFC-LAST-ROW TO WS-LAST-ROW
                       END-IF
               END-READ
               MOVE CTL-FS TO WS-FS-CHECK
               MOVE "READ CRM-FEED-CONTROL-FILE" TO WS-FS-OPERATION
               PERFORM CRMX-CHECK-FILE-STATUS
               CLOSE CRM-FEED-CONTROL-FILE
               MOVE CTL-FS TO WS-FS-CHECK
               MOVE "CLOSE CRM-FEED-CONTROL-FILE" TO WS-FS-OPERATION
               PERFORM CRMX-CHECK-FILE-STATUS
           END-IF
           MOVE WS-LAST-STAMP TO WS-MARK-STAMP
           MOVE WS-LAST-ROW TO WS-MARK-ROW.

      *> No audit trail yet (FS "35") is an empty feed, not an error.
       CRMX-OPEN-FILES.
           OPEN INPUT CUSTOMER-AUDIT-FILE
           IF AUD-FS = "35"
               SET AUD-EOF TO TRUE
           ELSE
               MOVE AUD-FS TO WS-FS-CHECK
               MOVE "OPEN CUSTOMER-AUDIT-FILE (CRMX)"
                   TO WS-FS-OPERATION
               PERFORM CRMX-CHECK-FILE-STATUS
           END-IF

           OPEN INPUT CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "OPEN CUSTOMER-FILE (CRMX)" TO WS-FS-OPERATION
           PERFORM CRMX-CHECK-FILE-STATUS

           OPEN OUTPUT CRM-FEED-FILE
           MOVE FEED-FS TO WS-FS-CHECK
           MOVE "OPEN CRM-FEED-FILE" TO WS-FS-OPERATION
           PERFORM CRMX-CHECK-FILE-STATUS.

       CRMX-CLOSE-FILES.
           IF AUD-FS NOT = "35"
               CLOSE CUSTOMER-AUDIT-FILE
               MOVE AUD-FS TO WS-FS-CHECK
               MOVE "CLOSE CUSTOMER-AUDIT-FILE (CRMX)"
                   TO WS-FS-OPERATION
               PERFORM CRMX-CHECK-FILE-STATUS
           END-IF

           CLOSE CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-FILE (CRMX)" TO WS-FS-OPERATION
           PERFORM CRMX-CHECK-FILE-STATUS

           CLOSE CRM-FEED-FILE
           MOVE FEED-FS TO WS-FS-CHECK
           MOVE "CLOSE CRM-FEED-FILE" TO WS-FS-OPERATION
           PERFORM CRMX-CHECK-FILE-STATUS.

      *> First pass, up to the remembered position only: the row
      *> there must still carry the remembered stamp. The trail is
      *> then reopened for the real pass.
       CRMX-VERIFY-MARK.
           SET SELECT-BY-STAMP TO TRUE
           MOVE ZERO TO WS-ROW-NUMBER
           PERFORM UNTIL AUD-EOF
                   OR WS-ROW-NUMBER NOT < WS-LAST-ROW
               READ CUSTOMER-AUDIT-FILE
                   AT END
                       SET AUD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROW-NUMBER
               END-READ
               IF NOT AUD-EOF
                   MOVE AUD-FS TO WS-FS-CHECK
                   MOVE "READ CUSTOMER-AUDIT-FILE (MARK)"
                       TO WS-FS-OPERATION
                   PERFORM CRMX-CHECK-FILE-STATUS
               END-IF
           END-PERFORM
           IF WS-ROW-NUMBER = WS-LAST-ROW
                   AND AUD-RUN-DATE = WS-LAST-DATE
                   AND AUD-RUN-TIME = WS-LAST-TIME
               SET SELECT-BY-POSITION TO TRUE
           END-IF
           IF AUD-FS NOT = "35"
               CLOSE CUSTOMER-AUDIT-FILE
               MOVE AUD-FS TO WS-FS-CHECK
               MOVE "CLOSE CUSTOMER-AUDIT-FILE (MARK)"
                   TO WS-FS-OPERATION
               PERFORM CRMX-CHECK-FILE-STATUS
               OPEN INPUT CUSTOMER-AUDIT-FILE
               MOVE AUD-FS TO WS-FS-CHECK
               MOVE "OPEN CUSTOMER-AUDIT-FILE (CRMX)"
                   TO WS-FS-OPERATION
               PERFORM CRMX-CHECK-FILE-STATUS
               SET AUD-NOT-EOF TO TRUE
           END-IF.

      *> Real pass over the trail. The mark only moves past a row
      *> once that row is accounted for - sent, or left out as a
      *> CRM echo - so a full table stops the pass with nothing lost.
       CRMX-COLLECT-CHANGES.
           MOVE ZERO TO WS-ROW-NUMBER
           PERFORM UNTIL AUD-EOF
               READ CUSTOMER-AUDIT-FILE
                   AT END
                       SET AUD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROW-NUMBER
                       ADD 1 TO WS-ROWS-READ
                       PERFORM CRMX-SELECT-ROW
               END-READ
               IF NOT AUD-EOF
                   MOVE AUD-FS TO WS-FS-CHECK
                   MOVE "READ CUSTOMER-AUDIT-FILE (CRMX)"
                       TO WS-FS-OPERATION
                   PERFORM CRMX-CHECK-FILE-STATUS
               END-IF
           END-PERFORM.

       CRMX-SELECT-ROW.
           MOVE AUD-RUN-DATE TO WS-ROW-DATE
           MOVE AUD-RUN-TIME TO WS-ROW-TIME
           IF (SELECT-BY-POSITION AND WS-ROW-NUMBER > WS-LAST-ROW)
                   OR (SELECT-BY-STAMP
                       AND WS-ROW-STAMP > WS-LAST-STAMP)
               PERFORM CRMX-TAKE-ROW
           END-IF.

      *> Rows are attributed the way AUD-RPT attributes them.
       CRMX-TAKE-ROW.
           IF AUD-NEW-ID NOT = SPACES
               MOVE AUD-NEW-ID TO WS-ROW-CUST-ID
           ELSE
               MOVE AUD-OLD-ID TO WS-ROW-CUST-ID
           END-IF
           EVALUATE TRUE
               WHEN AUD-OPERATOR-ID = "CUSTBMNT"
                   ADD 1 TO WS-ROWS-SELECTED
                   ADD 1 TO WS-ROWS-ECHO-SKIPPED
                   PERFORM CRMX-ADVANCE-MARK
               WHEN WS-ROW-CUST-ID = SPACES
                   ADD 1 TO WS-ROWS-SELECTED
                   ADD 1 TO WS-ROWS-NO-ID
                   PERFORM CRMX-ADVANCE-MARK
               WHEN OTHER
                   SET WS-CHG-IDX TO 1
                   SEARCH WS-CHG-ENTRY
                       AT END
                           PERFORM CRMX-ADD-ENTRY
                       WHEN WS-CHG-CUST-ID(WS-CHG-IDX)
                               = WS-ROW-CUST-ID
                           PERFORM CRMX-UPDATE-ENTRY
                   END-SEARCH
           END-EVALUATE.

       CRMX-ADD-ENTRY.
           IF WS-CHG-COUNT NOT < WS-CHG-MAX
               SET TABLE-FULL TO TRUE
               SET AUD-EOF TO TRUE
           ELSE
               ADD 1 TO WS-CHG-COUNT
               SET WS-CHG-IDX TO WS-CHG-COUNT
               MOVE WS-ROW-CUST-ID TO WS-CHG-CUST-ID(WS-CHG-IDX)
               PERFORM CRMX-UPDATE-ENTRY
           END-IF.

      *> The latest row for the customer sets the change type and
      *> the operator sent.
       CRMX-UPDATE-ENTRY.
           MOVE AUD-TRAN-TYPE TO WS-CHG-TYPE(WS-CHG-IDX)
           MOVE AUD-OPERATOR-ID TO WS-CHG-OPERATOR(WS-CHG-IDX)
           MOVE AUD-RUN-DATE TO WS-CHG-DATE(WS-CHG-IDX)
           MOVE AUD-RUN-TIME TO WS-CHG-TIME(WS-CHG-IDX)
           IF AUD-NEW-ID NOT = SPACES
               MOVE AUD-NEW-NAME TO WS-CHG-NAME(WS-CHG-IDX)
               MOVE AUD-NEW-ADDRESS TO WS-CHG-ADDRESS(WS-CHG-IDX)
               MOVE AUD-NEW-STATUS TO WS-CHG-STATUS(WS-CHG-IDX)
           ELSE
               MOVE AUD-OLD-NAME TO WS-CHG-NAME(WS-CHG-IDX)
               MOVE AUD-OLD-ADDRESS TO WS-CHG-ADDRESS(WS-CHG-IDX)
               MOVE 'D' TO WS-CHG-STATUS(WS-CHG-IDX)
           END-IF
           ADD 1 TO WS-ROWS-SELECTED
           PERFORM CRMX-ADVANCE-MARK.

       CRMX-ADVANCE-MARK.
           MOVE WS-ROW-STAMP TO WS-MARK-STAMP
           MOVE WS-ROW-NUMBER TO WS-MARK-ROW.

       CRMX-WRITE-FEED.
           MOVE SPACES TO CRM-FEED-HEADER
           MOVE 'H' TO FHD-REC-TYPE
           MOVE "CUSTCHG" TO FHD-FEED-ID
           MOVE WS-RUN-DATE TO FHD-RUN-DATE
           MOVE WS-RUN-TIME TO FHD-RUN-TIME
           MOVE WS-LAST-DATE TO FHD-AFTER-DATE
           MOVE WS-LAST-TIME TO FHD-AFTER-TIME
           MOVE WS-MARK-DATE TO FHD-THRU-DATE
           MOVE WS-MARK-TIME TO FHD-THRU-TIME
           WRITE CRM-FEED-HEADER
           MOVE FEED-FS TO WS-FS-CHECK
           MOVE "WRITE CRM-FEED-FILE (HEADER)" TO WS-FS-OPERATION
           PERFORM CRMX-CHECK-FILE-STATUS
           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                   UNTIL WS-CHG-SUB > WS-CHG-COUNT
               PERFORM CRMX-WRITE-DETAIL
           END-PERFORM
           MOVE SPACES TO CRM-FEED-TRAILER
           MOVE 'T' TO FTR-REC-TYPE
           MOVE WS-RECORDS-WRITTEN TO FTR-RECORD-COUNT
           WRITE CRM-FEED-TRAILER
           MOVE FEED-FS TO WS-FS-CHECK
           MOVE "WRITE CRM-FEED-FILE (TRAILER)" TO WS-FS-OPERATION
           PERFORM CRMX-CHECK-FILE-STATUS
           IF WS-RECORDS-WRITTEN NOT = WS-CHG-COUNT
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF.

      *> Current image from the master; a purged customer's from the
      *> archive; failing both, the last image on the trail.
       CRMX-WRITE-DETAIL.
           MOVE SPACES TO CRM-FEED-DETAIL
           MOVE 'D' TO FDT-REC-TYPE
           MOVE WS-CHG-TYPE(WS-CHG-SUB) TO FDT-CHANGE-TYPE
           MOVE WS-CHG-OPERATOR(WS-CHG-SUB) TO FDT-OPERATOR-ID
           MOVE WS-CHG-DATE(WS-CHG-SUB) TO FDT-CHANGE-DATE
           MOVE WS-CHG-TIME(WS-CHG-SUB) TO FDT-CHANGE-TIME
           MOVE WS-CHG-CUST-ID(WS-CHG-SUB) TO CUST-ID
           SET MASTER-FOUND TO TRUE
           READ CUSTOMER-FILE
               INVALID KEY
                   SET MASTER-NOT-FOUND TO TRUE
           END-READ
           MOVE FS TO WS-FS-CHECK
           MOVE "READ CUSTOMER-FILE (CRMX)" TO WS-FS-OPERATION
           PERFORM CRMX-CHECK-FILE-STATUS
           IF MASTER-FOUND
               MOVE 'M' TO FDT-IMAGE-SOURCE
               MOVE CUSTOMER-RECORD TO FDT-CUST-IMAGE
               ADD 1 TO WS-FROM-MASTER
           ELSE
               PERFORM CRMX-SCAN-ARCHIVE
               IF ARCHIVE-FOUND
                   MOVE 'A' TO FDT-IMAGE-SOURCE
                   ADD 1 TO WS-FROM-ARCHIVE
               ELSE
                   MOVE 'T' TO FDT-IMAGE-SOURCE
                   MOVE WS-CHG-CUST-ID(WS-CHG-SUB) TO FDT-CUST-ID
                   MOVE WS-CHG-NAME(WS-CHG-SUB) TO FDT-CUST-NAME
                   MOVE WS-CHG-ADDRESS(WS-CHG-SUB)
                       TO FDT-CUST-ADDRESS
                   MOVE WS-CHG-STATUS(WS-CHG-SUB) TO FDT-CUST-STATUS
                   ADD 1 TO WS-FROM-TRAIL
               END-IF
           END-IF
           WRITE CRM-FEED-DETAIL
           MOVE FEED-FS TO WS-FS-CHECK
           MOVE "WRITE CRM-FEED-FILE (DETAIL)" TO WS-FS-OPERATION
           PERFORM CRMX-CHECK-FILE-STATUS
           ADD 1 TO WS-RECORDS-WRITTEN.

      *> CUST-PURG appends to the archive, so the last image for the
      *> customer is the one it left the master with; each hit
      *> overwrites the detail's image, leaving the last one there.
       CRMX-SCAN-ARCHIVE.
           SET ARCHIVE-NOT-FOUND TO TRUE
           OPEN INPUT CUSTOMER-ARCHIVE-FILE
           IF CARC-FS NOT = "35"
               MOVE CARC-FS TO WS-FS-CHECK
               MOVE "OPEN CUSTOMER-ARCHIVE-FILE (CRMX)"
                   TO WS-FS-OPERATION
               PERFORM CRMX-CHECK-FILE-STATUS
           END-IF
           IF CARC-FS = "00"
               SET CARC-NOT-EOF TO TRUE
               PERFORM UNTIL CARC-EOF
                   READ CUSTOMER-ARCHIVE-FILE
                       AT END
                           SET CARC-EOF TO TRUE
                       NOT AT END
                           IF ARC-CUST-ID = WS-CHG-CUST-ID(WS-CHG-SUB)
                               SET ARCHIVE-FOUND TO TRUE
                               MOVE ARC-CUST-RECORD TO FDT-CUST-IMAGE
                           END-IF
                   END-READ
                   IF NOT CARC-EOF
                       MOVE CARC-FS TO WS-FS-CHECK
                       MOVE "READ CUSTOMER-ARCHIVE-FILE (CRMX)"
                           TO WS-FS-OPERATION
                       PERFORM CRMX-CHECK-FILE-STATUS
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-ARCHIVE-FILE
               MOVE CARC-FS TO WS-FS-CHECK
               MOVE "CLOSE CUSTOMER-ARCHIVE-FILE (CRMX)"
                   TO WS-FS-OPERATION
               PERFORM CRMX-CHECK-FILE-STATUS
           END-IF.

      *> Rewritten whole, the way CUST-EOD rewrites run_control.ctl,
      *> and only after the feed has closed cleanly.
       CRMX-WRITE-CONTROL.
           MOVE WS-MARK-DATE TO CFC-LAST-DATE
           MOVE WS-MARK-TIME TO CFC-LAST-TIME
           MOVE WS-MARK-ROW TO CFC-LAST-ROW
           MOVE WS-RUN-DATE TO CFC-RUN-DATE
           MOVE WS-RECORDS-WRITTEN TO CFC-RECORDS-SENT
           OPEN OUTPUT CRM-FEED-CONTROL-FILE
           MOVE CTL-FS TO WS-FS-CHECK
           MOVE "OPEN CRM-FEED-CONTROL-FILE (WRITE)"
               TO WS-FS-OPERATION
           PERFORM CRMX-CHECK-FILE-STATUS
           WRITE CRM-FEED-CONTROL-RECORD
           MOVE CTL-FS TO WS-FS-CHECK
           MOVE "WRITE CRM-FEED-CONTROL-FILE" TO WS-FS-OPERATION
           PERFORM CRMX-CHECK-FILE-STATUS
           CLOSE CRM-FEED-CONTROL-FILE
           MOVE CTL-FS TO WS-FS-CHECK
           MOVE "CLOSE CRM-FEED-CONTROL-FILE (WRITE)"
               TO WS-FS-OPERATION
           PERFORM CRMX-CHECK-FILE-STATUS.

      *> "23" is the keyed master read for a customer no longer on
      *> file.
       CRMX-CHECK-FILE-STATUS.
           EVALUATE WS-FS-CHECK
               WHEN "00"
               WHEN "02"
               WHEN "10"
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FILE ERROR ON " WS-FS-OPERATION
                       " - FILE STATUS = " WS-FS-CHECK
                   DISPLAY "CRM change feed terminating."
                   MOVE 'A' TO WS-JRN-END-STATUS
                   PERFORM CRMX-WRITE-RUN-JOURNAL
                   STOP RUN
           END-EVALUATE.

       CRMX-FORMAT-JRN-TIME.
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
       CRMX-WRITE-RUN-JOURNAL.
           PERFORM CRMX-FORMAT-JRN-TIME
           MOVE "CUST-CRMX" TO RJ-PROGRAM
           MOVE WS-CYCLE-DATE TO RJ-CYCLE-DATE
           MOVE WS-JRN-START-TIME TO RJ-START-TIME
           MOVE WS-JRN-END-TIME TO RJ-END-TIME
           MOVE WS-ROWS-SELECTED TO RJ-RECORDS-IN
           MOVE WS-RECORDS-WRITTEN TO RJ-RECORDS-OUT
           MOVE WS-ROWS-ECHO-SKIPPED TO RJ-REJECTS
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
