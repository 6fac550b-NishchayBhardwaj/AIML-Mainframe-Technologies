       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-DAGE.

      *> Open-disputes aging for the customer service manager. Walks
      *> CUST-DISP's dispute register in customer order through the
      *> DSP-CUST-ID alternate key and lists every dispute still
      *> OPEN, one line each, with the customer's name from the
      *> customer master, the disputed transaction, the amount in
      *> dispute, the reason code, the operator who logged it and
      *> how many days it has been open. Age is counted from
      *> DSP-DISPUTE-DATE to the as-of date and bucketed 0-30, 31-60,
      *> 61-90 and over 90 days, with a subtotal per customer and
      *> count and amount totals per bucket at the end, written to
      *> open_disputes_aging.txt. UPHELD and DENIED rows are counted
      *> but not listed. The run proves itself in the control block:
      *> open + upheld + denied must equal the rows read, and the
      *> bucket totals must add back to the open total. The as-of
      *> date comes from one optional dispage_control.txt record
      *> (YYYYMMDD); absent, the run date. No register yet is not an
      *> error - the report is printed with nothing open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "customer_data.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS FS.

           SELECT DISPUTE-REGISTER-FILE
               ASSIGN TO "dispute_register.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-SEQ-NO
               ALTERNATE RECORD KEY IS DSP-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS DSP-FS.

           SELECT DAGE-CONTROL-FILE ASSIGN TO "dispage_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FS.

           SELECT DAGE-REPORT ASSIGN TO "open_disputes_aging.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRT-FS.

           SELECT RUN-JOURNAL-FILE ASSIGN TO "run_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD DISPUTE-REGISTER-FILE.
           COPY "disprec.cpy".

       FD DAGE-CONTROL-FILE.
       01 DAGE-CONTROL-RECORD.
           05 CTL-AS-OF-DATE        PIC X(8).

       FD DAGE-REPORT.
       01 DAGE-PRINT-LINE           PIC X(132).

       FD RUN-JOURNAL-FILE.
           COPY "runjrnl.cpy".

       WORKING-STORAGE SECTION.
       01 FS                    PIC XX.
       01 DSP-FS                PIC XX.
       01 CTL-FS                PIC XX.
       01 PRT-FS                PIC XX.
       01 JRN-FS                PIC XX.
       01 WS-FS-CHECK           PIC XX.
       01 WS-FS-OPERATION       PIC X(40).

       01 WS-DSP-EOF            PIC X VALUE 'N'.
          88 DSP-EOF            VALUE 'Y'.
          88 DSP-NOT-EOF        VALUE 'N'.
       01 WS-DISPUTE-FILE-FLAG  PIC X VALUE 'N'.
          88 DISPUTES-ON-FILE   VALUE 'Y'.
          88 NO-DISPUTES-ON-FILE VALUE 'N'.
       01 WS-BALANCE-FLAG       PIC X VALUE 'Y'.
          88 RUN-IN-BALANCE     VALUE 'Y'.
          88 RUN-OUT-OF-BALANCE VALUE 'N'.

       01 WS-CURRENT-DATE-TIME  PIC X(21).
       01 WS-RUN-DATE           PIC X(10).
       01 WS-AS-OF-DATE         PIC X(8).
       01 WS-AS-OF-DATE-9 REDEFINES WS-AS-OF-DATE PIC 9(8).
       01 WS-AS-OF-INT          PIC 9(8).
       01 WS-DISPUTE-DATE-9     PIC 9(8).
       01 WS-DISPUTE-INT        PIC 9(8).
       01 WS-AGE-DAYS           PIC S9(7).
       01 WS-DAYS-DISPLAY       PIC -(5)9.
       01 WS-BUCKET-SUB         PIC 9.

       01 WS-PREV-CUST-ID       PIC X(8) VALUE SPACES.
       01 WS-CUST-NAME          PIC X(32).
       01 WS-CUST-OPEN-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-CUST-OPEN-AMOUNT   PIC S9(11)V99 VALUE ZERO.

      *> Bucket 1 0-30, 2 31-60, 3 61-90, 4 over 90 days open.
       01 WS-BUCKET-TABLE.
           05 WS-BUCKET-ENTRY OCCURS 4 TIMES.
               10 WS-BUCKET-LABEL   PIC X(16).
               10 WS-BUCKET-COUNT   PIC 9(7).
               10 WS-BUCKET-AMOUNT  PIC S9(13)V99.

       01 WS-ROWS-READ          PIC 9(7) VALUE ZERO.
       01 WS-OPEN-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-UPHELD-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-DENIED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-OTHER-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-UNDATED-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-CUSTOMERS-LISTED   PIC 9(7) VALUE ZERO.
       01 WS-OPEN-AMOUNT        PIC S9(13)V99 VALUE ZERO.
       01 WS-CHECK-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-CHECK-AMOUNT       PIC S9(13)V99 VALUE ZERO.

       01 WS-AMT-DISPLAY        PIC -(10)9.99.
       01 WS-CTL-DISPLAY-AMT    PIC -(12)9.99.

       01 WS-JRN-START-TIME     PIC X(8).
       01 WS-JRN-END-TIME       PIC X(8).
       01 WS-JRN-END-STATUS     PIC X VALUE 'C'.

       PROCEDURE DIVISION.
       DAGE-MAIN.
           PERFORM DAGE-INITIALIZE
           PERFORM DAGE-OPEN-FILES
           PERFORM DAGE-PRINT-HEADINGS
           IF DISPUTES-ON-FILE
               PERFORM DAGE-WALK-REGISTER
           END-IF
           PERFORM DAGE-END-CUSTOMER
           PERFORM DAGE-PRINT-BUCKET-TOTALS
           PERFORM DAGE-PRINT-CONTROL-TOTALS
           PERFORM DAGE-CLOSE-FILES
           PERFORM DAGE-WRITE-RUN-JOURNAL
           DISPLAY "Open-disputes aging complete as of " WS-AS-OF-DATE
               " - " WS-ROWS-READ " register rows read, "
               WS-OPEN-COUNT " open. See open_disputes_aging.txt"
           IF RUN-OUT-OF-BALANCE
               DISPLAY "*** DISPUTE AGING OUT OF BALANCE - see "
                   "control totals in open_disputes_aging.txt ***"
           END-IF
           GOBACK.

       DAGE-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING
               WS-CURRENT-DATE-TIME(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(7:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE
           END-STRING
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-AS-OF-DATE
           PERFORM DAGE-FORMAT-JRN-TIME
           MOVE WS-JRN-END-TIME TO WS-JRN-START-TIME
           MOVE "0-30 DAYS" TO WS-BUCKET-LABEL(1)
           MOVE "31-60 DAYS" TO WS-BUCKET-LABEL(2)
           MOVE "61-90 DAYS" TO WS-BUCKET-LABEL(3)
           MOVE "OVER 90 DAYS" TO WS-BUCKET-LABEL(4)
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
               MOVE ZERO TO WS-BUCKET-COUNT(WS-BUCKET-SUB)
               MOVE ZERO TO WS-BUCKET-AMOUNT(WS-BUCKET-SUB)
           END-PERFORM
           PERFORM DAGE-READ-CONTROL
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE-9).

      *> One optional control record naming the as-of date. A
      *> missing control file (FS "35") means age as of today - the
      *> same normal-absence handling as KSDS-SIM's READ-CHECKPOINT.
       DAGE-READ-CONTROL.
           OPEN INPUT DAGE-CONTROL-FILE
           IF CTL-FS NOT = "35"
               MOVE CTL-FS TO WS-FS-CHECK
               MOVE "OPEN DAGE-CONTROL-FILE" TO WS-FS-OPERATION
               PERFORM DAGE-CHECK-FILE-STATUS
           END-IF
           IF CTL-FS = "00"
               READ DAGE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-AS-OF-DATE NUMERIC
                           MOVE CTL-AS-OF-DATE TO WS-AS-OF-DATE
                       END-IF
               END-READ
               MOVE CTL-FS TO WS-FS-CHECK
               MOVE "READ DAGE-CONTROL-FILE" TO WS-FS-OPERATION
               PERFORM DAGE-CHECK-FILE-STATUS
               CLOSE DAGE-CONTROL-FILE
               MOVE CTL-FS TO WS-FS-CHECK
               MOVE "CLOSE DAGE-CONTROL-FILE" TO WS-FS-OPERATION
               PERFORM DAGE-CHECK-FILE-STATUS
           END-IF.

       DAGE-OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "OPEN CUSTOMER-FILE (DAGE)" TO WS-FS-OPERATION
           PERFORM DAGE-CHECK-FILE-STATUS

      *> No dispute register yet just means nothing is open.
           OPEN INPUT DISPUTE-REGISTER-FILE
           IF DSP-FS = "35"
               SET NO-DISPUTES-ON-FILE TO TRUE
           ELSE
               MOVE DSP-FS TO WS-FS-CHECK
               MOVE "OPEN DISPUTE-REGISTER-FILE (DAGE)"
                   TO WS-FS-OPERATION
               PERFORM DAGE-CHECK-FILE-STATUS
               SET DISPUTES-ON-FILE TO TRUE
           END-IF

           OPEN OUTPUT DAGE-REPORT
           MOVE PRT-FS TO WS-FS-CHECK
           MOVE "OPEN DAGE-REPORT" TO WS-FS-OPERATION
           PERFORM DAGE-CHECK-FILE-STATUS.

       DAGE-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-FILE (DAGE)" TO WS-FS-OPERATION
           PERFORM DAGE-CHECK-FILE-STATUS

           IF DISPUTES-ON-FILE
               CLOSE DISPUTE-REGISTER-FILE
               MOVE DSP-FS TO WS-FS-CHECK
               MOVE "CLOSE DISPUTE-REGISTER-FILE (DAGE)"
                   TO WS-FS-OPERATION
               PERFORM DAGE-CHECK-FILE-STATUS
           END-IF

           CLOSE DAGE-REPORT
           MOVE PRT-FS TO WS-FS-CHECK
           MOVE "CLOSE DAGE-REPORT" TO WS-FS-OPERATION
           PERFORM DAGE-CHECK-FILE-STATUS.

       DAGE-PRINT-HEADINGS.
           MOVE SPACES TO DAGE-PRINT-LINE
           STRING
               "OPEN DISPUTES AGING REPORT   RUN DATE: "
                   DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "   AS OF: " DELIMITED BY SIZE
               WS-AS-OF-DATE DELIMITED BY SIZE
               INTO DAGE-PRINT-LINE
           END-STRING
           PERFORM DAGE-WRITE-REPORT-LINE
           MOVE SPACES TO DAGE-PRINT-LINE
           PERFORM DAGE-WRITE-REPORT-LINE
           MOVE SPACES TO DAGE-PRINT-LINE
           STRING
               "CUST-ID  CUST-NAME          TRAN-SEQ TRAN-DATE"
                   DELIMITED BY SIZE
               " TYPE          IN DISPUTE RSN OPENED   "
                   DELIMITED BY SIZE
               "    DAYS OPERATOR" DELIMITED BY SIZE
               INTO DAGE-PRINT-LINE
           END-STRING
           PERFORM DAGE-WRITE-REPORT-LINE
           MOVE SPACES TO DAGE-PRINT-LINE
           PERFORM DAGE-WRITE-REPORT-LINE.

      *> Customer order off the alternate key; "02" is the routine
      *> duplicate-alternate-key status on this walk.
       DAGE-WALK-REGISTER.
           MOVE LOW-VALUES TO DSP-CUST-ID
           START DISPUTE-REGISTER-FILE
               KEY IS NOT LESS THAN DSP-CUST-ID
               INVALID KEY
                   SET DSP-EOF TO TRUE
           END-START
           MOVE DSP-FS TO WS-FS-CHECK
           MOVE "START DISPUTE-REGISTER-FILE (DAGE)"
               TO WS-FS-OPERATION
           PERFORM DAGE-CHECK-FILE-STATUS
           PERFORM UNTIL DSP-EOF
               READ DISPUTE-REGISTER-FILE NEXT RECORD
                   AT END
                       SET DSP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       PERFORM DAGE-ONE-DISPUTE
               END-READ
               IF NOT DSP-EOF
                   MOVE DSP-FS TO WS-FS-CHECK
                   MOVE "READ DISPUTE-REGISTER-FILE NEXT (DAGE)"
                       TO WS-FS-OPERATION
                   PERFORM DAGE-CHECK-FILE-STATUS
               END-IF
           END-PERFORM.

       DAGE-ONE-DISPUTE.
           EVALUATE DSP-STATUS
               WHEN "OPEN"
                   ADD 1 TO WS-OPEN-COUNT
                   ADD DSP-AMOUNT TO WS-OPEN-AMOUNT
                   IF DSP-CUST-ID NOT = WS-PREV-CUST-ID
                       PERFORM DAGE-END-CUSTOMER
                       PERFORM DAGE-START-CUSTOMER
                   END-IF
                   PERFORM DAGE-AGE-DISPUTE
                   PERFORM DAGE-PRINT-DISPUTE-LINE
               WHEN "UPHELD"
                   ADD 1 TO WS-UPHELD-COUNT
               WHEN "DENIED"
                   ADD 1 TO WS-DENIED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE.

       DAGE-START-CUSTOMER.
           MOVE DSP-CUST-ID TO WS-PREV-CUST-ID
           MOVE ZERO TO WS-CUST-OPEN-COUNT
           MOVE ZERO TO WS-CUST-OPEN-AMOUNT
           ADD 1 TO WS-CUSTOMERS-LISTED
           MOVE DSP-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "(NOT ON CUSTOMER MASTER)" TO WS-CUST-NAME
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-CUST-NAME
           END-READ
           MOVE FS TO WS-FS-CHECK
           MOVE "READ CUSTOMER-FILE (DAGE KEYED)" TO WS-FS-OPERATION
           PERFORM DAGE-CHECK-FILE-STATUS.

      *> Subtotal for the customer just finished - a no-op before
      *> the first open dispute has been seen.
       DAGE-END-CUSTOMER.
           IF WS-PREV-CUST-ID NOT = SPACES
               MOVE WS-CUST-OPEN-AMOUNT TO WS-AMT-DISPLAY
               MOVE SPACES TO DAGE-PRINT-LINE
               STRING
                   "         CUSTOMER " DELIMITED BY SIZE
                   WS-PREV-CUST-ID DELIMITED BY SIZE
                   " OPEN: " DELIMITED BY SIZE
                   WS-CUST-OPEN-COUNT DELIMITED BY SIZE
                   "                 " DELIMITED BY SIZE
                   WS-AMT-DISPLAY DELIMITED BY SIZE
                   INTO DAGE-PRINT-LINE
               END-STRING
               PERFORM DAGE-WRITE-REPORT-LINE
               MOVE SPACES TO DAGE-PRINT-LINE
               PERFORM DAGE-WRITE-REPORT-LINE
           END-IF.

      *> An unusable DSP-DISPUTE-DATE ages as of the as-of date
      *> itself and is counted, so it lands in 0-30 rather than
      *> vanishing - the same rule CUST-AGE applies to TRAN-DATE.
       DAGE-AGE-DISPUTE.
           IF DSP-DISPUTE-DATE NUMERIC
               MOVE DSP-DISPUTE-DATE TO WS-DISPUTE-DATE-9
               COMPUTE WS-DISPUTE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DISPUTE-DATE-9)
               COMPUTE WS-AGE-DAYS = WS-AS-OF-INT - WS-DISPUTE-INT
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
               ADD 1 TO WS-UNDATED-COUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS <= 60
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS <= 90
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-SUB)
           ADD DSP-AMOUNT TO WS-BUCKET-AMOUNT(WS-BUCKET-SUB)
           ADD 1 TO WS-CUST-OPEN-COUNT
           ADD DSP-AMOUNT TO WS-CUST-OPEN-AMOUNT.

       DAGE-PRINT-DISPUTE-LINE.
           MOVE DSP-AMOUNT TO WS-AMT-DISPLAY
           MOVE WS-AGE-DAYS TO WS-DAYS-DISPLAY
           MOVE SPACES TO DAGE-PRINT-LINE
           STRING
               DSP-CUST-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CUST-NAME(1:18) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DSP-SEQ-NO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DSP-TRAN-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DSP-TRAN-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMT-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DSP-REASON DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DSP-DISPUTE-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DAYS-DISPLAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DSP-OPERATOR-ID DELIMITED BY SIZE
               INTO DAGE-PRINT-LINE
           END-STRING
           PERFORM DAGE-WRITE-REPORT-LINE.

       DAGE-PRINT-BUCKET-TOTALS.
           MOVE SPACES TO DAGE-PRINT-LINE
           PERFORM DAGE-WRITE-REPORT-LINE
           MOVE "OPEN DISPUTES BY AGE" TO DAGE-PRINT-LINE
           PERFORM DAGE-WRITE-REPORT-LINE
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
               MOVE WS-BUCKET-AMOUNT(WS-BUCKET-SUB)
                   TO WS-CTL-DISPLAY-AMT
               MOVE SPACES TO DAGE-PRINT-LINE
               STRING
                   WS-BUCKET-LABEL(WS-BUCKET-SUB) DELIMITED BY SIZE
                   "     : " DELIMITED BY SIZE
                   WS-BUCKET-COUNT(WS-BUCKET-SUB) DELIMITED BY SIZE
                   "  AMOUNT " DELIMITED BY SIZE
                   WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
                   INTO DAGE-PRINT-LINE
               END-STRING
               PERFORM DAGE-WRITE-REPORT-LINE
               ADD WS-BUCKET-COUNT(WS-BUCKET-SUB) TO WS-CHECK-COUNT
               ADD WS-BUCKET-AMOUNT(WS-BUCKET-SUB) TO WS-CHECK-AMOUNT
           END-PERFORM.

      *> Control-total block in the style of CUST-MATCH's.
       DAGE-PRINT-CONTROL-TOTALS.
           IF WS-OPEN-COUNT + WS-UPHELD-COUNT + WS-DENIED-COUNT
                   + WS-OTHER-COUNT NOT = WS-ROWS-READ
                   OR WS-OTHER-COUNT > ZERO
                   OR WS-CHECK-COUNT NOT = WS-OPEN-COUNT
                   OR WS-CHECK-AMOUNT NOT = WS-OPEN-AMOUNT
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE SPACES TO DAGE-PRINT-LINE
           PERFORM DAGE-WRITE-REPORT-LINE
           MOVE "DISPUTE AGING CONTROL TOTALS" TO DAGE-PRINT-LINE
           PERFORM DAGE-WRITE-REPORT-LINE
           MOVE SPACES TO DAGE-PRINT-LINE
           IF NO-DISPUTES-ON-FILE
               MOVE "DISPUTE REGISTER     : NOT ON FILE"
                   TO DAGE-PRINT-LINE
               PERFORM DAGE-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO DAGE-PRINT-LINE
           STRING
               "REGISTER ROWS READ   : " DELIMITED BY SIZE
               WS-ROWS-READ DELIMITED BY SIZE
               INTO DAGE-PRINT-LINE
           END-STRING
           PERFORM DAGE-WRITE-REPORT-LINE
           MOVE WS-OPEN-AMOUNT TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO DAGE-PRINT-LINE
           STRING
               "OPEN                 : " DELIMITED BY SIZE
               WS-OPEN-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO DAGE-PRINT-LINE
           END-STRING
           PERFORM DAGE-WRITE-REPORT-LINE
           MOVE WS-CHECK-AMOUNT TO WS-CTL-DISPLAY-AMT
           MOVE SPACES TO DAGE-PRINT-LINE
           STRING
               "AGED IN BUCKETS      : " DELIMITED BY SIZE
               WS-CHECK-COUNT DELIMITED BY SIZE
               "  AMOUNT " DELIMITED BY SIZE
               WS-CTL-DISPLAY-AMT DELIMITED BY SIZE
               INTO DAGE-PRINT-LINE
           END-STRING
           PERFORM DAGE-WRITE-REPORT-LINE
           MOVE SPACES TO DAGE-PRINT-LINE
           STRING
               "UPHELD               : " DELIMITED BY SIZE
               WS-UPHELD-COUNT DELIMITED BY SIZE
               "  DENIED: " DELIMITED BY SIZE
               WS-DENIED-COUNT DELIMITED BY SIZE
               "  UNKNOWN STATUS: " DELIMITED BY SIZE
               WS-OTHER-COUNT DELIMITED BY SIZE
               INTO DAGE-PRINT-LINE
           END-STRING
           PERFORM DAGE-WRITE-REPORT-LINE
           MOVE SPACES TO DAGE-PRINT-LINE
           STRING
               "CUSTOMERS LISTED     : " DELIMITED BY SIZE
               WS-CUSTOMERS-LISTED DELIMITED BY SIZE
               "  UNDATED DISPUTES: " DELIMITED BY SIZE
               WS-UNDATED-COUNT DELIMITED BY SIZE
               INTO DAGE-PRINT-LINE
           END-STRING
           PERFORM DAGE-WRITE-REPORT-LINE
           MOVE SPACES TO DAGE-PRINT-LINE
           IF RUN-IN-BALANCE
               MOVE "RUN STATUS           : IN BALANCE"
                   TO DAGE-PRINT-LINE
           ELSE
               MOVE "RUN STATUS           : *** OUT OF BALANCE ***"
                   TO DAGE-PRINT-LINE
           END-IF
           PERFORM DAGE-WRITE-REPORT-LINE.

       DAGE-WRITE-REPORT-LINE.
           WRITE DAGE-PRINT-LINE
           MOVE PRT-FS TO WS-FS-CHECK
           MOVE "WRITE DAGE-REPORT" TO WS-FS-OPERATION
           PERFORM DAGE-CHECK-FILE-STATUS.

      *> "23" (key not found) is the normal outcome of STARTing an
      *> empty register and of the keyed customer lookup for a
      *> dispute whose customer is no longer on the master.
       DAGE-CHECK-FILE-STATUS.
           EVALUATE WS-FS-CHECK
               WHEN "00"
               WHEN "02"
               WHEN "10"
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FILE ERROR ON " WS-FS-OPERATION
                       " - FILE STATUS = " WS-FS-CHECK
                   DISPLAY "Dispute aging run terminating."
                   MOVE 'A' TO WS-JRN-END-STATUS
                   PERFORM DAGE-WRITE-RUN-JOURNAL
                   STOP RUN
           END-EVALUATE.

       DAGE-FORMAT-JRN-TIME.
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
       DAGE-WRITE-RUN-JOURNAL.
           PERFORM DAGE-FORMAT-JRN-TIME
           MOVE "CUST-DAGE" TO RJ-PROGRAM
           MOVE WS-AS-OF-DATE TO RJ-CYCLE-DATE
           MOVE WS-JRN-START-TIME TO RJ-START-TIME
           MOVE WS-JRN-END-TIME TO RJ-END-TIME
           MOVE WS-ROWS-READ TO RJ-RECORDS-IN
           MOVE WS-OPEN-COUNT TO RJ-RECORDS-OUT
           MOVE WS-OTHER-COUNT TO RJ-REJECTS
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
