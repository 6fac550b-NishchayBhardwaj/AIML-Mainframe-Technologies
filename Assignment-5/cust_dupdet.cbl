       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-DUPD.

      *> Duplicate-customer detection. CUST-RECON catches one CUST-ID
      *> keyed twice; this pass looks for the harder case - one
      *> person or company set up under two different IDs, typically
      *> a CRM ADD through CUST-BMNT for a customer the branch had
      *> already keyed on the KSDS-SIM screen. Every live customer
      *> (anything not logically deleted) is loaded into a table with
      *> normalized match keys: name and address are case-folded the
      *> way KSDS-SIM's NAME-SEARCH folds them, punctuation is
      *> dropped, company noise words (INC, LLC, CORP, THE, ...) are
      *> removed, common street words are abbreviated (STREET = ST)
      *> and the spaces squeezed out; the phone keeps only its last
      *> ten digits and the email is case-folded. Every pair is then
      *> scored - full name match, or failing that a match on the
      *> first eight characters of the name key, address, phone and
      *> email each carry a weight - and every pair scoring at or
      *> above the review threshold is listed on
      *> duplicate_candidates.txt with the fields that matched, for
      *> someone to review before a survivor/retired pair goes to
      *> CUST-MRGE. Nothing is changed here. The threshold comes from
      *> one optional dupdet_control.txt record; absent, 50.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "customer_data.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS FS.

           SELECT DUPDET-CONTROL-FILE ASSIGN TO "dupdet_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FS.

           SELECT DUPLICATE-REPORT ASSIGN TO "duplicate_candidates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FS.

           SELECT RUN-JOURNAL-FILE ASSIGN TO "run_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD DUPDET-CONTROL-FILE.
       01 DUPDET-CONTROL-RECORD.
           05 DCT-THRESHOLD         PIC X(3).
           05 DCT-THRESHOLD-9 REDEFINES DCT-THRESHOLD
                                    PIC 9(3).

       FD DUPLICATE-REPORT.
       01 DUPLICATE-LINE            PIC X(132).

       FD RUN-JOURNAL-FILE.
           COPY "runjrnl.cpy".

       WORKING-STORAGE SECTION.
       01 FS                    PIC XX.
       01 CTL-FS                PIC XX.
       01 RPT-FS                PIC XX.
       01 JRN-FS                PIC XX.
       01 WS-FS-CHECK           PIC XX.
       01 WS-FS-OPERATION       PIC X(40).

       01 WS-EOF                PIC X VALUE 'N'.
          88 EOF                VALUE 'Y'.
          88 NOT-EOF            VALUE 'N'.
       01 WS-TABLE-FLAG         PIC X VALUE 'N'.
          88 TABLE-OVERFLOWED   VALUE 'Y'.
       01 WS-NOISE-FLAG         PIC X VALUE 'N'.
          88 TOKEN-IS-NOISE     VALUE 'Y'.
          88 TOKEN-NOT-NOISE    VALUE 'N'.

       01 WS-CURRENT-DATE-TIME  PIC X(21).
       01 WS-RUN-DATE           PIC X(8).

      *> Score weights. A pair must reach WS-THRESHOLD to be listed.
       01 WS-THRESHOLD          PIC 9(3) VALUE 50.
       01 WS-WEIGHT-NAME        PIC 9(3) VALUE 40.
       01 WS-WEIGHT-NAME-PART   PIC 9(3) VALUE 20.
       01 WS-WEIGHT-ADDRESS     PIC 9(3) VALUE 30.
       01 WS-WEIGHT-PHONE       PIC 9(3) VALUE 30.
       01 WS-WEIGHT-EMAIL       PIC 9(3) VALUE 50.

      *> Candidate table, sized the same way CUST-RECON sizes its
      *> seen-ID table.
       01 WS-CAND-MAX           PIC 9(5) VALUE 20000.
       01 WS-CAND-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-CAND-TABLE.
           05 WS-CAND-ENTRY
               OCCURS 1 TO 20000 TIMES
               DEPENDING ON WS-CAND-COUNT.
               10 WS-CAND-ID        PIC X(8).
               10 WS-CAND-NAME      PIC X(32).
               10 WS-CAND-NAME-KEY  PIC X(60).
               10 WS-CAND-ADDR-KEY  PIC X(60).
               10 WS-CAND-PHONE-KEY PIC X(10).
               10 WS-CAND-EMAIL-KEY PIC X(40).

       01 WS-I                  PIC 9(5).
       01 WS-J                  PIC 9(5).
       01 WS-SCORE              PIC 9(3).
       01 WS-SCORE-DISPLAY      PIC ZZ9.
       01 WS-MATCHED-ON         PIC X(30).
       01 WS-MATCH-PTR          PIC 9(3).

      *> Normalization work areas.
       01 WS-NORM-IN            PIC X(60).
       01 WS-NORM-WORK          PIC X(60).
       01 WS-NORM-OUT           PIC X(60).
       01 WS-NORM-PTR           PIC 9(3).
       01 WS-TOKEN-COUNT        PIC 9(3).
       01 WS-TOKEN-SUB          PIC 9(3).
       01 WS-TOKEN-TABLE.
           05 WS-TOKEN          PIC X(30) OCCURS 12 TIMES.
       01 WS-CURRENT-TOKEN      PIC X(30).
       01 WS-PHONE-DIGITS       PIC X(15).
       01 WS-PHONE-LEN          PIC 9(3).
       01 WS-CHAR-SUB           PIC 9(3).

      *> Words that carry no identity in a company name or address.
       01 WS-NOISE-VALUES.
           05 FILLER            PIC X(12) VALUE "INC".
           05 FILLER            PIC X(12) VALUE "LLC".
           05 FILLER            PIC X(12) VALUE "LTD".
           05 FILLER            PIC X(12) VALUE "CO".
           05 FILLER            PIC X(12) VALUE "CORP".
           05 FILLER            PIC X(12) VALUE "CORPORATION".
           05 FILLER            PIC X(12) VALUE "COMPANY".
           05 FILLER            PIC X(12) VALUE "THE".
           05 FILLER            PIC X(12) VALUE "AND".
       01 WS-NOISE-TABLE REDEFINES WS-NOISE-VALUES.
           05 WS-NOISE-WORD     PIC X(12) OCCURS 9 TIMES
                                INDEXED BY WS-NOISE-IDX.

      *> Long street words and the short form they are folded to.
       01 WS-ABBREV-VALUES.
           05 FILLER            PIC X(12) VALUE "STREET".
           05 FILLER            PIC X(6)  VALUE "ST".
           05 FILLER            PIC X(12) VALUE "AVENUE".
           05 FILLER            PIC X(6)  VALUE "AVE".
           05 FILLER            PIC X(12) VALUE "ROAD".
           05 FILLER            PIC X(6)  VALUE "RD".
           05 FILLER            PIC X(12) VALUE "DRIVE".
           05 FILLER            PIC X(6)  VALUE "DR".
           05 FILLER            PIC X(12) VALUE "BOULEVARD".
           05 FILLER            PIC X(6)  VALUE "BLVD".
           05 FILLER            PIC X(12) VALUE "SUITE".
           05 FILLER            PIC X(6)  VALUE "STE".
           05 FILLER            PIC X(12) VALUE "NORTH".
           05 FILLER            PIC X(6)  VALUE "N".
           05 FILLER            PIC X(12) VALUE "SOUTH".
           05 FILLER            PIC X(6)  VALUE "S".
           05 FILLER            PIC X(12) VALUE "EAST".
           05 FILLER            PIC X(6)  VALUE "E".
           05 FILLER            PIC X(12) VALUE "WEST".
           05 FILLER            PIC X(6)  VALUE "W".
       01 WS-ABBREV-TABLE REDEFINES WS-ABBREV-VALUES.
           05 WS-ABBREV-ENTRY   OCCURS 10 TIMES
                                INDEXED BY WS-ABBREV-IDX.
               10 WS-ABBREV-LONG    PIC X(12).
               10 WS-ABBREV-SHORT   PIC X(6).

       01 WS-CUSTOMERS-READ     PIC 9(7) VALUE ZERO.
       01 WS-DELETED-SKIPPED    PIC 9(7) VALUE ZERO.
       01 WS-PAIRS-COMPARED     PIC 9(9) VALUE ZERO.
       01 WS-PAIRS-LISTED       PIC 9(7) VALUE ZERO.

       01 WS-JRN-START-TIME     PIC X(8).
       01 WS-JRN-END-TIME       PIC X(8).
       01 WS-JRN-END-STATUS     PIC X VALUE 'C'.

       PROCEDURE DIVISION.
       DUPD-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-RUN-DATE
           PERFORM DUPD-FORMAT-JRN-TIME
           MOVE WS-JRN-END-TIME TO WS-JRN-START-TIME
           PERFORM DUPD-READ-CONTROL
           PERFORM DUPD-OPEN-FILES
           PERFORM DUPD-LOAD-CANDIDATES
           PERFORM DUPD-COMPARE-PAIRS
           PERFORM DUPD-PRINT-SUMMARY
           PERFORM DUPD-CLOSE-FILES
           PERFORM DUPD-WRITE-RUN-JOURNAL
           DISPLAY "Duplicate detection complete - " WS-CAND-COUNT
               " live customers compared, " WS-PAIRS-LISTED
               " candidate pairs listed. "
               "See duplicate_candidates.txt"
           IF TABLE-OVERFLOWED
               DISPLAY "*** CUSTOMER TABLE FULL AT " WS-CAND-MAX
                   " - customers beyond that were not compared ***"
           END-IF
           GOBACK.

      *> One optional control record carries the review threshold.
      *> A missing control file (FS "35") means the default - the
      *> same normal-absence handling as KSDS-SIM's READ-CHECKPOINT.
       DUPD-READ-CONTROL.
           OPEN INPUT DUPDET-CONTROL-FILE
           IF CTL-FS NOT = "35"
               MOVE CTL-FS TO WS-FS-CHECK
               MOVE "OPEN DUPDET-CONTROL-FILE" TO WS-FS-OPERATION
               PERFORM DUPD-CHECK-FILE-STATUS
           END-IF
           IF CTL-FS = "00"
               READ DUPDET-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DCT-THRESHOLD NUMERIC
                               AND DCT-THRESHOLD-9 > ZERO
                           MOVE DCT-THRESHOLD-9 TO WS-THRESHOLD
                       END-IF
               END-READ
               MOVE CTL-FS TO WS-FS-CHECK
               MOVE "READ DUPDET-CONTROL-FILE" TO WS-FS-OPERATION
               PERFORM DUPD-CHECK-FILE-STATUS
               CLOSE DUPDET-CONTROL-FILE
               MOVE CTL-FS TO WS-FS-CHECK
               MOVE "CLOSE DUPDET-CONTROL-FILE" TO WS-FS-OPERATION
               PERFORM DUPD-CHECK-FILE-STATUS
           END-IF.

       DUPD-OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "OPEN CUSTOMER-FILE (DUPD)" TO WS-FS-OPERATION
           PERFORM DUPD-CHECK-FILE-STATUS

           OPEN OUTPUT DUPLICATE-REPORT
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "OPEN DUPLICATE-REPORT" TO WS-FS-OPERATION
           PERFORM DUPD-CHECK-FILE-STATUS

           MOVE WS-THRESHOLD TO WS-SCORE-DISPLAY
           MOVE SPACES TO DUPLICATE-LINE
           STRING
               "DUPLICATE CUSTOMER CANDIDATES - REVIEW THRESHOLD "
                   DELIMITED BY SIZE
               WS-SCORE-DISPLAY DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO DUPLICATE-LINE
           END-STRING
           PERFORM DUPD-WRITE-REPORT-LINE
           MOVE SPACES TO DUPLICATE-LINE
           PERFORM DUPD-WRITE-REPORT-LINE
           MOVE SPACES TO DUPLICATE-LINE
           STRING
               "SCORE  CUST-ID  NAME                   "
                   DELIMITED BY SIZE
               "  CUST-ID  NAME                     MATCHED ON"
                   DELIMITED BY SIZE
               INTO DUPLICATE-LINE
           END-STRING
           PERFORM DUPD-WRITE-REPORT-LINE.

       DUPD-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-FILE (DUPD)" TO WS-FS-OPERATION
           PERFORM DUPD-CHECK-FILE-STATUS

           CLOSE DUPLICATE-REPORT
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "CLOSE DUPLICATE-REPORT" TO WS-FS-OPERATION
           PERFORM DUPD-CHECK-FILE-STATUS.

      *> One sequential browse of the master. Logically deleted rows
      *> (including accounts already merged away) are not candidates.
       DUPD-LOAD-CANDIDATES.
           MOVE LOW-VALUES TO CUST-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
               INVALID KEY
                   SET EOF TO TRUE
           END-START
           MOVE FS TO WS-FS-CHECK
           MOVE "START CUSTOMER-FILE (DUPD)" TO WS-FS-OPERATION
           PERFORM DUPD-CHECK-FILE-STATUS
           PERFORM UNTIL EOF
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CUSTOMERS-READ
                       IF CUST-STATUS = 'D'
                           ADD 1 TO WS-DELETED-SKIPPED
                       ELSE
                           PERFORM DUPD-ADD-CANDIDATE
                       END-IF
               END-READ
               IF NOT EOF
                   MOVE FS TO WS-FS-CHECK
                   MOVE "READ CUSTOMER-FILE NEXT (DUPD)"
                       TO WS-FS-OPERATION
                   PERFORM DUPD-CHECK-FILE-STATUS
               END-IF
           END-PERFORM.

       DUPD-ADD-CANDIDATE.
           IF WS-CAND-COUNT NOT < WS-CAND-MAX
               SET TABLE-OVERFLOWED TO TRUE
           ELSE
               ADD 1 TO WS-CAND-COUNT
               MOVE CUST-ID TO WS-CAND-ID(WS-CAND-COUNT)
               MOVE CUST-NAME TO WS-CAND-NAME(WS-CAND-COUNT)
               MOVE CUST-NAME TO WS-NORM-IN
               PERFORM DUPD-NORMALIZE-TEXT
               MOVE WS-NORM-OUT TO WS-CAND-NAME-KEY(WS-CAND-COUNT)
               MOVE CUST-ADDRESS TO WS-NORM-IN
               PERFORM DUPD-NORMALIZE-TEXT
               MOVE WS-NORM-OUT TO WS-CAND-ADDR-KEY(WS-CAND-COUNT)
               PERFORM DUPD-NORMALIZE-PHONE
               MOVE FUNCTION UPPER-CASE(CUST-EMAIL)
                   TO WS-CAND-EMAIL-KEY(WS-CAND-COUNT)
           END-IF.

      *> Case-fold, turn punctuation into word breaks, drop noise
      *> words, fold street words to their short form, then squeeze
      *> the remaining words together so spacing never matters.
       DUPD-NORMALIZE-TEXT.
           MOVE FUNCTION UPPER-CASE(WS-NORM-IN) TO WS-NORM-WORK
           INSPECT WS-NORM-WORK CONVERTING ".,-'&/#()" TO SPACES
           MOVE SPACES TO WS-TOKEN-TABLE
           MOVE ZERO TO WS-TOKEN-COUNT
           UNSTRING WS-NORM-WORK DELIMITED BY ALL SPACE
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3)
                    WS-TOKEN(4) WS-TOKEN(5) WS-TOKEN(6)
                    WS-TOKEN(7) WS-TOKEN(8) WS-TOKEN(9)
                    WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
               TALLYING IN WS-TOKEN-COUNT
           END-UNSTRING
           MOVE SPACES TO WS-NORM-OUT
           MOVE 1 TO WS-NORM-PTR
           PERFORM VARYING WS-TOKEN-SUB FROM 1 BY 1
                   UNTIL WS-TOKEN-SUB > 12
               MOVE WS-TOKEN(WS-TOKEN-SUB) TO WS-CURRENT-TOKEN
               IF WS-CURRENT-TOKEN NOT = SPACES
                   SET TOKEN-NOT-NOISE TO TRUE
                   SET WS-NOISE-IDX TO 1
                   SEARCH WS-NOISE-WORD
                       AT END
                           CONTINUE
                       WHEN WS-NOISE-WORD(WS-NOISE-IDX)
                               = WS-CURRENT-TOKEN
                           SET TOKEN-IS-NOISE TO TRUE
                   END-SEARCH
                   SET WS-ABBREV-IDX TO 1
                   SEARCH WS-ABBREV-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-ABBREV-LONG(WS-ABBREV-IDX)
                               = WS-CURRENT-TOKEN
                           MOVE WS-ABBREV-SHORT(WS-ABBREV-IDX)
                               TO WS-CURRENT-TOKEN
                   END-SEARCH
                   IF TOKEN-NOT-NOISE
                       STRING
                           WS-CURRENT-TOKEN DELIMITED BY SPACE
                           INTO WS-NORM-OUT
                           WITH POINTER WS-NORM-PTR
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.

      *> Digits only, and only the last ten of them, so a leading
      *> country code or any punctuation style compares equal. Fewer
      *> than seven digits is not a usable phone number.
       DUPD-NORMALIZE-PHONE.
           MOVE SPACES TO WS-PHONE-DIGITS
           MOVE ZERO TO WS-PHONE-LEN
           PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-CHAR-SUB > 15
               IF CUST-PHONE(WS-CHAR-SUB:1) NUMERIC
                   ADD 1 TO WS-PHONE-LEN
                   MOVE CUST-PHONE(WS-CHAR-SUB:1)
                       TO WS-PHONE-DIGITS(WS-PHONE-LEN:1)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-CAND-PHONE-KEY(WS-CAND-COUNT)
           IF WS-PHONE-LEN > 10
               MOVE WS-PHONE-DIGITS(WS-PHONE-LEN - 9:10)
                   TO WS-CAND-PHONE-KEY(WS-CAND-COUNT)
           ELSE
               IF WS-PHONE-LEN NOT < 7
                   MOVE WS-PHONE-DIGITS(1:WS-PHONE-LEN)
                       TO WS-CAND-PHONE-KEY(WS-CAND-COUNT)
               END-IF
           END-IF.

      *> Every pair once. A blank key never matches anything.
       DUPD-COMPARE-PAIRS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I NOT < WS-CAND-COUNT
               PERFORM VARYING WS-J FROM WS-I BY 1
                       UNTIL WS-J NOT < WS-CAND-COUNT
                   ADD 1 TO WS-PAIRS-COMPARED
                   PERFORM DUPD-SCORE-PAIR
               END-PERFORM
           END-PERFORM.

      *> WS-J runs one behind the entry it compares so the inner
      *> loop needs no separate start value: entry WS-J + 1 is the
      *> partner of entry WS-I.
       DUPD-SCORE-PAIR.
           MOVE ZERO TO WS-SCORE
           MOVE SPACES TO WS-MATCHED-ON
           MOVE 1 TO WS-MATCH-PTR
           IF WS-CAND-NAME-KEY(WS-I) NOT = SPACES
               IF WS-CAND-NAME-KEY(WS-I)
                       = WS-CAND-NAME-KEY(WS-J + 1)
                   ADD WS-WEIGHT-NAME TO WS-SCORE
                   STRING "NAME " DELIMITED BY SIZE
                       INTO WS-MATCHED-ON WITH POINTER WS-MATCH-PTR
                   END-STRING
               ELSE
                   IF WS-CAND-NAME-KEY(WS-I)(1:8)
                           = WS-CAND-NAME-KEY(WS-J + 1)(1:8)
                       ADD WS-WEIGHT-NAME-PART TO WS-SCORE
                       STRING "NAME~ " DELIMITED BY SIZE
                           INTO WS-MATCHED-ON
                           WITH POINTER WS-MATCH-PTR
                       END-STRING
                   END-IF
               END-IF
           END-IF
           IF WS-CAND-ADDR-KEY(WS-I) NOT = SPACES
                   AND WS-CAND-ADDR-KEY(WS-I)
                       = WS-CAND-ADDR-KEY(WS-J + 1)
               ADD WS-WEIGHT-ADDRESS TO WS-SCORE
               STRING "ADDRESS " DELIMITED BY SIZE
                   INTO WS-MATCHED-ON WITH POINTER WS-MATCH-PTR
               END-STRING
           END-IF
           IF WS-CAND-PHONE-KEY(WS-I) NOT = SPACES
                   AND WS-CAND-PHONE-KEY(WS-I)
                       = WS-CAND-PHONE-KEY(WS-J + 1)
               ADD WS-WEIGHT-PHONE TO WS-SCORE
               STRING "PHONE " DELIMITED BY SIZE
                   INTO WS-MATCHED-ON WITH POINTER WS-MATCH-PTR
               END-STRING
           END-IF
           IF WS-CAND-EMAIL-KEY(WS-I) NOT = SPACES
                   AND WS-CAND-EMAIL-KEY(WS-I)
                       = WS-CAND-EMAIL-KEY(WS-J + 1)
               ADD WS-WEIGHT-EMAIL TO WS-SCORE
               STRING "EMAIL " DELIMITED BY SIZE
                   INTO WS-MATCHED-ON WITH POINTER WS-MATCH-PTR
               END-STRING
           END-IF
           IF WS-SCORE NOT < WS-THRESHOLD
               PERFORM DUPD-WRITE-PAIR
           END-IF.

       DUPD-WRITE-PAIR.
           ADD 1 TO WS-PAIRS-LISTED
           MOVE WS-SCORE TO WS-SCORE-DISPLAY
           MOVE SPACES TO DUPLICATE-LINE
           STRING
               "  " DELIMITED BY SIZE
               WS-SCORE-DISPLAY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CAND-ID(WS-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAND-NAME(WS-I)(1:24) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CAND-ID(WS-J + 1) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAND-NAME(WS-J + 1)(1:24) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MATCHED-ON DELIMITED BY SIZE
               INTO DUPLICATE-LINE
           END-STRING
           PERFORM DUPD-WRITE-REPORT-LINE.

       DUPD-PRINT-SUMMARY.
           MOVE SPACES TO DUPLICATE-LINE
           PERFORM DUPD-WRITE-REPORT-LINE
           MOVE SPACES TO DUPLICATE-LINE
           STRING
               "CUSTOMERS READ       : " DELIMITED BY SIZE
               WS-CUSTOMERS-READ DELIMITED BY SIZE
               INTO DUPLICATE-LINE
           END-STRING
           PERFORM DUPD-WRITE-REPORT-LINE
           MOVE SPACES TO DUPLICATE-LINE
           STRING
               "DELETED NOT COMPARED : " DELIMITED BY SIZE
               WS-DELETED-SKIPPED DELIMITED BY SIZE
               INTO DUPLICATE-LINE
           END-STRING
           PERFORM DUPD-WRITE-REPORT-LINE
           MOVE SPACES TO DUPLICATE-LINE
           STRING
               "PAIRS COMPARED       : " DELIMITED BY SIZE
               WS-PAIRS-COMPARED DELIMITED BY SIZE
               INTO DUPLICATE-LINE
           END-STRING
           PERFORM DUPD-WRITE-REPORT-LINE
           MOVE SPACES TO DUPLICATE-LINE
           STRING
               "CANDIDATE PAIRS      : " DELIMITED BY SIZE
               WS-PAIRS-LISTED DELIMITED BY SIZE
               INTO DUPLICATE-LINE
           END-STRING
           PERFORM DUPD-WRITE-REPORT-LINE
           MOVE SPACES TO DUPLICATE-LINE
           STRING
               "WEIGHTS: NAME 40, NAME~ (FIRST 8 OF NAME KEY) 20, "
                   DELIMITED BY SIZE
               "ADDRESS 30, PHONE 30, EMAIL 50" DELIMITED BY SIZE
               INTO DUPLICATE-LINE
           END-STRING
           PERFORM DUPD-WRITE-REPORT-LINE
           IF TABLE-OVERFLOWED
               MOVE SPACES TO DUPLICATE-LINE
               STRING
                   "*** CUSTOMER TABLE FULL AT " DELIMITED BY SIZE
                   WS-CAND-MAX DELIMITED BY SIZE
                   " - LATER CUSTOMERS NOT COMPARED ***"
                       DELIMITED BY SIZE
                   INTO DUPLICATE-LINE
               END-STRING
               PERFORM DUPD-WRITE-REPORT-LINE
           END-IF.

       DUPD-WRITE-REPORT-LINE.
           WRITE DUPLICATE-LINE
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "WRITE DUPLICATE-REPORT" TO WS-FS-OPERATION
           PERFORM DUPD-CHECK-FILE-STATUS.

      *> "23" is the normal outcome of STARTing an empty master.
       DUPD-CHECK-FILE-STATUS.
           EVALUATE WS-FS-CHECK
               WHEN "00"
               WHEN "02"
               WHEN "10"
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "FILE ERROR ON " WS-FS-OPERATION
                       " - FILE STATUS = " WS-FS-CHECK
                   DISPLAY "Duplicate detection terminating."
                   MOVE 'A' TO WS-JRN-END-STATUS
                   PERFORM DUPD-WRITE-RUN-JOURNAL
                   STOP RUN
           END-EVALUATE.

       DUPD-FORMAT-JRN-TIME.
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
       DUPD-WRITE-RUN-JOURNAL.
           PERFORM DUPD-FORMAT-JRN-TIME
           MOVE "CUST-DUPD" TO RJ-PROGRAM
           MOVE WS-RUN-DATE TO RJ-CYCLE-DATE
           MOVE WS-JRN-START-TIME TO RJ-START-TIME
           MOVE WS-JRN-END-TIME TO RJ-END-TIME
           MOVE WS-CUSTOMERS-READ TO RJ-RECORDS-IN
           MOVE WS-PAIRS-LISTED TO RJ-RECORDS-OUT
           MOVE ZERO TO RJ-REJECTS
           IF TABLE-OVERFLOWED
               MOVE 'N' TO RJ-BALANCE-FLAG
           ELSE
               MOVE 'Y' TO RJ-BALANCE-FLAG
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
