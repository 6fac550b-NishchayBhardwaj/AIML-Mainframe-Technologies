       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-HIER.

      *> Customer hierarchy maintenance, the screen counterpart of
      *> KSDS-SIM for customer_hierarchy.txt (hierrec.cpy). Many of
      *> the commercial accounts are branches of one company, each
      *> with its own CUST-ID; this is where a branch is linked to
      *> the parent CUST-ID of its company, moved to another parent
      *> or unlinked, and where the group's optional credit limit is
      *> kept. The first branch linked to a parent creates the
      *> group's own row for the parent, and unlinking or moving the
      *> last branch away dissolves the group. Both customers must
      *> be on the master and not logically deleted; hierarchies are
      *> one level deep, so a parent can never be linked as a branch
      *> and a branch can never become a parent. The sign-on, the
      *> inquiry-only/maintenance authority from
      *> operator_profile.txt, the edit rejects to reject_report.txt
      *> and the before/after audit image of every change (here to
      *> hierarchy_audit.txt, hieraud.cpy) all work the way they do
      *> in KSDS-SIM. The group figures are read by CUST-GEXP's
      *> exposure report, CUST-MATCH's over-limit hold and
      *> CUST-STMT's consolidated statements.

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

           SELECT REJECT-REPORT ASSIGN TO "reject_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-FS.

           SELECT HIERARCHY-AUDIT-FILE ASSIGN TO "hierarchy_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HAU-FS.

           SELECT OPERATOR-PROFILE-FILE
               ASSIGN TO "operator_profile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
           COPY "custrec.cpy".

       FD CUSTOMER-HIERARCHY-FILE.
           COPY "hierrec.cpy".

       FD REJECT-REPORT.
       01 REJECT-PRINT-LINE        PIC X(132).

       FD HIERARCHY-AUDIT-FILE.
           COPY "hieraud.cpy".

      *> Same operator profile KSDS-SIM signs on against.
       FD OPERATOR-PROFILE-FILE.
       01 OPERATOR-PROFILE-RECORD.
           05 OPR-ID                PIC X(8).
           05 OPR-AUTH              PIC X(1).
           05 OPR-NAME              PIC X(32).

       WORKING-STORAGE SECTION.
       01 FS                   PIC XX.
       01 HIR-FS               PIC XX.
       01 RPT-FS               PIC XX.
       01 HAU-FS               PIC XX.
       01 OPR-FS               PIC XX.

       01 WS-FS-CHECK          PIC XX.
       01 WS-FS-OPERATION      PIC X(40).

       01 WS-EOF               PIC X VALUE 'N'.
          88 EOF               VALUE 'Y'.
          88 NOT-EOF           VALUE 'N'.
       01 WS-MEMBER-EOF        PIC X VALUE 'N'.
          88 MEMBER-EOF        VALUE 'Y'.
          88 MEMBER-NOT-EOF    VALUE 'N'.
       01 WS-MASTER-FLAG       PIC X VALUE 'N'.
          88 MASTER-FOUND      VALUE 'Y'.
          88 MASTER-NOT-FOUND  VALUE 'N'.
       01 WS-HIR-FLAG          PIC X VALUE 'N'.
          88 HIR-FOUND         VALUE 'Y'.
          88 HIR-NOT-FOUND     VALUE 'N'.
       01 WS-GROUP-FLAG        PIC X VALUE 'N'.
          88 GROUP-EXISTS      VALUE 'Y'.
          88 GROUP-NOT-EXISTS  VALUE 'N'.

       01 WS-MENU-CHOICE       PIC X.
          88 CHOICE-LIST-GROUPS VALUE '1'.
          88 CHOICE-INQUIRE    VALUE '2'.
          88 CHOICE-LINK       VALUE '3'.
          88 CHOICE-MOVE       VALUE '4'.
          88 CHOICE-LIMIT      VALUE '5'.
          88 CHOICE-UNLINK     VALUE '6'.
          88 CHOICE-EXIT       VALUE '9'.

       01 WS-CONTINUE-FLAG     PIC X VALUE 'Y'.
          88 CONTINUE-PROCESSING VALUE 'Y'.
          88 STOP-PROCESSING     VALUE 'N'.

       01 WS-INPUT-CHILD-ID    PIC X(8).
       01 WS-INPUT-PARENT-ID   PIC X(8).
       01 WS-CHECK-ID          PIC X(8).
       01 WS-GROUP-ID          PIC X(8).
       01 WS-OLD-PARENT-ID     PIC X(8).
       01 WS-BRANCH-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-GROUP-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-LINE              PIC X(140).

      *> Before- and after-images of the hierarchy row for the audit
      *> trail, captured by each maintenance paragraph the way
      *> KSDS-SIM captures WS-OLD-RECORD.
           COPY "hierrec.cpy" REPLACING
                                   HIERARCHY-RECORD BY WS-OLD-RECORD
                                   HIR-CUST-ID    BY WS-OLD-CUST-ID
                                   HIR-PARENT-ID  BY WS-OLD-PARENT
                                   HIR-GROUP-LIMIT BY
                                       WS-OLD-GROUP-LIMIT
                                   HIR-DATE-ADDED BY
                                       WS-OLD-DATE-ADDED
                                   HIR-DATE-MAINT BY
                                       WS-OLD-DATE-MAINT.

           COPY "hierrec.cpy" REPLACING
                                   HIERARCHY-RECORD BY WS-NEW-RECORD
                                   HIR-CUST-ID    BY WS-NEW-CUST-ID
                                   HIR-PARENT-ID  BY WS-NEW-PARENT
                                   HIR-GROUP-LIMIT BY
                                       WS-NEW-GROUP-LIMIT
                                   HIR-DATE-ADDED BY
                                       WS-NEW-DATE-ADDED
                                   HIR-DATE-MAINT BY
                                       WS-NEW-DATE-MAINT.

       01 WS-TRAN-CODE          PIC X(6).
       01 WS-CURRENT-DATE-TIME  PIC X(21).
       01 WS-MAINT-DATE         PIC X(10).

       01 WS-EDIT-FLAG          PIC X VALUE 'Y'.
          88 EDIT-PASSED        VALUE 'Y'.
          88 EDIT-FAILED        VALUE 'N'.
       01 WS-REJECT-REASON      PIC X(40).
       01 WS-REJECT-LINE        PIC X(132).
       01 WS-REJECT-COUNT       PIC 9(5) VALUE ZERO.

      *> Operator-keyed group limit, edited exactly like the customer
      *> credit limit in KSDS-SIM's EDIT-CREDIT-LIMIT.
       01 WS-LIMIT-INPUT        PIC X(13) JUSTIFIED RIGHT.
       01 WS-LIMIT-INPUT-9 REDEFINES WS-LIMIT-INPUT
                                PIC 9(11)V99.
       01 WS-LIMIT-DISPLAY      PIC Z(10)9.99.
       01 WS-INPUT-GROUP-LIMIT  PIC 9(11)V99.

       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-AUTH      PIC X VALUE 'I'.
          88 OPERATOR-MAINT-AUTH VALUE 'M'.
       01 WS-SIGNON-FLAG        PIC X VALUE 'N'.
          88 SIGNED-ON          VALUE 'Y'.
          88 NOT-SIGNED-ON      VALUE 'N'.
       01 WS-SIGNON-TRIES       PIC 9 VALUE ZERO.
       01 WS-SIGNON-INPUT       PIC X(8).

       PROCEDURE DIVISION.
       HIER-MAIN.
           PERFORM HIER-OPERATOR-SIGN-ON
           PERFORM HIER-OPEN-FILES
           SET CONTINUE-PROCESSING TO TRUE
           PERFORM UNTIL STOP-PROCESSING
               PERFORM HIER-DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               EVALUATE TRUE
                   WHEN CHOICE-LIST-GROUPS
                       PERFORM HIER-LIST-GROUPS
                   WHEN CHOICE-INQUIRE
                       PERFORM HIER-INQUIRE
                   WHEN CHOICE-LINK
                       IF OPERATOR-MAINT-AUTH
                           PERFORM HIER-LINK-BRANCH
                       ELSE
                           PERFORM HIER-REJECT-UNAUTHORIZED
                       END-IF
                   WHEN CHOICE-MOVE
                       IF OPERATOR-MAINT-AUTH
                           PERFORM HIER-MOVE-BRANCH
                       ELSE
                           PERFORM HIER-REJECT-UNAUTHORIZED
                       END-IF
                   WHEN CHOICE-LIMIT
                       IF OPERATOR-MAINT-AUTH
                           PERFORM HIER-CHANGE-GROUP-LIMIT
                       ELSE
                           PERFORM HIER-REJECT-UNAUTHORIZED
                       END-IF
                   WHEN CHOICE-UNLINK
                       IF OPERATOR-MAINT-AUTH
                           PERFORM HIER-UNLINK-BRANCH
                       ELSE
                           PERFORM HIER-REJECT-UNAUTHORIZED
                       END-IF
                   WHEN CHOICE-EXIT
                       SET STOP-PROCESSING TO TRUE
                   WHEN OTHER
                       DISPLAY "Invalid selection - please choose 1-6 "
                           "or 9."
               END-EVALUATE
           END-PERFORM
           PERFORM HIER-CLOSE-FILES
           DISPLAY "Goodbye."
           STOP RUN.

       HIER-DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "===== Customer Hierarchy Menu ====="
           DISPLAY "Operator: " WS-OPERATOR-ID
           DISPLAY "1. List All Groups"
           DISPLAY "2. Inquire Customer Hierarchy"
           IF OPERATOR-MAINT-AUTH
               DISPLAY "3. Link Branch to Parent"
               DISPLAY "4. Move Branch to Another Parent"
               DISPLAY "5. Change Group Credit Limit"
               DISPLAY "6. Unlink Branch"
           END-IF
           DISPLAY "9. Exit"
           DISPLAY "Enter selection: " WITH NO ADVANCING.

      *> Sign-on gate, the same as KSDS-SIM's OPERATOR-SIGN-ON: three
      *> tries against operator_profile.txt, and a site with no
      *> profile file yet signs on as SYSTEM with maintenance
      *> authority and a console warning.
       HIER-OPERATOR-SIGN-ON.
           OPEN INPUT OPERATOR-PROFILE-FILE
           IF OPR-FS = "35"
               MOVE "SYSTEM" TO WS-OPERATOR-ID
               MOVE 'M' TO WS-OPERATOR-AUTH
               DISPLAY "WARNING: operator_profile.txt not found - "
                   "signed on as SYSTEM with maintenance authority."
           ELSE
               MOVE OPR-FS TO WS-FS-CHECK
               MOVE "OPEN OPERATOR-PROFILE-FILE" TO WS-FS-OPERATION
               PERFORM HIER-CHECK-FILE-STATUS
               CLOSE OPERATOR-PROFILE-FILE
               MOVE OPR-FS TO WS-FS-CHECK
               MOVE "CLOSE OPERATOR-PROFILE-FILE" TO WS-FS-OPERATION
               PERFORM HIER-CHECK-FILE-STATUS
               PERFORM HIER-SIGN-ON-ATTEMPT
                   UNTIL SIGNED-ON OR WS-SIGNON-TRIES >= 3
               IF NOT-SIGNED-ON
                   DISPLAY "Sign-on refused after 3 attempts."
                   STOP RUN
               END-IF
           END-IF.

       HIER-SIGN-ON-ATTEMPT.
           ADD 1 TO WS-SIGNON-TRIES
           DISPLAY "Enter Operator ID: " WITH NO ADVANCING
           ACCEPT WS-SIGNON-INPUT
           PERFORM HIER-SIGN-ON-LOOKUP
           IF SIGNED-ON
               DISPLAY "Signed on: " WS-OPERATOR-ID " " OPR-NAME
               IF NOT OPERATOR-MAINT-AUTH
                   DISPLAY "Authority: inquiry only."
               END-IF
           ELSE
               DISPLAY "Operator ID not on profile: " WS-SIGNON-INPUT
           END-IF.

       HIER-SIGN-ON-LOOKUP.
           OPEN INPUT OPERATOR-PROFILE-FILE
           MOVE OPR-FS TO WS-FS-CHECK
           MOVE "OPEN OPERATOR-PROFILE-FILE (LOOKUP)"
               TO WS-FS-OPERATION
           PERFORM HIER-CHECK-FILE-STATUS
           SET NOT-EOF TO TRUE
           PERFORM UNTIL EOF OR SIGNED-ON
               READ OPERATOR-PROFILE-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF OPR-ID = WS-SIGNON-INPUT
                               AND OPR-ID NOT = SPACES
                           SET SIGNED-ON TO TRUE
                           MOVE OPR-ID TO WS-OPERATOR-ID
                           MOVE OPR-AUTH TO WS-OPERATOR-AUTH
                       END-IF
               END-READ
               IF NOT EOF AND NOT SIGNED-ON
                   MOVE OPR-FS TO WS-FS-CHECK
                   MOVE "READ OPERATOR-PROFILE-FILE"
                       TO WS-FS-OPERATION
                   PERFORM HIER-CHECK-FILE-STATUS
               END-IF
           END-PERFORM
           CLOSE OPERATOR-PROFILE-FILE
           MOVE OPR-FS TO WS-FS-CHECK
           MOVE "CLOSE OPERATOR-PROFILE-FILE (LOOKUP)"
               TO WS-FS-OPERATION
           PERFORM HIER-CHECK-FILE-STATUS.

       HIER-REJECT-UNAUTHORIZED.
           DISPLAY "Operator " WS-OPERATOR-ID " is inquiry-only - "
               "maintenance not authorized.".

      *> The master is only read here - both ends of a link must be
      *> live customers. The hierarchy file is built empty on the
      *> very first run, the way KSDS-SIM's OPEN-CUSTOMER-FILE builds
      *> the master; the reject report and audit trail are append-
      *> only logs, opened EXTEND with the OUTPUT fallback.
       HIER-OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "OPEN CUSTOMER-FILE (HIER)" TO WS-FS-OPERATION
           PERFORM HIER-CHECK-FILE-STATUS

           OPEN I-O CUSTOMER-HIERARCHY-FILE
           IF HIR-FS = "35"
               OPEN OUTPUT CUSTOMER-HIERARCHY-FILE
               MOVE HIR-FS TO WS-FS-CHECK
               MOVE "OPEN OUTPUT CUSTOMER-HIERARCHY-FILE (CREATE)"
                   TO WS-FS-OPERATION
               PERFORM HIER-CHECK-FILE-STATUS
               CLOSE CUSTOMER-HIERARCHY-FILE
               MOVE HIR-FS TO WS-FS-CHECK
               MOVE "CLOSE CUSTOMER-HIERARCHY-FILE (CREATE)"
                   TO WS-FS-OPERATION
               PERFORM HIER-CHECK-FILE-STATUS
               OPEN I-O CUSTOMER-HIERARCHY-FILE
           END-IF
           MOVE HIR-FS TO WS-FS-CHECK
           MOVE "OPEN I-O CUSTOMER-HIERARCHY-FILE" TO WS-FS-OPERATION
           PERFORM HIER-CHECK-FILE-STATUS

           OPEN EXTEND REJECT-REPORT
           IF RPT-FS = "35" OR RPT-FS = "05"
               OPEN OUTPUT REJECT-REPORT
           END-IF
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "OPEN REJECT-REPORT (HIER)" TO WS-FS-OPERATION
           PERFORM HIER-CHECK-FILE-STATUS

           OPEN EXTEND HIERARCHY-AUDIT-FILE
           IF HAU-FS = "35" OR HAU-FS = "05"
               OPEN OUTPUT HIERARCHY-AUDIT-FILE
           END-IF
           MOVE HAU-FS TO WS-FS-CHECK
           MOVE "OPEN HIERARCHY-AUDIT-FILE" TO WS-FS-OPERATION
           PERFORM HIER-CHECK-FILE-STATUS.

       HIER-CLOSE-FILES.
           CLOSE CUSTOMER-FILE
           MOVE FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-FILE (HIER)" TO WS-FS-OPERATION
           PERFORM HIER-CHECK-FILE-STATUS

           CLOSE CUSTOMER-HIERARCHY-FILE
           MOVE HIR-FS TO WS-FS-CHECK
           MOVE "CLOSE CUSTOMER-HIERARCHY-FILE" TO WS-FS-OPERATION
           PERFORM HIER-CHECK-FILE-STATUS

           CLOSE REJECT-REPORT
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "CLOSE REJECT-REPORT (HIER)" TO WS-FS-OPERATION
           PERFORM HIER-CHECK-FILE-STATUS

           CLOSE HIERARCHY-AUDIT-FILE
           MOVE HAU-FS TO WS-FS-CHECK
           MOVE "CLOSE HIERARCHY-AUDIT-FILE" TO WS-FS-OPERATION
           PERFORM HIER-CHECK-FILE-STATUS.

      *> Every group in parent CUST-ID order: the primary-key browse
      *> stops on each group row, the group is listed off the
      *> alternate key, and the browse is re-STARTed just past the
      *> parent - the listing moved the file's position, the same
      *> re-START CUST-PURG makes after each delete.
       HIER-LIST-GROUPS.
           DISPLAY "----- Customer Groups -----"
           MOVE ZERO TO WS-GROUP-COUNT
           SET NOT-EOF TO TRUE
           MOVE LOW-VALUES TO HIR-CUST-ID
           START CUSTOMER-HIERARCHY-FILE
               KEY IS NOT LESS THAN HIR-CUST-ID
               INVALID KEY
                   DISPLAY "No groups on file."
                   SET EOF TO TRUE
           END-START
           MOVE HIR-FS TO WS-FS-CHECK
           MOVE "START CUSTOMER-HIERARCHY-FILE (LIST)"
               TO WS-FS-OPERATION
           PERFORM HIER-CHECK-FILE-STATUS
           PERFORM UNTIL EOF
               READ CUSTOMER-HIERARCHY-FILE NEXT RECORD
                   AT END
                       SET EOF TO TRUE
               END-READ
               IF NOT EOF
                   MOVE HIR-FS TO WS-FS-CHECK
                   MOVE "READ CUSTOMER-HIERARCHY-FILE (LIST)"
                       TO WS-FS-OPERATION
                   PERFORM HIER-CHECK-FILE-STATUS
                   IF HIR-PARENT-ID = HIR-CUST-ID
                       ADD 1 TO WS-GROUP-COUNT
                       MOVE HIR-CUST-ID TO WS-GROUP-ID
                       PERFORM HIER-SHOW-GROUP
                       MOVE WS-GROUP-ID TO HIR-CUST-ID
                       START CUSTOMER-HIERARCHY-FILE
                           KEY IS GREATER THAN HIR-CUST-ID
                           INVALID KEY
                               SET EOF TO TRUE
                       END-START
                       MOVE HIR-FS TO WS-FS-CHECK
                       MOVE "START CUSTOMER-HIERARCHY-FILE (RESUME)"
                           TO WS-FS-OPERATION
                       PERFORM HIER-CHECK-FILE-STATUS
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "Total groups listed: " WS-GROUP-COUNT.

      *> One group, WS-GROUP-ID: the parent with its group limit,
      *> then each branch with its name and status off the master.
       HIER-SHOW-GROUP.
           MOVE WS-GROUP-ID TO WS-CHECK-ID
           PERFORM HIER-READ-MASTER
           DISPLAY " "
           IF MASTER-FOUND
               DISPLAY "GROUP " WS-GROUP-ID " " CUST-NAME
           ELSE
               DISPLAY "GROUP " WS-GROUP-ID
                   " (NOT ON CUSTOMER MASTER)"
           END-IF
           MOVE ZERO TO WS-BRANCH-COUNT
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
           PERFORM HIER-CHECK-FILE-STATUS
           PERFORM UNTIL MEMBER-EOF
               READ CUSTOMER-HIERARCHY-FILE NEXT RECORD
                   AT END
                       SET MEMBER-EOF TO TRUE
               END-READ
               IF NOT MEMBER-EOF
                   MOVE HIR-FS TO WS-FS-CHECK
                   MOVE "READ CUSTOMER-HIERARCHY-FILE (GROUP)"
                       TO WS-FS-OPERATION
                   PERFORM HIER-CHECK-FILE-STATUS
                   IF HIR-PARENT-ID NOT = WS-GROUP-ID
                       SET MEMBER-EOF TO TRUE
                   ELSE
                       PERFORM HIER-SHOW-MEMBER
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "  Branches: " WS-BRANCH-COUNT.

       HIER-SHOW-MEMBER.
           IF HIR-CUST-ID = WS-GROUP-ID
               IF HIR-GROUP-LIMIT NUMERIC
                       AND HIR-GROUP-LIMIT > ZERO
                   MOVE HIR-GROUP-LIMIT TO WS-LIMIT-DISPLAY
                   DISPLAY "  Group Cr Limit: " WS-LIMIT-DISPLAY
               ELSE
                   DISPLAY "  Group Cr Limit: (none)"
               END-IF
           ELSE
               ADD 1 TO WS-BRANCH-COUNT
               MOVE HIR-CUST-ID TO WS-CHECK-ID
               PERFORM HIER-READ-MASTER
               IF MASTER-NOT-FOUND
                   MOVE "(NOT ON CUSTOMER MASTER)" TO CUST-NAME
                   MOVE SPACE TO CUST-STATUS
               END-IF
               MOVE SPACES TO WS-LINE
               STRING
                   "  Branch: " DELIMITED BY SIZE
                   HIR-CUST-ID DELIMITED BY SIZE
                   " | Name: " DELIMITED BY SIZE
                   CUST-NAME DELIMITED BY SIZE
                   " | Status: " DELIMITED BY SIZE
                   CUST-STATUS DELIMITED BY SIZE
                   " | Linked: " DELIMITED BY SIZE
                   HIR-DATE-ADDED DELIMITED BY SIZE
                   INTO WS-LINE
               END-STRING
               DISPLAY WS-LINE
           END-IF.

      *> Any CUST-ID: a parent shows its group, a branch shows which
      *> parent it belongs to and then that group.
       HIER-INQUIRE.
           DISPLAY "Enter Customer ID to inquire (8 chars): "
               WITH NO ADVANCING
           ACCEPT WS-CHECK-ID
           IF WS-CHECK-ID = SPACES
               DISPLAY "Customer ID cannot be blank."
           ELSE
               PERFORM HIER-READ-HIERARCHY
               IF HIR-NOT-FOUND
                   DISPLAY "Customer " WS-CHECK-ID
                       " is not in any group."
               ELSE
                   IF HIR-PARENT-ID NOT = HIR-CUST-ID
                       DISPLAY "Customer " HIR-CUST-ID
                           " is a branch of " HIR-PARENT-ID
                           " - linked " HIR-DATE-ADDED
                           ", last changed " HIR-DATE-MAINT
                   ELSE
                       DISPLAY "Customer " HIR-CUST-ID
                           " is a group parent - created "
                           HIR-DATE-ADDED
                   END-IF
                   MOVE HIR-PARENT-ID TO WS-GROUP-ID
                   PERFORM HIER-SHOW-GROUP
               END-IF
           END-IF.

      *> ADD. The first branch linked to a parent also creates the
      *> group's own row, taking the group limit from the operator
      *> then; it can be changed later with option 5.
       HIER-LINK-BRANCH.
           DISPLAY "----- Link Branch to Parent -----"
           DISPLAY "Enter Branch Customer ID: " WITH NO ADVANCING
           ACCEPT WS-INPUT-CHILD-ID
           DISPLAY "Enter Parent Customer ID: " WITH NO ADVANCING
           ACCEPT WS-INPUT-PARENT-ID
           SET EDIT-PASSED TO TRUE
           PERFORM HIER-EDIT-BRANCH-ID
           IF EDIT-PASSED
               MOVE WS-INPUT-CHILD-ID TO WS-CHECK-ID
               PERFORM HIER-READ-HIERARCHY
               IF HIR-FOUND
                   SET EDIT-FAILED TO TRUE
                   IF HIR-PARENT-ID = HIR-CUST-ID
                       MOVE "BRANCH IS ITSELF A GROUP PARENT"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE "BRANCH IS ALREADY IN A GROUP - USE MOVE"
                           TO WS-REJECT-REASON
                   END-IF
                   PERFORM HIER-WRITE-REJECT-LINE
               END-IF
           END-IF
           PERFORM HIER-EDIT-PARENT-ID
           IF EDIT-PASSED
               PERFORM HIER-CREATE-GROUP
               MOVE SPACES TO WS-OLD-RECORD
               MOVE ZERO TO WS-OLD-GROUP-LIMIT
               PERFORM HIER-FORMAT-MAINT-DATE
               MOVE WS-INPUT-CHILD-ID TO HIR-CUST-ID
               MOVE WS-INPUT-PARENT-ID TO HIR-PARENT-ID
               MOVE ZERO TO HIR-GROUP-LIMIT
               MOVE WS-MAINT-DATE TO HIR-DATE-ADDED
               MOVE WS-MAINT-DATE TO HIR-DATE-MAINT
               WRITE HIERARCHY-RECORD
                   INVALID KEY
                       DISPLAY "Link failed - branch already on file: "
                           HIR-CUST-ID
               END-WRITE
               MOVE HIR-FS TO WS-FS-CHECK
               MOVE "WRITE CUSTOMER-HIERARCHY-FILE (LINK)"
                   TO WS-FS-OPERATION
               PERFORM HIER-CHECK-FILE-STATUS
               IF HIR-FS = "00" OR HIR-FS = "02"
                   MOVE HIERARCHY-RECORD TO WS-NEW-RECORD
                   MOVE "ADD" TO WS-TRAN-CODE
                   PERFORM HIER-WRITE-AUDIT-RECORD
                   DISPLAY "Branch " WS-INPUT-CHILD-ID
                       " linked to " WS-INPUT-PARENT-ID "."
               END-IF
           ELSE
               DISPLAY "Link rejected - see reject_report.txt"
           END-IF.

      *> CHANGE of parent. The branch row is rewritten in place; a
      *> new parent gets its group row the same way a first link
      *> does, and the old group is dissolved if this was its last
      *> branch.
       HIER-MOVE-BRANCH.
           DISPLAY "----- Move Branch to Another Parent -----"
           DISPLAY "Enter Branch Customer ID: " WITH NO ADVANCING
           ACCEPT WS-INPUT-CHILD-ID
           SET EDIT-PASSED TO TRUE
           MOVE SPACES TO WS-OLD-PARENT-ID
           MOVE WS-INPUT-CHILD-ID TO WS-CHECK-ID
           PERFORM HIER-READ-HIERARCHY
           IF HIR-NOT-FOUND OR HIR-PARENT-ID = HIR-CUST-ID
               DISPLAY "Not a branch in any group: " WS-INPUT-CHILD-ID
           ELSE
               MOVE HIR-PARENT-ID TO WS-OLD-PARENT-ID
               DISPLAY "Current Parent : " WS-OLD-PARENT-ID
               DISPLAY "Enter New Parent Customer ID: "
                   WITH NO ADVANCING
               ACCEPT WS-INPUT-PARENT-ID
               PERFORM HIER-EDIT-BRANCH-ID
               IF EDIT-PASSED
                       AND WS-INPUT-PARENT-ID = WS-OLD-PARENT-ID
                   SET EDIT-FAILED TO TRUE
                   MOVE "NEW PARENT IS THE CURRENT PARENT"
                       TO WS-REJECT-REASON
                   PERFORM HIER-WRITE-REJECT-LINE
               END-IF
               PERFORM HIER-EDIT-PARENT-ID
               IF EDIT-PASSED
                   PERFORM HIER-CREATE-GROUP
                   MOVE WS-INPUT-CHILD-ID TO WS-CHECK-ID
                   PERFORM HIER-READ-HIERARCHY
                   MOVE HIERARCHY-RECORD TO WS-OLD-RECORD
                   PERFORM HIER-FORMAT-MAINT-DATE
                   MOVE WS-INPUT-PARENT-ID TO HIR-PARENT-ID
                   MOVE WS-MAINT-DATE TO HIR-DATE-MAINT
                   REWRITE HIERARCHY-RECORD
                       INVALID KEY
                           DISPLAY "Move failed for branch: "
                               HIR-CUST-ID
                   END-REWRITE
                   MOVE HIR-FS TO WS-FS-CHECK
                   MOVE "REWRITE CUSTOMER-HIERARCHY-FILE (MOVE)"
                       TO WS-FS-OPERATION
                   PERFORM HIER-CHECK-FILE-STATUS
                   IF HIR-FS = "00" OR HIR-FS = "02"
                       MOVE HIERARCHY-RECORD TO WS-NEW-RECORD
                       MOVE "CHANGE" TO WS-TRAN-CODE
                       PERFORM HIER-WRITE-AUDIT-RECORD
                       DISPLAY "Branch " WS-INPUT-CHILD-ID
                           " moved to " WS-INPUT-PARENT-ID "."
                       MOVE WS-OLD-PARENT-ID TO WS-GROUP-ID
                       PERFORM HIER-DISSOLVE-IF-EMPTY
                   END-IF
               ELSE
                   DISPLAY "Move rejected - see reject_report.txt"
               END-IF
           END-IF.

      *> CHANGE of the group limit, on the parent's group row. Blank
      *> keeps the limit on file; zero removes it.
       HIER-CHANGE-GROUP-LIMIT.
           DISPLAY "----- Change Group Credit Limit -----"
           DISPLAY "Enter Parent Customer ID: " WITH NO ADVANCING
           ACCEPT WS-INPUT-PARENT-ID
           MOVE WS-INPUT-PARENT-ID TO WS-CHECK-ID
           PERFORM HIER-READ-HIERARCHY
           IF HIR-NOT-FOUND OR HIR-PARENT-ID NOT = HIR-CUST-ID
               DISPLAY "Not a group parent: " WS-INPUT-PARENT-ID
           ELSE
               MOVE HIERARCHY-RECORD TO WS-OLD-RECORD
               IF HIR-GROUP-LIMIT NUMERIC
                   MOVE HIR-GROUP-LIMIT TO WS-LIMIT-DISPLAY
                   MOVE HIR-GROUP-LIMIT TO WS-INPUT-GROUP-LIMIT
               ELSE
                   MOVE ZERO TO WS-LIMIT-DISPLAY
                   MOVE ZERO TO WS-INPUT-GROUP-LIMIT
               END-IF
               DISPLAY "Current Group Cr Limit: " WS-LIMIT-DISPLAY
               DISPLAY "Enter New Group Limit (2 implied decimals, "
                   "0 for none, blank to keep): " WITH NO ADVANCING
               ACCEPT WS-LIMIT-INPUT
               MOVE WS-INPUT-PARENT-ID TO WS-INPUT-CHILD-ID
               SET EDIT-PASSED TO TRUE
               PERFORM HIER-EDIT-GROUP-LIMIT
               IF EDIT-PASSED
                   PERFORM HIER-FORMAT-MAINT-DATE
                   MOVE WS-INPUT-GROUP-LIMIT TO HIR-GROUP-LIMIT
                   MOVE WS-MAINT-DATE TO HIR-DATE-MAINT
                   REWRITE HIERARCHY-RECORD
                       INVALID KEY
                           DISPLAY "Limit change failed for group: "
                               HIR-CUST-ID
                   END-REWRITE
                   MOVE HIR-FS TO WS-FS-CHECK
                   MOVE "REWRITE CUSTOMER-HIERARCHY-FILE (LIMIT)"
                       TO WS-FS-OPERATION
                   PERFORM HIER-CHECK-FILE-STATUS
                   IF HIR-FS = "00" OR HIR-FS = "02"
                       MOVE HIERARCHY-RECORD TO WS-NEW-RECORD
                       MOVE "CHANGE" TO WS-TRAN-CODE
                       PERFORM HIER-WRITE-AUDIT-RECORD
                       DISPLAY "Group limit changed."
                   END-IF
               ELSE
                   DISPLAY "Change rejected - see reject_report.txt"
               END-IF
           END-IF.

      *> DELETE. Unlike the master, a hierarchy row is physically
      *> removed - the branch simply stands alone again, and the
      *> audit trail keeps the before-image. A parent cannot be
      *> unlinked while it still has branches; the group row goes
      *> with the last branch.
       HIER-UNLINK-BRANCH.
           DISPLAY "----- Unlink Branch -----"
           DISPLAY "Enter Branch Customer ID: " WITH NO ADVANCING
           ACCEPT WS-INPUT-CHILD-ID
           MOVE WS-INPUT-CHILD-ID TO WS-CHECK-ID
           PERFORM HIER-READ-HIERARCHY
           IF HIR-NOT-FOUND
               DISPLAY "Not in any group: " WS-INPUT-CHILD-ID
           ELSE
               IF HIR-PARENT-ID = HIR-CUST-ID
                   DISPLAY "Customer " HIR-CUST-ID " is a group "
                       "parent - unlink its branches instead."
               ELSE
                   MOVE HIERARCHY-RECORD TO WS-OLD-RECORD
                   MOVE HIR-PARENT-ID TO WS-OLD-PARENT-ID
                   DELETE CUSTOMER-HIERARCHY-FILE RECORD
                       INVALID KEY
                           DISPLAY "Unlink failed for branch: "
                               HIR-CUST-ID
                   END-DELETE
                   MOVE HIR-FS TO WS-FS-CHECK
                   MOVE "DELETE CUSTOMER-HIERARCHY-FILE (UNLINK)"
                       TO WS-FS-OPERATION
                   PERFORM HIER-CHECK-FILE-STATUS
                   IF HIR-FS = "00"
                       MOVE SPACES TO WS-NEW-RECORD
                       MOVE ZERO TO WS-NEW-GROUP-LIMIT
                       MOVE "DELETE" TO WS-TRAN-CODE
                       PERFORM HIER-WRITE-AUDIT-RECORD
                       DISPLAY "Branch " WS-INPUT-CHILD-ID
                           " unlinked from " WS-OLD-PARENT-ID "."
                       MOVE WS-OLD-PARENT-ID TO WS-GROUP-ID
                       PERFORM HIER-DISSOLVE-IF-EMPTY
                   END-IF
               END-IF
           END-IF.

      *> Branch and parent IDs keyed, different, and both live on the
      *> master. Every failure is its own reject line, as in
      *> KSDS-SIM's EDIT-INPUT-RECORD.
       HIER-EDIT-BRANCH-ID.
           IF WS-INPUT-CHILD-ID = SPACES
               SET EDIT-FAILED TO TRUE
               MOVE "BRANCH CUST-ID IS BLANK" TO WS-REJECT-REASON
               PERFORM HIER-WRITE-REJECT-LINE
           ELSE
               MOVE WS-INPUT-CHILD-ID TO WS-CHECK-ID
               PERFORM HIER-READ-MASTER
               IF MASTER-NOT-FOUND
                   SET EDIT-FAILED TO TRUE
                   MOVE "BRANCH NOT ON CUSTOMER MASTER"
                       TO WS-REJECT-REASON
                   PERFORM HIER-WRITE-REJECT-LINE
               ELSE
                   IF CUST-STATUS = 'D'
                       SET EDIT-FAILED TO TRUE
                       MOVE "BRANCH IS LOGICALLY DELETED"
                           TO WS-REJECT-REASON
                       PERFORM HIER-WRITE-REJECT-LINE
                   END-IF
               END-IF
           END-IF
           IF WS-INPUT-PARENT-ID = SPACES
               SET EDIT-FAILED TO TRUE
               MOVE "PARENT CUST-ID IS BLANK" TO WS-REJECT-REASON
               PERFORM HIER-WRITE-REJECT-LINE
           ELSE
               IF WS-INPUT-PARENT-ID = WS-INPUT-CHILD-ID
                   SET EDIT-FAILED TO TRUE
                   MOVE "BRANCH AND PARENT ARE THE SAME CUST-ID"
                       TO WS-REJECT-REASON
                   PERFORM HIER-WRITE-REJECT-LINE
               END-IF
               MOVE WS-INPUT-PARENT-ID TO WS-CHECK-ID
               PERFORM HIER-READ-MASTER
               IF MASTER-NOT-FOUND
                   SET EDIT-FAILED TO TRUE
                   MOVE "PARENT NOT ON CUSTOMER MASTER"
                       TO WS-REJECT-REASON
                   PERFORM HIER-WRITE-REJECT-LINE
               ELSE
                   IF CUST-STATUS = 'D'
                       SET EDIT-FAILED TO TRUE
                       MOVE "PARENT IS LOGICALLY DELETED"
                           TO WS-REJECT-REASON
                       PERFORM HIER-WRITE-REJECT-LINE
                   END-IF
               END-IF
           END-IF.

      *> One level deep: the parent may already head a group, but
      *> may not be a branch of one. Sets GROUP-EXISTS for
      *> HIER-CREATE-GROUP.
       HIER-EDIT-PARENT-ID.
           SET GROUP-NOT-EXISTS TO TRUE
           IF WS-INPUT-PARENT-ID NOT = SPACES
               MOVE WS-INPUT-PARENT-ID TO WS-CHECK-ID
               PERFORM HIER-READ-HIERARCHY
               IF HIR-FOUND
                   IF HIR-PARENT-ID = HIR-CUST-ID
                       SET GROUP-EXISTS TO TRUE
                   ELSE
                       SET EDIT-FAILED TO TRUE
                       MOVE "PARENT IS A BRANCH OF ANOTHER GROUP"
                           TO WS-REJECT-REASON
                       PERFORM HIER-WRITE-REJECT-LINE
                   END-IF
               END-IF
           END-IF.

      *> The group row for a parent that has none yet, with the
      *> operator's group limit (blank for none). A limit that does
      *> not edit creates the group with no limit and says so, since
      *> the link itself has already passed its edits.
       HIER-CREATE-GROUP.
           IF GROUP-NOT-EXISTS
               DISPLAY "New group " WS-INPUT-PARENT-ID
                   " - enter Group Credit Limit (2 implied "
                   "decimals, blank for none): " WITH NO ADVANCING
               ACCEPT WS-LIMIT-INPUT
               MOVE ZERO TO WS-INPUT-GROUP-LIMIT
               PERFORM HIER-EDIT-GROUP-LIMIT
               IF EDIT-FAILED
                   DISPLAY "Group created with no limit - set it "
                       "with option 5."
                   MOVE ZERO TO WS-INPUT-GROUP-LIMIT
                   SET EDIT-PASSED TO TRUE
               END-IF
               MOVE SPACES TO WS-OLD-RECORD
               MOVE ZERO TO WS-OLD-GROUP-LIMIT
               PERFORM HIER-FORMAT-MAINT-DATE
               MOVE WS-INPUT-PARENT-ID TO HIR-CUST-ID
               MOVE WS-INPUT-PARENT-ID TO HIR-PARENT-ID
               MOVE WS-INPUT-GROUP-LIMIT TO HIR-GROUP-LIMIT
               MOVE WS-MAINT-DATE TO HIR-DATE-ADDED
               MOVE WS-MAINT-DATE TO HIR-DATE-MAINT
               WRITE HIERARCHY-RECORD
                   INVALID KEY
                       DISPLAY "Group create failed for parent: "
                           HIR-CUST-ID
               END-WRITE
               MOVE HIR-FS TO WS-FS-CHECK
               MOVE "WRITE CUSTOMER-HIERARCHY-FILE (GROUP)"
                   TO WS-FS-OPERATION
               PERFORM HIER-CHECK-FILE-STATUS
               IF HIR-FS = "00" OR HIR-FS = "02"
                   MOVE HIERARCHY-RECORD TO WS-NEW-RECORD
                   MOVE "ADD" TO WS-TRAN-CODE
                   PERFORM HIER-WRITE-AUDIT-RECORD
                   SET GROUP-EXISTS TO TRUE
               END-IF
           END-IF.

      *> Blank keeps whatever the caller set; anything keyed is
      *> zero-filled on the left and must be all digits.
       HIER-EDIT-GROUP-LIMIT.
           IF WS-LIMIT-INPUT NOT = SPACES
               INSPECT WS-LIMIT-INPUT
                   REPLACING LEADING SPACES BY ZEROS
               IF WS-LIMIT-INPUT NOT NUMERIC
                   SET EDIT-FAILED TO TRUE
                   MOVE "GROUP LIMIT IS NOT NUMERIC"
                       TO WS-REJECT-REASON
                   PERFORM HIER-WRITE-REJECT-LINE
               ELSE
                   MOVE WS-LIMIT-INPUT-9 TO WS-INPUT-GROUP-LIMIT
               END-IF
           END-IF.

      *> WS-GROUP-ID loses its group row once no branch points at it.
       HIER-DISSOLVE-IF-EMPTY.
           PERFORM HIER-COUNT-BRANCHES
           IF WS-BRANCH-COUNT = ZERO
               MOVE WS-GROUP-ID TO WS-CHECK-ID
               PERFORM HIER-READ-HIERARCHY
               IF HIR-FOUND
                   MOVE HIERARCHY-RECORD TO WS-OLD-RECORD
                   DELETE CUSTOMER-HIERARCHY-FILE RECORD
                       INVALID KEY
                           DISPLAY "Group delete failed for parent: "
                               HIR-CUST-ID
                   END-DELETE
                   MOVE HIR-FS TO WS-FS-CHECK
                   MOVE "DELETE CUSTOMER-HIERARCHY-FILE (GROUP)"
                       TO WS-FS-OPERATION
                   PERFORM HIER-CHECK-FILE-STATUS
                   IF HIR-FS = "00"
                       MOVE SPACES TO WS-NEW-RECORD
                       MOVE ZERO TO WS-NEW-GROUP-LIMIT
                       MOVE "DELETE" TO WS-TRAN-CODE
                       PERFORM HIER-WRITE-AUDIT-RECORD
                       DISPLAY "Group " WS-GROUP-ID " dissolved - "
                           "no branches left."
                   END-IF
               END-IF
           END-IF.

       HIER-COUNT-BRANCHES.
           MOVE ZERO TO WS-BRANCH-COUNT
           SET MEMBER-NOT-EOF TO TRUE
           MOVE WS-GROUP-ID TO HIR-PARENT-ID
           START CUSTOMER-HIERARCHY-FILE
               KEY IS NOT LESS THAN HIR-PARENT-ID
               INVALID KEY
                   SET MEMBER-EOF TO TRUE
           END-START
           MOVE HIR-FS TO WS-FS-CHECK
           MOVE "START CUSTOMER-HIERARCHY-FILE (COUNT)"
               TO WS-FS-OPERATION
           PERFORM HIER-CHECK-FILE-STATUS
           PERFORM UNTIL MEMBER-EOF
               READ CUSTOMER-HIERARCHY-FILE NEXT RECORD
                   AT END
                       SET MEMBER-EOF TO TRUE
               END-READ
               IF NOT MEMBER-EOF
                   MOVE HIR-FS TO WS-FS-CHECK
                   MOVE "READ CUSTOMER-HIERARCHY-FILE (COUNT)"
                       TO WS-FS-OPERATION
                   PERFORM HIER-CHECK-FILE-STATUS
                   IF HIR-PARENT-ID NOT = WS-GROUP-ID
                       SET MEMBER-EOF TO TRUE
                   ELSE
                       IF HIR-CUST-ID NOT = WS-GROUP-ID
                           ADD 1 TO WS-BRANCH-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       HIER-READ-MASTER.
           SET MASTER-NOT-FOUND TO TRUE
           MOVE WS-CHECK-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   SET MASTER-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
           END-READ
           MOVE FS TO WS-FS-CHECK
           MOVE "READ CUSTOMER-FILE (HIER KEYED)" TO WS-FS-OPERATION
           PERFORM HIER-CHECK-FILE-STATUS.

       HIER-READ-HIERARCHY.
           SET HIR-NOT-FOUND TO TRUE
           MOVE WS-CHECK-ID TO HIR-CUST-ID
           READ CUSTOMER-HIERARCHY-FILE
               INVALID KEY
                   SET HIR-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET HIR-FOUND TO TRUE
           END-READ
           MOVE HIR-FS TO WS-FS-CHECK
           MOVE "READ CUSTOMER-HIERARCHY-FILE (KEYED)"
               TO WS-FS-OPERATION
           PERFORM HIER-CHECK-FILE-STATUS.

       HIER-WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-REJECT-LINE
           STRING
               "HIER REJECT: CUST-ID=" DELIMITED BY SIZE
               WS-INPUT-CHILD-ID DELIMITED BY SIZE
               " PARENT=" DELIMITED BY SIZE
               WS-INPUT-PARENT-ID DELIMITED BY SIZE
               " REASON: " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-REJECT-LINE
           END-STRING
           MOVE WS-REJECT-LINE TO REJECT-PRINT-LINE
           WRITE REJECT-PRINT-LINE
           MOVE RPT-FS TO WS-FS-CHECK
           MOVE "WRITE REJECT-REPORT (HIER)" TO WS-FS-OPERATION
           PERFORM HIER-CHECK-FILE-STATUS.

       HIER-FORMAT-MAINT-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING
               WS-CURRENT-DATE-TIME(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(7:2) DELIMITED BY SIZE
               INTO WS-MAINT-DATE
           END-STRING.

      *> Before/after image of every ADD/CHANGE/DELETE, stamped with
      *> the run date and time and the signed-on operator, the same
      *> as KSDS-SIM's WRITE-AUDIT-RECORD.
       HIER-WRITE-AUDIT-RECORD.
           MOVE WS-TRAN-CODE TO HAU-TRAN-TYPE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING
               WS-CURRENT-DATE-TIME(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(7:2) DELIMITED BY SIZE
               INTO HAU-RUN-DATE
           END-STRING
           STRING
               WS-CURRENT-DATE-TIME(9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(13:2) DELIMITED BY SIZE
               INTO HAU-RUN-TIME
           END-STRING
           MOVE WS-OLD-CUST-ID TO HAU-OLD-CUST-ID
           MOVE WS-OLD-PARENT TO HAU-OLD-PARENT-ID
           MOVE WS-OLD-GROUP-LIMIT TO HAU-OLD-GROUP-LIMIT
           MOVE WS-NEW-CUST-ID TO HAU-NEW-CUST-ID
           MOVE WS-NEW-PARENT TO HAU-NEW-PARENT-ID
           MOVE WS-NEW-GROUP-LIMIT TO HAU-NEW-GROUP-LIMIT
           MOVE WS-OPERATOR-ID TO HAU-OPERATOR-ID
           WRITE HIERARCHY-AUDIT-RECORD
           MOVE HAU-FS TO WS-FS-CHECK
           MOVE "WRITE HIERARCHY-AUDIT-FILE" TO WS-FS-OPERATION
           PERFORM HIER-CHECK-FILE-STATUS.

      *> Centralized FILE STATUS check, as in KSDS-SIM. "02" is the
      *> routine duplicate status reading along the HIR-PARENT-ID
      *> alternate key; "22"/"23" are handled at the call site by
      *> INVALID KEY.
       HIER-CHECK-FILE-STATUS.
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
                   DISPLAY "Run terminating."
                   STOP RUN
           END-EVALUATE.
