       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-ACCT-MATCH.

           *> Use Case: Joins the enrolled students on the STUDMSTR
           *> student master against SAVINGS.DAT, so financial aid
           *> can see which students have an active savings account
           *> and its current balance in one report instead of
           *> cross-checking two reports by hand. A student's linked
           *> savings account on the master is the account matched;
           *> a student with none linked is matched by the shared ID.
           *> Withdrawn students are passed over - the match feeds
           *> AID-DISBURSEMENT and the service-fee waiver, and
           *> neither applies to a student no longer enrolled.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAVINGS-FILE ASSIGN TO "SAVINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAVINGS.

           *> Use Case: The permanent student master kept by
           *> STUDENT-MASTER-MAINT, read front to back in student ID
           *> order - the driving file for the match.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-FS-STUDENT.

           SELECT MATCH-FILE ASSIGN TO "STUDENT-ACCT-MATCH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MATCH.

       DATA DIVISION.
       FILE SECTION.
       FD  SAVINGS-FILE.
       01  FI-SAVINGS-RECORD.
           05 FI-ACCT-ID       PIC 9(10).
           05 FI-BRANCH-CODE   PIC 9(03).
           05 FI-LAST-ACTIVITY-DATE PIC 9(08). *> YYYYMMDD

       FD  STUDENT-MASTER.
       *> SM Prefix: Identifies this as the student-master record -
       *> the same layout STUDENT-MASTER-MAINT keeps.
       01  SM-STUDENT-RECORD.
           05 SM-STUDENT-ID    PIC 9(05).
           05 SM-STUDENT-NAME  PIC X(20).
           05 SM-ENROLL-STATUS PIC X(01). *> E=Enrolled W=Withdrawn
               88 SM-ENROLLED            VALUE 'E'.
           05 SM-CURRENT-TERM  PIC X(06).
           05 SM-PROGRAM-CODE  PIC X(04).
           05 SM-CREDIT-LOAD   PIC 9(02).
           05 SM-LOAD-CODE     PIC X(01). *> F=Full-time P=Part-time
           05 SM-LINKED-ACCT-ID PIC 9(10). *> Zero = none linked
           05 SM-ENROLL-DATE   PIC 9(08).
           05 SM-WITHDRAW-DATE PIC 9(08).
           05 SM-DISB-TERM     PIC X(06).
           05 SM-DISB-AMOUNT   PIC 9(8)V99.
           05 SM-LAST-DISB-DATE PIC 9(08).
           05 SM-LAST-MAINT-DATE PIC 9(08).

       FD  MATCH-FILE.
       01  MR-MATCH-RECORD.
           05 MR-STUDENT-ID    PIC 9(05).
           05 RC-OUT-C         PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-FS-STUDENT       PIC XX.  *> File Status for Student Mstr
       01  WS-FS-SAVINGS       PIC XX.  *> File Status for Savings
       01  WS-FS-MATCH         PIC XX.  *> File Status for Match Report
       01  WS-FS-RUNCTL        PIC XX.  *> File Status for Run Control
                  88 ACCT-ENTRY-IS-ACTIVE   VALUE 'A'.
               10 WS-T-BALANCE     PIC 9(8)V99.

           *> Use Case: SM-STUDENT-ID widened to the same 10-digit
           *> width as FI-ACCT-ID before comparing, since financial-
           *> aid accounts share the numeric ID but SAVINGS.DAT
           *> carries it zero-padded to 10 digits.
       01  WS-STUDENT-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-MATCH-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-NOMATCH-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-NOT-ENROLLED-COUNT PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT STUDENT-MASTER.
           IF WS-FS-STUDENT NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT OPEN STUDENT-MASTER "
                "(FS: " WS-FS-STUDENT ")"
               STOP RUN
           END-IF.
           END-IF.

       2000-READ-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       3000-MATCH-ONE.
           ADD 1 TO WS-STUDENT-COUNT.

           IF NOT SM-ENROLLED
               ADD 1 TO WS-NOT-ENROLLED-COUNT
           ELSE
               PERFORM 3050-SET-COMPARE-ID
               PERFORM 3100-SEARCH-TABLE
               IF MATCH-FOUND
                   PERFORM 3200-WRITE-MATCH
               ELSE
                   ADD 1 TO WS-NOMATCH-COUNT
               END-IF
           END-IF.

           PERFORM 2000-READ-STUDENT.

       3050-SET-COMPARE-ID.
           *> Use Case: A linked account on the student master is
           *> the student's real account - match on it instead of
           *> the shared ID.
           IF SM-LINKED-ACCT-ID NOT = ZERO
               MOVE SM-LINKED-ACCT-ID TO WS-COMPARE-ID
           ELSE
               MOVE SM-STUDENT-ID     TO WS-COMPARE-ID
           END-IF.

           *> Use Case: Linear scan for an active account whose ID
           *> matches this student - stops at the first one found.
       3100-SEARCH-TABLE.

       3200-WRITE-MATCH.
           MOVE SPACES           TO MR-MATCH-RECORD.
           MOVE SM-STUDENT-ID    TO MR-STUDENT-ID.
           MOVE SM-STUDENT-NAME  TO MR-STUDENT-NAME.
           MOVE WS-T-ACCT-ID (WS-ACCT-IDX)   TO MR-ACCT-ID.
           MOVE WS-T-BALANCE (WS-ACCT-IDX)   TO MR-DISPLAY-BAL.

           END-IF.

       4000-CLOSE-FILES.
           CLOSE STUDENT-MASTER.
           CLOSE MATCH-FILE.
           PERFORM 4500-WRITE-RUN-CONTROL.
           DISPLAY "STUDENT/ACCOUNT MATCH COMPLETE. MATCHES FOUND: "

       4500-WRITE-RUN-CONTROL.
           *> Use Case: One ledger record per completed run - the
           *> arithmetic RUN-BALANCE verifies is RECORDS-IN (student
           *> master records read) equals the dispositions summed:
           *> matched, enrolled with no active account, not
           *> enrolled. Appends across runs; OPEN EXTEND fails with
           *> "file not found" the very first time, so fall back to
           *> OPEN OUTPUT to create it. A failure here is warned, not
           *> fatal - the business run itself completed.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-FS-RUNCTL = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
               MOVE WS-STUDENT-COUNT TO RC-RECORDS-IN
               MOVE WS-MATCH-COUNT TO RC-OUT-A
               MOVE WS-NOMATCH-COUNT TO RC-OUT-B
               MOVE WS-NOT-ENROLLED-COUNT TO RC-OUT-C
               WRITE RC-RUN-CONTROL-RECORD
               IF WS-FS-RUNCTL NOT = "00"
                   DISPLAY "RUN CONTROL WRITE ERROR: " WS-FS-RUNCTL
