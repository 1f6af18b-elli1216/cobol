       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-MASTER-MAINT.

           *> Use Case: Keeps the permanent indexed STUDMSTR - one
           *> record per student, keyed by student ID, carrying
           *> enrollment status, current term, program, credit load
           *> (and from it full- or part-time), and the linked savings
           *> account - so financial aid no longer starts from
           *> scratch every run the way the INPUT.DAT extract does.
           *> The registrar's add, change, and withdraw lines on
           *> STUDENT-TRANS.DAT are applied with a keyed
           *> WRITE/REWRITE; every applied line is logged to
           *> STUDENT-MAINT-AUDIT.LOG with before-image, after-image,
           *> operator, and timestamp (same shape as the log
           *> ACCOUNT-MAINT keeps), and every refused line lands on
           *> STUDENT-MAINT-REJECTS.TXT for rework.
           *> AID-DISBURSEMENT reads the master to refuse awards for
           *> students not enrolled in the award's term, and stamps
           *> what it paid back onto it; TERM-ROSTER reports from it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "STUDENT-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANS.

           SELECT STUDENT-MASTER ASSIGN TO "STUDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-FS-STUDENT.

           *> Use Case: The account master, read only to prove a
           *> keyed linked savings account really exists before it
           *> is stored against a student.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-ID
               ALTERNATE RECORD KEY IS AM-ACCT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

           *> Use Case: Persistent trail of every student master
           *> change, appended to across runs, so "who withdrew this
           *> student and when" can be answered long after the
           *> transaction file is gone.
           SELECT AUDIT-FILE ASSIGN TO "STUDENT-MAINT-AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDIT.

           *> Use Case: Lines against missing students, duplicate
           *> adds, incomplete or invalid fields, and unknown codes
           *> go back to the registrar instead of silently dropping
           *> out of the run.
           SELECT REJECT-FILE ASSIGN TO "STUDENT-MAINT-REJECTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJECT.

           *> Use Case: Shared run-control ledger - every batch
           *> program appends one record (program, date/time, records
           *> in, records out by disposition) so RUN-BALANCE can
           *> prove the night's chain tied without scraping job logs.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       *> TR Prefix: Identifies this as student-maintenance
       *> transaction input. 'A' adds a student enrolled in TR-TERM,
       *> 'C' changes whatever fields are keyed (blank = leave as
       *> is; a new term re-enrolls the student for that term), 'W'
       *> withdraws. TR-EFF-DATE is the enrollment or withdrawal
       *> date, zero = run date. The credit load and linked account
       *> are keyed as text so a blank can mean "no change".
       01  TR-TRANSACTION-RECORD.
           05 TR-STUDENT-ID    PIC 9(05).
           05 TR-TRAN-CODE     PIC X(01). *> 'A' Add, 'C' Change
                                          *> 'W' Withdraw
           05 TR-STUDENT-NAME  PIC X(20).
           05 TR-TERM          PIC X(06). *> YYYYTT e.g. 2026FA
           05 TR-PROGRAM-CODE  PIC X(04).
           05 TR-CREDIT-LOAD   PIC X(02).
           05 TR-CREDIT-LOAD-N REDEFINES TR-CREDIT-LOAD
                               PIC 9(02).
           05 TR-LINKED-ACCT   PIC X(10).
           05 TR-LINKED-ACCT-N REDEFINES TR-LINKED-ACCT
                               PIC 9(10).
           05 TR-EFF-DATE      PIC 9(08). *> YYYYMMDD, zero = run date
           05 TR-OPERATOR-ID   PIC X(08).

       FD  STUDENT-MASTER.
       *> SM Prefix: Identifies this as the student-master record.
       *> SM-LOAD-CODE is derived from the credit load at every
       *> add and change. The disbursement fields are stamped by
       *> AID-DISBURSEMENT - the term last paid, the total paid for
       *> it, and the date of the latest payment.
       01  SM-STUDENT-RECORD.
           05 SM-STUDENT-ID    PIC 9(05).
           05 SM-STUDENT-NAME  PIC X(20).
           05 SM-ENROLL-STATUS PIC X(01). *> E=Enrolled W=Withdrawn
               88 SM-ENROLLED            VALUE 'E'.
               88 SM-WITHDRAWN           VALUE 'W'.
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

       FD  ACCOUNT-MASTER.
       01  AM-MASTER-RECORD.
           05 AM-ACCT-ID       PIC 9(10).
           05 AM-ACCT-NAME     PIC X(30).
           05 AM-ACCT-STATUS   PIC X(01).
           05 AM-BALANCE       PIC 9(8)V99.
           05 AM-BRANCH-CODE   PIC 9(03).
           05 AM-LAST-ACTIVITY-DATE PIC 9(08). *> YYYYMMDD
           05 AM-CUST-ID       PIC 9(10). *> Owning customer
           05 AM-PRODUCT-CODE  PIC X(01). *> R=Savings S=Student
                                          *> C=Certificate
           05 AM-CERT-OPEN-DATE PIC 9(08). *> Certificates only
           05 AM-CERT-TERM     PIC 9(03). *> Term in months
           05 AM-CERT-RATE     PIC 9(3)V9(4). *> Locked annual rate
           05 AM-CERT-MATURITY-DATE PIC 9(08).

       FD  AUDIT-FILE.
       *> FO Prefix: Identifies this as the audit-log output. One
       *> line per applied change - operator and timestamp first,
       *> then the whole student record before and after.
       01  FO-AUDIT-RECORD.
           05 FO-RUN-DATE      PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FO-RUN-TIME      PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FO-OPERATOR-ID   PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FO-ACTION-CODE   PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FO-BEFORE-IMAGE  PIC X(97).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FO-AFTER-IMAGE   PIC X(97).

       FD  REJECT-FILE.
       *> FO2 Prefix: Identifies this as the rejected-transactions
       *> output - the line exactly as keyed, then the reason.
       01  FO2-REJECT-RECORD.
           05 FO2-RAW-TRANSACTION PIC X(64).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO2-REASON-CODE  PIC X(30).

       FD  RUN-CONTROL-FILE.
       *> RC Prefix: Identifies this as the run-control ledger
       *> record - the same layout every program in the chain writes
       *> and RUN-BALANCE reads back.
       01  RC-RUN-CONTROL-RECORD.
           05 RC-PROGRAM-ID    PIC X(24).
           05 FILLER           PIC X(01).
           05 RC-RUN-DATE      PIC 9(08).
           05 FILLER           PIC X(01).
           05 RC-RUN-TIME      PIC 9(08).
           05 FILLER           PIC X(01).
           05 RC-RECORDS-IN    PIC 9(07).
           05 FILLER           PIC X(01).
           05 RC-OUT-A         PIC 9(07).
           05 FILLER           PIC X(01).
           05 RC-OUT-B         PIC 9(07).
           05 FILLER           PIC X(01).
           05 RC-OUT-C         PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-FS-TRANS         PIC XX.  *> File Status for Transactions
       01  WS-FS-STUDENT       PIC XX.  *> File Status for Student Mstr
       01  WS-FS-MASTER        PIC XX.  *> File Status for Account Mstr
       01  WS-FS-AUDIT         PIC XX.  *> File Status for Audit Log
       01  WS-FS-REJECT        PIC XX.  *> File Status for Rejects
       01  WS-FS-RUNCTL        PIC XX.  *> File Status for Run Control

       01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88 END-OF-FILE                VALUE 'Y'.
           88 NOT-END-OF-FILE            VALUE 'N'.

       *> Use Case: Level-88 Flag for the keyed student lookup (same
       *> shape as WS-MASTER-SWITCH in TRANSACTION-POSTING).
       01  WS-STUDENT-SWITCH   PIC X(01).
           88 STUDENT-RECORD-FOUND       VALUE 'Y'.
           88 STUDENT-RECORD-NOT-FOUND   VALUE 'N'.

       *> Use Case: Level-88 Flag for the field edits - the first
       *> edit to fail sets the reason and every later edit is
       *> skipped, so the reject carries the first thing wrong.
       01  WS-EDIT-SWITCH      PIC X(01).
           88 EDIT-PASSED                VALUE 'Y'.
           88 EDIT-FAILED                VALUE 'N'.

       *> Use Case: Set when at least one keyed field on a change
       *> actually differs from the master, so an empty change line
       *> is sent back rather than logged as a change.
       01  WS-CHANGED-SWITCH   PIC X(01).
           88 SOMETHING-CHANGED          VALUE 'Y'.
           88 NOTHING-CHANGED            VALUE 'N'.

       *> Use Case: A missing account master is not fatal - the
       *> linked account is then stored as keyed, with a warning.
       01  WS-ACCOUNTS-SWITCH  PIC X(01) VALUE 'Y'.
           88 ACCOUNTS-AVAILABLE         VALUE 'Y'.
           88 ACCOUNTS-ABSENT            VALUE 'N'.

       *> Use Case: Reason set by the caller before PERFORM
       *> 3500-WRITE-REJECT, so the reject paragraph can clear the
       *> whole output record first without losing it.
       01  WS-REJECT-REASON    PIC X(30).

       *> Use Case: Credit hours at or above this are full-time.
       01  WS-FULL-TIME-CREDITS PIC 9(02) VALUE 12.

       01  WS-BEFORE-IMAGE     PIC X(97).
       01  WS-AFTER-IMAGE      PIC X(97).

       01  WS-RUN-DATE         PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME         PIC 9(08) VALUE ZERO.
       01  WS-EFF-DATE         PIC 9(08) VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05 WS-READ-COUNT    PIC 9(07) VALUE ZERO.
           05 WS-ADD-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-CHANGE-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-WITHDRAW-COUNT PIC 9(07) VALUE ZERO.
           05 WS-APPLIED-COUNT PIC 9(07) VALUE ZERO.
           05 WS-REJECT-COUNT  PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-READ-TRANSACTION.
           PERFORM 3000-APPLY-ONE UNTIL END-OF-FILE.
           PERFORM 4000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-FS-TRANS NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT OPEN "
                "STUDENT-TRANS.DAT (FS: " WS-FS-TRANS ")"
               STOP RUN
           END-IF.

           *> Use Case: I-O for the keyed WRITE/REWRITE. The very
           *> first run has no master, so a file-not-found (35)
           *> creates an empty one and reopens it I-O (same pattern
           *> as ACCOUNT-MASTER-BUILD).
           OPEN I-O STUDENT-MASTER.
           IF WS-FS-STUDENT = "35"
               OPEN OUTPUT STUDENT-MASTER
               CLOSE STUDENT-MASTER
               OPEN I-O STUDENT-MASTER
           END-IF.
           IF WS-FS-STUDENT NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT OPEN STUDENT-MASTER "
                "(FS: " WS-FS-STUDENT ")"
               STOP RUN
           END-IF.

           OPEN INPUT ACCOUNT-MASTER.
           IF WS-FS-MASTER NOT = "00"
               SET ACCOUNTS-ABSENT TO TRUE
               DISPLAY "WARNING: COULD NOT OPEN ACCOUNT-MASTER (FS: "
                WS-FS-MASTER ") - LINKED ACCOUNTS NOT VERIFIED"
           END-IF.

           OPEN OUTPUT REJECT-FILE.
           IF WS-FS-REJECT NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT CREATE REJECTS "
                "FILE (FS: " WS-FS-REJECT ")"
               STOP RUN
           END-IF.

           *> Use Case: The audit log is permanent - appended across
           *> runs; OPEN EXTEND fails with "file not found" the very
           *> first time, so fall back to OPEN OUTPUT to create it.
           OPEN EXTEND AUDIT-FILE.
           IF WS-FS-AUDIT = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-FS-AUDIT NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT OPEN STUDENT "
                "AUDIT LOG (FS: " WS-FS-AUDIT ")"
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

       2000-READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       3000-APPLY-ONE.
           ADD 1 TO WS-READ-COUNT.

           *> Use Case: A keyed effective date dates the enrollment
           *> or withdrawal for the day it really happened; a zero
           *> or garbage date falls back to the run date.
           IF TR-EFF-DATE IS NUMERIC AND TR-EFF-DATE NOT = ZERO
               MOVE TR-EFF-DATE TO WS-EFF-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-EFF-DATE
           END-IF.

           *> Use Case: Keyed lookup first - every function below
           *> needs to know whether the student is already on file.
           MOVE TR-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   SET STUDENT-RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET STUDENT-RECORD-FOUND TO TRUE
           END-READ.

           IF TR-TRAN-CODE = 'A'
               PERFORM 3100-ADD-STUDENT
           ELSE
               IF TR-TRAN-CODE = 'C'
                   PERFORM 3200-CHANGE-STUDENT
               ELSE
                   IF TR-TRAN-CODE = 'W'
                       PERFORM 3300-WITHDRAW-STUDENT
                   ELSE
                       MOVE "INVALID TRANSACTION CODE"
                           TO WS-REJECT-REASON
                       PERFORM 3500-WRITE-REJECT
                   END-IF
               END-IF
           END-IF.

           PERFORM 2000-READ-TRANSACTION.

       3100-ADD-STUDENT.
           IF STUDENT-RECORD-FOUND
               MOVE "STUDENT ALREADY ON MASTER" TO WS-REJECT-REASON
               PERFORM 3500-WRITE-REJECT
           ELSE
               PERFORM 3110-EDIT-ADD-FIELDS
               IF EDIT-PASSED
                   PERFORM 3150-EDIT-LINKED-ACCOUNT
               END-IF
               IF EDIT-FAILED
                   PERFORM 3500-WRITE-REJECT
               ELSE
                   PERFORM 3120-WRITE-NEW-STUDENT
               END-IF
           END-IF.

       3110-EDIT-ADD-FIELDS.
           *> Use Case: An add must arrive complete - a student with
           *> no term, program, or credit load cannot be judged
           *> enrolled or counted on the roster.
           SET EDIT-PASSED TO TRUE.
           IF TR-STUDENT-NAME = SPACES
               SET EDIT-FAILED TO TRUE
               MOVE "STUDENT NAME MISSING" TO WS-REJECT-REASON
           END-IF.
           IF EDIT-PASSED AND TR-TERM = SPACES
               SET EDIT-FAILED TO TRUE
               MOVE "TERM MISSING" TO WS-REJECT-REASON
           END-IF.
           IF EDIT-PASSED AND TR-PROGRAM-CODE = SPACES
               SET EDIT-FAILED TO TRUE
               MOVE "PROGRAM MISSING" TO WS-REJECT-REASON
           END-IF.
           IF EDIT-PASSED
               PERFORM 3140-EDIT-CREDIT-LOAD
           END-IF.

       3120-WRITE-NEW-STUDENT.
           *> Use Case: An ADD has no before-image - the audit line
           *> carries spaces on that side.
           MOVE SPACES           TO WS-BEFORE-IMAGE.
           MOVE SPACES           TO SM-STUDENT-RECORD.
           MOVE TR-STUDENT-ID    TO SM-STUDENT-ID.
           MOVE TR-STUDENT-NAME  TO SM-STUDENT-NAME.
           SET SM-ENROLLED       TO TRUE.
           MOVE TR-TERM          TO SM-CURRENT-TERM.
           MOVE TR-PROGRAM-CODE  TO SM-PROGRAM-CODE.
           MOVE TR-CREDIT-LOAD-N TO SM-CREDIT-LOAD.
           PERFORM 3130-SET-LOAD-CODE.
           IF TR-LINKED-ACCT = SPACES
               MOVE ZERO             TO SM-LINKED-ACCT-ID
           ELSE
               MOVE TR-LINKED-ACCT-N TO SM-LINKED-ACCT-ID
           END-IF.
           MOVE WS-EFF-DATE      TO SM-ENROLL-DATE.
           MOVE ZERO             TO SM-WITHDRAW-DATE.
           MOVE ZERO             TO SM-DISB-AMOUNT.
           MOVE ZERO             TO SM-LAST-DISB-DATE.
           MOVE WS-RUN-DATE      TO SM-LAST-MAINT-DATE.

           WRITE SM-STUDENT-RECORD
               INVALID KEY
                   MOVE "STUDENT ALREADY ON MASTER"
                       TO WS-REJECT-REASON
                   PERFORM 3500-WRITE-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   MOVE SM-STUDENT-RECORD TO WS-AFTER-IMAGE
                   PERFORM 3900-COMMIT-AUDIT
           END-WRITE.

       3130-SET-LOAD-CODE.
           IF SM-CREDIT-LOAD >= WS-FULL-TIME-CREDITS
               MOVE 'F' TO SM-LOAD-CODE
           ELSE
               MOVE 'P' TO SM-LOAD-CODE
           END-IF.

       3140-EDIT-CREDIT-LOAD.
           IF TR-CREDIT-LOAD-N IS NOT NUMERIC
               SET EDIT-FAILED TO TRUE
               MOVE "INVALID CREDIT LOAD" TO WS-REJECT-REASON
           ELSE
               IF TR-CREDIT-LOAD-N = ZERO
                   SET EDIT-FAILED TO TRUE
                   MOVE "INVALID CREDIT LOAD" TO WS-REJECT-REASON
               END-IF
           END-IF.

       3150-EDIT-LINKED-ACCOUNT.
           *> Use Case: A blank linked account is allowed - not every
           *> student banks with us. A keyed one must be numeric and,
           *> when the account master is open, really on it.
           IF TR-LINKED-ACCT NOT = SPACES
               IF TR-LINKED-ACCT-N IS NOT NUMERIC
                   SET EDIT-FAILED TO TRUE
                   MOVE "INVALID LINKED ACCOUNT" TO WS-REJECT-REASON
               ELSE
                   IF ACCOUNTS-AVAILABLE
                       MOVE TR-LINKED-ACCT-N TO AM-ACCT-ID
                       READ ACCOUNT-MASTER
                           INVALID KEY
                               SET EDIT-FAILED TO TRUE
                               MOVE "LINKED ACCOUNT NOT ON FILE"
                                   TO WS-REJECT-REASON
                       END-READ
                   END-IF
               END-IF
           END-IF.

       3200-CHANGE-STUDENT.
           IF STUDENT-RECORD-NOT-FOUND
               MOVE "STUDENT NOT ON MASTER" TO WS-REJECT-REASON
               PERFORM 3500-WRITE-REJECT
           ELSE
               SET EDIT-PASSED TO TRUE
               IF TR-CREDIT-LOAD NOT = SPACES
                   PERFORM 3140-EDIT-CREDIT-LOAD
               END-IF
               IF EDIT-PASSED
                   PERFORM 3150-EDIT-LINKED-ACCOUNT
               END-IF
               IF EDIT-FAILED
                   PERFORM 3500-WRITE-REJECT
               ELSE
                   MOVE SM-STUDENT-RECORD TO WS-BEFORE-IMAGE
                   PERFORM 3210-APPLY-CHANGES
                   IF NOTHING-CHANGED
                       MOVE "NO CHANGE KEYED" TO WS-REJECT-REASON
                       PERFORM 3500-WRITE-REJECT
                   ELSE
                       ADD 1 TO WS-CHANGE-COUNT
                       PERFORM 3800-REWRITE-STUDENT
                   END-IF
               END-IF
           END-IF.

       3210-APPLY-CHANGES.
           *> Use Case: Only keyed fields that differ from the master
           *> are applied. A new term is a re-enrollment - the
           *> student is enrolled for it from the effective date and
           *> any earlier withdrawal is cleared, which is also how a
           *> withdrawn student comes back.
           SET NOTHING-CHANGED TO TRUE.
           IF TR-STUDENT-NAME NOT = SPACES
            AND TR-STUDENT-NAME NOT = SM-STUDENT-NAME
               MOVE TR-STUDENT-NAME TO SM-STUDENT-NAME
               SET SOMETHING-CHANGED TO TRUE
           END-IF.
           IF TR-TERM NOT = SPACES
            AND TR-TERM NOT = SM-CURRENT-TERM
               MOVE TR-TERM     TO SM-CURRENT-TERM
               SET SM-ENROLLED  TO TRUE
               MOVE WS-EFF-DATE TO SM-ENROLL-DATE
               MOVE ZERO        TO SM-WITHDRAW-DATE
               SET SOMETHING-CHANGED TO TRUE
           END-IF.
           IF TR-PROGRAM-CODE NOT = SPACES
            AND TR-PROGRAM-CODE NOT = SM-PROGRAM-CODE
               MOVE TR-PROGRAM-CODE TO SM-PROGRAM-CODE
               SET SOMETHING-CHANGED TO TRUE
           END-IF.
           IF TR-CREDIT-LOAD NOT = SPACES
               IF TR-CREDIT-LOAD-N NOT = SM-CREDIT-LOAD
                   MOVE TR-CREDIT-LOAD-N TO SM-CREDIT-LOAD
                   PERFORM 3130-SET-LOAD-CODE
                   SET SOMETHING-CHANGED TO TRUE
               END-IF
           END-IF.
           IF TR-LINKED-ACCT NOT = SPACES
               IF TR-LINKED-ACCT-N NOT = SM-LINKED-ACCT-ID
                   MOVE TR-LINKED-ACCT-N TO SM-LINKED-ACCT-ID
                   SET SOMETHING-CHANGED TO TRUE
               END-IF
           END-IF.

       3300-WITHDRAW-STUDENT.
           IF STUDENT-RECORD-NOT-FOUND
               MOVE "STUDENT NOT ON MASTER" TO WS-REJECT-REASON
               PERFORM 3500-WRITE-REJECT
           ELSE
               IF SM-WITHDRAWN
                   MOVE "STUDENT ALREADY WITHDRAWN"
                       TO WS-REJECT-REASON
                   PERFORM 3500-WRITE-REJECT
               ELSE
                   IF WS-EFF-DATE < SM-ENROLL-DATE
                       MOVE "WITHDRAWAL BEFORE ENROLLMENT"
                           TO WS-REJECT-REASON
                       PERFORM 3500-WRITE-REJECT
                   ELSE
                       MOVE SM-STUDENT-RECORD TO WS-BEFORE-IMAGE
                       SET SM-WITHDRAWN       TO TRUE
                       MOVE WS-EFF-DATE       TO SM-WITHDRAW-DATE
                       ADD 1 TO WS-WITHDRAW-COUNT
                       PERFORM 3800-REWRITE-STUDENT
                   END-IF
               END-IF
           END-IF.

       3500-WRITE-REJECT.
           MOVE SPACES                TO FO2-REJECT-RECORD.
           MOVE TR-TRANSACTION-RECORD TO FO2-RAW-TRANSACTION.
           MOVE WS-REJECT-REASON      TO FO2-REASON-CODE.

           WRITE FO2-REJECT-RECORD.

           IF WS-FS-REJECT NOT = "00"
               DISPLAY "WRITE ERROR DETECTED: " WS-FS-REJECT
               SET END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       3800-REWRITE-STUDENT.
           MOVE WS-RUN-DATE TO SM-LAST-MAINT-DATE.
           REWRITE SM-STUDENT-RECORD.

           *> Error Handling: A failed REWRITE leaves the master in
           *> an unknown state - stop the run rather than keep
           *> applying changes against it.
           IF WS-FS-STUDENT NOT = "00"
               DISPLAY "REWRITE ERROR DETECTED: " WS-FS-STUDENT
                " ON STUDENT ID " SM-STUDENT-ID
               SET END-OF-FILE TO TRUE
           ELSE
               MOVE SM-STUDENT-RECORD TO WS-AFTER-IMAGE
               PERFORM 3900-COMMIT-AUDIT
           END-IF.

       3900-COMMIT-AUDIT.
           ACCEPT WS-RUN-TIME FROM TIME.

           MOVE SPACES           TO FO-AUDIT-RECORD.
           MOVE WS-RUN-DATE      TO FO-RUN-DATE.
           MOVE WS-RUN-TIME      TO FO-RUN-TIME.
           MOVE TR-OPERATOR-ID   TO FO-OPERATOR-ID.
           MOVE TR-TRAN-CODE     TO FO-ACTION-CODE.
           MOVE WS-BEFORE-IMAGE  TO FO-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE   TO FO-AFTER-IMAGE.

           WRITE FO-AUDIT-RECORD.

           *> Error Handling: An unlogged change is a controls
           *> failure - end the run rather than keep changing the
           *> master off the books.
           IF WS-FS-AUDIT NOT = "00"
               DISPLAY "AUDIT LOG WRITE ERROR: " WS-FS-AUDIT
                " - RUN ENDED"
               SET END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

       4000-CLOSE-FILES.
           CLOSE TRANSACTION-FILE.
           CLOSE STUDENT-MASTER.
           IF ACCOUNTS-AVAILABLE
               CLOSE ACCOUNT-MASTER
           END-IF.
           CLOSE REJECT-FILE.
           CLOSE AUDIT-FILE.

           PERFORM 4500-WRITE-RUN-CONTROL.

           DISPLAY "STUDENT MASTER MAINTENANCE COMPLETE.".
           DISPLAY "TRANSACTIONS READ..: " WS-READ-COUNT.
           DISPLAY "STUDENTS ADDED.....: " WS-ADD-COUNT.
           DISPLAY "STUDENTS CHANGED...: " WS-CHANGE-COUNT.
           DISPLAY "STUDENTS WITHDRAWN.: " WS-WITHDRAW-COUNT.
           DISPLAY "REJECTED...........: " WS-REJECT-COUNT.

       4500-WRITE-RUN-CONTROL.
           *> Use Case: One ledger record per completed run - the
           *> arithmetic RUN-BALANCE verifies is RECORDS-IN
           *> (transactions read) equals the dispositions summed:
           *> applied and logged, rejected.
           *> Appends across runs; OPEN EXTEND fails with "file not
           *> found" the very first time, so fall back to OPEN
           *> OUTPUT to create it. A failure here is warned, not
           *> fatal - the business run itself completed.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-FS-RUNCTL = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           IF WS-FS-RUNCTL NOT = "00"
               DISPLAY "RUN CONTROL OPEN ERROR: " WS-FS-RUNCTL
           ELSE
               MOVE SPACES TO RC-RUN-CONTROL-RECORD
               MOVE "STUDENT-MASTER-MAINT" TO RC-PROGRAM-ID
               ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT RC-RUN-TIME FROM TIME
               MOVE WS-READ-COUNT TO RC-RECORDS-IN
               MOVE WS-APPLIED-COUNT TO RC-OUT-A
               MOVE WS-REJECT-COUNT TO RC-OUT-B
               MOVE ZERO TO RC-OUT-C
               WRITE RC-RUN-CONTROL-RECORD
               IF WS-FS-RUNCTL NOT = "00"
                   DISPLAY "RUN CONTROL WRITE ERROR: " WS-FS-RUNCTL
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.
