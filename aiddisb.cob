           *> ACCOUNT-MASTER with a keyed READ/REWRITE, and writes a
           *> disbursement register plus an exception list for
           *> awarded students with no matched active account.
           *> An award is paid only to a student the STUDMSTR student
           *> master shows enrolled in the award's term; the linked
           *> savings account on the master, where one is kept, is
           *> the account paid, ahead of the match pair. What was
           *> paid is stamped back on the student record, so the
           *> term roster can list students who withdrew after their
           *> aid had gone out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

           *> Use Case: The permanent student master kept by
           *> STUDENT-MASTER-MAINT - enrollment status, current term,
           *> and linked account per student. I-O so the payment can
           *> be stamped back onto it.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-FS-STUDENT.

           SELECT REGISTER-FILE ASSIGN TO "DISBURSE-REGISTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTER.
       DATA DIVISION.
       FILE SECTION.
       FD  AWARD-FILE.
       *> AW Prefix: Identifies this as Award input data. The term
       *> is the academic term the award is for, in the same YYYYTT
       *> form the student master carries.
       01  AW-AWARD-RECORD.
           05 AW-STUDENT-ID    PIC 9(05).
           05 FILLER           PIC X(01).
           05 AW-AWARD-AMOUNT  PIC 9(8)V99.
           05 FILLER           PIC X(01).
           05 AW-AWARD-TERM    PIC X(06).

       FD  MATCH-FILE.
       *> MR Prefix: The match-report line exactly as
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

       FD  STUDENT-MASTER.
       *> SM Prefix: Identifies this as the student-master record -
       *> the same layout STUDENT-MASTER-MAINT keeps.
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

       FD  REGISTER-FILE.
       *> FO Prefix: Identifies this as the disbursement-register
           05 TH-TELLER-ID     PIC X(08).
           05 FILLER           PIC X(01).
           05 TH-REF-NO        PIC X(12).
           05 FILLER           PIC X(01).
           05 TH-CASH-SW       PIC X(01). *> 'Y' = cash item

       FD  EXCEPTION-FILE.
       *> FO2 Prefix: Identifies this as the exception-list output
       01  WS-FS-AWARD         PIC XX.  *> File Status for Awards
       01  WS-FS-MATCH         PIC XX.  *> File Status for Match Pairs
       01  WS-FS-MASTER        PIC XX.  *> File Status for Master
       01  WS-FS-STUDENT       PIC XX.  *> File Status for Student Mstr
       01  WS-FS-REGISTER      PIC XX.  *> File Status for Register
       01  WS-FS-HISTORY       PIC XX.  *> File Status for History
       01  WS-FS-EXCEPTION     PIC XX.  *> File Status for Exceptions
           88 MASTER-RECORD-FOUND        VALUE 'Y'.
           88 MASTER-RECORD-NOT-FOUND    VALUE 'N'.

       *> Use Case: Level-88 Flag for the enrollment check - set
       *> only when the student is on the master, enrolled, and
       *> enrolled in the term the award is for.
       01  WS-ENROLL-SWITCH    PIC X(01).
           88 ENROLLED-FOR-AWARD         VALUE 'Y'.
           88 NOT-ENROLLED-FOR-AWARD     VALUE 'N'.

       *> Use Case: The account the award is paid into - the
       *> student master's linked account, or failing that the
       *> STUDENT-ACCT-MATCH pair.
       01  WS-POST-ACCT-ID     PIC 9(10).

       *> Use Case: The matched pairs loaded into memory once so
       *> every award can be bridged to its account with a keyed
       *> scan (same shape as WS-SAVINGS-TABLE in
               STOP RUN
           END-IF.

           *> Use Case: No student master means no way to tell who
           *> is enrolled - refuse the run rather than pay blind.
           OPEN I-O STUDENT-MASTER.
           IF WS-FS-STUDENT NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT OPEN STUDENT-MASTER "
                "(FS: " WS-FS-STUDENT ")"
               STOP RUN
           END-IF.

           OPEN OUTPUT REGISTER-FILE.
           IF WS-FS-REGISTER NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT CREATE DISBURSE "
       3000-DISBURSE-ONE.
           ADD 1 TO WS-READ-COUNT.

           PERFORM 3050-CHECK-ENROLLMENT.

           IF NOT-ENROLLED-FOR-AWARD
               PERFORM 3500-WRITE-EXCEPTION
           ELSE
               IF SM-LINKED-ACCT-ID NOT = ZERO
                   MOVE SM-LINKED-ACCT-ID TO WS-POST-ACCT-ID
                   PERFORM 3200-POST-AWARD
               ELSE
                   PERFORM 3100-SEARCH-PAIR-TABLE
                   IF PAIR-NOT-FOUND
                       MOVE "NO MATCHED ACTIVE ACCOUNT"
                           TO WS-EXCEPTION-REASON
                       PERFORM 3500-WRITE-EXCEPTION
                   ELSE
                       MOVE WS-P-ACCT-ID (WS-PAIR-IDX)
                           TO WS-POST-ACCT-ID
                       PERFORM 3200-POST-AWARD
                   END-IF
               END-IF
           END-IF.

           PERFORM 2000-READ-AWARD.

       3050-CHECK-ENROLLMENT.
           *> Use Case: Aid follows enrollment - a student missing
           *> from the master, withdrawn, or enrolled in a different
           *> term than the award is for is sent back to financial
           *> aid with the reason, never paid.
           SET NOT-ENROLLED-FOR-AWARD TO TRUE.
           MOVE AW-STUDENT-ID TO SM-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE "STUDENT NOT ON STUDENT MASTER"
                       TO WS-EXCEPTION-REASON
               NOT INVALID KEY
                   IF NOT SM-ENROLLED
                       MOVE "STUDENT NOT ENROLLED"
                           TO WS-EXCEPTION-REASON
                   ELSE
                       IF SM-CURRENT-TERM NOT = AW-AWARD-TERM
                           MOVE "NOT ENROLLED IN AWARD TERM"
                               TO WS-EXCEPTION-REASON
                       ELSE
                           SET ENROLLED-FOR-AWARD TO TRUE
                       END-IF
                   END-IF
           END-READ.

       3100-SEARCH-PAIR-TABLE.
           SET PAIR-NOT-FOUND TO TRUE.
           SET WS-PAIR-IDX TO 1.
           *> Use Case: The match file may be a day older than the
           *> master - re-verify the account is still on file and
           *> still active before money moves.
           MOVE WS-POST-ACCT-ID TO AM-ACCT-ID.
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET MASTER-RECORD-NOT-FOUND TO TRUE
           IF WS-FS-HISTORY NOT = "00"
               DISPLAY "WRITE ERROR DETECTED: " WS-FS-HISTORY
               SET END-OF-FILE TO TRUE
           ELSE
               PERFORM 3460-STAMP-STUDENT
           END-IF.

       3460-STAMP-STUDENT.
           *> Use Case: The payment stamped on the student record -
           *> the term paid, the running total paid for it, and the
           *> date - so a later withdrawal can be seen to have come
           *> after the aid went out.
           IF SM-DISB-TERM = AW-AWARD-TERM
               ADD AW-AWARD-AMOUNT  TO SM-DISB-AMOUNT
           ELSE
               MOVE AW-AWARD-TERM   TO SM-DISB-TERM
               MOVE AW-AWARD-AMOUNT TO SM-DISB-AMOUNT
           END-IF.
           MOVE WS-RUN-DATE TO SM-LAST-DISB-DATE.

           REWRITE SM-STUDENT-RECORD.

           IF WS-FS-STUDENT NOT = "00"
               DISPLAY "REWRITE ERROR DETECTED: " WS-FS-STUDENT
                " ON STUDENT ID " SM-STUDENT-ID
               SET END-OF-FILE TO TRUE
           END-IF.

       3500-WRITE-EXCEPTION.
       4000-CLOSE-FILES.
           CLOSE AWARD-FILE.
           CLOSE ACCOUNT-MASTER.
           CLOSE STUDENT-MASTER.
           CLOSE REGISTER-FILE.
           CLOSE HISTORY-FILE.
           CLOSE EXCEPTION-FILE.
