       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-PURGE.

           *> Use Case: Closed-account purge. Walks ACCOUNT-MASTER
           *> front to back and moves every account closed longer
           *> than the retention period in PURGE.PARM off the master
           *> and onto the closed-account archive ACCTARCH, so the
           *> nightly chain stops carrying dead accounts forever
           *> while ACCOUNT-INQUIRY can still answer for them. The
           *> retention keeps a closed account on the master through
           *> its final statement. The history lines stay where they
           *> are on TRANS-HISTORY.DAT - only the master row moves.
           *> A purge register lists every account archived, and a
           *> closed account that somehow still carries a balance is
           *> listed as an exception and left on the master.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Use Case: SEQUENTIAL rather than RANDOM access - the
           *> run visits every account exactly once in key order, and
           *> DELETE after a sequential READ removes the row in hand.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCT-ID
               ALTERNATE RECORD KEY IS AM-ACCT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

           *> Use Case: Startup control file carrying the retention
           *> period, so the records team changes it between runs
           *> without a recompile. One line: retention in months.
           SELECT PARM-FILE ASSIGN TO "PURGE.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           *> Use Case: The closed-account archive - the master row
           *> as it stood at closure, keyed by account number the
           *> same as the master, plus the date it was archived.
           SELECT ARCHIVE-FILE ASSIGN TO "ACCTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-ACCT-ID
               FILE STATUS IS WS-FS-ARCHIVE.

           *> Use Case: One line per account archived plus a control
           *> trailer, and the closed accounts not archived because
           *> something is wrong with them, for the records team.
           SELECT REGISTER-FILE ASSIGN TO "PURGE-REGISTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTER.

           SELECT EXCEPTION-FILE ASSIGN TO "PURGE-EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPTION.

           *> Use Case: Shared run-control ledger - every batch
           *> program appends one record (program, date/time, records
           *> in, records out by disposition) so RUN-BALANCE can
           *> prove the night's chain tied without scraping job logs.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PARM-FILE.
       *> PM Prefix: Identifies this as Parameter input data.
       *> PM-RETENTION-MONTHS is how many whole months a closed
       *> account stays on the master before it is archived.
       01  PM-PARM-RECORD.
           05 PM-RETENTION-MONTHS PIC 9(03).

       FD  ARCHIVE-FILE.
       *> AR Prefix: Identifies this as the closed-account archive
       *> record. AR-MASTER-IMAGE is the master row field for field,
       *> so a reader can move it straight into the master layout;
       *> the close date is the master's last-activity date, which
       *> ACCOUNT-MAINT stamps at the close.
       01  AR-ARCHIVE-RECORD.
           05 AR-MASTER-IMAGE.
              10 AR-ACCT-ID    PIC 9(10).
              10 AR-ACCT-NAME  PIC X(30).
              10 AR-ACCT-STATUS PIC X(01).
              10 AR-BALANCE    PIC 9(8)V99.
              10 AR-BRANCH-CODE PIC 9(03).
              10 AR-CLOSE-DATE PIC 9(08). *> YYYYMMDD
              10 AR-CUST-ID    PIC 9(10).
              10 AR-PRODUCT-CODE PIC X(01).
              10 AR-CERT-OPEN-DATE PIC 9(08).
              10 AR-CERT-TERM  PIC 9(03).
              10 AR-CERT-RATE  PIC 9(3)V9(4).
              10 AR-CERT-MATURITY-DATE PIC 9(08).
           05 AR-ARCHIVE-DATE  PIC 9(08). *> YYYYMMDD

       FD  REGISTER-FILE.
       *> FO Prefix: Identifies this as the purge-register output -
       *> one line per account moved to the archive.
       01  FO-REGISTER-RECORD.
           05 FO-ACCT-ID       PIC 9(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO-ACCT-NAME     PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO-BRANCH-CODE   PIC 9(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO-CUST-ID       PIC 9(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO-CLOSE-DATE    PIC 9(08).

       *> Use Case: Control-total trailer written once the detail
       *> lines are out - a second, independent 01-level under the
       *> same FD, the same shape-vs-REDEFINES call made for
       *> FO-TRAILER-RECORD in INTEREST-ACCRUAL.
       01  FO-TRAILER-RECORD.
           05 FO-TRAILER-LABEL PIC X(20).
           05 FO-TRAILER-TEXT  PIC X(60).

       FD  EXCEPTION-FILE.
       *> FO2 Prefix: Identifies this as the exception-list output
       01  FO2-EXCEPTION-RECORD.
           05 FO2-ACCT-ID      PIC 9(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO2-BALANCE      PIC 9(8)V99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO2-CLOSE-DATE   PIC 9(08).
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
       01  WS-FS-MASTER        PIC XX.  *> File Status for Master
       01  WS-FS-PARM          PIC XX.  *> File Status for Parameters
       01  WS-FS-ARCHIVE       PIC XX.  *> File Status for Archive
       01  WS-FS-REGISTER      PIC XX.  *> File Status for Register
       01  WS-FS-EXCEPTION     PIC XX.  *> File Status for Exceptions
       01  WS-FS-RUNCTL        PIC XX.  *> File Status for Run Control

       01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88 END-OF-FILE                VALUE 'Y'.
           88 NOT-END-OF-FILE            VALUE 'N'.

       *> Use Case: Retention default used if PURGE.PARM is missing
       *> or unreadable (the same fallback idea as
       *> WS-THRESHOLD-YEARS in DORMANCY-AGING). Never less than
       *> one month - a closed account must live on the master
       *> through the statement run that prints its final page.
       01  WS-RETENTION-MONTHS PIC 9(03) VALUE 12.

       *> Use Case: Whole months since the close - the two YYYYMMDD
       *> dates are taken apart into year and month and differenced
       *> as a month count, so no calendar arithmetic is needed
       *> (same as SERVICE-FEE-ASSESSMENT).
       01  WS-MONTH-WORK.
           05 WS-RUN-YEAR      PIC 9(04) VALUE ZERO.
           05 WS-RUN-MONTH     PIC 9(02) VALUE ZERO.
           05 WS-CLOSE-YEAR    PIC 9(04) VALUE ZERO.
           05 WS-CLOSE-MONTH   PIC 9(02) VALUE ZERO.
           05 WS-CLOSED-MONTHS PIC S9(06) VALUE ZERO.

       01  WS-EXCEPTION-REASON PIC X(30).

       *> Use Case: Run date captured once at startup - the date
       *> closed months are measured to and the archive date
       *> stamped on every row this run moves.
       01  WS-RUN-DATE         PIC 9(08) VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05 WS-READ-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-ARCHIVED-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-RETAINED-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-EXCEPTION-COUNT PIC 9(07) VALUE ZERO.

       01  WS-TD-COUNT         PIC Z,ZZZ,ZZ9.

       *> Use Case: Preflight gate working fields - the run-control
       *> ledger is read before any business file opens, proving
       *> this leg has not already run today.
       01  WS-PF-EOF-SWITCH    PIC X(01) VALUE 'N'.
           88 END-OF-PREFLIGHT           VALUE 'Y'.
           88 NOT-END-OF-PREFLIGHT       VALUE 'N'.

       01  WS-SELF-SEEN-SW     PIC X(01) VALUE 'N'.
           88 SELF-RAN-TODAY             VALUE 'Y'.

       01  WS-TODAY            PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-PREFLIGHT-CHECK.
           PERFORM 0500-READ-PARAMETER.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-READ-MASTER.
           PERFORM 3000-PURGE-ONE UNTIL END-OF-FILE.
           PERFORM 4000-CLOSE-FILES.
           STOP RUN.

       0100-PREFLIGHT-CHECK.
           *> Use Case: Once per date, enforced by the ledger itself.
           *> A missing ledger means no run has ever been recorded,
           *> which is not a refusal.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-FS-RUNCTL = "00"
               PERFORM 0110-READ-LEDGER-ROW
               PERFORM 0120-NOTE-LEDGER-ROW UNTIL END-OF-PREFLIGHT
               CLOSE RUN-CONTROL-FILE
           END-IF.

           IF SELF-RAN-TODAY
               DISPLAY "RUN REFUSED: ACCOUNT-PURGE ALREADY RAN FOR "
                WS-TODAY
               STOP RUN
           END-IF.

       0110-READ-LEDGER-ROW.
           READ RUN-CONTROL-FILE
               AT END SET END-OF-PREFLIGHT TO TRUE
           END-READ.

       0120-NOTE-LEDGER-ROW.
           IF RC-RUN-DATE = WS-TODAY
            AND RC-PROGRAM-ID = "ACCOUNT-PURGE"
               SET SELF-RAN-TODAY TO TRUE
           END-IF.

           PERFORM 0110-READ-LEDGER-ROW.

       0500-READ-PARAMETER.
           *> Use Case: Pull the retention period from PURGE.PARM;
           *> the default stays in effect if the file is absent or
           *> the read fails.
           OPEN INPUT PARM-FILE.
           IF WS-FS-PARM = "00"
               READ PARM-FILE
                   AT END
                       DISPLAY "WARNING: PURGE.PARM EMPTY - DEFAULT "
                        "RETENTION IN EFFECT"
                   NOT AT END
                       MOVE PM-RETENTION-MONTHS TO WS-RETENTION-MONTHS
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "WARNING: PURGE.PARM MISSING - DEFAULT "
                "RETENTION IN EFFECT"
           END-IF.

           IF WS-RETENTION-MONTHS = ZERO
               DISPLAY "WARNING: ZERO RETENTION IN PURGE.PARM - ONE "
                "MONTH IN EFFECT"
               MOVE 1 TO WS-RETENTION-MONTHS
           END-IF.

           DISPLAY "RETENTION PERIOD (MONTHS): " WS-RETENTION-MONTHS.

       1000-OPEN-FILES.
           *> Use Case: I-O rather than INPUT - an archived account
           *> comes off the master with a DELETE in place.
           OPEN I-O ACCOUNT-MASTER.
           IF WS-FS-MASTER NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT OPEN ACCOUNT-MASTER "
                "(FS: " WS-FS-MASTER ")"
               STOP RUN
           END-IF.

           *> Use Case: The archive is created by the first purge
           *> that needs it, the same file-not-found fallback as the
           *> hold file in ACCOUNT-MAINT.
           OPEN I-O ARCHIVE-FILE.
           IF WS-FS-ARCHIVE = "35"
               OPEN OUTPUT ARCHIVE-FILE
               CLOSE ARCHIVE-FILE
               OPEN I-O ARCHIVE-FILE
           END-IF.
           IF WS-FS-ARCHIVE NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT OPEN ACCOUNT "
                "ARCHIVE (FS: " WS-FS-ARCHIVE ")"
               STOP RUN
           END-IF.

           OPEN OUTPUT REGISTER-FILE.
           IF WS-FS-REGISTER NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT CREATE PURGE "
                "REGISTER (FS: " WS-FS-REGISTER ")"
               STOP RUN
           END-IF.

           OPEN OUTPUT EXCEPTION-FILE.
           IF WS-FS-EXCEPTION NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT CREATE EXCEPTION "
                "LIST (FS: " WS-FS-EXCEPTION ")"
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-YEAR  = WS-RUN-DATE / 10000.
           COMPUTE WS-RUN-MONTH =
               (WS-RUN-DATE / 100) - (WS-RUN-YEAR * 100).

       2000-READ-MASTER.
           READ ACCOUNT-MASTER
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       3000-PURGE-ONE.
           ADD 1 TO WS-READ-COUNT.

           *> Use Case: Only closed accounts are candidates, and only
           *> once the retention period has run out since the close.
           IF AM-ACCT-STATUS NOT = 'C'
               ADD 1 TO WS-RETAINED-COUNT
           ELSE
               PERFORM 3100-COMPUTE-CLOSED-MONTHS
               IF WS-CLOSED-MONTHS < WS-RETENTION-MONTHS
                   ADD 1 TO WS-RETAINED-COUNT
               ELSE
                   *> Error Handling: A closed account is paid out to
                   *> zero at the close - one still carrying money
                   *> had something post to it since, and is listed
                   *> for the records team rather than archived.
                   IF AM-BALANCE NOT = ZERO
                       MOVE "CLOSED WITH BALANCE - NOT PURGED"
                           TO WS-EXCEPTION-REASON
                       PERFORM 3500-WRITE-EXCEPTION
                   ELSE
                       PERFORM 3200-ARCHIVE-ACCOUNT
                   END-IF
               END-IF
           END-IF.

           PERFORM 2000-READ-MASTER.

       3100-COMPUTE-CLOSED-MONTHS.
           COMPUTE WS-CLOSE-YEAR  = AM-LAST-ACTIVITY-DATE / 10000.
           COMPUTE WS-CLOSE-MONTH =
               (AM-LAST-ACTIVITY-DATE / 100) - (WS-CLOSE-YEAR * 100).
           COMPUTE WS-CLOSED-MONTHS =
               ((WS-RUN-YEAR - WS-CLOSE-YEAR) * 12)
               + WS-RUN-MONTH - WS-CLOSE-MONTH.

       3200-ARCHIVE-ACCOUNT.
           *> Use Case: Archive first, then delete - a row is never
           *> off the master without being on the archive. An
           *> account already on the archive (its number reused and
           *> closed a second time) is listed, not overwritten.
           MOVE SPACES                TO AR-ARCHIVE-RECORD.
           MOVE AM-ACCT-ID            TO AR-ACCT-ID.
           MOVE AM-ACCT-NAME          TO AR-ACCT-NAME.
           MOVE AM-ACCT-STATUS        TO AR-ACCT-STATUS.
           MOVE AM-BALANCE            TO AR-BALANCE.
           MOVE AM-BRANCH-CODE        TO AR-BRANCH-CODE.
           MOVE AM-LAST-ACTIVITY-DATE TO AR-CLOSE-DATE.
           MOVE AM-CUST-ID            TO AR-CUST-ID.
           MOVE AM-PRODUCT-CODE       TO AR-PRODUCT-CODE.
           MOVE AM-CERT-OPEN-DATE     TO AR-CERT-OPEN-DATE.
           MOVE AM-CERT-TERM          TO AR-CERT-TERM.
           MOVE AM-CERT-RATE          TO AR-CERT-RATE.
           MOVE AM-CERT-MATURITY-DATE TO AR-CERT-MATURITY-DATE.
           MOVE WS-RUN-DATE           TO AR-ARCHIVE-DATE.

           WRITE AR-ARCHIVE-RECORD
               INVALID KEY
                   MOVE "ALREADY ON ARCHIVE - NOT PURGED"
                       TO WS-EXCEPTION-REASON
                   PERFORM 3500-WRITE-EXCEPTION
               NOT INVALID KEY
                   PERFORM 3300-DELETE-MASTER
           END-WRITE.

       3300-DELETE-MASTER.
           DELETE ACCOUNT-MASTER RECORD.

           *> Error Handling: A failed DELETE leaves the account on
           *> both files - stop the run rather than keep purging
           *> against a master in an unknown state.
           IF WS-FS-MASTER NOT = "00"
               DISPLAY "DELETE ERROR DETECTED: " WS-FS-MASTER
                " ON ACCOUNT ID " AM-ACCT-ID
               SET END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO WS-ARCHIVED-COUNT
               PERFORM 3400-WRITE-REGISTER-LINE
           END-IF.

       3400-WRITE-REGISTER-LINE.
           MOVE SPACES                TO FO-REGISTER-RECORD.
           MOVE AM-ACCT-ID            TO FO-ACCT-ID.
           MOVE AM-ACCT-NAME          TO FO-ACCT-NAME.
           MOVE AM-BRANCH-CODE        TO FO-BRANCH-CODE.
           MOVE AM-CUST-ID            TO FO-CUST-ID.
           MOVE AM-LAST-ACTIVITY-DATE TO FO-CLOSE-DATE.

           WRITE FO-REGISTER-RECORD.

           IF WS-FS-REGISTER NOT = "00"
               DISPLAY "WRITE ERROR DETECTED: " WS-FS-REGISTER
               SET END-OF-FILE TO TRUE
           END-IF.

       3500-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.

           MOVE SPACES                TO FO2-EXCEPTION-RECORD.
           MOVE AM-ACCT-ID            TO FO2-ACCT-ID.
           MOVE AM-BALANCE            TO FO2-BALANCE.
           MOVE AM-LAST-ACTIVITY-DATE TO FO2-CLOSE-DATE.
           MOVE WS-EXCEPTION-REASON   TO FO2-REASON-CODE.

           WRITE FO2-EXCEPTION-RECORD.

           IF WS-FS-EXCEPTION NOT = "00"
               DISPLAY "WRITE ERROR DETECTED: " WS-FS-EXCEPTION
               SET END-OF-FILE TO TRUE
           END-IF.

       4000-CLOSE-FILES.
           PERFORM 4100-WRITE-TRAILER.

           CLOSE ACCOUNT-MASTER.
           CLOSE ARCHIVE-FILE.
           CLOSE REGISTER-FILE.
           CLOSE EXCEPTION-FILE.

           PERFORM 4500-WRITE-RUN-CONTROL.

           DISPLAY "ACCOUNT PURGE COMPLETE.".
           DISPLAY "ACCOUNTS READ......: " WS-READ-COUNT.
           DISPLAY "ACCOUNTS ARCHIVED..: " WS-ARCHIVED-COUNT.
           DISPLAY "ACCOUNTS RETAINED..: " WS-RETAINED-COUNT.
           DISPLAY "EXCEPTIONS.........: " WS-EXCEPTION-COUNT.

       4100-WRITE-TRAILER.
           *> Use Case: Control totals written to the register itself
           *> so the count the records team signs off travels with
           *> the document.
           MOVE WS-ARCHIVED-COUNT TO WS-TD-COUNT.
           MOVE "ACCOUNTS ARCHIVED:"  TO FO-TRAILER-LABEL.
           MOVE WS-TD-COUNT           TO FO-TRAILER-TEXT.
           PERFORM 4150-WRITE-TRAILER-LINE.

           MOVE WS-EXCEPTION-COUNT TO WS-TD-COUNT.
           MOVE "NOT PURGED:"         TO FO-TRAILER-LABEL.
           MOVE WS-TD-COUNT           TO FO-TRAILER-TEXT.
           PERFORM 4150-WRITE-TRAILER-LINE.

           MOVE WS-RETENTION-MONTHS TO WS-TD-COUNT.
           MOVE "RETENTION MONTHS:"   TO FO-TRAILER-LABEL.
           MOVE WS-TD-COUNT           TO FO-TRAILER-TEXT.
           PERFORM 4150-WRITE-TRAILER-LINE.

       4150-WRITE-TRAILER-LINE.
           WRITE FO-TRAILER-RECORD.

           IF WS-FS-REGISTER NOT = "00"
               DISPLAY "WRITE ERROR DETECTED: " WS-FS-REGISTER
           END-IF.

       4500-WRITE-RUN-CONTROL.
           *> Use Case: One ledger record per completed run - the
           *> arithmetic RUN-BALANCE verifies is RECORDS-IN equals
           *> the dispositions summed (archived, retained, not
           *> purged). Appends across runs; OPEN EXTEND fails with
           *> "file not found" the very first time, so fall back to
           *> OPEN OUTPUT to create it. A failure here is warned, not
           *> fatal - the business run itself completed.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-FS-RUNCTL = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           IF WS-FS-RUNCTL NOT = "00"
               DISPLAY "RUN CONTROL OPEN ERROR: " WS-FS-RUNCTL
           ELSE
               MOVE SPACES TO RC-RUN-CONTROL-RECORD
               MOVE "ACCOUNT-PURGE" TO RC-PROGRAM-ID
               ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT RC-RUN-TIME FROM TIME
               MOVE WS-READ-COUNT TO RC-RECORDS-IN
               MOVE WS-ARCHIVED-COUNT TO RC-OUT-A
               MOVE WS-RETAINED-COUNT TO RC-OUT-B
               MOVE WS-EXCEPTION-COUNT TO RC-OUT-C
               WRITE RC-RUN-CONTROL-RECORD
               IF WS-FS-RUNCTL NOT = "00"
                   DISPLAY "RUN CONTROL WRITE ERROR: " WS-FS-RUNCTL
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.
