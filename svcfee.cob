       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERVICE-FEE-ASSESSMENT.

           *> Use Case: Month-end service-fee run. Walks
           *> ACCOUNT-MASTER front to back and charges a low-balance
           *> fee on any account under the floor and a dormant fee on
           *> any account whose last activity is older than the idle
           *> limit, both amounts from FEE.PARM (same
           *> externalized-control idea as INTEREST.PARM, so the fee
           *> schedule changes without a recompile). Accounts with an
           *> open hold on ACCTHOLD, or matched to a student on aid by
           *> STUDENT-ACCT-MATCH, are waived. The fee is debited on the
           *> master with a REWRITE in place and appended to the
           *> permanent history as an 'F' line, a fee register with
           *> control totals goes to finance (and foots as its own leg
           *> in TRIAL-BALANCE), and a fee that would take a balance
           *> below zero is never charged - the account goes to the
           *> exception list instead.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Use Case: SEQUENTIAL rather than RANDOM access - the
           *> run visits every account exactly once in key order, and
           *> REWRITE after a sequential READ updates in place.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCT-ID
               ALTERNATE RECORD KEY IS AM-ACCT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

           *> Use Case: Startup control file carrying the fee
           *> schedule, so finance changes a fee or a threshold
           *> between runs without a recompile. One line: low-balance
           *> floor, low-balance fee, dormant idle months, dormant fee.
           SELECT PARM-FILE ASSIGN TO "FEE.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           *> Use Case: The funds holds ACCOUNT-MAINT places and
           *> releases - an account with any hold still open is under
           *> review and is not charged a fee while it is.
           SELECT HOLD-FILE ASSIGN TO "ACCTHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-FS-HOLD.

           *> Use Case: The matched student/account pairs from
           *> STUDENT-ACCT-MATCH - a student on financial aid is not
           *> charged fees on the account the aid is paid into.
           SELECT MATCH-FILE ASSIGN TO "STUDENT-ACCT-MATCH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MATCH.

           *> Use Case: Per-account fee register plus control-total
           *> trailer - the document finance books fee income from.
           SELECT REGISTER-FILE ASSIGN TO "FEE-REGISTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTER.

           *> Use Case: Fees not taken - waived for an open hold or a
           *> student-aid match, or refused because the fee would
           *> take the balance below zero - listed for the branch
           *> instead of silently dropping out of the run.
           SELECT EXCEPTION-FILE ASSIGN TO "FEE-EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPTION.

           *> Use Case: Permanent dated transaction history shared
           *> with TRANSACTION-POSTING and INTEREST-ACCRUAL - each fee
           *> charged lands here as an 'F' line, so statements and
           *> inquiry show it alongside the branch-keyed movement.
           SELECT HISTORY-FILE ASSIGN TO "TRANS-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORY.

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
       *> PM-LOW-BAL-FLOOR is the balance an account must stay at or
       *> above to avoid the low-balance fee; PM-DORMANT-MONTHS is
       *> how many whole months without activity make an account
       *> dormant for the dormant fee.
       01  PM-PARM-RECORD.
           05 PM-LOW-BAL-FLOOR  PIC 9(8)V99.
           05 FILLER            PIC X(01).
           05 PM-LOW-BAL-FEE    PIC 9(4)V99.
           05 FILLER            PIC X(01).
           05 PM-DORMANT-MONTHS PIC 9(03).
           05 FILLER            PIC X(01).
           05 PM-DORMANT-FEE    PIC 9(4)V99.

       FD  HOLD-FILE.
       *> HD Prefix: Identifies this as the funds-hold record - the
       *> same layout ACCOUNT-MAINT maintains, keyed account plus a
       *> sequence, status 'O' while the funds are frozen.
       01  HD-HOLD-RECORD.
           05 HD-HOLD-KEY.
              10 HD-ACCT-ID    PIC 9(10).
              10 HD-HOLD-SEQ   PIC 9(03).
           05 HD-AMOUNT        PIC 9(8)V99.
           05 HD-STATUS        PIC X(01).
           05 HD-REASON        PIC X(20).
           05 HD-PLACED-DATE   PIC 9(08).
           05 HD-RELEASED-DATE PIC 9(08).

       FD  MATCH-FILE.
       *> MR Prefix: The match-report line exactly as
       *> STUDENT-ACCT-MATCH writes it - only the account ID is
       *> needed here, the rest is FILLER.
       01  MR-MATCH-RECORD.
           05 MR-STUDENT-ID    PIC 9(05).
           05 FILLER           PIC X(02).
           05 FILLER           PIC X(20).
           05 FILLER           PIC X(02).
           05 MR-ACCT-ID       PIC 9(10).
           05 FILLER           PIC X(18).

       FD  REGISTER-FILE.
       *> FO Prefix: Identifies this as the fee-register output - one
       *> line per account charged, the balance before, each fee
       *> taken, and the balance after.
       01  FO-REGISTER-RECORD.
           05 FO-ACCT-ID       PIC 9(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO-ACCT-NAME     PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO-OLD-BALANCE   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO-LOW-BAL-FEE   PIC ZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO-DORMANT-FEE   PIC ZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO-NEW-BALANCE   PIC Z,ZZZ,ZZZ,ZZ9.99.

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
           05 FO2-FEE-AMOUNT   PIC 9(8)V99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO2-REASON-CODE  PIC X(30).

       FD  HISTORY-FILE.
       *> TH Prefix: Identifies this as the transaction-history
       *> record - the same layout TRANSACTION-POSTING appends,
       *> account and posting date first so readers can pull one
       *> account's activity for a date range.
       01  TH-HISTORY-RECORD.
           05 TH-ACCT-ID       PIC 9(10).
           05 FILLER           PIC X(01).
           05 TH-POST-DATE     PIC 9(08).
           05 FILLER           PIC X(01).
           05 TH-EFF-DATE      PIC 9(08).
           05 FILLER           PIC X(01).
           05 TH-TRAN-CODE     PIC X(01).
           05 FILLER           PIC X(01).
           05 TH-AMOUNT        PIC 9(8)V99.
           05 FILLER           PIC X(01).
           05 TH-NEW-BALANCE   PIC 9(8)V99.
           05 FILLER           PIC X(01).
           05 TH-TELLER-ID     PIC X(08).
           05 FILLER           PIC X(01).
           05 TH-REF-NO        PIC X(12).
           05 FILLER           PIC X(01).
           05 TH-CASH-SW       PIC X(01). *> 'Y' = cash item

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
       01  WS-FS-HOLD          PIC XX.  *> File Status for Holds
       01  WS-FS-MATCH         PIC XX.  *> File Status for Match Pairs
       01  WS-FS-REGISTER      PIC XX.  *> File Status for Register
       01  WS-FS-EXCEPTION     PIC XX.  *> File Status for Exceptions
       01  WS-FS-HISTORY       PIC XX.  *> File Status for History
       01  WS-FS-RUNCTL        PIC XX.  *> File Status for Run Control

       01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88 END-OF-FILE                VALUE 'Y'.
           88 NOT-END-OF-FILE            VALUE 'N'.

       01  WS-MATCH-EOF-SWITCH PIC X(01) VALUE 'N'.
           88 MATCH-END-OF-FILE          VALUE 'Y'.
           88 MATCH-NOT-END-OF-FILE      VALUE 'N'.

       *> Use Case: Fee schedule defaults used if FEE.PARM is missing
       *> or unreadable, so a control-file problem doesn't stop the
       *> month-end run (the same fallback idea as
       *> WS-THRESHOLD-YEARS in DORMANCY-AGING).
       01  WS-FEE-SCHEDULE.
           05 WS-LOW-BAL-FLOOR  PIC 9(8)V99 VALUE 100.00.
           05 WS-LOW-BAL-FEE    PIC 9(4)V99 VALUE 5.00.
           05 WS-DORMANT-MONTHS PIC 9(03)   VALUE 12.
           05 WS-DORMANT-FEE    PIC 9(4)V99 VALUE 3.00.

       *> Use Case: Level-88 Flag - a site that has never placed a
       *> hold has no ACCTHOLD file, and no account can be waived
       *> for one (same idea as HOLD-FILE-ABSENT in
       *> TRANSACTION-POSTING).
       01  WS-HOLD-MODE-SW     PIC X(01) VALUE 'Y'.
           88 HOLD-FILE-ON-HAND          VALUE 'Y'.
           88 HOLD-FILE-ABSENT           VALUE 'N'.

       01  WS-HOLD-EOF-SWITCH  PIC X(01).
           88 END-OF-HOLDS               VALUE 'Y'.
           88 NOT-END-OF-HOLDS           VALUE 'N'.

       01  WS-OPEN-HOLD-SW     PIC X(01).
           88 OPEN-HOLD-FOUND            VALUE 'Y'.
           88 NO-OPEN-HOLD               VALUE 'N'.

       *> Use Case: Level-88 Flag for the student-aid search below
       *> (mirrors WS-PAIR-SWITCH's shape in AID-DISBURSEMENT).
       01  WS-AID-SWITCH       PIC X(01) VALUE 'N'.
           88 AID-MATCH-FOUND            VALUE 'Y'.
           88 AID-MATCH-NOT-FOUND        VALUE 'N'.

       *> Use Case: The accounts STUDENT-ACCT-MATCH paired to a
       *> student, loaded into memory once so every account can be
       *> checked for an aid waiver with a scan (same shape as
       *> WS-PAIR-TABLE in AID-DISBURSEMENT).
       01  WS-AID-TABLE.
           05 WS-AID-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-AID-ENTRY     OCCURS 10000 TIMES
                                INDEXED BY WS-AID-IDX.
               10 WS-A-ACCT-ID PIC 9(10).

       *> Use Case: Whole months since last activity - the two
       *> YYYYMMDD dates are taken apart into year and month and
       *> differenced as a month count, so no calendar arithmetic
       *> is needed. An account with no activity date on file (all
       *> zeros) counts as idle for every month since year zero,
       *> which is the conservative reading (same as
       *> DORMANCY-AGING).
       01  WS-MONTH-WORK.
           05 WS-RUN-YEAR      PIC 9(04) VALUE ZERO.
           05 WS-RUN-MONTH     PIC 9(02) VALUE ZERO.
           05 WS-LAST-YEAR     PIC 9(04) VALUE ZERO.
           05 WS-LAST-MONTH    PIC 9(02) VALUE ZERO.
           05 WS-IDLE-MONTHS   PIC 9(06) VALUE ZERO.

       *> Use Case: The fees due on the account in hand, and the
       *> reason set by the caller before PERFORM
       *> 3500-WRITE-EXCEPTION, so the exception paragraph can clear
       *> the whole output record first without losing it.
       01  WS-ACCOUNT-FEES.
           05 WS-LOW-FEE-DUE   PIC 9(4)V99 VALUE ZERO.
           05 WS-DORM-FEE-DUE  PIC 9(4)V99 VALUE ZERO.
           05 WS-TOTAL-FEE-DUE PIC 9(5)V99 VALUE ZERO.
           05 WS-OLD-BALANCE   PIC 9(8)V99 VALUE ZERO.

       01  WS-EXCEPTION-REASON PIC X(30).

       *> Use Case: Run date captured once at startup - the posting
       *> date every history line this run appends carries, and the
       *> date idle months are measured to.
       01  WS-RUN-DATE         PIC 9(08) VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05 WS-READ-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-CHARGED-COUNT   PIC 9(07) VALUE ZERO.
           05 WS-NO-FEE-COUNT    PIC 9(07) VALUE ZERO.
           05 WS-WAIVED-COUNT    PIC 9(07) VALUE ZERO.
           05 WS-EXCEPTION-COUNT PIC 9(07) VALUE ZERO.
           05 WS-LOW-BAL-TOTAL   PIC 9(9)V99 VALUE ZERO.
           05 WS-DORMANT-TOTAL   PIC 9(9)V99 VALUE ZERO.
           05 WS-FEE-TOTAL       PIC 9(9)V99 VALUE ZERO.

       01  WS-TD-COUNT         PIC Z,ZZZ,ZZ9.
       01  WS-TD-FEE-TOTAL     PIC Z,ZZZ,ZZZ,ZZ9.99.

       *> Use Case: Preflight gate working fields - the run-control
       *> ledger is read before any business file opens. Fees are a
       *> monthly run, so the gate is a calendar-month test: one
       *> ledger row for this month means a second start would
       *> charge everyone twice, and is refused.
       01  WS-PF-EOF-SWITCH    PIC X(01) VALUE 'N'.
           88 END-OF-PREFLIGHT           VALUE 'Y'.
           88 NOT-END-OF-PREFLIGHT       VALUE 'N'.

       01  WS-SELF-SEEN-SW     PIC X(01) VALUE 'N'.
           88 SELF-RAN-THIS-MONTH        VALUE 'Y'.

       01  WS-TODAY            PIC 9(08) VALUE ZERO.
       01  WS-TODAY-YYYYMM     PIC 9(06) VALUE ZERO.
       01  WS-ROW-YYYYMM       PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-PREFLIGHT-CHECK.
           PERFORM 0500-READ-PARAMETER.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-LOAD-AID-TABLE.
           PERFORM 2000-READ-MASTER.
           PERFORM 3000-ASSESS-ONE UNTIL END-OF-FILE.
           PERFORM 4000-CLOSE-FILES.
           STOP RUN.

       0100-PREFLIGHT-CHECK.
           *> Use Case: Once per month, enforced by the ledger
           *> itself - a double-started fee run would charge every
           *> account twice, and this gate makes that start
           *> impossible. A missing ledger means no run has ever been
           *> recorded, which is not a refusal.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-YYYYMM = WS-TODAY / 100.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-FS-RUNCTL = "00"
               PERFORM 0110-READ-LEDGER-ROW
               PERFORM 0120-NOTE-LEDGER-ROW UNTIL END-OF-PREFLIGHT
               CLOSE RUN-CONTROL-FILE
           END-IF.

           IF SELF-RAN-THIS-MONTH
               DISPLAY "RUN REFUSED: SERVICE-FEE-ASSESSMENT ALREADY "
                "RAN FOR MONTH " WS-TODAY-YYYYMM
               STOP RUN
           END-IF.

       0110-READ-LEDGER-ROW.
           READ RUN-CONTROL-FILE
               AT END SET END-OF-PREFLIGHT TO TRUE
           END-READ.

       0120-NOTE-LEDGER-ROW.
           IF RC-PROGRAM-ID = "SERVICE-FEE-ASSESSMENT"
               COMPUTE WS-ROW-YYYYMM = RC-RUN-DATE / 100
               IF WS-ROW-YYYYMM = WS-TODAY-YYYYMM
                   SET SELF-RAN-THIS-MONTH TO TRUE
               END-IF
           END-IF.

           PERFORM 0110-READ-LEDGER-ROW.

       0500-READ-PARAMETER.
           *> Use Case: Pull the fee schedule from FEE.PARM; the
           *> WS-FEE-SCHEDULE defaults stay in effect if the file is
           *> absent or the read fails.
           OPEN INPUT PARM-FILE.
           IF WS-FS-PARM = "00"
               READ PARM-FILE
                   AT END
                       DISPLAY "WARNING: FEE.PARM EMPTY - DEFAULT "
                        "FEE SCHEDULE IN EFFECT"
                   NOT AT END
                       MOVE PM-LOW-BAL-FLOOR  TO WS-LOW-BAL-FLOOR
                       MOVE PM-LOW-BAL-FEE    TO WS-LOW-BAL-FEE
                       MOVE PM-DORMANT-MONTHS TO WS-DORMANT-MONTHS
                       MOVE PM-DORMANT-FEE    TO WS-DORMANT-FEE
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "WARNING: FEE.PARM MISSING - DEFAULT FEE "
                "SCHEDULE IN EFFECT"
           END-IF.

       1000-OPEN-FILES.
           *> Use Case: I-O rather than INPUT - the fee comes off the
           *> master with a REWRITE in place.
           OPEN I-O ACCOUNT-MASTER.
           IF WS-FS-MASTER NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT OPEN ACCOUNT-MASTER "
                "(FS: " WS-FS-MASTER ")"
               STOP RUN
           END-IF.

           *> Use Case: A site that has never placed a hold has no
           *> ACCTHOLD file - that is not an error, there is simply
           *> nothing to waive for.
           OPEN INPUT HOLD-FILE.
           IF WS-FS-HOLD NOT = "00"
               SET HOLD-FILE-ABSENT TO TRUE
               IF WS-FS-HOLD NOT = "35"
                   DISPLAY "WARNING: COULD NOT OPEN HOLD FILE (FS: "
                    WS-FS-HOLD ") - NO HOLD WAIVERS THIS RUN"
               END-IF
           END-IF.

           OPEN OUTPUT REGISTER-FILE.
           IF WS-FS-REGISTER NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT CREATE FEE "
                "REGISTER (FS: " WS-FS-REGISTER ")"
               STOP RUN
           END-IF.

           OPEN OUTPUT EXCEPTION-FILE.
           IF WS-FS-EXCEPTION NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT CREATE EXCEPTION "
                "LIST (FS: " WS-FS-EXCEPTION ")"
               STOP RUN
           END-IF.

           *> Use Case: History is permanent - appended across runs;
           *> OPEN EXTEND fails with "file not found" the very first
           *> time, so fall back to OPEN OUTPUT to create it (same
           *> pattern as the audit log in ACCOUNT-MAINT).
           OPEN EXTEND HISTORY-FILE.
           IF WS-FS-HISTORY = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF WS-FS-HISTORY NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT OPEN TRANSACTION "
                "HISTORY (FS: " WS-FS-HISTORY ")"
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-YEAR  = WS-RUN-DATE / 10000.
           COMPUTE WS-RUN-MONTH =
               (WS-RUN-DATE / 100) - (WS-RUN-YEAR * 100).

       1500-LOAD-AID-TABLE.
           *> Use Case: No match file means STUDENT-ACCT-MATCH has
           *> never run - the fee run still goes, warned, with no
           *> student-aid waivers.
           OPEN INPUT MATCH-FILE.
           IF WS-FS-MATCH NOT = "00"
               DISPLAY "WARNING: COULD NOT OPEN STUDENT-ACCT-MATCH.TXT "
                "(FS: " WS-FS-MATCH ") - NO STUDENT-AID WAIVERS"
           ELSE
               PERFORM 1600-READ-ONE-MATCH
               PERFORM 1700-STORE-ONE-MATCH UNTIL MATCH-END-OF-FILE
               CLOSE MATCH-FILE
           END-IF.

       1600-READ-ONE-MATCH.
           READ MATCH-FILE
               AT END SET MATCH-END-OF-FILE TO TRUE
           END-READ.

       1700-STORE-ONE-MATCH.
           IF WS-AID-COUNT >= 10000
               DISPLAY "CRITICAL ERROR: AID TABLE FULL AT 10000 "
                "ENTRIES - STUDENT-ACCT-MATCH.TXT HAS MORE PAIRS "
                "THAN THIS PROGRAM CAN HOLD IN MEMORY"
               STOP RUN
           ELSE
               ADD 1 TO WS-AID-COUNT
               SET WS-AID-IDX TO WS-AID-COUNT
               MOVE MR-ACCT-ID TO WS-A-ACCT-ID (WS-AID-IDX)

               PERFORM 1600-READ-ONE-MATCH
           END-IF.

       2000-READ-MASTER.
           READ ACCOUNT-MASTER
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       3000-ASSESS-ONE.
           ADD 1 TO WS-READ-COUNT.

           *> Use Case: Open accounts, active or inactive, are
           *> assessed - an escheated balance belongs to the state
           *> and passes through untouched.
           IF AM-ACCT-STATUS = 'A' OR AM-ACCT-STATUS = 'I'
               PERFORM 3100-COMPUTE-FEES
               IF WS-TOTAL-FEE-DUE = ZERO
                   ADD 1 TO WS-NO-FEE-COUNT
               ELSE
                   PERFORM 3200-CHECK-WAIVERS
               END-IF
           ELSE
               ADD 1 TO WS-NO-FEE-COUNT
           END-IF.

           PERFORM 2000-READ-MASTER.

       3100-COMPUTE-FEES.
           MOVE ZERO TO WS-LOW-FEE-DUE.
           MOVE ZERO TO WS-DORM-FEE-DUE.

           IF AM-BALANCE < WS-LOW-BAL-FLOOR
               MOVE WS-LOW-BAL-FEE TO WS-LOW-FEE-DUE
           END-IF.

           COMPUTE WS-LAST-YEAR  = AM-LAST-ACTIVITY-DATE / 10000.
           COMPUTE WS-LAST-MONTH =
               (AM-LAST-ACTIVITY-DATE / 100) - (WS-LAST-YEAR * 100).
           COMPUTE WS-IDLE-MONTHS =
               ((WS-RUN-YEAR - WS-LAST-YEAR) * 12)
               + WS-RUN-MONTH - WS-LAST-MONTH.

           IF WS-IDLE-MONTHS >= WS-DORMANT-MONTHS
               MOVE WS-DORMANT-FEE TO WS-DORM-FEE-DUE
           END-IF.

           COMPUTE WS-TOTAL-FEE-DUE = WS-LOW-FEE-DUE + WS-DORM-FEE-DUE.

       3200-CHECK-WAIVERS.
           *> Use Case: A waiver is checked only once a fee is
           *> actually due, so the exception list shows real money
           *> not taken rather than every held or student account.
           PERFORM 3210-CHECK-OPEN-HOLDS.

           IF OPEN-HOLD-FOUND
               MOVE "FEE WAIVED - OPEN HOLD" TO WS-EXCEPTION-REASON
               ADD 1 TO WS-WAIVED-COUNT
               PERFORM 3500-WRITE-EXCEPTION
           ELSE
               PERFORM 3230-SEARCH-AID-TABLE
               IF AID-MATCH-FOUND
                   MOVE "FEE WAIVED - STUDENT AID"
                       TO WS-EXCEPTION-REASON
                   ADD 1 TO WS-WAIVED-COUNT
                   PERFORM 3500-WRITE-EXCEPTION
               ELSE
                   *> Error Handling: A fee is never allowed to take
                   *> the balance below zero - listed, not charged.
                   IF WS-TOTAL-FEE-DUE > AM-BALANCE
                       MOVE "FEE EXCEEDS BALANCE - NOT TAKEN"
                           TO WS-EXCEPTION-REASON
                       ADD 1 TO WS-EXCEPTION-COUNT
                       PERFORM 3500-WRITE-EXCEPTION
                   ELSE
                       PERFORM 3300-CHARGE-FEES
                   END-IF
               END-IF
           END-IF.

       3210-CHECK-OPEN-HOLDS.
           *> Use Case: Positioned START on this account's first
           *> hold, then read forward until the account changes or an
           *> open hold turns up (same walk as 3150-SUM-OPEN-HOLDS in
           *> TRANSACTION-POSTING).
           SET NO-OPEN-HOLD TO TRUE.
           IF HOLD-FILE-ON-HAND
               MOVE AM-ACCT-ID TO HD-ACCT-ID
               MOVE ZERO       TO HD-HOLD-SEQ
               SET NOT-END-OF-HOLDS TO TRUE
               START HOLD-FILE KEY > HD-HOLD-KEY
                   INVALID KEY SET END-OF-HOLDS TO TRUE
               END-START
               PERFORM 3220-CHECK-ONE-HOLD
                   UNTIL END-OF-HOLDS OR OPEN-HOLD-FOUND
           END-IF.

       3220-CHECK-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET END-OF-HOLDS TO TRUE
               NOT AT END
                   IF HD-ACCT-ID NOT = AM-ACCT-ID
                       SET END-OF-HOLDS TO TRUE
                   ELSE
                       IF HD-STATUS = 'O'
                           SET OPEN-HOLD-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

       3230-SEARCH-AID-TABLE.
           SET AID-MATCH-NOT-FOUND TO TRUE.
           SET WS-AID-IDX TO 1.
           PERFORM 3240-COMPARE-ONE-AID
               UNTIL WS-AID-IDX > WS-AID-COUNT
                  OR AID-MATCH-FOUND.

       3240-COMPARE-ONE-AID.
           IF WS-A-ACCT-ID (WS-AID-IDX) = AM-ACCT-ID
               SET AID-MATCH-FOUND TO TRUE
           ELSE
               SET WS-AID-IDX UP BY 1
           END-IF.

       3300-CHARGE-FEES.
           *> Use Case: The last-activity date is left alone - a fee
           *> is not customer activity, and must not restart the
           *> dormancy clock the dormant fee is measured on.
           MOVE AM-BALANCE TO WS-OLD-BALANCE.
           SUBTRACT WS-TOTAL-FEE-DUE FROM AM-BALANCE.

           REWRITE AM-MASTER-RECORD.

           *> Error Handling: A failed REWRITE means the master no
           *> longer matches the register - stop the run rather than
           *> keep charging against a file in an unknown state.
           IF WS-FS-MASTER NOT = "00"
               DISPLAY "REWRITE ERROR DETECTED: " WS-FS-MASTER
                " ON ACCOUNT ID " AM-ACCT-ID
               SET END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO WS-CHARGED-COUNT
               ADD WS-LOW-FEE-DUE   TO WS-LOW-BAL-TOTAL
               ADD WS-DORM-FEE-DUE  TO WS-DORMANT-TOTAL
               ADD WS-TOTAL-FEE-DUE TO WS-FEE-TOTAL
               PERFORM 3400-WRITE-REGISTER-LINE
           END-IF.

       3400-WRITE-REGISTER-LINE.
           MOVE SPACES          TO FO-REGISTER-RECORD.
           MOVE AM-ACCT-ID      TO FO-ACCT-ID.
           MOVE AM-ACCT-NAME    TO FO-ACCT-NAME.
           MOVE WS-OLD-BALANCE  TO FO-OLD-BALANCE.
           MOVE WS-LOW-FEE-DUE  TO FO-LOW-BAL-FEE.
           MOVE WS-DORM-FEE-DUE TO FO-DORMANT-FEE.
           MOVE AM-BALANCE      TO FO-NEW-BALANCE.

           WRITE FO-REGISTER-RECORD.

           IF WS-FS-REGISTER NOT = "00"
               DISPLAY "WRITE ERROR DETECTED: " WS-FS-REGISTER
               SET END-OF-FILE TO TRUE
           ELSE
               PERFORM 3450-WRITE-HISTORY
           END-IF.

       3450-WRITE-HISTORY.
           *> Use Case: Each fee on the permanent dated history as
           *> its own 'F' line, teller SVCFEE, the fee named in the
           *> reference - so a statement shows "LOW BALANCE" and
           *> "DORMANT" separately, each line carrying the balance
           *> after that fee so the history chains.
           IF WS-LOW-FEE-DUE > ZERO
               MOVE SPACES          TO TH-HISTORY-RECORD
               MOVE AM-ACCT-ID      TO TH-ACCT-ID
               MOVE WS-RUN-DATE     TO TH-POST-DATE
               MOVE WS-RUN-DATE     TO TH-EFF-DATE
               MOVE 'F'             TO TH-TRAN-CODE
               MOVE WS-LOW-FEE-DUE  TO TH-AMOUNT
               COMPUTE TH-NEW-BALANCE =
                   WS-OLD-BALANCE - WS-LOW-FEE-DUE
               MOVE "SVCFEE"        TO TH-TELLER-ID
               MOVE "LOW BALANCE"   TO TH-REF-NO
               PERFORM 3460-APPEND-HISTORY
           END-IF.

           IF WS-DORM-FEE-DUE > ZERO
               MOVE SPACES          TO TH-HISTORY-RECORD
               MOVE AM-ACCT-ID      TO TH-ACCT-ID
               MOVE WS-RUN-DATE     TO TH-POST-DATE
               MOVE WS-RUN-DATE     TO TH-EFF-DATE
               MOVE 'F'             TO TH-TRAN-CODE
               MOVE WS-DORM-FEE-DUE TO TH-AMOUNT
               MOVE AM-BALANCE      TO TH-NEW-BALANCE
               MOVE "SVCFEE"        TO TH-TELLER-ID
               MOVE "DORMANT"       TO TH-REF-NO
               PERFORM 3460-APPEND-HISTORY
           END-IF.

       3460-APPEND-HISTORY.
           WRITE TH-HISTORY-RECORD.

           IF WS-FS-HISTORY NOT = "00"
               DISPLAY "WRITE ERROR DETECTED: " WS-FS-HISTORY
               SET END-OF-FILE TO TRUE
           END-IF.

       3500-WRITE-EXCEPTION.
           MOVE SPACES              TO FO2-EXCEPTION-RECORD.
           MOVE AM-ACCT-ID          TO FO2-ACCT-ID.
           MOVE AM-BALANCE          TO FO2-BALANCE.
           MOVE WS-TOTAL-FEE-DUE    TO FO2-FEE-AMOUNT.
           MOVE WS-EXCEPTION-REASON TO FO2-REASON-CODE.

           WRITE FO2-EXCEPTION-RECORD.

           IF WS-FS-EXCEPTION NOT = "00"
               DISPLAY "WRITE ERROR DETECTED: " WS-FS-EXCEPTION
               SET END-OF-FILE TO TRUE
           END-IF.

       4000-CLOSE-FILES.
           PERFORM 4100-WRITE-TRAILER.

           CLOSE ACCOUNT-MASTER.
           IF HOLD-FILE-ON-HAND
               CLOSE HOLD-FILE
           END-IF.
           CLOSE REGISTER-FILE.
           CLOSE EXCEPTION-FILE.
           CLOSE HISTORY-FILE.

           PERFORM 4500-WRITE-RUN-CONTROL.

           DISPLAY "SERVICE FEE ASSESSMENT COMPLETE.".
           DISPLAY "ACCOUNTS READ......: " WS-READ-COUNT.
           DISPLAY "ACCOUNTS CHARGED...: " WS-CHARGED-COUNT.
           DISPLAY "NO FEE DUE.........: " WS-NO-FEE-COUNT.
           DISPLAY "FEES WAIVED........: " WS-WAIVED-COUNT.
           DISPLAY "FEES NOT TAKEN.....: " WS-EXCEPTION-COUNT.
           MOVE WS-FEE-TOTAL TO WS-TD-FEE-TOTAL.
           DISPLAY "FEE TOTAL..........: " WS-TD-FEE-TOTAL.

       4100-WRITE-TRAILER.
           *> Use Case: Control totals written to the register itself
           *> so the figure finance books travels with the document.
           MOVE WS-CHARGED-COUNT TO WS-TD-COUNT.
           MOVE "ACCOUNTS CHARGED:"   TO FO-TRAILER-LABEL.
           MOVE WS-TD-COUNT           TO FO-TRAILER-TEXT.
           PERFORM 4150-WRITE-TRAILER-LINE.

           MOVE WS-LOW-BAL-TOTAL TO WS-TD-FEE-TOTAL.
           MOVE "LOW BALANCE FEES:"   TO FO-TRAILER-LABEL.
           MOVE WS-TD-FEE-TOTAL       TO FO-TRAILER-TEXT.
           PERFORM 4150-WRITE-TRAILER-LINE.

           MOVE WS-DORMANT-TOTAL TO WS-TD-FEE-TOTAL.
           MOVE "DORMANT FEES:"       TO FO-TRAILER-LABEL.
           MOVE WS-TD-FEE-TOTAL       TO FO-TRAILER-TEXT.
           PERFORM 4150-WRITE-TRAILER-LINE.

           MOVE WS-FEE-TOTAL TO WS-TD-FEE-TOTAL.
           MOVE "FEE TOTAL:"          TO FO-TRAILER-LABEL.
           MOVE WS-TD-FEE-TOTAL       TO FO-TRAILER-TEXT.
           PERFORM 4150-WRITE-TRAILER-LINE.

           MOVE WS-WAIVED-COUNT TO WS-TD-COUNT.
           MOVE "FEES WAIVED:"        TO FO-TRAILER-LABEL.
           MOVE WS-TD-COUNT           TO FO-TRAILER-TEXT.
           PERFORM 4150-WRITE-TRAILER-LINE.

           MOVE WS-EXCEPTION-COUNT TO WS-TD-COUNT.
           MOVE "FEES NOT TAKEN:"     TO FO-TRAILER-LABEL.
           MOVE WS-TD-COUNT           TO FO-TRAILER-TEXT.
           PERFORM 4150-WRITE-TRAILER-LINE.

       4150-WRITE-TRAILER-LINE.
           WRITE FO-TRAILER-RECORD.

           *> Error Handling: Catching full disk or write permissions
           IF WS-FS-REGISTER NOT = "00"
               DISPLAY "WRITE ERROR DETECTED: " WS-FS-REGISTER
           END-IF.

       4500-WRITE-RUN-CONTROL.
           *> Use Case: One ledger record per completed run - the
           *> arithmetic RUN-BALANCE verifies is RECORDS-IN equals
           *> the dispositions summed: charged, no fee due, and
           *> waived or not taken. Appends across runs; OPEN EXTEND
           *> fails with "file not found" the very first time, so
           *> fall back to OPEN OUTPUT to create it. A failure here
           *> is warned, not fatal - the business run itself
           *> completed.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-FS-RUNCTL = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           IF WS-FS-RUNCTL NOT = "00"
               DISPLAY "RUN CONTROL OPEN ERROR: " WS-FS-RUNCTL
           ELSE
               MOVE SPACES TO RC-RUN-CONTROL-RECORD
               MOVE "SERVICE-FEE-ASSESSMENT" TO RC-PROGRAM-ID
               ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT RC-RUN-TIME FROM TIME
               MOVE WS-READ-COUNT TO RC-RECORDS-IN
               MOVE WS-CHARGED-COUNT TO RC-OUT-A
               MOVE WS-NO-FEE-COUNT TO RC-OUT-B
               COMPUTE RC-OUT-C =
                   WS-WAIVED-COUNT + WS-EXCEPTION-COUNT
               WRITE RC-RUN-CONTROL-RECORD
               IF WS-FS-RUNCTL NOT = "00"
                   DISPLAY "RUN CONTROL WRITE ERROR: " WS-FS-RUNCTL
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.
