       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-AS-OF.

           *> Use Case: Point-in-time balances for a dispute or an
           *> audit confirmation. Given an as-of date and either one
           *> account or a whole branch (ASOF.PARM), each account's
           *> balance at close of business that day is rebuilt by
           *> taking today's master balance and backing out every
           *> history line posted after the as-of date. The result is
           *> cross-checked against the history chain itself - every
           *> line's TH-NEW-BALANCE must equal the line before it
           *> moved by its own amount, the last line must agree with
           *> the master, and the rolled-back figure must equal the
           *> new balance on the last line on or before the as-of
           *> date. Any account where those do not tie is flagged.
           *> Purged accounts are picked up from the archive. When
           *> ACCTMSTR cannot be opened at all, the listing is built
           *> from the history chain alone, so with today's date it
           *> serves as the record of current balances to restore
           *> the master from.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Use Case: As-of date and scope - 'A' one account, 'B'
           *> a whole branch.
           SELECT PARM-FILE ASSIGN TO "ASOF.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCT-ID
               ALTERNATE RECORD KEY IS AM-ACCT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

           SELECT ARCHIVE-FILE ASSIGN TO "ACCTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-ACCT-ID
               FILE STATUS IS WS-FS-ARCHIVE.

           SELECT HISTORY-FILE ASSIGN TO "TRANS-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORY.

           SELECT REPORT-FILE ASSIGN TO "ASOF-BALANCE-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

           *> Use Case: Shared run-control ledger - every batch
           *> program appends one record (program, date/time, records
           *> in, records out by disposition) so RUN-BALANCE can
           *> prove the night's chain tied without scraping job logs.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       *> PM Prefix: Identifies this as the as-of request - one
       *> line. PM-ACCT-ID is read for scope 'A', PM-BRANCH-CODE
       *> for scope 'B'.
       01  PM-PARM-RECORD.
           05 PM-AS-OF-DATE    PIC 9(08). *> YYYYMMDD
           05 FILLER           PIC X(01).
           05 PM-SCOPE         PIC X(01).
           05 FILLER           PIC X(01).
           05 PM-ACCT-ID       PIC 9(10).
           05 FILLER           PIC X(01).
           05 PM-BRANCH-CODE   PIC 9(03).

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

       FD  ARCHIVE-FILE.
       *> AR Prefix: Identifies this as the closed-account archive
       *> record - the same layout ACCOUNT-PURGE writes.
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

       FD  HISTORY-FILE.
       *> TH Prefix: Identifies this as the transaction-history
       *> record - the same layout the posting programs append, in
       *> the order they were posted. 'D' deposit, 'T' transfer in,
       *> 'I' interest and 'A' aid award add to the balance; 'W'
       *> withdrawal, 'O' transfer out, 'P' penalty, 'C' close
       *> payout, 'F' service fee and 'E' escheat take from it.
       01  TH-HISTORY-RECORD.
           05 TH-ACCT-ID       PIC 9(10).
           05 FILLER           PIC X(01).
           05 TH-POST-DATE     PIC 9(08).
           05 FILLER           PIC X(01).
           05 TH-EFF-DATE      PIC 9(08).
           05 FILLER           PIC X(01).
           05 TH-TRAN-CODE     PIC X(01).
              88 TH-ADDS-TO-BALANCE      VALUE 'D' 'T' 'I' 'A'.
              88 TH-TAKES-FROM-BALANCE   VALUE 'W' 'O' 'P' 'C'
                                               'F' 'E'.
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

       FD  REPORT-FILE.
       *> FO Prefix: Identifies this as the as-of listing output -
       *> one free-form print line; the heading, detail, and total
       *> layouts below are moved here line by line.
       01  FO-PRINT-LINE       PIC X(120).

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
       01  WS-FS-PARM          PIC XX.  *> File Status for Parm
       01  WS-FS-MASTER        PIC XX.  *> File Status for Master
       01  WS-FS-ARCHIVE       PIC XX.  *> File Status for Archive
       01  WS-FS-HISTORY       PIC XX.  *> File Status for History
       01  WS-FS-REPORT        PIC XX.  *> File Status for Report
       01  WS-FS-RUNCTL        PIC XX.  *> File Status for Run Control

       01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88 END-OF-FILE                VALUE 'Y'.
           88 NOT-END-OF-FILE            VALUE 'N'.

       *> Use Case: Level-88 Flags for where the starting balances
       *> came from - the master, or (when it is lost) the history
       *> chain alone.
       01  WS-MASTER-MODE-SW   PIC X(01) VALUE 'Y'.
           88 MASTER-ON-HAND             VALUE 'Y'.
           88 RECOVERING-FROM-HISTORY    VALUE 'N'.

       01  WS-ARCHIVE-MODE-SW  PIC X(01) VALUE 'Y'.
           88 ARCHIVE-FILE-ON-HAND       VALUE 'Y'.
           88 ARCHIVE-FILE-ABSENT        VALUE 'N'.

       01  WS-ACCT-SWITCH      PIC X(01).
           88 ACCOUNT-FOUND              VALUE 'Y'.
           88 ACCOUNT-NOT-FOUND          VALUE 'N'.

       01  WS-RUN-DATE         PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME         PIC 9(08) VALUE ZERO.

       *> Use Case: The request as validated off ASOF.PARM.
       01  WS-AS-OF-DATE       PIC 9(08) VALUE ZERO.
       01  WS-SCOPE            PIC X(01) VALUE SPACE.
           88 SCOPE-IS-ACCOUNT           VALUE 'A'.
           88 SCOPE-IS-BRANCH            VALUE 'B'.
           88 SCOPE-IS-ALL               VALUE '*'.
       01  WS-SCOPE-ACCT-ID    PIC 9(10) VALUE ZERO.
       01  WS-SCOPE-BRANCH     PIC 9(03) VALUE ZERO.

       *> Use Case: The account number the table search looks up.
       01  WS-LOOKUP-ACCT-ID   PIC 9(10) VALUE ZERO.

       *> Use Case: The accounts in scope and what the history pass
       *> learns about each.
       *>   WS-A-CURRENT   - master (or archive) balance today
       *>   WS-A-ROLLBACK  - net movement posted after the as-of
       *>                    date, to be backed out of WS-A-CURRENT
       *>   WS-A-HIST-ASOF - new balance on the last history line
       *>                    on or before the as-of date
       *>   WS-A-OPENING   - balance before the first history line
       *>   WS-A-CHAIN-BAL - new balance on the latest line so far
       01  WS-ACCT-TABLE.
           05 WS-ACCT-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-ACCT-ENTRY    OCCURS 10000 TIMES
                                INDEXED BY WS-ACCT-IDX.
               10 WS-A-ACCT-ID     PIC 9(10).
               10 WS-A-ACCT-NAME   PIC X(30).
               10 WS-A-BRANCH      PIC 9(03).
               10 WS-A-SOURCE      PIC X(01). *> M=Master R=Archive
                                              *> H=History only
               10 WS-A-CURRENT     PIC 9(8)V99.
               10 WS-A-ROLLBACK    PIC S9(11)V99.
               10 WS-A-LINES-AFTER PIC 9(05).
               10 WS-A-HIST-ASOF   PIC 9(8)V99.
               10 WS-A-ASOF-SEEN   PIC X(01).
               10 WS-A-OPENING     PIC S9(11)V99.
               10 WS-A-CHAIN-BAL   PIC 9(8)V99.
               10 WS-A-CHAIN-SEEN  PIC X(01).
               10 WS-A-BREAKS      PIC 9(05).
               10 WS-A-ASOF-BAL    PIC S9(11)V99.
               10 WS-A-HIST-FIGURE PIC S9(11)V99.

       01  WS-LINE-EFFECT      PIC S9(11)V99 VALUE ZERO.
       01  WS-EXPECTED-BAL     PIC S9(11)V99 VALUE ZERO.

       *> Use Case: The verdict on the account in hand - the first
       *> test that fails names the line.
       01  WS-VERDICT          PIC X(14) VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05 WS-HISTORY-READ   PIC 9(07) VALUE ZERO.
           05 WS-LINES-IN-SCOPE PIC 9(07) VALUE ZERO.
           05 WS-LINES-OUT-SCOPE PIC 9(07) VALUE ZERO.
           05 WS-LINES-UNKNOWN  PIC 9(07) VALUE ZERO.
           05 WS-ACCTS-TIED     PIC 9(05) VALUE ZERO.
           05 WS-ACCTS-FLAGGED  PIC 9(05) VALUE ZERO.
           05 WS-TOTAL-CURRENT  PIC S9(12)V99 VALUE ZERO.
           05 WS-TOTAL-MOVEMENT PIC S9(12)V99 VALUE ZERO.
           05 WS-TOTAL-ASOF     PIC S9(12)V99 VALUE ZERO.

       *> Use Case: Print-line layouts, moved one at a time into
       *> FO-PRINT-LINE. HD = headings, DT = detail, TL = totals.
       01  WS-HD-TITLE-LINE.
           05 FILLER           PIC X(28)
              VALUE "BALANCES AS OF CLOSE OF DAY ".
           05 WS-HD-AS-OF-DATE PIC 9(08).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WS-HD-SCOPE-TEXT PIC X(30).
           05 FILLER           PIC X(10) VALUE "  RUN ON ".
           05 WS-HD-RUN-DATE   PIC 9(08).
           05 FILLER           PIC X(32) VALUE SPACES.

       01  WS-HD-RECOVERY-LINE.
           05 FILLER           PIC X(60) VALUE
              "*** ACCTMSTR NOT AVAILABLE - BALANCES TAKEN FROM THE".
           05 FILLER           PIC X(60) VALUE
              " HISTORY CHAIN ALONE".

       01  WS-HD-COLUMN-LINE.
           05 FILLER           PIC X(11) VALUE "ACCOUNT".
           05 FILLER           PIC X(04) VALUE "BR".
           05 FILLER           PIC X(21) VALUE "NAME".
           05 FILLER           PIC X(18) VALUE "  CURRENT BALANCE".
           05 FILLER           PIC X(18) VALUE "   MOVEMENT SINCE".
           05 FILLER           PIC X(18) VALUE "   AS-OF BALANCE".
           05 FILLER           PIC X(18) VALUE "   HISTORY SHOWS".
           05 FILLER           PIC X(12) VALUE "VERDICT".

       01  WS-DT-DETAIL-LINE.
           05 WS-DT-ACCT-ID    PIC 9(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-DT-BRANCH     PIC 9(03).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-DT-NAME       PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-DT-CURRENT    PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-DT-MOVEMENT   PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-DT-ASOF       PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-DT-HISTORY    PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-DT-VERDICT    PIC X(12).

       01  WS-TL-COUNT-LINE.
           05 WS-TL-LABEL      PIC X(30).
           05 WS-TL-COUNT      PIC ZZ,ZZ9.
           05 FILLER           PIC X(84) VALUE SPACES.

       01  WS-TL-AMOUNT-LINE.
           05 WS-TL-AMT-LABEL  PIC X(30).
           05 WS-TL-AMOUNT     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0500-LOAD-ASOF-PARM.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1200-LOAD-MASTER-ACCOUNTS.
           PERFORM 1300-LOAD-ARCHIVE-ACCOUNTS.
           PERFORM 2000-APPLY-HISTORY.

           PERFORM 3000-WRITE-HEADINGS.
           SET WS-ACCT-IDX TO 1.
           PERFORM 3100-LIST-ONE-ACCOUNT
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT.
           PERFORM 3800-WRITE-TOTALS.

           PERFORM 4000-CLOSE-FILES.
           STOP RUN.

       0500-LOAD-ASOF-PARM.
           *> Use Case: There is no sensible default for whose
           *> balance or which day - a missing or bad request stops
           *> the run.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN INPUT PARM-FILE.
           IF WS-FS-PARM NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT OPEN ASOF.PARM "
                "(FS: " WS-FS-PARM ")"
               STOP RUN
           END-IF.

           READ PARM-FILE
               AT END
                   MOVE SPACES TO PM-PARM-RECORD
           END-READ.
           CLOSE PARM-FILE.

           IF PM-AS-OF-DATE NOT NUMERIC
              OR PM-AS-OF-DATE = ZERO
              OR PM-AS-OF-DATE > WS-RUN-DATE
               DISPLAY "RUN REFUSED: ASOF.PARM AS-OF DATE MISSING, "
                "INVALID OR IN THE FUTURE"
               STOP RUN
           END-IF.
           MOVE PM-AS-OF-DATE TO WS-AS-OF-DATE.
           MOVE PM-SCOPE      TO WS-SCOPE.

           IF SCOPE-IS-ACCOUNT
               IF PM-ACCT-ID NOT NUMERIC OR PM-ACCT-ID = ZERO
                   DISPLAY "RUN REFUSED: ASOF.PARM ACCOUNT NUMBER "
                    "MISSING OR INVALID"
                   STOP RUN
               END-IF
               MOVE PM-ACCT-ID TO WS-SCOPE-ACCT-ID
           ELSE
               IF SCOPE-IS-BRANCH
                   IF PM-BRANCH-CODE NOT NUMERIC
                       DISPLAY "RUN REFUSED: ASOF.PARM BRANCH CODE "
                        "INVALID"
                       STOP RUN
                   END-IF
                   MOVE PM-BRANCH-CODE TO WS-SCOPE-BRANCH
               ELSE
                   DISPLAY "RUN REFUSED: ASOF.PARM SCOPE MUST BE "
                    "A (ACCOUNT) OR B (BRANCH)"
                   STOP RUN
               END-IF
           END-IF.

       1000-OPEN-FILES.
           *> Use Case: A master that will not open is the case this
           *> program doubles as a recovery tool for - the run goes
           *> on from the history chain. A branch cannot be told
           *> from history, so a branch request then lists every
           *> account history knows.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-FS-MASTER NOT = "00"
               SET RECOVERING-FROM-HISTORY TO TRUE
               DISPLAY "WARNING: COULD NOT OPEN ACCOUNT-MASTER "
                "(FS: " WS-FS-MASTER ") - BALANCES TAKEN FROM "
                "HISTORY CHAIN"
               IF SCOPE-IS-BRANCH
                   SET SCOPE-IS-ALL TO TRUE
                   DISPLAY "WARNING: BRANCH NOT KNOWN WITHOUT THE "
                    "MASTER - ALL ACCOUNTS ON HISTORY LISTED"
               END-IF
           END-IF.

           OPEN INPUT ARCHIVE-FILE.
           IF WS-FS-ARCHIVE NOT = "00"
               SET ARCHIVE-FILE-ABSENT TO TRUE
               IF WS-FS-ARCHIVE NOT = "35"
                   DISPLAY "WARNING: COULD NOT OPEN ACCOUNT ARCHIVE "
                    "(FS: " WS-FS-ARCHIVE ") - PURGED ACCOUNTS NOT "
                    "LISTED"
               END-IF
           END-IF.

           OPEN INPUT HISTORY-FILE.
           IF WS-FS-HISTORY NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT OPEN "
                "TRANS-HISTORY.DAT (FS: " WS-FS-HISTORY ")"
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-FS-REPORT NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT CREATE AS-OF "
                "REPORT (FS: " WS-FS-REPORT ")"
               STOP RUN
           END-IF.

       1200-LOAD-MASTER-ACCOUNTS.
           IF MASTER-ON-HAND
               SET NOT-END-OF-FILE TO TRUE
               PERFORM 1210-READ-MASTER
               PERFORM 1220-TAKE-ONE-MASTER UNTIL END-OF-FILE
               CLOSE ACCOUNT-MASTER
           END-IF.

       1210-READ-MASTER.
           READ ACCOUNT-MASTER
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1220-TAKE-ONE-MASTER.
           IF (SCOPE-IS-ACCOUNT AND AM-ACCT-ID = WS-SCOPE-ACCT-ID)
              OR (SCOPE-IS-BRANCH AND AM-BRANCH-CODE = WS-SCOPE-BRANCH)
               MOVE AM-ACCT-ID TO WS-LOOKUP-ACCT-ID
               PERFORM 1900-ADD-ACCOUNT
               MOVE AM-ACCT-NAME   TO WS-A-ACCT-NAME (WS-ACCT-IDX)
               MOVE AM-BRANCH-CODE TO WS-A-BRANCH (WS-ACCT-IDX)
               MOVE AM-BALANCE     TO WS-A-CURRENT (WS-ACCT-IDX)
               MOVE 'M'            TO WS-A-SOURCE (WS-ACCT-IDX)
           END-IF.

           PERFORM 1210-READ-MASTER.

       1300-LOAD-ARCHIVE-ACCOUNTS.
           *> Use Case: An account purged since the as-of date held
           *> money on it that day - its archived image stands in
           *> for the master. Only accounts not already on the
           *> master are taken.
           IF ARCHIVE-FILE-ON-HAND
               SET NOT-END-OF-FILE TO TRUE
               PERFORM 1310-READ-ARCHIVE
               PERFORM 1320-TAKE-ONE-ARCHIVE UNTIL END-OF-FILE
               CLOSE ARCHIVE-FILE
           END-IF.

       1310-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1320-TAKE-ONE-ARCHIVE.
           IF (SCOPE-IS-ACCOUNT AND AR-ACCT-ID = WS-SCOPE-ACCT-ID)
              OR (SCOPE-IS-BRANCH AND AR-BRANCH-CODE = WS-SCOPE-BRANCH)
               MOVE AR-ACCT-ID TO WS-LOOKUP-ACCT-ID
               PERFORM 1800-FIND-ACCOUNT
               IF ACCOUNT-NOT-FOUND
                   PERFORM 1900-ADD-ACCOUNT
                   MOVE AR-ACCT-NAME   TO WS-A-ACCT-NAME (WS-ACCT-IDX)
                   MOVE AR-BRANCH-CODE TO WS-A-BRANCH (WS-ACCT-IDX)
                   MOVE AR-BALANCE     TO WS-A-CURRENT (WS-ACCT-IDX)
                   MOVE 'R'            TO WS-A-SOURCE (WS-ACCT-IDX)
               END-IF
           END-IF.

           PERFORM 1310-READ-ARCHIVE.

       1800-FIND-ACCOUNT.
           *> Use Case: Leaves WS-ACCT-IDX on WS-LOOKUP-ACCT-ID's
           *> entry when ACCOUNT-FOUND.
           SET ACCOUNT-NOT-FOUND TO TRUE.
           SET WS-ACCT-IDX TO 1.
           PERFORM 1810-COMPARE-ONE-ACCOUNT
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT OR ACCOUNT-FOUND.

       1810-COMPARE-ONE-ACCOUNT.
           IF WS-A-ACCT-ID (WS-ACCT-IDX) = WS-LOOKUP-ACCT-ID
               SET ACCOUNT-FOUND TO TRUE
           ELSE
               SET WS-ACCT-IDX UP BY 1
           END-IF.

       1900-ADD-ACCOUNT.
           IF WS-ACCT-COUNT >= 10000
               DISPLAY "CRITICAL ERROR: ACCOUNT TABLE FULL AT 10000 "
                "ENTRIES - NARROW THE REQUEST"
               STOP RUN
           END-IF.

           ADD 1 TO WS-ACCT-COUNT.
           SET WS-ACCT-IDX TO WS-ACCT-COUNT.
           INITIALIZE WS-ACCT-ENTRY (WS-ACCT-IDX).
           MOVE WS-LOOKUP-ACCT-ID TO WS-A-ACCT-ID (WS-ACCT-IDX).
           MOVE 'N'              TO WS-A-ASOF-SEEN (WS-ACCT-IDX).
           MOVE 'N'              TO WS-A-CHAIN-SEEN (WS-ACCT-IDX).
           MOVE 'H'              TO WS-A-SOURCE (WS-ACCT-IDX).

       2000-APPLY-HISTORY.
           *> Use Case: One pass over the whole history in posting
           *> order. A requested account on neither master nor
           *> archive is taken from history alone, and with no
           *> master at all every account history names is in
           *> scope.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM 2010-READ-HISTORY.
           PERFORM 2100-APPLY-ONE-LINE UNTIL END-OF-FILE.

       2010-READ-HISTORY.
           READ HISTORY-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2100-APPLY-ONE-LINE.
           ADD 1 TO WS-HISTORY-READ.

           MOVE TH-ACCT-ID TO WS-LOOKUP-ACCT-ID.
           IF SCOPE-IS-ACCOUNT AND WS-ACCT-COUNT = ZERO
              AND TH-ACCT-ID = WS-SCOPE-ACCT-ID
               PERFORM 1900-ADD-ACCOUNT
           END-IF.
           PERFORM 1800-FIND-ACCOUNT.
           IF ACCOUNT-NOT-FOUND AND SCOPE-IS-ALL
               PERFORM 1900-ADD-ACCOUNT
               SET ACCOUNT-FOUND TO TRUE
           END-IF.

           IF ACCOUNT-NOT-FOUND
               ADD 1 TO WS-LINES-OUT-SCOPE
           ELSE
               IF TH-ADDS-TO-BALANCE OR TH-TAKES-FROM-BALANCE
                   ADD 1 TO WS-LINES-IN-SCOPE
                   PERFORM 2200-TAKE-LINE-EFFECT
               ELSE
                   ADD 1 TO WS-LINES-UNKNOWN
                   ADD 1 TO WS-A-BREAKS (WS-ACCT-IDX)
                   DISPLAY "UNKNOWN HISTORY CODE " TH-TRAN-CODE
                    " ON ACCOUNT " TH-ACCT-ID " POSTED " TH-POST-DATE
               END-IF
           END-IF.

           PERFORM 2010-READ-HISTORY.

       2200-TAKE-LINE-EFFECT.
           IF TH-ADDS-TO-BALANCE
               MOVE TH-AMOUNT TO WS-LINE-EFFECT
           ELSE
               COMPUTE WS-LINE-EFFECT = ZERO - TH-AMOUNT
           END-IF.

           *> Use Case: The chain test - this line's new balance must
           *> be the previous line's moved by this line's amount.
           *> The first line seen gives the balance the account had
           *> before history began.
           IF WS-A-CHAIN-SEEN (WS-ACCT-IDX) = 'Y'
               COMPUTE WS-EXPECTED-BAL =
                   WS-A-CHAIN-BAL (WS-ACCT-IDX) + WS-LINE-EFFECT
               IF WS-EXPECTED-BAL NOT = TH-NEW-BALANCE
                   ADD 1 TO WS-A-BREAKS (WS-ACCT-IDX)
                   DISPLAY "HISTORY CHAIN BREAK ON ACCOUNT "
                    TH-ACCT-ID " POSTED " TH-POST-DATE " CODE "
                    TH-TRAN-CODE
               END-IF
           ELSE
               MOVE 'Y' TO WS-A-CHAIN-SEEN (WS-ACCT-IDX)
               COMPUTE WS-A-OPENING (WS-ACCT-IDX) =
                   TH-NEW-BALANCE - WS-LINE-EFFECT
           END-IF.
           MOVE TH-NEW-BALANCE TO WS-A-CHAIN-BAL (WS-ACCT-IDX).

           IF TH-POST-DATE > WS-AS-OF-DATE
               ADD WS-LINE-EFFECT TO WS-A-ROLLBACK (WS-ACCT-IDX)
               ADD 1 TO WS-A-LINES-AFTER (WS-ACCT-IDX)
           ELSE
               MOVE TH-NEW-BALANCE TO WS-A-HIST-ASOF (WS-ACCT-IDX)
               MOVE 'Y'            TO WS-A-ASOF-SEEN (WS-ACCT-IDX)
           END-IF.

       3000-WRITE-HEADINGS.
           MOVE WS-AS-OF-DATE TO WS-HD-AS-OF-DATE.
           MOVE WS-RUN-DATE   TO WS-HD-RUN-DATE.
           MOVE SPACES        TO WS-HD-SCOPE-TEXT.
           IF SCOPE-IS-ACCOUNT
               STRING "ACCOUNT " DELIMITED BY SIZE
                      WS-SCOPE-ACCT-ID DELIMITED BY SIZE
                   INTO WS-HD-SCOPE-TEXT
               END-STRING
           END-IF.
           IF SCOPE-IS-BRANCH
               STRING "BRANCH " DELIMITED BY SIZE
                      WS-SCOPE-BRANCH DELIMITED BY SIZE
                   INTO WS-HD-SCOPE-TEXT
               END-STRING
           END-IF.
           IF SCOPE-IS-ALL
               MOVE "ALL ACCOUNTS ON HISTORY" TO WS-HD-SCOPE-TEXT
           END-IF.
           MOVE WS-HD-TITLE-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           IF RECOVERING-FROM-HISTORY
               MOVE WS-HD-RECOVERY-LINE TO FO-PRINT-LINE
               PERFORM 3900-WRITE-PRINT-LINE
           END-IF.

           MOVE SPACES TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.
           MOVE WS-HD-COLUMN-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

       3100-LIST-ONE-ACCOUNT.
           PERFORM 3200-RESOLVE-ONE-ACCOUNT.

           MOVE SPACES TO WS-DT-DETAIL-LINE.
           MOVE WS-A-ACCT-ID (WS-ACCT-IDX)   TO WS-DT-ACCT-ID.
           MOVE WS-A-BRANCH (WS-ACCT-IDX)    TO WS-DT-BRANCH.
           MOVE WS-A-ACCT-NAME (WS-ACCT-IDX) TO WS-DT-NAME.
           IF MASTER-ON-HAND
               MOVE WS-A-CURRENT (WS-ACCT-IDX) TO WS-DT-CURRENT
               MOVE WS-A-ROLLBACK (WS-ACCT-IDX) TO WS-DT-MOVEMENT
           END-IF.
           MOVE WS-A-ASOF-BAL (WS-ACCT-IDX)    TO WS-DT-ASOF.
           MOVE WS-A-HIST-FIGURE (WS-ACCT-IDX) TO WS-DT-HISTORY.
           MOVE WS-VERDICT TO WS-DT-VERDICT.
           MOVE WS-DT-DETAIL-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           IF MASTER-ON-HAND
               ADD WS-A-CURRENT (WS-ACCT-IDX)  TO WS-TOTAL-CURRENT
               ADD WS-A-ROLLBACK (WS-ACCT-IDX) TO WS-TOTAL-MOVEMENT
           END-IF.
           ADD WS-A-ASOF-BAL (WS-ACCT-IDX) TO WS-TOTAL-ASOF.

           SET WS-ACCT-IDX UP BY 1.

       3200-RESOLVE-ONE-ACCOUNT.
           *> Use Case: What history alone says the account held at
           *> the as-of date - the last new balance on or before it,
           *> else (all activity came later) the balance before the
           *> first line, else (no activity at all) today's balance.
           IF WS-A-ASOF-SEEN (WS-ACCT-IDX) = 'Y'
               MOVE WS-A-HIST-ASOF (WS-ACCT-IDX)
                   TO WS-A-HIST-FIGURE (WS-ACCT-IDX)
           ELSE
               IF WS-A-CHAIN-SEEN (WS-ACCT-IDX) = 'Y'
                   MOVE WS-A-OPENING (WS-ACCT-IDX)
                       TO WS-A-HIST-FIGURE (WS-ACCT-IDX)
               ELSE
                   MOVE WS-A-CURRENT (WS-ACCT-IDX)
                       TO WS-A-HIST-FIGURE (WS-ACCT-IDX)
               END-IF
           END-IF.

           IF RECOVERING-FROM-HISTORY
               MOVE WS-A-HIST-FIGURE (WS-ACCT-IDX)
                   TO WS-A-ASOF-BAL (WS-ACCT-IDX)
               PERFORM 3300-JUDGE-RECOVERED
           ELSE
               COMPUTE WS-A-ASOF-BAL (WS-ACCT-IDX) =
                   WS-A-CURRENT (WS-ACCT-IDX)
                   - WS-A-ROLLBACK (WS-ACCT-IDX)
               PERFORM 3400-JUDGE-ROLLED-BACK
           END-IF.

           IF WS-VERDICT = "TIES" OR WS-VERDICT = "RECOVERED"
               ADD 1 TO WS-ACCTS-TIED
           ELSE
               ADD 1 TO WS-ACCTS-FLAGGED
           END-IF.

       3300-JUDGE-RECOVERED.
           IF WS-A-BREAKS (WS-ACCT-IDX) NOT = ZERO
               MOVE "*CHAIN BREAK" TO WS-VERDICT
           ELSE
               MOVE "RECOVERED" TO WS-VERDICT
           END-IF.

       3400-JUDGE-ROLLED-BACK.
           *> Use Case: Three tests, in the order a reviewer would
           *> chase them - the chain itself, the chain's end against
           *> the master (an adjustment or extract refresh that
           *> never reached history), and the rolled-back figure
           *> against what history shows for the day.
           IF WS-A-BREAKS (WS-ACCT-IDX) NOT = ZERO
               MOVE "*CHAIN BREAK" TO WS-VERDICT
           ELSE
               IF WS-A-CHAIN-SEEN (WS-ACCT-IDX) = 'Y'
                  AND WS-A-CHAIN-BAL (WS-ACCT-IDX)
                      NOT = WS-A-CURRENT (WS-ACCT-IDX)
                   MOVE "*MASTER DIFF" TO WS-VERDICT
               ELSE
                   IF WS-A-ASOF-BAL (WS-ACCT-IDX)
                      NOT = WS-A-HIST-FIGURE (WS-ACCT-IDX)
                       MOVE "*NOT TIED" TO WS-VERDICT
                   ELSE
                       MOVE "TIES" TO WS-VERDICT
                   END-IF
               END-IF
           END-IF.

       3800-WRITE-TOTALS.
           MOVE SPACES TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE "ACCOUNTS LISTED..............:" TO WS-TL-LABEL.
           MOVE WS-ACCT-COUNT TO WS-TL-COUNT.
           MOVE WS-TL-COUNT-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE "ACCOUNTS THAT TIE............:" TO WS-TL-LABEL.
           MOVE WS-ACCTS-TIED TO WS-TL-COUNT.
           MOVE WS-TL-COUNT-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE "ACCOUNTS FLAGGED.............:" TO WS-TL-LABEL.
           MOVE WS-ACCTS-FLAGGED TO WS-TL-COUNT.
           MOVE WS-TL-COUNT-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           IF MASTER-ON-HAND
               MOVE "TOTAL CURRENT BALANCE........:"
                   TO WS-TL-AMT-LABEL
               MOVE WS-TOTAL-CURRENT TO WS-TL-AMOUNT
               MOVE WS-TL-AMOUNT-LINE TO FO-PRINT-LINE
               PERFORM 3900-WRITE-PRINT-LINE
               MOVE "TOTAL MOVEMENT SINCE.........:"
                   TO WS-TL-AMT-LABEL
               MOVE WS-TOTAL-MOVEMENT TO WS-TL-AMOUNT
               MOVE WS-TL-AMOUNT-LINE TO FO-PRINT-LINE
               PERFORM 3900-WRITE-PRINT-LINE
           END-IF.

           MOVE "TOTAL AS-OF BALANCE..........:" TO WS-TL-AMT-LABEL.
           MOVE WS-TOTAL-ASOF TO WS-TL-AMOUNT.
           MOVE WS-TL-AMOUNT-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

       3900-WRITE-PRINT-LINE.
           WRITE FO-PRINT-LINE.

           *> Error Handling: Catching full disk or write permissions
           IF WS-FS-REPORT NOT = "00"
               DISPLAY "WRITE ERROR DETECTED: " WS-FS-REPORT
               STOP RUN
           END-IF.

       4000-CLOSE-FILES.
           CLOSE HISTORY-FILE.
           CLOSE REPORT-FILE.

           PERFORM 4500-WRITE-RUN-CONTROL.

           DISPLAY "BALANCE AS-OF COMPLETE FOR " WS-AS-OF-DATE ".".
           DISPLAY "HISTORY LINES READ...: " WS-HISTORY-READ.
           DISPLAY "ACCOUNTS LISTED......: " WS-ACCT-COUNT.
           DISPLAY "ACCOUNTS THAT TIE....: " WS-ACCTS-TIED.
           DISPLAY "ACCOUNTS FLAGGED.....: " WS-ACCTS-FLAGGED.

       4500-WRITE-RUN-CONTROL.
           *> Use Case: One ledger record per completed run - the
           *> arithmetic RUN-BALANCE verifies is RECORDS-IN (history
           *> lines read) equals the dispositions summed: applied to
           *> an account in scope, outside the request, and unknown
           *> transaction codes.
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
               MOVE "BALANCE-AS-OF" TO RC-PROGRAM-ID
               MOVE WS-RUN-DATE TO RC-RUN-DATE
               ACCEPT RC-RUN-TIME FROM TIME
               MOVE WS-HISTORY-READ TO RC-RECORDS-IN
               MOVE WS-LINES-IN-SCOPE TO RC-OUT-A
               MOVE WS-LINES-OUT-SCOPE TO RC-OUT-B
               MOVE WS-LINES-UNKNOWN TO RC-OUT-C
               WRITE RC-RUN-CONTROL-RECORD
               IF WS-FS-RUNCTL NOT = "00"
                   DISPLAY "RUN CONTROL WRITE ERROR: " WS-FS-RUNCTL
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.
