       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL-FEED.

           *> Use Case: The day's double-entry journal for the general
           *> ledger. Every line TRANS-HISTORY.DAT took today - teller
           *> and ACH deposits and withdrawals, transfer legs,
           *> penalties, close payouts, interest, aid awards, service
           *> fees, escheat surrenders and BACKOUT reversals - is
           *> looked up in the chart of accounts (GL-CHART.PARM) for
           *> the GL account it debits and the one it credits, under
           *> the branch that owns the account. The entries are
           *> summarized by branch and GL account and go out as
           *> GL-JOURNAL.DAT, delimited the same way as GL-EXTRACT.DAT
           *> from BANK-FILTER-PROG. The feed is only released when
           *> debits equal credits and every line found a chart entry;
           *> otherwise nothing is written and the reasons are shown.
           *> Header and trailer repeat tonight's TRIAL-BALANCE ledger
           *> counts and closing master total so the GL side can
           *> reconcile to ours.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "TRANS-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORY.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-ID
               ALTERNATE RECORD KEY IS AM-ACCT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

           *> Use Case: An account closed and purged since it posted
           *> today is no longer on the master - its branch comes
           *> from the archive ACCOUNT-PURGE moved it to.
           SELECT ARCHIVE-FILE ASSIGN TO "ACCTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-ACCT-ID
               FILE STATUS IS WS-FS-ARCHIVE.

           *> Use Case: Chart of accounts mapping - one line per
           *> transaction code (optionally narrowed by cash indicator
           *> and posting source) naming the GL accounts it debits
           *> and credits. Kept by Finance.
           SELECT CHART-FILE ASSIGN TO "GL-CHART.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHART.

           *> Use Case: Tonight's closing master total as TRIAL-
           *> BALANCE rolled it forward - carried on the trailer.
           SELECT CLOSING-FILE ASSIGN TO "CLOSING-BALANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLOSING.

           SELECT GL-JOURNAL-FILE ASSIGN TO "GL-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GL.

           *> Use Case: Work file for the SORT that groups the
           *> entries by branch, GL account and side before they are
           *> summarized.
           SELECT SORT-WORK-FILE ASSIGN TO "SRTWK01".

           *> Use Case: Shared run-control ledger - every batch
           *> program appends one record (program, date/time, records
           *> in, records out by disposition) so RUN-BALANCE can
           *> prove the night's chain tied without scraping job logs.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       *> TH Prefix: Identifies this as the transaction-history
       *> record - the same layout the posting programs append.
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

       FD  CHART-FILE.
       *> CA Prefix: Identifies this as the chart-of-accounts
       *> mapping line. CA-CASH-SW ('Y'/'N') and CA-SOURCE-ID (the
       *> TH-TELLER-ID a system feed posts under, e.g. BACKOUT) are
       *> optional - blank matches anything, and the line naming
       *> the most of them wins. A zero GL account means that side
       *> is not booked, which leaves the feed out of balance.
       01  CA-CHART-RECORD.
           05 CA-TRAN-CODE     PIC X(01).
           05 FILLER           PIC X(01).
           05 CA-CASH-SW       PIC X(01).
           05 FILLER           PIC X(01).
           05 CA-SOURCE-ID     PIC X(08).
           05 FILLER           PIC X(01).
           05 CA-DEBIT-GL      PIC 9(08).
           05 FILLER           PIC X(01).
           05 CA-CREDIT-GL     PIC 9(08).
           05 FILLER           PIC X(01).
           05 CA-DESCRIPTION   PIC X(30).

       FD  CLOSING-FILE.
       *> CB Prefix: Identifies this as the closing-balance handoff -
       *> the same record TRIAL-BALANCE rolls forward.
       01  CB-CLOSING-RECORD.
           05 CB-RUN-DATE      PIC 9(08).
           05 FILLER           PIC X(01).
           05 CB-TOTAL         PIC 9(11)V99.
           05 FILLER           PIC X(01).
           05 CB-HISTORY-LINES PIC 9(09).

       FD  GL-JOURNAL-FILE.
       *> FO Prefix: Identifies this as the GL journal output - one
       *> free-form line; the delimited header/detail/trailer
       *> layouts in WORKING-STORAGE are moved here before each
       *> write.
       01  FO-GL-RECORD        PIC X(100).

       *> Use Case: Sort work record - one per side of every
       *> journal entry.
       SD  SORT-WORK-FILE.
       01  SD-SORT-RECORD.
           05 SD-BRANCH-CODE   PIC 9(03).
           05 SD-GL-ACCOUNT    PIC 9(08).
           05 SD-SIDE          PIC X(01). *> D=Debit C=Credit
           05 SD-AMOUNT        PIC 9(8)V99.

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
       01  WS-FS-HISTORY       PIC XX.  *> File Status for History
       01  WS-FS-MASTER        PIC XX.  *> File Status for Master
       01  WS-FS-ARCHIVE       PIC XX.  *> File Status for Archive
       01  WS-FS-CHART         PIC XX.  *> File Status for Chart
       01  WS-FS-CLOSING       PIC XX.  *> File Status for Closing Bal
       01  WS-FS-GL            PIC XX.  *> File Status for GL Journal
       01  WS-FS-RUNCTL        PIC XX.  *> File Status for Run Control

       01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88 END-OF-FILE                VALUE 'Y'.
           88 NOT-END-OF-FILE            VALUE 'N'.

       01  WS-CHART-EOF-SW     PIC X(01) VALUE 'N'.
           88 END-OF-CHART               VALUE 'Y'.

       *> Use Case: Level-88 Flag for the RETURN loop off the sorted
       *> entries.
       01  WS-SORT-EOF-SWITCH  PIC X(01) VALUE 'N'.
           88 SORT-END-OF-FILE           VALUE 'Y'.
           88 SORT-NOT-END-OF-FILE       VALUE 'N'.

       *> Use Case: Level-88 Flags for the run-control preflight -
       *> the feed carries TRIAL-BALANCE's counts, so it cannot go
       *> before tonight's trial balance has been taken.
       01  WS-PREFLIGHT-EOF-SW PIC X(01) VALUE 'N'.
           88 END-OF-PREFLIGHT           VALUE 'Y'.

       01  WS-TRIAL-RAN-SW     PIC X(01) VALUE 'N'.
           88 TRIAL-BALANCE-RAN-TODAY    VALUE 'Y'.

       01  WS-ARCHIVE-MODE-SW  PIC X(01) VALUE 'Y'.
           88 ARCHIVE-FILE-ON-HAND       VALUE 'Y'.
           88 ARCHIVE-FILE-ABSENT        VALUE 'N'.

       01  WS-BRANCH-SWITCH    PIC X(01).
           88 BRANCH-FOUND               VALUE 'Y'.
           88 BRANCH-NOT-FOUND           VALUE 'N'.

       *> Use Case: Level-88 Flag for the release decision.
       01  WS-FEED-SWITCH      PIC X(01) VALUE 'Y'.
           88 FEED-IN-BALANCE            VALUE 'Y'.
           88 FEED-REFUSED               VALUE 'N'.

       01  WS-RUN-DATE         PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME         PIC 9(08) VALUE ZERO.

       *> Use Case: TRIAL-BALANCE's counts off its latest ledger row
       *> for today, and the closing total it rolled forward.
       01  WS-TRIAL-CONTROLS.
           05 WS-TB-LINES-READ   PIC 9(07) VALUE ZERO.
           05 WS-TB-LINES-FOOTED PIC 9(07) VALUE ZERO.
           05 WS-TB-LINES-SKIPPED PIC 9(07) VALUE ZERO.
           05 WS-TB-RUN-TIME     PIC 9(08) VALUE ZERO.
           05 WS-TB-MASTER-TOTAL PIC 9(11)V99 VALUE ZERO.

       *> Use Case: The chart of accounts held in memory.
       01  WS-CHART-TABLE.
           05 WS-CHART-COUNT   PIC 9(03) VALUE ZERO.
           05 WS-CHART-ENTRY   OCCURS 100 TIMES
                                INDEXED BY WS-CHART-IDX.
               10 WS-C-TRAN-CODE   PIC X(01).
               10 WS-C-CASH-SW     PIC X(01).
               10 WS-C-SOURCE-ID   PIC X(08).
               10 WS-C-DEBIT-GL    PIC 9(08).
               10 WS-C-CREDIT-GL   PIC 9(08).

       *> Use Case: The best chart line found for the history line
       *> in hand - the match score counts the optional fields the
       *> line names (cash indicator 1, source 2), so the most
       *> specific line wins and a tie goes to the earlier line.
       01  WS-ROW-SCORE        PIC 9(01) VALUE ZERO.
       01  WS-BEST-SCORE       PIC 9(01) VALUE ZERO.
       01  WS-BEST-SUB         PIC 9(03) VALUE ZERO.

       01  WS-ENTRY-BRANCH     PIC 9(03) VALUE ZERO.

       *> Use Case: The summarized journal - one entry per branch,
       *> GL account and side, built off the sorted work file so
       *> the balance test is made before a line is released.
       01  WS-SUMMARY-TABLE.
           05 WS-SUMMARY-COUNT PIC 9(05) VALUE ZERO.
           05 WS-SUMMARY-ENTRY OCCURS 5000 TIMES
                                INDEXED BY WS-SUM-IDX.
               10 WS-S-BRANCH      PIC 9(03).
               10 WS-S-GL-ACCOUNT  PIC 9(08).
               10 WS-S-SIDE        PIC X(01).
               10 WS-S-AMOUNT      PIC 9(11)V99.
               10 WS-S-ITEMS       PIC 9(07).

       01  WS-CONTROL-TOTALS.
           05 WS-HISTORY-READ   PIC 9(07) VALUE ZERO.
           05 WS-ITEMS-JOURNALED PIC 9(07) VALUE ZERO.
           05 WS-ITEMS-OTHER-DATE PIC 9(07) VALUE ZERO.
           05 WS-ITEMS-UNMAPPED PIC 9(07) VALUE ZERO.
           05 WS-ITEMS-NO-BRANCH PIC 9(07) VALUE ZERO.
           05 WS-DEBIT-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05 WS-CREDIT-TOTAL   PIC 9(11)V99 VALUE ZERO.
           05 WS-NET-DIFFERENCE PIC S9(12)V99 VALUE ZERO.
           05 WS-LINES-WRITTEN  PIC 9(07) VALUE ZERO.

       01  WS-DISPLAY-AMOUNT   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       *> Use Case: Delimited GL journal lines, moved one at a time
       *> into FO-GL-RECORD (same shape as the GL-EXTRACT.DAT
       *> lines in BANK-FILTER-PROG).
       01  WS-GL-HEADER-LINE.
           05 FILLER           PIC X(04) VALUE "HDR|".
           05 WS-GL-HDR-DATE   PIC 9(08).
           05 FILLER           PIC X(01) VALUE "|".
           05 WS-GL-HDR-TIME   PIC 9(08).
           05 FILLER           PIC X(01) VALUE "|".
           05 WS-GL-HDR-TB-READ PIC 9(07).
           05 FILLER           PIC X(01) VALUE "|".
           05 WS-GL-HDR-TB-FOOTED PIC 9(07).
           05 FILLER           PIC X(01) VALUE "|".
           05 WS-GL-HDR-TB-SKIPPED PIC 9(07).

       01  WS-GL-DETAIL-LINE.
           05 WS-GL-BRANCH     PIC 9(03).
           05 FILLER           PIC X(01) VALUE "|".
           05 WS-GL-ACCOUNT    PIC 9(08).
           05 FILLER           PIC X(01) VALUE "|".
           05 WS-GL-SIDE       PIC X(01).
           05 FILLER           PIC X(01) VALUE "|".
           05 WS-GL-AMOUNT     PIC 9(11).99.
           05 FILLER           PIC X(01) VALUE "|".
           05 WS-GL-ITEMS      PIC 9(07).

       01  WS-GL-TRAILER-LINE.
           05 FILLER           PIC X(04) VALUE "TRL|".
           05 WS-GL-TRL-COUNT  PIC 9(07).
           05 FILLER           PIC X(01) VALUE "|".
           05 WS-GL-TRL-DEBITS PIC 9(11).99.
           05 FILLER           PIC X(01) VALUE "|".
           05 WS-GL-TRL-CREDITS PIC 9(11).99.
           05 FILLER           PIC X(01) VALUE "|".
           05 WS-GL-TRL-TB-READ PIC 9(07).
           05 FILLER           PIC X(01) VALUE "|".
           05 WS-GL-TRL-TB-FOOTED PIC 9(07).
           05 FILLER           PIC X(01) VALUE "|".
           05 WS-GL-TRL-TB-SKIPPED PIC 9(07).
           05 FILLER           PIC X(01) VALUE "|".
           05 WS-GL-TRL-MASTER PIC 9(11).99.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-PREFLIGHT-CHECK.
           PERFORM 0500-LOAD-CHART.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-READ-CLOSING-TOTAL.

           *> Use Case: SORT drives 3000-JOURNAL-HISTORY (reads
           *> today's history and RELEASEs both sides of each entry)
           *> and then 3500-SUMMARIZE-ENTRIES (RETURNs them grouped
           *> and totals each branch / account / side).
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-BRANCH-CODE
               ON ASCENDING KEY SD-GL-ACCOUNT
               ON ASCENDING KEY SD-SIDE
               INPUT PROCEDURE IS 3000-JOURNAL-HISTORY
               OUTPUT PROCEDURE IS 3500-SUMMARIZE-ENTRIES.

           PERFORM 3600-PROVE-FEED.
           IF FEED-IN-BALANCE
               PERFORM 3700-RELEASE-FEED
           END-IF.

           PERFORM 4000-CLOSE-FILES.
           STOP RUN.

       0100-PREFLIGHT-CHECK.
           *> Use Case: The header and trailer carry tonight's
           *> TRIAL-BALANCE counts - without a same-date ledger row
           *> from it there is nothing for the GL side to reconcile
           *> to. A re-run of the trial balance leaves a later row;
           *> the latest one stands.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-FS-RUNCTL NOT = "00"
               DISPLAY "RUN REFUSED: NO RUN-CONTROL LEDGER ON FILE "
                "- TRIAL-BALANCE HAS NOT RUN FOR " WS-RUN-DATE
               STOP RUN
           END-IF.

           PERFORM 0110-READ-LEDGER-ROW.
           PERFORM 0120-NOTE-LEDGER-ROW UNTIL END-OF-PREFLIGHT.
           CLOSE RUN-CONTROL-FILE.

           IF NOT TRIAL-BALANCE-RAN-TODAY
               DISPLAY "RUN REFUSED: TRIAL-BALANCE HAS NOT WRITTEN "
                "A LEDGER ROW FOR " WS-RUN-DATE
               STOP RUN
           END-IF.

       0110-READ-LEDGER-ROW.
           READ RUN-CONTROL-FILE
               AT END SET END-OF-PREFLIGHT TO TRUE
           END-READ.

       0120-NOTE-LEDGER-ROW.
           IF RC-RUN-DATE = WS-RUN-DATE
              AND RC-PROGRAM-ID = "TRIAL-BALANCE"
              AND RC-RUN-TIME NOT < WS-TB-RUN-TIME
               SET TRIAL-BALANCE-RAN-TODAY TO TRUE
               MOVE RC-RUN-TIME   TO WS-TB-RUN-TIME
               MOVE RC-RECORDS-IN TO WS-TB-LINES-READ
               MOVE RC-OUT-A      TO WS-TB-LINES-FOOTED
               MOVE RC-OUT-B      TO WS-TB-LINES-SKIPPED
           END-IF.

           PERFORM 0110-READ-LEDGER-ROW.

       0500-LOAD-CHART.
           *> Use Case: There is no sensible default GL account - a
           *> missing or empty chart stops the run before anything
           *> is read.
           OPEN INPUT CHART-FILE.
           IF WS-FS-CHART NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT OPEN GL-CHART.PARM "
                "(FS: " WS-FS-CHART ")"
               STOP RUN
           END-IF.

           PERFORM 0510-READ-CHART.
           PERFORM 0520-STORE-CHART-LINE UNTIL END-OF-CHART.
           CLOSE CHART-FILE.

           IF WS-CHART-COUNT = ZERO
               DISPLAY "CRITICAL ERROR: GL-CHART.PARM HAS NO "
                "MAPPING LINES"
               STOP RUN
           END-IF.

       0510-READ-CHART.
           READ CHART-FILE
               AT END SET END-OF-CHART TO TRUE
           END-READ.

       0520-STORE-CHART-LINE.
           *> Use Case: A line whose GL accounts are not numeric is
           *> skipped with a warning. A line with one side zero is
           *> kept - the feed will then refuse to release, which is
           *> the point.
           IF CA-TRAN-CODE = SPACE
              OR CA-DEBIT-GL NOT NUMERIC
              OR CA-CREDIT-GL NOT NUMERIC
               DISPLAY "WARNING: GL-CHART.PARM LINE SKIPPED - "
                "INVALID: " CA-CHART-RECORD
           ELSE
               IF WS-CHART-COUNT >= 100
                   DISPLAY "CRITICAL ERROR: CHART TABLE FULL AT 100 "
                    "ENTRIES - CHECK GL-CHART.PARM"
                   STOP RUN
               END-IF
               ADD 1 TO WS-CHART-COUNT
               SET WS-CHART-IDX TO WS-CHART-COUNT
               MOVE CA-TRAN-CODE TO WS-C-TRAN-CODE (WS-CHART-IDX)
               MOVE CA-CASH-SW   TO WS-C-CASH-SW (WS-CHART-IDX)
               MOVE CA-SOURCE-ID TO WS-C-SOURCE-ID (WS-CHART-IDX)
               MOVE CA-DEBIT-GL  TO WS-C-DEBIT-GL (WS-CHART-IDX)
               MOVE CA-CREDIT-GL TO WS-C-CREDIT-GL (WS-CHART-IDX)
               IF CA-DEBIT-GL = ZERO OR CA-CREDIT-GL = ZERO
                   DISPLAY "WARNING: GL-CHART.PARM LINE FOR CODE "
                    CA-TRAN-CODE " BOOKS ONE SIDE ONLY"
               END-IF
           END-IF.

           PERFORM 0510-READ-CHART.

       1000-OPEN-FILES.
           OPEN INPUT HISTORY-FILE.
           IF WS-FS-HISTORY NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT OPEN "
                "TRANS-HISTORY.DAT (FS: " WS-FS-HISTORY ")"
               STOP RUN
           END-IF.

           OPEN INPUT ACCOUNT-MASTER.
           IF WS-FS-MASTER NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT OPEN ACCOUNT-MASTER "
                "(FS: " WS-FS-MASTER ")"
               STOP RUN
           END-IF.

           *> Use Case: No archive simply means nothing has been
           *> purged yet.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-FS-ARCHIVE NOT = "00"
               SET ARCHIVE-FILE-ABSENT TO TRUE
               IF WS-FS-ARCHIVE NOT = "35"
                   DISPLAY "WARNING: COULD NOT OPEN ACCOUNT ARCHIVE "
                    "(FS: " WS-FS-ARCHIVE ") - PURGED ACCOUNTS BOOK "
                    "TO BRANCH 000"
               END-IF
           END-IF.

       1500-READ-CLOSING-TOTAL.
           OPEN INPUT CLOSING-FILE.
           IF WS-FS-CLOSING = "00"
               READ CLOSING-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CB-RUN-DATE = WS-RUN-DATE
                           MOVE CB-TOTAL TO WS-TB-MASTER-TOTAL
                       END-IF
               END-READ
               CLOSE CLOSING-FILE
           END-IF.

           IF WS-TB-MASTER-TOTAL = ZERO
               DISPLAY "WARNING: NO CLOSING TOTAL FOR " WS-RUN-DATE
                " ON CLOSING-BALANCE.DAT - TRAILER CARRIES ZERO"
           END-IF.

       2000-READ-HISTORY.
           READ HISTORY-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       3000-JOURNAL-HISTORY.
           *> Use Case: SORT input procedure. Every history line
           *> posted today is mapped and released as a debit and a
           *> credit; lines from other days were journaled on their
           *> own night.
           PERFORM 2000-READ-HISTORY.
           PERFORM 3100-JOURNAL-ONE-LINE UNTIL END-OF-FILE.

       3100-JOURNAL-ONE-LINE.
           ADD 1 TO WS-HISTORY-READ.

           IF TH-POST-DATE NOT = WS-RUN-DATE
               ADD 1 TO WS-ITEMS-OTHER-DATE
           ELSE
               PERFORM 3200-FIND-CHART-LINE
               IF WS-BEST-SUB = ZERO
                   ADD 1 TO WS-ITEMS-UNMAPPED
                   DISPLAY "NO GL-CHART ENTRY FOR CODE " TH-TRAN-CODE
                    " CASH " TH-CASH-SW " SOURCE " TH-TELLER-ID
                    " ACCOUNT " TH-ACCT-ID
               ELSE
                   PERFORM 3300-FIND-BRANCH
                   PERFORM 3400-RELEASE-ENTRY
                   ADD 1 TO WS-ITEMS-JOURNALED
               END-IF
           END-IF.

           PERFORM 2000-READ-HISTORY.

       3200-FIND-CHART-LINE.
           MOVE ZERO TO WS-BEST-SCORE.
           MOVE ZERO TO WS-BEST-SUB.
           SET WS-CHART-IDX TO 1.
           PERFORM 3210-SCORE-ONE-CHART-LINE
               UNTIL WS-CHART-IDX > WS-CHART-COUNT.

       3210-SCORE-ONE-CHART-LINE.
           IF WS-C-TRAN-CODE (WS-CHART-IDX) = TH-TRAN-CODE
              AND (WS-C-CASH-SW (WS-CHART-IDX) = SPACE
                   OR WS-C-CASH-SW (WS-CHART-IDX) = TH-CASH-SW)
              AND (WS-C-SOURCE-ID (WS-CHART-IDX) = SPACES
                   OR WS-C-SOURCE-ID (WS-CHART-IDX) = TH-TELLER-ID)
               MOVE 1 TO WS-ROW-SCORE
               IF WS-C-CASH-SW (WS-CHART-IDX) NOT = SPACE
                   ADD 1 TO WS-ROW-SCORE
               END-IF
               IF WS-C-SOURCE-ID (WS-CHART-IDX) NOT = SPACES
                   ADD 2 TO WS-ROW-SCORE
               END-IF
               IF WS-ROW-SCORE > WS-BEST-SCORE
                   MOVE WS-ROW-SCORE TO WS-BEST-SCORE
                   SET WS-BEST-SUB TO WS-CHART-IDX
               END-IF
           END-IF.

           SET WS-CHART-IDX UP BY 1.

       3300-FIND-BRANCH.
           *> Use Case: The owning branch off the master, else off
           *> the archive; an account on neither books to branch 000
           *> and is counted so Finance can reclass it.
           SET BRANCH-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-ENTRY-BRANCH.

           MOVE TH-ACCT-ID TO AM-ACCT-ID.
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AM-BRANCH-CODE TO WS-ENTRY-BRANCH
                   SET BRANCH-FOUND TO TRUE
           END-READ.

           IF BRANCH-NOT-FOUND AND ARCHIVE-FILE-ON-HAND
               MOVE TH-ACCT-ID TO AR-ACCT-ID
               READ ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AR-BRANCH-CODE TO WS-ENTRY-BRANCH
                       SET BRANCH-FOUND TO TRUE
               END-READ
           END-IF.

           IF BRANCH-NOT-FOUND
               ADD 1 TO WS-ITEMS-NO-BRANCH
               DISPLAY "WARNING: ACCOUNT " TH-ACCT-ID " NOT ON "
                "MASTER OR ARCHIVE - BOOKED TO BRANCH 000"
           END-IF.

       3400-RELEASE-ENTRY.
           *> Use Case: Both sides of the entry, each under the
           *> account's branch. A zero GL account on the chart line
           *> means that side is not booked.
           SET WS-CHART-IDX TO WS-BEST-SUB.

           IF WS-C-DEBIT-GL (WS-CHART-IDX) NOT = ZERO
               MOVE WS-ENTRY-BRANCH TO SD-BRANCH-CODE
               MOVE WS-C-DEBIT-GL (WS-CHART-IDX) TO SD-GL-ACCOUNT
               MOVE 'D'             TO SD-SIDE
               MOVE TH-AMOUNT       TO SD-AMOUNT
               RELEASE SD-SORT-RECORD
           END-IF.

           IF WS-C-CREDIT-GL (WS-CHART-IDX) NOT = ZERO
               MOVE WS-ENTRY-BRANCH TO SD-BRANCH-CODE
               MOVE WS-C-CREDIT-GL (WS-CHART-IDX) TO SD-GL-ACCOUNT
               MOVE 'C'             TO SD-SIDE
               MOVE TH-AMOUNT       TO SD-AMOUNT
               RELEASE SD-SORT-RECORD
           END-IF.

       3500-SUMMARIZE-ENTRIES.
           *> Use Case: SORT output procedure. The entries come back
           *> grouped, so each new branch / account / side starts a
           *> summary line and the rest add into it.
           PERFORM 3510-RETURN-SORTED.
           PERFORM 3520-SUMMARIZE-ONE UNTIL SORT-END-OF-FILE.

       3510-RETURN-SORTED.
           RETURN SORT-WORK-FILE
               AT END SET SORT-END-OF-FILE TO TRUE
           END-RETURN.

       3520-SUMMARIZE-ONE.
           IF WS-SUMMARY-COUNT = ZERO
               PERFORM 3530-START-SUMMARY-LINE
           ELSE
               IF SD-BRANCH-CODE NOT = WS-S-BRANCH (WS-SUM-IDX)
                  OR SD-GL-ACCOUNT NOT = WS-S-GL-ACCOUNT (WS-SUM-IDX)
                  OR SD-SIDE NOT = WS-S-SIDE (WS-SUM-IDX)
                   PERFORM 3530-START-SUMMARY-LINE
               END-IF
           END-IF.

           ADD SD-AMOUNT TO WS-S-AMOUNT (WS-SUM-IDX).
           ADD 1         TO WS-S-ITEMS (WS-SUM-IDX).

           IF SD-SIDE = 'D'
               ADD SD-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD SD-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.

           PERFORM 3510-RETURN-SORTED.

       3530-START-SUMMARY-LINE.
           IF WS-SUMMARY-COUNT >= 5000
               DISPLAY "CRITICAL ERROR: SUMMARY TABLE FULL AT 5000 "
                "LINES"
               STOP RUN
           END-IF.

           ADD 1 TO WS-SUMMARY-COUNT.
           SET WS-SUM-IDX TO WS-SUMMARY-COUNT.
           MOVE SD-BRANCH-CODE TO WS-S-BRANCH (WS-SUM-IDX).
           MOVE SD-GL-ACCOUNT  TO WS-S-GL-ACCOUNT (WS-SUM-IDX).
           MOVE SD-SIDE        TO WS-S-SIDE (WS-SUM-IDX).
           MOVE ZERO           TO WS-S-AMOUNT (WS-SUM-IDX).
           MOVE ZERO           TO WS-S-ITEMS (WS-SUM-IDX).

       3600-PROVE-FEED.
           *> Use Case: The feed goes to the GL only if it nets to
           *> zero and is complete - a line with no chart entry
           *> would leave the GL short of movement TRIAL-BALANCE
           *> footed, even though what was booked balances.
           COMPUTE WS-NET-DIFFERENCE =
               WS-DEBIT-TOTAL - WS-CREDIT-TOTAL.

           IF WS-NET-DIFFERENCE NOT = ZERO
               SET FEED-REFUSED TO TRUE
               MOVE WS-DEBIT-TOTAL TO WS-DISPLAY-AMOUNT
               DISPLAY "FEED REFUSED: DEBITS  " WS-DISPLAY-AMOUNT
               MOVE WS-CREDIT-TOTAL TO WS-DISPLAY-AMOUNT
               DISPLAY "              CREDITS " WS-DISPLAY-AMOUNT
               MOVE WS-NET-DIFFERENCE TO WS-DISPLAY-AMOUNT
               DISPLAY "              NET     " WS-DISPLAY-AMOUNT
           END-IF.

           IF WS-ITEMS-UNMAPPED NOT = ZERO
               SET FEED-REFUSED TO TRUE
               DISPLAY "FEED REFUSED: " WS-ITEMS-UNMAPPED
                " HISTORY LINES HAVE NO GL-CHART ENTRY"
           END-IF.

           IF FEED-REFUSED
               DISPLAY "GL-JOURNAL.DAT NOT RELEASED FOR " WS-RUN-DATE
           END-IF.

       3700-RELEASE-FEED.
           OPEN OUTPUT GL-JOURNAL-FILE.
           IF WS-FS-GL NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT CREATE GL JOURNAL "
                "(FS: " WS-FS-GL ")"
               STOP RUN
           END-IF.

           MOVE WS-RUN-DATE         TO WS-GL-HDR-DATE.
           MOVE WS-RUN-TIME         TO WS-GL-HDR-TIME.
           MOVE WS-TB-LINES-READ    TO WS-GL-HDR-TB-READ.
           MOVE WS-TB-LINES-FOOTED  TO WS-GL-HDR-TB-FOOTED.
           MOVE WS-TB-LINES-SKIPPED TO WS-GL-HDR-TB-SKIPPED.
           MOVE WS-GL-HEADER-LINE   TO FO-GL-RECORD.
           PERFORM 3900-WRITE-GL-LINE.

           SET WS-SUM-IDX TO 1.
           PERFORM 3710-WRITE-ONE-DETAIL
               UNTIL WS-SUM-IDX > WS-SUMMARY-COUNT.

           *> Use Case: The loader proves it received the whole file
           *> and that it nets to zero before it posts a line.
           MOVE WS-LINES-WRITTEN    TO WS-GL-TRL-COUNT.
           MOVE WS-DEBIT-TOTAL      TO WS-GL-TRL-DEBITS.
           MOVE WS-CREDIT-TOTAL     TO WS-GL-TRL-CREDITS.
           MOVE WS-TB-LINES-READ    TO WS-GL-TRL-TB-READ.
           MOVE WS-TB-LINES-FOOTED  TO WS-GL-TRL-TB-FOOTED.
           MOVE WS-TB-LINES-SKIPPED TO WS-GL-TRL-TB-SKIPPED.
           MOVE WS-TB-MASTER-TOTAL  TO WS-GL-TRL-MASTER.
           MOVE WS-GL-TRAILER-LINE  TO FO-GL-RECORD.
           PERFORM 3900-WRITE-GL-LINE.

           CLOSE GL-JOURNAL-FILE.

       3710-WRITE-ONE-DETAIL.
           MOVE WS-S-BRANCH (WS-SUM-IDX)     TO WS-GL-BRANCH.
           MOVE WS-S-GL-ACCOUNT (WS-SUM-IDX) TO WS-GL-ACCOUNT.
           MOVE WS-S-SIDE (WS-SUM-IDX)       TO WS-GL-SIDE.
           MOVE WS-S-AMOUNT (WS-SUM-IDX)     TO WS-GL-AMOUNT.
           MOVE WS-S-ITEMS (WS-SUM-IDX)      TO WS-GL-ITEMS.
           MOVE WS-GL-DETAIL-LINE TO FO-GL-RECORD.
           PERFORM 3900-WRITE-GL-LINE.
           ADD 1 TO WS-LINES-WRITTEN.

           SET WS-SUM-IDX UP BY 1.

       3900-WRITE-GL-LINE.
           WRITE FO-GL-RECORD.

           *> Error Handling: Catching full disk or write permissions
           IF WS-FS-GL NOT = "00"
               DISPLAY "WRITE ERROR DETECTED: " WS-FS-GL
               STOP RUN
           END-IF.

       4000-CLOSE-FILES.
           CLOSE HISTORY-FILE.
           CLOSE ACCOUNT-MASTER.
           IF ARCHIVE-FILE-ON-HAND
               CLOSE ARCHIVE-FILE
           END-IF.

           PERFORM 4500-WRITE-RUN-CONTROL.

           DISPLAY "GL JOURNAL FEED COMPLETE.".
           DISPLAY "HISTORY LINES READ...: " WS-HISTORY-READ.
           DISPLAY "ITEMS JOURNALED......: " WS-ITEMS-JOURNALED.
           DISPLAY "OTHER POSTING DATES..: " WS-ITEMS-OTHER-DATE.
           DISPLAY "NO CHART ENTRY.......: " WS-ITEMS-UNMAPPED.
           DISPLAY "BOOKED TO BRANCH 000.: " WS-ITEMS-NO-BRANCH.
           DISPLAY "JOURNAL LINES........: " WS-SUMMARY-COUNT.
           IF FEED-IN-BALANCE
               DISPLAY "FEED RELEASED........: GL-JOURNAL.DAT"
           ELSE
               DISPLAY "FEED RELEASED........: NONE - REFUSED"
           END-IF.

       4500-WRITE-RUN-CONTROL.
           *> Use Case: One ledger record per completed run - the
           *> arithmetic RUN-BALANCE verifies is RECORDS-IN (history
           *> lines read) equals the dispositions summed: journaled,
           *> other posting dates, and no chart entry. A refused feed
           *> still logs its row - the run completed, the release
           *> did not.
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
               MOVE "GL-JOURNAL-FEED" TO RC-PROGRAM-ID
               ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT RC-RUN-TIME FROM TIME
               MOVE WS-HISTORY-READ TO RC-RECORDS-IN
               MOVE WS-ITEMS-JOURNALED TO RC-OUT-A
               MOVE WS-ITEMS-OTHER-DATE TO RC-OUT-B
               MOVE WS-ITEMS-UNMAPPED TO RC-OUT-C
               WRITE RC-RUN-CONTROL-RECORD
               IF WS-FS-RUNCTL NOT = "00"
                   DISPLAY "RUN CONTROL WRITE ERROR: " WS-FS-RUNCTL
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.
