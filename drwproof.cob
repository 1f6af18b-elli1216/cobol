       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLER-DRAWER-PROOF.

           *> Use Case: End-of-day teller balancing. Each teller's
           *> declared drawer (opening cash, cash in, cash out, and
           *> the closing count, keyed through ACCOUNT-MAINT onto
           *> TELLER-DRAWER.DAT) is proved against the cash items
           *> posted under that teller's ID on today's history: the
           *> drawer should close at opening cash plus posted cash
           *> in less posted cash out, and any difference is an
           *> overage or a shortage. Every teller gets a page of
           *> their own, branch by branch from OPERATOR-MASTER.DAT,
           *> with tonight's POSTING-REJECTS.TXT items keyed under
           *> their ID listed underneath - a rejected cash item is
           *> the usual reason a drawer will not prove, so the
           *> supervisor clears it before signing the teller off. A
           *> closing summary lists every overage and shortage by
           *> teller with branch subtotals.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Use Case: The operator security master - one line per
           *> authorized operator with authority level and branch,
           *> the map from teller to branch for this proof.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERATOR.

           SELECT DRAWER-FILE ASSIGN TO "TELLER-DRAWER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRAWER.

           SELECT HISTORY-FILE ASSIGN TO "TRANS-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORY.

           SELECT REJECT-FILE ASSIGN TO "POSTING-REJECTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJECT.

           SELECT REPORT-FILE ASSIGN TO "TELLER-PROOF.TXT"
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
       FD  OPERATOR-FILE.
       *> OP Prefix: Identifies this as the operator-master record.
       *> OP-AUTHORITY is 'T' for teller, 'S' for supervisor.
       01  OP-OPERATOR-RECORD.
           05 OP-OPERATOR-ID   PIC X(08).
           05 FILLER           PIC X(01).
           05 OP-AUTHORITY     PIC X(01).
           05 FILLER           PIC X(01).
           05 OP-BRANCH-CODE   PIC 9(03).

       FD  DRAWER-FILE.
       *> DR Prefix: Identifies this as the teller drawer
       *> declaration - the same layout ACCOUNT-MAINT appends. A
       *> later declaration for the same teller and date supersedes
       *> an earlier one.
       01  DR-DRAWER-RECORD.
           05 DR-TELLER-ID     PIC X(08).
           05 FILLER           PIC X(01).
           05 DR-BRANCH-CODE   PIC 9(03).
           05 FILLER           PIC X(01).
           05 DR-DRAWER-DATE   PIC 9(08). *> YYYYMMDD
           05 FILLER           PIC X(01).
           05 DR-ENTRY-TIME    PIC 9(08).
           05 FILLER           PIC X(01).
           05 DR-OPENING-CASH  PIC 9(8)V99.
           05 FILLER           PIC X(01).
           05 DR-CASH-IN       PIC 9(8)V99.
           05 FILLER           PIC X(01).
           05 DR-CASH-OUT      PIC 9(8)V99.
           05 FILLER           PIC X(01).
           05 DR-CLOSING-CASH  PIC 9(8)V99.

       FD  HISTORY-FILE.
       *> TH Prefix: Identifies this as the transaction-history
       *> record - the same layout the posting programs append.
       *> Cash into the drawer is a 'D' deposit or 'T' transfer in;
       *> cash out of it is a 'W' withdrawal, 'O' transfer out or
       *> 'C' final payout. Only legs carrying TH-CASH-SW 'Y' touch
       *> the drawer.
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

       FD  REJECT-FILE.
       *> FO2 Prefix: The reject line exactly as TRANSACTION-POSTING
       *> writes it.
       01  FO2-REJECT-RECORD.
           05 FO2-RAW-ACCT-ID  PIC 9(10).
           05 FO2-RAW-TRAN-CODE PIC X(01).
           05 FO2-RAW-AMOUNT   PIC 9(8)V99.
           05 FO2-RAW-EFF-DATE PIC 9(08).
           05 FO2-RAW-TELLER-ID PIC X(08).
           05 FO2-RAW-REF-NO   PIC X(12).
           05 FO2-RAW-TO-ACCT-ID PIC 9(10).
           05 FO2-RAW-PENALTY-SW PIC X(01).
           05 FO2-RAW-CASH-SW  PIC X(01).
           05 FILLER           PIC X(02).
           05 FO2-REASON-CODE  PIC X(30).

       FD  REPORT-FILE.
       *> FO Prefix: Identifies this as the proof-report output -
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
       01  WS-FS-OPERATOR      PIC XX.  *> File Status for Operators
       01  WS-FS-DRAWER        PIC XX.  *> File Status for Drawers
       01  WS-FS-HISTORY       PIC XX.  *> File Status for History
       01  WS-FS-REJECT        PIC XX.  *> File Status for Rejects
       01  WS-FS-REPORT        PIC XX.  *> File Status for Report
       01  WS-FS-RUNCTL        PIC XX.  *> File Status for Run Control

       *> Use Case: One end-of-file switch, reset before each input
       *> is loaded - the files are read one after another, never
       *> side by side.
       01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88 END-OF-FILE                VALUE 'Y'.
           88 NOT-END-OF-FILE            VALUE 'N'.

       *> Use Case: Level-88 Flags for the run-control preflight -
       *> today's postings must be on history before a drawer can
       *> be proved against them.
       01  WS-PREFLIGHT-EOF-SW PIC X(01) VALUE 'N'.
           88 END-OF-PREFLIGHT           VALUE 'Y'.

       01  WS-POSTING-RAN-SW   PIC X(01) VALUE 'N'.
           88 POSTING-RAN-TODAY          VALUE 'Y'.

       *> Use Case: The business date proved - today's declarations
       *> against today's postings.
       01  WS-PROOF-DATE       PIC 9(08) VALUE ZERO.

       *> Use Case: Rejects are optional input - a night with no
       *> reject file simply has nothing to list under the tellers.
       01  WS-REJECT-MODE-SW   PIC X(01) VALUE 'Y'.
           88 REJECT-FILE-ON-HAND        VALUE 'Y'.
           88 REJECT-FILE-ABSENT         VALUE 'N'.

       *> Use Case: The operator master loaded into memory once at
       *> startup (same shape as WS-OP-TABLE in ACCOUNT-MAINT).
       01  WS-OP-TABLE.
           05 WS-OP-COUNT      PIC 9(03) VALUE ZERO.
           05 WS-OP-ENTRY      OCCURS 100 TIMES
                                INDEXED BY WS-OP-IDX.
               10 WS-O-OPERATOR-ID PIC X(08).
               10 WS-O-AUTHORITY   PIC X(01).
               10 WS-O-BRANCH      PIC 9(03).

       01  WS-OP-SWITCH        PIC X(01) VALUE 'N'.
           88 OPERATOR-FOUND             VALUE 'Y'.
           88 OPERATOR-NOT-FOUND         VALUE 'N'.

       *> Use Case: The teller ID the table searches look up, and
       *> the branch to fall back on for a teller the operator
       *> master does not know.
       01  WS-LOOKUP-ID        PIC X(08).
       01  WS-FALLBACK-BRANCH  PIC 9(03).

       *> Use Case: One entry per teller with anything to prove -
       *> a declaration, a posted cash item, or a rejected item.
       01  WS-TELLER-TABLE.
           05 WS-TELLER-COUNT  PIC 9(04) VALUE ZERO.
           05 WS-TELLER-ENTRY  OCCURS 1000 TIMES
                                INDEXED BY WS-TEL-IDX.
               10 WS-T-TELLER-ID   PIC X(08).
               10 WS-T-BRANCH      PIC 9(03).
               10 WS-T-ON-FILE-SW  PIC X(01). *> On operator master
               10 WS-T-DECLARED-SW PIC X(01). *> Drawer declared
               10 WS-T-ENTRY-TIME  PIC 9(08).
               10 WS-T-OPENING     PIC 9(8)V99.
               10 WS-T-DECL-IN     PIC 9(8)V99.
               10 WS-T-DECL-OUT    PIC 9(8)V99.
               10 WS-T-CLOSING     PIC 9(8)V99.
               10 WS-T-POSTED-IN   PIC 9(9)V99.
               10 WS-T-IN-COUNT    PIC 9(05).
               10 WS-T-POSTED-OUT  PIC 9(9)V99.
               10 WS-T-OUT-COUNT   PIC 9(05).
               10 WS-T-REJECT-COUNT PIC 9(05).
               10 WS-T-EXPECTED    PIC S9(10)V99.
               10 WS-T-VARIANCE    PIC S9(10)V99.
               10 WS-T-RESULT      PIC X(01).
                   88 T-BALANCED             VALUE 'B'.
                   88 T-OVER                 VALUE 'O'.
                   88 T-SHORT                VALUE 'S'.
                   88 T-UNDECLARED           VALUE 'N'.

       01  WS-TELLER-SWITCH    PIC X(01).
           88 TELLER-FOUND               VALUE 'Y'.
           88 TELLER-NOT-FOUND           VALUE 'N'.

       *> Use Case: Tonight's rejected items, kept by teller so each
       *> page can list its own.
       01  WS-REJECT-TABLE.
           05 WS-REJECT-COUNT  PIC 9(05) VALUE ZERO.
           05 WS-REJECT-ENTRY  OCCURS 10000 TIMES
                                INDEXED BY WS-REJ-IDX.
               10 WS-R-TELLER-ID   PIC X(08).
               10 WS-R-ACCT-ID     PIC 9(10).
               10 WS-R-TRAN-CODE   PIC X(01).
               10 WS-R-AMOUNT      PIC 9(8)V99.
               10 WS-R-REF-NO      PIC X(12).
               10 WS-R-CASH-SW     PIC X(01).
               10 WS-R-REASON      PIC X(30).

       *> Use Case: Branch totals, subscripted by branch code plus
       *> one so the summary comes out in branch order without a
       *> sort.
       01  WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY  OCCURS 1000 TIMES
                                INDEXED BY WS-BR-IDX.
               10 WS-B-TELLERS     PIC 9(04).
               10 WS-B-BALANCED    PIC 9(04).
               10 WS-B-OVER-COUNT  PIC 9(04).
               10 WS-B-OVER-TOTAL  PIC 9(10)V99.
               10 WS-B-SHORT-COUNT PIC 9(04).
               10 WS-B-SHORT-TOTAL PIC 9(10)V99.
               10 WS-B-UNDECLARED  PIC 9(04).

       01  WS-BRANCH-SUB       PIC 9(04) VALUE ZERO.
       01  WS-PRINT-BRANCH     PIC 9(03) VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05 WS-OPERATOR-READ  PIC 9(07) VALUE ZERO.
           05 WS-DRAWER-READ    PIC 9(07) VALUE ZERO.
           05 WS-DRAWER-USED    PIC 9(07) VALUE ZERO.
           05 WS-DRAWER-SUPERSEDED PIC 9(07) VALUE ZERO.
           05 WS-DRAWER-OTHER-DATE PIC 9(07) VALUE ZERO.
           05 WS-HISTORY-READ   PIC 9(07) VALUE ZERO.
           05 WS-REJECT-READ    PIC 9(07) VALUE ZERO.
           05 WS-REJECT-UNASSIGNED PIC 9(07) VALUE ZERO.
           05 WS-BALANCED-COUNT PIC 9(04) VALUE ZERO.
           05 WS-OVER-COUNT     PIC 9(04) VALUE ZERO.
           05 WS-OVER-TOTAL     PIC 9(10)V99 VALUE ZERO.
           05 WS-SHORT-COUNT    PIC 9(04) VALUE ZERO.
           05 WS-SHORT-TOTAL    PIC 9(10)V99 VALUE ZERO.
           05 WS-UNDECLARED-COUNT PIC 9(04) VALUE ZERO.

       01  WS-RUN-TIME         PIC 9(08) VALUE ZERO.

       *> Use Case: Print-line layouts, moved one at a time into
       *> FO-PRINT-LINE. HD = headings, DT = detail, TL = totals.
       01  WS-HD-PAGE-LINE.
           05 FILLER           PIC X(26)
              VALUE "TELLER DRAWER PROOF  DATE ".
           05 WS-HD-DATE       PIC 9(08).
           05 FILLER           PIC X(10) VALUE "  BRANCH ".
           05 WS-HD-BRANCH     PIC 9(03).
           05 FILLER           PIC X(10) VALUE "  TELLER ".
           05 WS-HD-TELLER     PIC X(08).
           05 FILLER           PIC X(55) VALUE SPACES.

       01  WS-HD-NOT-ON-FILE-LINE.
           05 FILLER           PIC X(60) VALUE
              "*** TELLER NOT ON OPERATOR MASTER - BRANCH AS DECLARED".
           05 FILLER           PIC X(60) VALUE SPACES.

       01  WS-HD-PROOF-COLUMNS.
           05 FILLER           PIC X(20) VALUE SPACES.
           05 FILLER           PIC X(18) VALUE "        DECLARED".
           05 FILLER           PIC X(18) VALUE "          POSTED".
           05 FILLER           PIC X(08) VALUE "ITEMS".
           05 FILLER           PIC X(56) VALUE "      DIFFERENCE".

       01  WS-DT-PROOF-LINE.
           05 WS-DT-LABEL      PIC X(20).
           05 WS-DT-DECLARED   PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-DT-POSTED     PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DT-ITEMS      PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DT-DIFFERENCE PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(39) VALUE SPACES.

       01  WS-DT-RESULT-LINE.
           05 FILLER           PIC X(08) VALUE "RESULT: ".
           05 WS-DT-RESULT     PIC X(20).
           05 WS-DT-RESULT-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(76) VALUE SPACES.

       01  WS-HD-REJECT-TITLE.
           05 FILLER           PIC X(60) VALUE
              "REJECTED BY POSTING - CLEAR BEFORE SIGN-OFF".
           05 FILLER           PIC X(60) VALUE SPACES.

       01  WS-HD-REJECT-COLUMNS.
           05 FILLER           PIC X(12) VALUE "ACCOUNT".
           05 FILLER           PIC X(05) VALUE "CODE".
           05 FILLER           PIC X(18) VALUE "          AMOUNT".
           05 FILLER           PIC X(06) VALUE "CASH".
           05 FILLER           PIC X(14) VALUE "REFERENCE".
           05 FILLER           PIC X(65) VALUE "REASON".

       01  WS-DT-REJECT-LINE.
           05 WS-DR-ACCT-ID    PIC 9(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DR-TRAN-CODE  PIC X(01).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 WS-DR-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DR-CASH-SW    PIC X(01).
           05 FILLER           PIC X(05) VALUE SPACES.
           05 WS-DR-REF-NO     PIC X(12).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DR-REASON     PIC X(30).
           05 FILLER           PIC X(35) VALUE SPACES.

       01  WS-TL-NONE-LINE.
           05 FILLER           PIC X(10) VALUE "    NONE".
           05 FILLER           PIC X(110) VALUE SPACES.

       01  WS-HD-SUMMARY-TITLE.
           05 FILLER           PIC X(46)
              VALUE "TELLER OVERAGES AND SHORTAGES BY BRANCH  DATE".
           05 WS-HS-DATE       PIC 9(08).
           05 FILLER           PIC X(66) VALUE SPACES.

       01  WS-HD-SUMMARY-COLUMNS.
           05 FILLER           PIC X(05) VALUE "BR".
           05 FILLER           PIC X(10) VALUE "TELLER".
           05 FILLER           PIC X(18) VALUE " DECLARED CLOSING".
           05 FILLER           PIC X(18) VALUE " EXPECTED CLOSING".
           05 FILLER           PIC X(18) VALUE "     OVER / SHORT".
           05 FILLER           PIC X(22) VALUE "  RESULT".
           05 FILLER           PIC X(29) VALUE "REJECTS".

       01  WS-DT-SUMMARY-LINE.
           05 WS-DS-BRANCH     PIC 9(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DS-TELLER     PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-DS-CLOSING    PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-DS-EXPECTED   PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-DS-VARIANCE   PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DS-RESULT     PIC X(20).
           05 WS-DS-REJECTS    PIC ZZZZ9.
           05 FILLER           PIC X(26) VALUE SPACES.

       01  WS-TL-BRANCH-LINE.
           05 FILLER           PIC X(07) VALUE "BRANCH ".
           05 WS-TB-BRANCH     PIC 9(03).
           05 FILLER           PIC X(10) VALUE " TELLERS: ".
           05 WS-TB-TELLERS    PIC ZZZ9.
           05 FILLER           PIC X(11) VALUE "  BALANCED ".
           05 WS-TB-BALANCED   PIC ZZZ9.
           05 FILLER           PIC X(07) VALUE "  OVER ".
           05 WS-TB-OVER-COUNT PIC ZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-TB-OVER-TOTAL PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(08) VALUE "  SHORT ".
           05 WS-TB-SHORT-COUNT PIC ZZZ9.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-TB-SHORT-TOTAL PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(15) VALUE "  UNDECLARED ".
           05 WS-TB-UNDECLARED PIC ZZZ9.
           05 FILLER           PIC X(11) VALUE SPACES.

       01  WS-TL-TOTAL-LINE.
           05 WS-TL-LABEL      PIC X(32).
           05 WS-TL-COUNT      PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-TL-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-PREFLIGHT-CHECK.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-LOAD-OPERATOR-TABLE.
           PERFORM 1200-LOAD-DRAWERS.
           PERFORM 1400-LOAD-HISTORY.
           PERFORM 1600-LOAD-REJECTS.

           SET WS-TEL-IDX TO 1.
           PERFORM 2000-PROVE-ONE-TELLER
               UNTIL WS-TEL-IDX > WS-TELLER-COUNT.

           MOVE 1 TO WS-BRANCH-SUB.
           PERFORM 3000-WRITE-BRANCH-PAGES
               UNTIL WS-BRANCH-SUB > 1000.

           PERFORM 3500-WRITE-SUMMARY.
           PERFORM 4000-CLOSE-FILES.
           STOP RUN.

       0100-PREFLIGHT-CHECK.
           *> Use Case: A drawer proved against history before the
           *> night's posting has run would show every teller short
           *> by the whole day - TRANSACTION-POSTING must have
           *> written a same-date ledger row first.
           ACCEPT WS-PROOF-DATE FROM DATE YYYYMMDD.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-FS-RUNCTL NOT = "00"
               DISPLAY "RUN REFUSED: NO RUN-CONTROL LEDGER ON FILE "
                "- TRANSACTION-POSTING HAS NOT RUN FOR " WS-PROOF-DATE
               STOP RUN
           END-IF.

           PERFORM 0110-READ-LEDGER-ROW.
           PERFORM 0120-NOTE-LEDGER-ROW UNTIL END-OF-PREFLIGHT.
           CLOSE RUN-CONTROL-FILE.

           IF NOT POSTING-RAN-TODAY
               DISPLAY "RUN REFUSED: TRANSACTION-POSTING HAS NOT "
                "WRITTEN A LEDGER ROW FOR " WS-PROOF-DATE
               STOP RUN
           END-IF.

       0110-READ-LEDGER-ROW.
           READ RUN-CONTROL-FILE
               AT END SET END-OF-PREFLIGHT TO TRUE
           END-READ.

       0120-NOTE-LEDGER-ROW.
           IF RC-RUN-DATE = WS-PROOF-DATE
              AND RC-PROGRAM-ID = "TRANSACTION-POSTING"
               SET POSTING-RAN-TODAY TO TRUE
           END-IF.

           PERFORM 0110-READ-LEDGER-ROW.

       1000-OPEN-FILES.
           OPEN INPUT OPERATOR-FILE.
           IF WS-FS-OPERATOR NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT OPEN "
                "OPERATOR-MASTER.DAT (FS: " WS-FS-OPERATOR ")"
               STOP RUN
           END-IF.

           OPEN INPUT DRAWER-FILE.
           IF WS-FS-DRAWER NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT OPEN "
                "TELLER-DRAWER.DAT (FS: " WS-FS-DRAWER ")"
               STOP RUN
           END-IF.

           OPEN INPUT HISTORY-FILE.
           IF WS-FS-HISTORY NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT OPEN "
                "TRANS-HISTORY.DAT (FS: " WS-FS-HISTORY ")"
               STOP RUN
           END-IF.

           *> Use Case: A clean posting night may leave no reject
           *> file behind - that is nothing to list, not a failure.
           OPEN INPUT REJECT-FILE.
           IF WS-FS-REJECT NOT = "00"
               SET REJECT-FILE-ABSENT TO TRUE
               DISPLAY "WARNING: COULD NOT OPEN POSTING-REJECTS.TXT "
                "(FS: " WS-FS-REJECT ") - NO REJECTS LISTED"
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-FS-REPORT NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT CREATE TELLER "
                "PROOF REPORT (FS: " WS-FS-REPORT ")"
               STOP RUN
           END-IF.

           INITIALIZE WS-BRANCH-TABLE.

       1100-LOAD-OPERATOR-TABLE.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM 1110-READ-ONE-OPERATOR.
           PERFORM 1120-STORE-ONE-OPERATOR UNTIL END-OF-FILE.
           CLOSE OPERATOR-FILE.

       1110-READ-ONE-OPERATOR.
           READ OPERATOR-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1120-STORE-ONE-OPERATOR.
           IF WS-OP-COUNT >= 100
               DISPLAY "CRITICAL ERROR: OPERATOR TABLE FULL AT 100 "
                "ENTRIES - CHECK OPERATOR-MASTER.DAT"
               STOP RUN
           END-IF.

           ADD 1 TO WS-OPERATOR-READ.
           ADD 1 TO WS-OP-COUNT.
           SET WS-OP-IDX TO WS-OP-COUNT.
           MOVE OP-OPERATOR-ID TO WS-O-OPERATOR-ID (WS-OP-IDX).
           MOVE OP-AUTHORITY   TO WS-O-AUTHORITY (WS-OP-IDX).
           MOVE OP-BRANCH-CODE TO WS-O-BRANCH (WS-OP-IDX).

           PERFORM 1110-READ-ONE-OPERATOR.

       1200-LOAD-DRAWERS.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM 1210-READ-ONE-DRAWER.
           PERFORM 1220-TAKE-ONE-DRAWER UNTIL END-OF-FILE.
           CLOSE DRAWER-FILE.

       1210-READ-ONE-DRAWER.
           READ DRAWER-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1220-TAKE-ONE-DRAWER.
           *> Use Case: Only today's declarations count. A teller who
           *> re-declares after a recount supersedes the earlier
           *> figures - the latest entry time stands.
           ADD 1 TO WS-DRAWER-READ.

           IF DR-DRAWER-DATE NOT = WS-PROOF-DATE
               ADD 1 TO WS-DRAWER-OTHER-DATE
           ELSE
               MOVE DR-TELLER-ID   TO WS-LOOKUP-ID
               MOVE DR-BRANCH-CODE TO WS-FALLBACK-BRANCH
               PERFORM 1800-FIND-OR-ADD-TELLER
               IF WS-T-DECLARED-SW (WS-TEL-IDX) = 'Y'
                   ADD 1 TO WS-DRAWER-SUPERSEDED
                   IF DR-ENTRY-TIME NOT < WS-T-ENTRY-TIME (WS-TEL-IDX)
                       PERFORM 1230-STORE-DECLARATION
                   END-IF
               ELSE
                   ADD 1 TO WS-DRAWER-USED
                   PERFORM 1230-STORE-DECLARATION
               END-IF
           END-IF.

           PERFORM 1210-READ-ONE-DRAWER.

       1230-STORE-DECLARATION.
           MOVE 'Y'             TO WS-T-DECLARED-SW (WS-TEL-IDX).
           MOVE DR-ENTRY-TIME   TO WS-T-ENTRY-TIME (WS-TEL-IDX).
           MOVE DR-OPENING-CASH TO WS-T-OPENING (WS-TEL-IDX).
           MOVE DR-CASH-IN      TO WS-T-DECL-IN (WS-TEL-IDX).
           MOVE DR-CASH-OUT     TO WS-T-DECL-OUT (WS-TEL-IDX).
           MOVE DR-CLOSING-CASH TO WS-T-CLOSING (WS-TEL-IDX).

       1400-LOAD-HISTORY.
           SET NOT-END-OF-FILE TO TRUE.
           PERFORM 1410-READ-ONE-HISTORY.
           PERFORM 1420-TAKE-ONE-HISTORY UNTIL END-OF-FILE.
           CLOSE HISTORY-FILE.

       1410-READ-ONE-HISTORY.
           READ HISTORY-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1420-TAKE-ONE-HISTORY.
           *> Use Case: Today's cash legs under each teller's ID.
           *> Non-cash items never passed through a drawer, and
           *> system feeds (ACH, standing orders, interest) carry no
           *> cash flag, so they fall out here.
           ADD 1 TO WS-HISTORY-READ.

           IF TH-POST-DATE = WS-PROOF-DATE AND TH-CASH-SW = 'Y'
               IF TH-TRAN-CODE = 'D' OR TH-TRAN-CODE = 'T'
                   MOVE TH-TELLER-ID TO WS-LOOKUP-ID
                   MOVE ZERO         TO WS-FALLBACK-BRANCH
                   PERFORM 1800-FIND-OR-ADD-TELLER
                   ADD TH-AMOUNT TO WS-T-POSTED-IN (WS-TEL-IDX)
                   ADD 1         TO WS-T-IN-COUNT (WS-TEL-IDX)
               END-IF
               IF TH-TRAN-CODE = 'W' OR TH-TRAN-CODE = 'O'
                  OR TH-TRAN-CODE = 'C'
                   MOVE TH-TELLER-ID TO WS-LOOKUP-ID
                   MOVE ZERO         TO WS-FALLBACK-BRANCH
                   PERFORM 1800-FIND-OR-ADD-TELLER
                   ADD TH-AMOUNT TO WS-T-POSTED-OUT (WS-TEL-IDX)
                   ADD 1         TO WS-T-OUT-COUNT (WS-TEL-IDX)
               END-IF
           END-IF.

           PERFORM 1410-READ-ONE-HISTORY.

       1600-LOAD-REJECTS.
           IF REJECT-FILE-ON-HAND
               SET NOT-END-OF-FILE TO TRUE
               PERFORM 1610-READ-ONE-REJECT
               PERFORM 1620-TAKE-ONE-REJECT UNTIL END-OF-FILE
               CLOSE REJECT-FILE
           END-IF.

       1610-READ-ONE-REJECT.
           READ REJECT-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       1620-TAKE-ONE-REJECT.
           *> Use Case: A reject goes under a teller who already has
           *> a page, or who is on the operator master; anything
           *> else (ACH, standing orders) is a system feed with no
           *> drawer behind it and is only counted.
           ADD 1 TO WS-REJECT-READ.

           MOVE FO2-RAW-TELLER-ID TO WS-LOOKUP-ID.
           PERFORM 1810-FIND-TELLER.
           IF TELLER-NOT-FOUND
               PERFORM 1900-SEARCH-OPERATOR
               IF OPERATOR-FOUND
                   MOVE ZERO TO WS-FALLBACK-BRANCH
                   PERFORM 1800-FIND-OR-ADD-TELLER
               END-IF
           END-IF.

           IF TELLER-FOUND
               PERFORM 1630-STORE-REJECT
           ELSE
               ADD 1 TO WS-REJECT-UNASSIGNED
           END-IF.

           PERFORM 1610-READ-ONE-REJECT.

       1630-STORE-REJECT.
           IF WS-REJECT-COUNT NOT < 10000
               DISPLAY "CRITICAL ERROR: REJECT TABLE FULL AT 10000 "
                "ENTRIES"
               STOP RUN
           END-IF.

           ADD 1 TO WS-REJECT-COUNT.
           ADD 1 TO WS-T-REJECT-COUNT (WS-TEL-IDX).
           SET WS-REJ-IDX TO WS-REJECT-COUNT.
           MOVE FO2-RAW-TELLER-ID TO WS-R-TELLER-ID (WS-REJ-IDX).
           MOVE FO2-RAW-ACCT-ID   TO WS-R-ACCT-ID (WS-REJ-IDX).
           MOVE FO2-RAW-TRAN-CODE TO WS-R-TRAN-CODE (WS-REJ-IDX).
           MOVE FO2-RAW-AMOUNT    TO WS-R-AMOUNT (WS-REJ-IDX).
           MOVE FO2-RAW-REF-NO    TO WS-R-REF-NO (WS-REJ-IDX).
           MOVE FO2-RAW-CASH-SW   TO WS-R-CASH-SW (WS-REJ-IDX).
           MOVE FO2-REASON-CODE   TO WS-R-REASON (WS-REJ-IDX).

       1800-FIND-OR-ADD-TELLER.
           *> Use Case: Leaves WS-TEL-IDX on WS-LOOKUP-ID's entry,
           *> starting a zeroed one the first time the teller is
           *> seen. The branch is the operator master's; a teller
           *> not on it keeps WS-FALLBACK-BRANCH and is flagged.
           PERFORM 1810-FIND-TELLER.

           IF TELLER-NOT-FOUND
               IF WS-TELLER-COUNT NOT < 1000
                   DISPLAY "CRITICAL ERROR: TELLER TABLE FULL AT 1000 "
                    "ENTRIES"
                   STOP RUN
               END-IF
               ADD 1 TO WS-TELLER-COUNT
               SET WS-TEL-IDX TO WS-TELLER-COUNT
               INITIALIZE WS-TELLER-ENTRY (WS-TEL-IDX)
               MOVE WS-LOOKUP-ID TO WS-T-TELLER-ID (WS-TEL-IDX)
               MOVE 'N'          TO WS-T-DECLARED-SW (WS-TEL-IDX)
               PERFORM 1900-SEARCH-OPERATOR
               IF OPERATOR-FOUND
                   MOVE WS-O-BRANCH (WS-OP-IDX)
                       TO WS-T-BRANCH (WS-TEL-IDX)
                   MOVE 'Y' TO WS-T-ON-FILE-SW (WS-TEL-IDX)
               ELSE
                   MOVE WS-FALLBACK-BRANCH
                       TO WS-T-BRANCH (WS-TEL-IDX)
                   MOVE 'N' TO WS-T-ON-FILE-SW (WS-TEL-IDX)
               END-IF
               SET TELLER-FOUND TO TRUE
           END-IF.

       1810-FIND-TELLER.
           SET TELLER-NOT-FOUND TO TRUE.
           SET WS-TEL-IDX TO 1.
           PERFORM 1820-COMPARE-ONE-TELLER
               UNTIL WS-TEL-IDX > WS-TELLER-COUNT OR TELLER-FOUND.

       1820-COMPARE-ONE-TELLER.
           IF WS-T-TELLER-ID (WS-TEL-IDX) = WS-LOOKUP-ID
               SET TELLER-FOUND TO TRUE
           ELSE
               SET WS-TEL-IDX UP BY 1
           END-IF.

       1900-SEARCH-OPERATOR.
           *> Use Case: Leaves WS-OP-IDX on the matching entry when
           *> OPERATOR-FOUND. A blank ID never matches.
           SET OPERATOR-NOT-FOUND TO TRUE.
           IF WS-LOOKUP-ID NOT = SPACES
               SET WS-OP-IDX TO 1
               PERFORM 1910-COMPARE-ONE-OPERATOR
                   UNTIL WS-OP-IDX > WS-OP-COUNT
                      OR OPERATOR-FOUND
           END-IF.

       1910-COMPARE-ONE-OPERATOR.
           IF WS-O-OPERATOR-ID (WS-OP-IDX) = WS-LOOKUP-ID
               SET OPERATOR-FOUND TO TRUE
           ELSE
               SET WS-OP-IDX UP BY 1
           END-IF.

       2000-PROVE-ONE-TELLER.
           *> Use Case: The drawer should close at the declared
           *> opening cash plus what was posted in less what was
           *> posted out. Counted cash above that is an overage,
           *> below it a shortage. A teller with postings but no
           *> declaration cannot be proved and is listed as such.
           COMPUTE WS-BRANCH-SUB = WS-T-BRANCH (WS-TEL-IDX) + 1.
           SET WS-BR-IDX TO WS-BRANCH-SUB.
           ADD 1 TO WS-B-TELLERS (WS-BR-IDX).

           IF WS-T-DECLARED-SW (WS-TEL-IDX) NOT = 'Y'
               SET T-UNDECLARED (WS-TEL-IDX) TO TRUE
               ADD 1 TO WS-B-UNDECLARED (WS-BR-IDX)
               ADD 1 TO WS-UNDECLARED-COUNT
           ELSE
               COMPUTE WS-T-EXPECTED (WS-TEL-IDX) =
                   WS-T-OPENING (WS-TEL-IDX)
                   + WS-T-POSTED-IN (WS-TEL-IDX)
                   - WS-T-POSTED-OUT (WS-TEL-IDX)
               COMPUTE WS-T-VARIANCE (WS-TEL-IDX) =
                   WS-T-CLOSING (WS-TEL-IDX)
                   - WS-T-EXPECTED (WS-TEL-IDX)
               PERFORM 2100-CLASSIFY-VARIANCE
           END-IF.

           SET WS-TEL-IDX UP BY 1.

       2100-CLASSIFY-VARIANCE.
           IF WS-T-VARIANCE (WS-TEL-IDX) = ZERO
               SET T-BALANCED (WS-TEL-IDX) TO TRUE
               ADD 1 TO WS-B-BALANCED (WS-BR-IDX)
               ADD 1 TO WS-BALANCED-COUNT
           ELSE
               IF WS-T-VARIANCE (WS-TEL-IDX) > ZERO
                   SET T-OVER (WS-TEL-IDX) TO TRUE
                   ADD 1 TO WS-B-OVER-COUNT (WS-BR-IDX)
                   ADD WS-T-VARIANCE (WS-TEL-IDX)
                       TO WS-B-OVER-TOTAL (WS-BR-IDX)
                   ADD 1 TO WS-OVER-COUNT
                   ADD WS-T-VARIANCE (WS-TEL-IDX) TO WS-OVER-TOTAL
               ELSE
                   SET T-SHORT (WS-TEL-IDX) TO TRUE
                   ADD 1 TO WS-B-SHORT-COUNT (WS-BR-IDX)
                   SUBTRACT WS-T-VARIANCE (WS-TEL-IDX)
                       FROM WS-B-SHORT-TOTAL (WS-BR-IDX)
                   ADD 1 TO WS-SHORT-COUNT
                   SUBTRACT WS-T-VARIANCE (WS-TEL-IDX)
                       FROM WS-SHORT-TOTAL
               END-IF
           END-IF.

       3000-WRITE-BRANCH-PAGES.
           *> Use Case: Branch by branch, one page per teller.
           SET WS-BR-IDX TO WS-BRANCH-SUB.
           IF WS-B-TELLERS (WS-BR-IDX) > ZERO
               COMPUTE WS-PRINT-BRANCH = WS-BRANCH-SUB - 1
               SET WS-TEL-IDX TO 1
               PERFORM 3100-WRITE-TELLER-PAGE
                   UNTIL WS-TEL-IDX > WS-TELLER-COUNT
           END-IF.

           ADD 1 TO WS-BRANCH-SUB.

       3100-WRITE-TELLER-PAGE.
           IF WS-T-BRANCH (WS-TEL-IDX) = WS-PRINT-BRANCH
               MOVE WS-PROOF-DATE             TO WS-HD-DATE
               MOVE WS-PRINT-BRANCH           TO WS-HD-BRANCH
               MOVE WS-T-TELLER-ID (WS-TEL-IDX) TO WS-HD-TELLER
               MOVE WS-HD-PAGE-LINE TO FO-PRINT-LINE
               WRITE FO-PRINT-LINE AFTER ADVANCING PAGE
               PERFORM 3950-CHECK-WRITE
               IF WS-T-ON-FILE-SW (WS-TEL-IDX) NOT = 'Y'
                   MOVE WS-HD-NOT-ON-FILE-LINE TO FO-PRINT-LINE
                   PERFORM 3900-WRITE-PRINT-LINE
               END-IF
               MOVE SPACES TO FO-PRINT-LINE
               PERFORM 3900-WRITE-PRINT-LINE
               PERFORM 3200-WRITE-PROOF-LINES
               PERFORM 3300-WRITE-TELLER-REJECTS
           END-IF.

           SET WS-TEL-IDX UP BY 1.

       3200-WRITE-PROOF-LINES.
           MOVE WS-HD-PROOF-COLUMNS TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE SPACES                      TO WS-DT-PROOF-LINE.
           MOVE "OPENING CASH"              TO WS-DT-LABEL.
           MOVE WS-T-OPENING (WS-TEL-IDX)   TO WS-DT-DECLARED.
           MOVE WS-DT-PROOF-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE SPACES                      TO WS-DT-PROOF-LINE.
           MOVE "CASH IN"                   TO WS-DT-LABEL.
           MOVE WS-T-DECL-IN (WS-TEL-IDX)   TO WS-DT-DECLARED.
           MOVE WS-T-POSTED-IN (WS-TEL-IDX) TO WS-DT-POSTED.
           MOVE WS-T-IN-COUNT (WS-TEL-IDX)  TO WS-DT-ITEMS.
           COMPUTE WS-DT-DIFFERENCE =
               WS-T-DECL-IN (WS-TEL-IDX) - WS-T-POSTED-IN (WS-TEL-IDX).
           MOVE WS-DT-PROOF-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE SPACES                       TO WS-DT-PROOF-LINE.
           MOVE "CASH OUT"                   TO WS-DT-LABEL.
           MOVE WS-T-DECL-OUT (WS-TEL-IDX)   TO WS-DT-DECLARED.
           MOVE WS-T-POSTED-OUT (WS-TEL-IDX) TO WS-DT-POSTED.
           MOVE WS-T-OUT-COUNT (WS-TEL-IDX)  TO WS-DT-ITEMS.
           COMPUTE WS-DT-DIFFERENCE =
               WS-T-DECL-OUT (WS-TEL-IDX)
               - WS-T-POSTED-OUT (WS-TEL-IDX).
           MOVE WS-DT-PROOF-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE SPACES                      TO WS-DT-PROOF-LINE.
           MOVE "CLOSING CASH"              TO WS-DT-LABEL.
           MOVE WS-T-CLOSING (WS-TEL-IDX)   TO WS-DT-DECLARED.
           MOVE WS-T-EXPECTED (WS-TEL-IDX)  TO WS-DT-POSTED.
           MOVE WS-T-VARIANCE (WS-TEL-IDX)  TO WS-DT-DIFFERENCE.
           MOVE WS-DT-PROOF-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE SPACES TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           PERFORM 3250-SET-RESULT-TEXT.
           IF T-SHORT (WS-TEL-IDX)
               COMPUTE WS-DT-RESULT-AMT =
                   ZERO - WS-T-VARIANCE (WS-TEL-IDX)
           ELSE
               MOVE WS-T-VARIANCE (WS-TEL-IDX) TO WS-DT-RESULT-AMT
           END-IF.
           MOVE WS-DT-RESULT-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE SPACES TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

       3250-SET-RESULT-TEXT.
           *> Use Case: One wording for the result, shared by the
           *> teller page and the summary line.
           IF T-BALANCED (WS-TEL-IDX)
               MOVE "BALANCED"           TO WS-DT-RESULT
           END-IF.
           IF T-OVER (WS-TEL-IDX)
               MOVE "OVER"               TO WS-DT-RESULT
           END-IF.
           IF T-SHORT (WS-TEL-IDX)
               MOVE "SHORT"              TO WS-DT-RESULT
           END-IF.
           IF T-UNDECLARED (WS-TEL-IDX)
               MOVE "NO DRAWER DECLARED" TO WS-DT-RESULT
           END-IF.

       3300-WRITE-TELLER-REJECTS.
           MOVE WS-HD-REJECT-TITLE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           IF WS-T-REJECT-COUNT (WS-TEL-IDX) = ZERO
               MOVE WS-TL-NONE-LINE TO FO-PRINT-LINE
               PERFORM 3900-WRITE-PRINT-LINE
           ELSE
               MOVE WS-HD-REJECT-COLUMNS TO FO-PRINT-LINE
               PERFORM 3900-WRITE-PRINT-LINE
               SET WS-REJ-IDX TO 1
               PERFORM 3310-WRITE-ONE-REJECT
                   UNTIL WS-REJ-IDX > WS-REJECT-COUNT
           END-IF.

       3310-WRITE-ONE-REJECT.
           IF WS-R-TELLER-ID (WS-REJ-IDX) = WS-T-TELLER-ID (WS-TEL-IDX)
               MOVE WS-R-ACCT-ID (WS-REJ-IDX)   TO WS-DR-ACCT-ID
               MOVE WS-R-TRAN-CODE (WS-REJ-IDX) TO WS-DR-TRAN-CODE
               MOVE WS-R-AMOUNT (WS-REJ-IDX)    TO WS-DR-AMOUNT
               MOVE WS-R-CASH-SW (WS-REJ-IDX)   TO WS-DR-CASH-SW
               MOVE WS-R-REF-NO (WS-REJ-IDX)    TO WS-DR-REF-NO
               MOVE WS-R-REASON (WS-REJ-IDX)    TO WS-DR-REASON
               MOVE WS-DT-REJECT-LINE TO FO-PRINT-LINE
               PERFORM 3900-WRITE-PRINT-LINE
           END-IF.

           SET WS-REJ-IDX UP BY 1.

       3500-WRITE-SUMMARY.
           *> Use Case: Every teller's result on one listing, grouped
           *> by branch with a subtotal line each, then the totals
           *> across all branches.
           MOVE WS-PROOF-DATE       TO WS-HS-DATE.
           MOVE WS-HD-SUMMARY-TITLE TO FO-PRINT-LINE.
           WRITE FO-PRINT-LINE AFTER ADVANCING PAGE.
           PERFORM 3950-CHECK-WRITE.
           MOVE SPACES TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.
           MOVE WS-HD-SUMMARY-COLUMNS TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE 1 TO WS-BRANCH-SUB.
           PERFORM 3600-SUMMARIZE-ONE-BRANCH
               UNTIL WS-BRANCH-SUB > 1000.

           PERFORM 3800-WRITE-GRAND-TOTALS.

       3600-SUMMARIZE-ONE-BRANCH.
           SET WS-BR-IDX TO WS-BRANCH-SUB.
           IF WS-B-TELLERS (WS-BR-IDX) > ZERO
               COMPUTE WS-PRINT-BRANCH = WS-BRANCH-SUB - 1
               SET WS-TEL-IDX TO 1
               PERFORM 3610-SUMMARIZE-ONE-TELLER
                   UNTIL WS-TEL-IDX > WS-TELLER-COUNT
               PERFORM 3700-WRITE-BRANCH-TOTAL
           END-IF.

           ADD 1 TO WS-BRANCH-SUB.

       3610-SUMMARIZE-ONE-TELLER.
           IF WS-T-BRANCH (WS-TEL-IDX) = WS-PRINT-BRANCH
               MOVE SPACES                      TO WS-DT-SUMMARY-LINE
               MOVE WS-PRINT-BRANCH             TO WS-DS-BRANCH
               MOVE WS-T-TELLER-ID (WS-TEL-IDX) TO WS-DS-TELLER
               IF NOT T-UNDECLARED (WS-TEL-IDX)
                   MOVE WS-T-CLOSING (WS-TEL-IDX)  TO WS-DS-CLOSING
                   MOVE WS-T-EXPECTED (WS-TEL-IDX) TO WS-DS-EXPECTED
                   MOVE WS-T-VARIANCE (WS-TEL-IDX) TO WS-DS-VARIANCE
               END-IF
               PERFORM 3250-SET-RESULT-TEXT
               MOVE WS-DT-RESULT                TO WS-DS-RESULT
               MOVE WS-T-REJECT-COUNT (WS-TEL-IDX) TO WS-DS-REJECTS
               MOVE WS-DT-SUMMARY-LINE TO FO-PRINT-LINE
               PERFORM 3900-WRITE-PRINT-LINE
           END-IF.

           SET WS-TEL-IDX UP BY 1.

       3700-WRITE-BRANCH-TOTAL.
           MOVE WS-PRINT-BRANCH              TO WS-TB-BRANCH.
           MOVE WS-B-TELLERS (WS-BR-IDX)     TO WS-TB-TELLERS.
           MOVE WS-B-BALANCED (WS-BR-IDX)    TO WS-TB-BALANCED.
           MOVE WS-B-OVER-COUNT (WS-BR-IDX)  TO WS-TB-OVER-COUNT.
           MOVE WS-B-OVER-TOTAL (WS-BR-IDX)  TO WS-TB-OVER-TOTAL.
           MOVE WS-B-SHORT-COUNT (WS-BR-IDX) TO WS-TB-SHORT-COUNT.
           MOVE WS-B-SHORT-TOTAL (WS-BR-IDX) TO WS-TB-SHORT-TOTAL.
           MOVE WS-B-UNDECLARED (WS-BR-IDX)  TO WS-TB-UNDECLARED.
           MOVE WS-TL-BRANCH-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE SPACES TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

       3800-WRITE-GRAND-TOTALS.
           MOVE "TELLERS PROVED................:" TO WS-TL-LABEL.
           MOVE WS-TELLER-COUNT   TO WS-TL-COUNT.
           MOVE ZERO              TO WS-TL-AMOUNT.
           MOVE WS-TL-TOTAL-LINE  TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE "BALANCED......................:" TO WS-TL-LABEL.
           MOVE WS-BALANCED-COUNT TO WS-TL-COUNT.
           MOVE WS-TL-TOTAL-LINE  TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE "OVER..........................:" TO WS-TL-LABEL.
           MOVE WS-OVER-COUNT     TO WS-TL-COUNT.
           MOVE WS-OVER-TOTAL     TO WS-TL-AMOUNT.
           MOVE WS-TL-TOTAL-LINE  TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE "SHORT.........................:" TO WS-TL-LABEL.
           MOVE WS-SHORT-COUNT    TO WS-TL-COUNT.
           MOVE WS-SHORT-TOTAL    TO WS-TL-AMOUNT.
           MOVE WS-TL-TOTAL-LINE  TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE "NO DRAWER DECLARED............:" TO WS-TL-LABEL.
           MOVE WS-UNDECLARED-COUNT TO WS-TL-COUNT.
           MOVE ZERO              TO WS-TL-AMOUNT.
           MOVE WS-TL-TOTAL-LINE  TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE "REJECTS NOT UNDER A TELLER....:" TO WS-TL-LABEL.
           MOVE WS-REJECT-UNASSIGNED TO WS-TL-COUNT.
           MOVE WS-TL-TOTAL-LINE  TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

       3900-WRITE-PRINT-LINE.
           WRITE FO-PRINT-LINE.
           PERFORM 3950-CHECK-WRITE.

       3950-CHECK-WRITE.
           *> Error Handling: Catching full disk or write permissions
           IF WS-FS-REPORT NOT = "00"
               DISPLAY "WRITE ERROR DETECTED: " WS-FS-REPORT
               STOP RUN
           END-IF.

       4000-CLOSE-FILES.
           CLOSE REPORT-FILE.

           PERFORM 4500-WRITE-RUN-CONTROL.

           DISPLAY "TELLER DRAWER PROOF COMPLETE.".
           DISPLAY "DECLARATIONS READ....: " WS-DRAWER-READ.
           DISPLAY "TELLERS PROVED.......: " WS-TELLER-COUNT.
           DISPLAY "BALANCED.............: " WS-BALANCED-COUNT.
           DISPLAY "OVER.................: " WS-OVER-COUNT.
           DISPLAY "SHORT................: " WS-SHORT-COUNT.
           DISPLAY "NO DRAWER DECLARED...: " WS-UNDECLARED-COUNT.

       4500-WRITE-RUN-CONTROL.
           *> Use Case: One ledger record per completed run - the
           *> arithmetic RUN-BALANCE verifies is RECORDS-IN (drawer
           *> declarations read) equals the dispositions summed:
           *> proved, superseded by a later same-day declaration, and
           *> other dates passed over.
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
               MOVE "TELLER-DRAWER-PROOF" TO RC-PROGRAM-ID
               ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE WS-RUN-TIME TO RC-RUN-TIME
               MOVE WS-DRAWER-READ TO RC-RECORDS-IN
               MOVE WS-DRAWER-USED TO RC-OUT-A
               MOVE WS-DRAWER-SUPERSEDED TO RC-OUT-B
               MOVE WS-DRAWER-OTHER-DATE TO RC-OUT-C
               WRITE RC-RUN-CONTROL-RECORD
               IF WS-FS-RUNCTL NOT = "00"
                   DISPLAY "RUN CONTROL WRITE ERROR: " WS-FS-RUNCTL
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.
