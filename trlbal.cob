           *> CLOSING-BALANCE.DAT), adds the deposits and subtracts
           *> the withdrawals from POSTING-JOURNAL.TXT, adds the
           *> interest total from INTEREST-REGISTER.TXT and the posted
           *> awards from DISBURSE-REGISTER.TXT, subtracts the service
           *> fees charged from FEE-REGISTER.TXT and the final
           *> withdrawals ACCOUNT-MAINT paid out closing accounts, and
           *> compares the expected closing total to the sum of
           *> AM-BALANCE across ACCOUNT-MASTER. Each leg is also
           *> checked internally - journal new-balance continuity per
           *> account, and the interest register's own old + interest
           *> = new arithmetic - so a penny of difference is flagged
           *> with the leg it first appears in, on a report the chain
           *> produces itself.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESCHEAT.

           *> Use Case: Service fees SERVICE-FEE-ASSESSMENT debited
           *> leave the master with no journal leg - the fee register
           *> is the document that explains the drop, so fee income
           *> foots here as its own subtraction.
           SELECT FEE-FILE ASSIGN TO "FEE-REGISTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FEE.

           *> Use Case: A closure's final withdrawal is keyed at the
           *> maintenance console, not posted by the chain - it has no
           *> journal or register of its own, only its 'C' line on the
           *> permanent history, so close payouts foot from there.
           SELECT HISTORY-FILE ASSIGN TO "TRANS-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORY.

           SELECT REPORT-FILE ASSIGN TO "TRIAL-BALANCE-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.
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

       FD  CLOSING-FILE.
       *> CB Prefix: Identifies this as the closing-balance handoff -
       *> one unedited record, the run date it was taken, the master
       *> balance sum as of that close, and how many history lines
       *> were on TRANS-HISTORY.DAT when it was taken (spaces when
       *> the history could not be read).
       01  CB-CLOSING-RECORD.
           05 CB-RUN-DATE      PIC 9(08).
           05 FILLER           PIC X(01).
           05 CB-TOTAL         PIC 9(11)V99.
           05 FILLER           PIC X(01).
           05 CB-HISTORY-LINES PIC 9(09).

       FD  JOURNAL-FILE.
       *> JR Prefix: The posting-journal line exactly as
           05 ER-OWNER-NAME    PIC X(30).
           05 ER-LAST-ACT-DATE PIC 9(08).
           05 ER-SURRENDER-AMT PIC 9(8)V99.
           05 ER-OWNER-ADDRESS PIC X(92).
           05 ER-OWNER-TAX-ID  PIC X(09).

       FD  FEE-FILE.
       *> FR Prefix: The fee-register line exactly as
       *> SERVICE-FEE-ASSESSMENT writes it. The register ends in
       *> trailer lines whose first field is a text label, so a line
       *> whose account-id field is not numeric is a trailer, not
       *> detail.
       01  FR-REGISTER-RECORD.
           05 FR-ACCT-ID       PIC 9(10).
           05 FILLER           PIC X(02).
           05 FR-ACCT-NAME     PIC X(30).
           05 FILLER           PIC X(02).
           05 FR-OLD-BALANCE   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02).
           05 FR-LOW-BAL-FEE   PIC ZZ,ZZ9.99.
           05 FILLER           PIC X(02).
           05 FR-DORMANT-FEE   PIC ZZ,ZZ9.99.
           05 FILLER           PIC X(02).
           05 FR-NEW-BALANCE   PIC Z,ZZZ,ZZZ,ZZ9.99.

       FD  HISTORY-FILE.
       *> TH Prefix: Identifies this as the transaction-history
       *> record - the same layout the posting programs append.
       *> Only the 'C' close-payout lines are footed here.
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

       FD  REPORT-FILE.
       *> FO Prefix: Identifies this as the trial-balance report
       01  WS-FS-INTEREST      PIC XX.  *> File Status for Interest Reg
       01  WS-FS-DISBURSE      PIC XX.  *> File Status for Disburse Reg
       01  WS-FS-ESCHEAT       PIC XX.  *> File Status for Remittance
       01  WS-FS-FEE           PIC XX.  *> File Status for Fee Reg
       01  WS-FS-HISTORY       PIC XX.  *> File Status for History
       01  WS-FS-REPORT        PIC XX.  *> File Status for Report
       01  WS-FS-RUNCTL        PIC XX.  *> File Status for Run Control

           88 ESCHEAT-END-OF-FILE        VALUE 'Y'.
           88 ESCHEAT-NOT-END-OF-FILE    VALUE 'N'.

       01  WS-FEE-EOF-SW       PIC X(01) VALUE 'N'.
           88 FEE-END-OF-FILE            VALUE 'Y'.
           88 FEE-NOT-END-OF-FILE        VALUE 'N'.

       01  WS-HISTORY-EOF-SW   PIC X(01) VALUE 'N'.
           88 HISTORY-END-OF-FILE        VALUE 'Y'.
           88 HISTORY-NOT-END-OF-FILE    VALUE 'N'.

       *> Use Case: Level-88 Flag noting whether yesterday's closing
       *> total was on file - the very first run has no opening
       *> figure, so the night cannot tie and is reported as
       01  WS-LINE-AMOUNT      PIC 9(11)V99 VALUE ZERO.
       01  WS-LINE-NEW-BAL     PIC 9(11)V99 VALUE ZERO.
       01  WS-LINE-OLD-BAL     PIC 9(11)V99 VALUE ZERO.
       01  WS-LINE-DORM-FEE    PIC 9(11)V99 VALUE ZERO.
       01  WS-EXPECTED-BAL     PIC S9(11)V99 VALUE ZERO.

       *> Use Case: The legs of the footing - opening plus deposits
       *> minus withdrawals plus interest plus awards minus escheats
       *> minus service fees minus close payouts must equal the
       *> master sum to the penny.
       01  WS-LEG-TOTALS.
           05 WS-OPENING-TOTAL  PIC 9(11)V99 VALUE ZERO.
           05 WS-INTEREST-TOTAL PIC 9(11)V99 VALUE ZERO.
           05 WS-AWARD-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05 WS-ESCHEAT-TOTAL  PIC 9(11)V99 VALUE ZERO.
           05 WS-FEE-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05 WS-CLOSEOUT-TOTAL PIC 9(11)V99 VALUE ZERO.
           05 WS-EXPECTED-TOTAL PIC S9(12)V99 VALUE ZERO.
           05 WS-MASTER-TOTAL   PIC 9(11)V99 VALUE ZERO.
           05 WS-DIFFERENCE     PIC S9(12)V99 VALUE ZERO.
       01  WS-BREAK-COUNTS.
           05 WS-JOURNAL-BREAKS  PIC 9(07) VALUE ZERO.
           05 WS-INTEREST-BREAKS PIC 9(07) VALUE ZERO.
           05 WS-FEE-BREAKS      PIC 9(07) VALUE ZERO.

       01  WS-RUN-DATE         PIC 9(08) VALUE ZERO.

       *> Use Case: Where the opening total was taken - the history
       *> is only ever appended to, so the close payouts not yet in
       *> the opening figure are exactly the 'C' lines past the
       *> line count rolled forward with it, whatever time of day
       *> they were keyed. An opening record written before the
       *> count was carried falls back to the date it was taken.
       01  WS-OPENING-DATE     PIC 9(08) VALUE ZERO.
       01  WS-OPENING-LINES    PIC 9(09) VALUE ZERO.
       01  WS-OPENING-MARK-SW  PIC X(01) VALUE 'N'.
           88 OPENING-MARK-ON-FILE       VALUE 'Y'.
           88 OPENING-MARK-NOT-ON-FILE   VALUE 'N'.

       *> Use Case: Tonight's history line count, rolled forward
       *> for tomorrow - left off the closing record when the
       *> history could not be read through.
       01  WS-HISTORY-LINES    PIC 9(09) VALUE ZERO.
       01  WS-HISTORY-MARK-SW  PIC X(01) VALUE 'N'.
           88 HISTORY-MARK-KNOWN         VALUE 'Y'.
           88 HISTORY-MARK-UNKNOWN       VALUE 'N'.
       01  WS-CLOSEOUT-COUNT   PIC 9(07) VALUE ZERO.

       *> Use Case: Which legs actually ran tonight, proven by a
       *> same-date RUN-CONTROL.DAT row from each writer (the same
       *> ledger test the batch preflights make). The register and
       01  WS-ESCHEAT-SEEN-SW  PIC X(01) VALUE 'N'.
           88 ESCHEAT-RAN-TODAY          VALUE 'Y'.

       01  WS-FEE-SEEN-SW      PIC X(01) VALUE 'N'.
           88 FEE-RAN-TODAY              VALUE 'Y'.

       01  WS-CONTROL-TOTALS.
           05 WS-LINES-READ     PIC 9(07) VALUE ZERO.
           05 WS-LINES-FOOTED   PIC 9(07) VALUE ZERO.
           PERFORM 2500-FOOT-INTEREST.
           PERFORM 3000-FOOT-DISBURSEMENTS.
           PERFORM 3300-FOOT-ESCHEATS.
           PERFORM 3400-FOOT-FEES.
           PERFORM 3450-FOOT-CLOSEOUTS.
           PERFORM 3500-SUM-MASTER.
           PERFORM 3700-WRITE-REPORT.
           PERFORM 3800-ROLL-CLOSING-FORWARD.
                       CONTINUE
                   NOT AT END
                       MOVE CB-TOTAL TO WS-OPENING-TOTAL
                       MOVE CB-RUN-DATE TO WS-OPENING-DATE
                       SET OPENING-ON-FILE TO TRUE
                       IF CB-HISTORY-LINES IS NUMERIC
                           MOVE CB-HISTORY-LINES TO WS-OPENING-LINES
                           SET OPENING-MARK-ON-FILE TO TRUE
                       END-IF
               END-READ
               CLOSE CLOSING-FILE
           END-IF.
               IF RC-PROGRAM-ID = "ESCHEAT-EXECUTION"
                   SET ESCHEAT-RAN-TODAY TO TRUE
               END-IF
               IF RC-PROGRAM-ID = "SERVICE-FEE-ASSESSMENT"
                   SET FEE-RAN-TODAY TO TRUE
               END-IF
           END-IF.

           PERFORM 1710-READ-LEDGER-ROW.

           PERFORM 3310-READ-ESCHEAT.

       3400-FOOT-FEES.
           *> Use Case: Fees run monthly, and the register file
           *> persists between runs - only a same-date ledger row from
           *> SERVICE-FEE-ASSESSMENT makes tonight's register part of
           *> tonight's footing. Any other night this leg is zero.
           IF NOT FEE-RAN-TODAY
               DISPLAY "FEE LEG NOT RUN TODAY - TAKEN AS ZERO"
           ELSE
               OPEN INPUT FEE-FILE
               IF WS-FS-FEE NOT = "00"
                   DISPLAY "WARNING: COULD NOT OPEN FEE-REGISTER.TXT "
                    "(FS: " WS-FS-FEE ") - FEE LEG TAKEN AS ZERO"
                   SET FEE-END-OF-FILE TO TRUE
               ELSE
                   PERFORM 3410-READ-FEE
                   PERFORM 3420-FOOT-ONE-FEE
                       UNTIL FEE-END-OF-FILE
                   CLOSE FEE-FILE
               END-IF
           END-IF.

       3410-READ-FEE.
           READ FEE-FILE
               AT END SET FEE-END-OF-FILE TO TRUE
           END-READ.

       3420-FOOT-ONE-FEE.
           ADD 1 TO WS-LINES-READ.

           *> Use Case: Trailer lines carry a text label where detail
           *> carries the account number - a non-numeric first field
           *> is a trailer and is not footed.
           IF FR-ACCT-ID IS NUMERIC
               MOVE FR-LOW-BAL-FEE TO WS-LINE-AMOUNT
               MOVE FR-DORMANT-FEE TO WS-LINE-DORM-FEE
               ADD WS-LINE-DORM-FEE TO WS-LINE-AMOUNT
               ADD WS-LINE-AMOUNT TO WS-FEE-TOTAL
               ADD 1 TO WS-LINES-FOOTED
               PERFORM 3430-CHECK-FEE-LINE
           ELSE
               ADD 1 TO WS-LINES-SKIPPED
           END-IF.

           PERFORM 3410-READ-FEE.

       3430-CHECK-FEE-LINE.
           *> Use Case: The register's own internal tie - old balance
           *> less the fees must equal new balance on every detail
           *> line, or the penny first appeared in the fee leg.
           MOVE FR-OLD-BALANCE TO WS-LINE-OLD-BAL.
           MOVE FR-NEW-BALANCE TO WS-LINE-NEW-BAL.

           COMPUTE WS-EXPECTED-BAL =
               WS-LINE-OLD-BAL - WS-LINE-AMOUNT.

           IF WS-EXPECTED-BAL NOT = WS-LINE-NEW-BAL
               ADD 1 TO WS-FEE-BREAKS
               DISPLAY "FEE LEG BREAK ON ACCOUNT " FR-ACCT-ID
                " - OLD LESS FEES DOES NOT EQUAL NEW"
           END-IF.

       3450-FOOT-CLOSEOUTS.
           *> Use Case: Close payouts are keyed during the business
           *> day with no ledger row of their own, so they foot from
           *> the history - every 'C' line appended since the opening
           *> total was taken, including one keyed after last night's
           *> run on the same date. The whole history is read every
           *> night, first run included, so the line count can be
           *> rolled forward. With no opening on file the night is
           *> not compared, and the leg is zero. The history lines
           *> are not counted in the leg-line totals on the ledger
           *> row.
           IF OPENING-NOT-ON-FILE
               DISPLAY "CLOSE PAYOUT LEG NOT FOOTED - FIRST RUN"
           END-IF.
           IF OPENING-ON-FILE AND OPENING-MARK-NOT-ON-FILE
               DISPLAY "WARNING: NO HISTORY LINE COUNT ON "
                "CLOSING-BALANCE.DAT - CLOSE PAYOUTS TAKEN BY DATE"
           END-IF.

           OPEN INPUT HISTORY-FILE.
           IF WS-FS-HISTORY = "35"
               SET HISTORY-MARK-KNOWN TO TRUE
           ELSE
               IF WS-FS-HISTORY NOT = "00"
                   DISPLAY "WARNING: COULD NOT OPEN TRANS-HISTORY.DAT "
                    "(FS: " WS-FS-HISTORY ") - CLOSE PAYOUT LEG "
                    "TAKEN AS ZERO"
               ELSE
                   PERFORM 3460-READ-HISTORY
                   PERFORM 3470-FOOT-ONE-HISTORY
                       UNTIL HISTORY-END-OF-FILE
                   CLOSE HISTORY-FILE
                   SET HISTORY-MARK-KNOWN TO TRUE
               END-IF
           END-IF.

       3460-READ-HISTORY.
           READ HISTORY-FILE
               AT END SET HISTORY-END-OF-FILE TO TRUE
           END-READ.

       3470-FOOT-ONE-HISTORY.
           ADD 1 TO WS-HISTORY-LINES.

           IF TH-TRAN-CODE = 'C' AND OPENING-ON-FILE
               IF OPENING-MARK-ON-FILE
                   IF WS-HISTORY-LINES > WS-OPENING-LINES
                       ADD TH-AMOUNT TO WS-CLOSEOUT-TOTAL
                       ADD 1 TO WS-CLOSEOUT-COUNT
                   END-IF
               ELSE
                   IF TH-POST-DATE > WS-OPENING-DATE
                    AND TH-POST-DATE NOT > WS-RUN-DATE
                       ADD TH-AMOUNT TO WS-CLOSEOUT-TOTAL
                       ADD 1 TO WS-CLOSEOUT-COUNT
                   END-IF
               END-IF
           END-IF.

           PERFORM 3460-READ-HISTORY.

       3500-SUM-MASTER.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-FS-MASTER NOT = "00"
           COMPUTE WS-EXPECTED-TOTAL =
               WS-OPENING-TOTAL + WS-DEPOSIT-TOTAL
               - WS-WITHDRAW-TOTAL + WS-INTEREST-TOTAL
               + WS-AWARD-TOTAL - WS-ESCHEAT-TOTAL
               - WS-FEE-TOTAL - WS-CLOSEOUT-TOTAL.
           COMPUTE WS-DIFFERENCE =
               WS-MASTER-TOTAL - WS-EXPECTED-TOTAL.

           MOVE SPACES TO FO-LINE-VERDICT.
           PERFORM 3750-WRITE-REPORT-LINE.

           MOVE "SERVICE FEES (SUBTRACT):" TO FO-LINE-LABEL.
           MOVE WS-FEE-TOTAL TO FO-LINE-AMOUNT.
           IF WS-FEE-BREAKS = ZERO
               MOVE SPACES TO FO-LINE-VERDICT
           ELSE
               MOVE "*** BREAKS IN FEE LEG" TO FO-LINE-VERDICT
           END-IF.
           PERFORM 3750-WRITE-REPORT-LINE.

           MOVE "CLOSE PAYOUTS (SUBTRACT):" TO FO-LINE-LABEL.
           MOVE WS-CLOSEOUT-TOTAL TO FO-LINE-AMOUNT.
           MOVE SPACES TO FO-LINE-VERDICT.
           PERFORM 3750-WRITE-REPORT-LINE.

           MOVE "EXPECTED CLOSING TOTAL:" TO FO-LINE-LABEL.
           MOVE WS-EXPECTED-TOTAL TO FO-LINE-AMOUNT.
           MOVE SPACES TO FO-LINE-VERDICT.
                           MOVE "*** FIRST BREAK: INTEREST LEG"
                               TO FO-LINE-VERDICT
                       ELSE
                           IF WS-FEE-BREAKS NOT = ZERO
                               MOVE "*** FIRST BREAK: FEE LEG"
                                   TO FO-LINE-VERDICT
                           ELSE
                               MOVE "*** OUT OF BALANCE"
                                   TO FO-LINE-VERDICT
                           END-IF
                       END-IF
                   END-IF
                   DISPLAY "TRIAL BALANCE OUT OF BALANCE BY "
       3800-ROLL-CLOSING-FORWARD.
           *> Use Case: Tonight's master sum becomes tomorrow's
           *> opening - re-created each run, the same roll-forward
           *> idea as SAVINGS-PRIOR.DAT in BALANCE-MOVEMENT - with
           *> the history line count it was taken against.
           OPEN OUTPUT CLOSING-FILE.
           IF WS-FS-CLOSING NOT = "00"
               DISPLAY "WARNING: COULD NOT ROLL CLOSING BALANCE "
                "FORWARD (FS: " WS-FS-CLOSING ")"
           ELSE
               MOVE SPACES          TO CB-CLOSING-RECORD
               MOVE WS-RUN-DATE     TO CB-RUN-DATE
               MOVE WS-MASTER-TOTAL TO CB-TOTAL
               IF HISTORY-MARK-KNOWN
                   MOVE WS-HISTORY-LINES TO CB-HISTORY-LINES
               END-IF
               WRITE CB-CLOSING-RECORD
               IF WS-FS-CLOSING NOT = "00"
                   DISPLAY "WARNING: CLOSING BALANCE WRITE ERROR: "
           DISPLAY "LINES READ.........: " WS-LINES-READ.
           DISPLAY "LINES FOOTED.......: " WS-LINES-FOOTED.
           DISPLAY "LINES SKIPPED......: " WS-LINES-SKIPPED.
           DISPLAY "CLOSE PAYOUTS......: " WS-CLOSEOUT-COUNT.

       4500-WRITE-RUN-CONTROL.
           *> Use Case: One ledger record per completed run - the
