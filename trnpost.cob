           *> fresh SAVINGS.DAT extract. Every line carries an
           *> effective date, the keying teller, and a reference
           *> number that follow the money onto the journal, the
           *> posted copy, and the customer statement. Lines ACH-INTAKE
           *> converted from the clearing-house file (teller ACH) are
           *> counted apart on a second ledger row, so RUN-BALANCE can
           *> tie the entries received to the entries that posted.
           *> Money may not leave a certificate before it matures
           *> unless the line is keyed with the early-withdrawal
           *> penalty taken; the penalty posts as its own leg.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-FS-HOLD.

           *> Use Case: Startup control file carrying the early-
           *> withdrawal penalty - months of the certificate's locked
           *> rate charged on the amount taken out before maturity -
           *> so the schedule changes without a recompile.
           SELECT PARM-FILE ASSIGN TO "PENALTY.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           *> Use Case: Shared run-control ledger - every batch
           *> program appends one record (program, date/time, records
           *> in, records out by disposition) so RUN-BALANCE can
       *> the statement detail so a disputed item can be tied back to
       *> who keyed it. TR-TO-ACCT-ID carries the receiving account
       *> on a 'T' transfer and zeros on everything else.
       *> TR-PENALTY-SW is 'Y' when the customer has agreed to the
       *> early-withdrawal penalty on an unmatured certificate.
       *> TR-CASH-SW says whether currency changed hands at the
       *> window - 'Y' cash, 'N' cheque/transfer/electronic. Lines
       *> keyed before the flag existed carry a space: a deposit or
       *> withdrawal is then taken as cash, a transfer as non-cash.
       01  TR-TRANSACTION-RECORD.
           05 TR-ACCT-ID       PIC 9(10).
           05 TR-TRAN-CODE     PIC X(01). *> 'D' Deposit, 'W' Withdrawal
           05 TR-TELLER-ID     PIC X(08).
           05 TR-REF-NO        PIC X(12).
           05 TR-TO-ACCT-ID    PIC 9(10).
           05 TR-PENALTY-SW    PIC X(01).
               88 PENALTY-TAKEN          VALUE 'Y'.
           05 TR-CASH-SW       PIC X(01).
               88 CASH-SW-VALID          VALUE 'Y' 'N' ' '.

       FD  ACCOUNT-MASTER.
       01  AM-MASTER-RECORD.
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

       FD  JOURNAL-FILE.
       *> FO Prefix: Identifies this as the posting-journal output
           05 FO3-TELLER-ID    PIC X(08).
           05 FO3-REF-NO       PIC X(12).
           05 FO3-TO-ACCT-ID   PIC 9(10).
           05 FO3-PENALTY-SW   PIC X(01).
           05 FO3-CASH-SW      PIC X(01).

       FD  REJECT-FILE.
       *> FO2 Prefix: Identifies this as the rejected-transactions
           05 FO2-RAW-TELLER-ID PIC X(08).
           05 FO2-RAW-REF-NO   PIC X(12).
           05 FO2-RAW-TO-ACCT-ID PIC 9(10).
           05 FO2-RAW-PENALTY-SW PIC X(01).
           05 FO2-RAW-CASH-SW  PIC X(01).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO2-REASON-CODE  PIC X(30).

       *> record - account and posting date first so readers can
       *> pull one account's activity for a date range. The code per
       *> leg: 'D' deposit, 'W' withdrawal, 'O' transfer out, 'T'
       *> transfer in, 'I' interest, 'A' aid award, 'P' early-
       *> withdrawal penalty. TH-CASH-SW carries the line's cash
       *> flag onto every leg but the penalty, which is never cash.
       01  TH-HISTORY-RECORD.
           05 TH-ACCT-ID       PIC 9(10).
           05 FILLER           PIC X(01).
           05 TH-TELLER-ID     PIC X(08).
           05 FILLER           PIC X(01).
           05 TH-REF-NO        PIC X(12).
           05 FILLER           PIC X(01).
           05 TH-CASH-SW       PIC X(01). *> 'Y' = cash item

       FD  HOLD-FILE.
       *> HD Prefix: Identifies this as the funds-hold record - the
           05 HD-PLACED-DATE   PIC 9(08).
           05 HD-RELEASED-DATE PIC 9(08).

       FD  PARM-FILE.
       *> PM Prefix: Identifies this as Parameter input data -
       *> months of interest at the certificate's locked rate.
       01  PM-PARM-RECORD.
           05 PM-PENALTY-MONTHS PIC 9(02).

       FD  RUN-CONTROL-FILE.
       *> RC Prefix: Identifies this as the run-control ledger
       *> record - the same layout every program in the chain writes
       01  WS-FS-POSTED        PIC XX.  *> File Status for Posted Trans
       01  WS-FS-HISTORY       PIC XX.  *> File Status for History
       01  WS-FS-HOLD          PIC XX.  *> File Status for Holds
       01  WS-FS-PARM          PIC XX.  *> File Status for Parameters
       01  WS-FS-RUNCTL        PIC XX.  *> File Status for Run Control

       01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
           05 WS-FROM-BALANCE  PIC 9(8)V99.
           05 WS-FROM-BRANCH   PIC 9(03).
           05 WS-FROM-LAST-ACT PIC 9(08).
           05 WS-FROM-CUST-ID  PIC 9(10).
           05 WS-FROM-PRODUCT  PIC X(01).
           05 WS-FROM-OPENED   PIC 9(08).
           05 WS-FROM-TERM     PIC 9(03).
           05 WS-FROM-RATE     PIC 9(3)V9(4).
           05 WS-FROM-MATURITY PIC 9(08).

       01  WS-TO-RECORD.
           05 WS-TO-ACCT-ID    PIC 9(10).
           05 WS-TO-BALANCE    PIC 9(8)V99.
           05 WS-TO-BRANCH     PIC 9(03).
           05 WS-TO-LAST-ACT   PIC 9(08).
           05 WS-TO-CUST-ID    PIC 9(10).
           05 WS-TO-PRODUCT    PIC X(01).
           05 WS-TO-OPENED     PIC 9(08).
           05 WS-TO-TERM       PIC 9(03).
           05 WS-TO-RATE       PIC 9(3)V9(4).
           05 WS-TO-MATURITY   PIC 9(08).

       *> Use Case: The account and code the next journal line is
       *> written for - a transfer journals two legs (a withdrawal
       01  WS-JRNL-ACCT-ID     PIC 9(10).
       01  WS-JRNL-TRAN-CODE   PIC X(01).

       *> Use Case: The amount the next journal and history line
       *> carry - the keyed amount on every leg except an early-
       *> withdrawal penalty, which journals its own figure.
       01  WS-JRNL-AMOUNT      PIC 9(8)V99 VALUE ZERO.

       *> Use Case: Early-withdrawal penalty - months of the locked
       *> rate from PENALTY.PARM, defaulting when the file is absent,
       *> and the charge worked out for the line in hand (zero on
       *> anything but an unmatured certificate).
       01  WS-PENALTY-MONTHS   PIC 9(02) VALUE 3.
       01  WS-PENALTY-AMOUNT   PIC 9(8)V99 VALUE ZERO.

       01  WS-CERT-EDIT-SW     PIC X(01).
           88 CERT-EDIT-PASSED           VALUE 'Y'.
           88 CERT-EDIT-FAILED           VALUE 'N'.

       *> Use Case: The history code for the leg in hand - matches
       *> the journal code for a plain deposit or withdrawal, but a
       *> transfer's legs carry 'O' (out) and 'T' (in) so the
       *> statement drawn from history can still label them.
       01  WS-HIST-TRAN-CODE   PIC X(01).

       *> Use Case: The cash flag the line posts under once a blank
       *> has been resolved - the currency-reporting scan reads it
       *> back off history.
       01  WS-CASH-SW          PIC X(01).

       *> Use Case: Reason set by the caller before PERFORM
       *> 3500-WRITE-REJECT, so the reject paragraph can clear the
       *> whole output record first without losing it.
           05 WS-READ-COUNT    PIC 9(07) VALUE ZERO.
           05 WS-POSTED-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-REJECT-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-PENALTY-COUNT PIC 9(07) VALUE ZERO.
           05 WS-PENALTY-TOTAL PIC 9(9)V99 VALUE ZERO.

       01  WS-TD-PENALTY-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99.

       *> Use Case: The ACH-INTAKE lines among the above - read,
       *> posted, and rejected - for the TRANSACTION-POSTING-ACH
       *> ledger row RUN-BALANCE ties back to the intake.
       01  WS-ACH-TOTALS.
           05 WS-ACH-READ-COUNT   PIC 9(07) VALUE ZERO.
           05 WS-ACH-POSTED-COUNT PIC 9(07) VALUE ZERO.
           05 WS-ACH-REJECT-COUNT PIC 9(07) VALUE ZERO.

       *> Use Case: Preflight gate working fields - the run-control
       *> ledger is read before any business file opens, proving the
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-PREFLIGHT-CHECK.
           PERFORM 0500-LOAD-PENALTY-PARM.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-READ-TRANSACTION.
           PERFORM 3000-POST-ONE UNTIL END-OF-FILE.

           PERFORM 0110-READ-LEDGER-ROW.

       0500-LOAD-PENALTY-PARM.
           *> Use Case: Pull the penalty months from PENALTY.PARM; a
           *> missing, empty, or zero entry keeps the default so the
           *> posting run never stops for want of it.
           OPEN INPUT PARM-FILE.
           IF WS-FS-PARM = "00"
               READ PARM-FILE
                   AT END
                       MOVE ZERO TO PM-PENALTY-MONTHS
               END-READ
               IF PM-PENALTY-MONTHS IS NUMERIC
                AND PM-PENALTY-MONTHS > ZERO
                   MOVE PM-PENALTY-MONTHS TO WS-PENALTY-MONTHS
               ELSE
                   DISPLAY "WARNING: PENALTY.PARM EMPTY OR INVALID - "
                    "DEFAULT PENALTY MONTHS IN EFFECT"
               END-IF
               CLOSE PARM-FILE
           ELSE
               DISPLAY "WARNING: PENALTY.PARM MISSING - DEFAULT "
                "PENALTY MONTHS IN EFFECT"
           END-IF.

       1000-OPEN-FILES.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-FS-TRANS NOT = "00"

       3000-POST-ONE.
           ADD 1 TO WS-READ-COUNT.
           IF TR-TELLER-ID = "ACH"
               ADD 1 TO WS-ACH-READ-COUNT
           END-IF.

           *> Use Case: A keyed effective date posts the item for the
           *> day it was really for; a zero or garbage date falls
           ELSE
               MOVE WS-RUN-DATE TO WS-POST-DATE
           END-IF.
           MOVE TR-AMOUNT TO WS-JRNL-AMOUNT.

           *> Use Case: A blank cash flag is a line keyed before the
           *> flag existed - over-the-counter deposits and
           *> withdrawals were cash, transfers never were.
           IF TR-CASH-SW = SPACE
               IF TR-TRAN-CODE = 'T'
                   MOVE 'N' TO WS-CASH-SW
               ELSE
                   MOVE 'Y' TO WS-CASH-SW
               END-IF
           ELSE
               MOVE TR-CASH-SW TO WS-CASH-SW
           END-IF.

           *> Use Case: Keyed lookup first - every edit below needs
           *> the master record's status and balance in hand.
               MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
               PERFORM 3500-WRITE-REJECT
           ELSE
               IF NOT CASH-SW-VALID
                   MOVE "INVALID CASH INDICATOR" TO WS-REJECT-REASON
                   PERFORM 3500-WRITE-REJECT
               ELSE
                   PERFORM 3100-EDIT-AND-APPLY
               END-IF
           END-IF.

           PERFORM 2000-READ-TRANSACTION.
                   END-IF
               ELSE
                   IF TRAN-IS-WITHDRAWAL
                       PERFORM 3110-APPLY-WITHDRAWAL
                   ELSE
                       IF TRAN-IS-TRANSFER
                           PERFORM 3600-APPLY-TRANSFER
               END-IF
           END-IF.

       3110-APPLY-WITHDRAWAL.
           *> Use Case: A withdrawal may not overdraw and may not
           *> touch frozen funds - the edit measures against balance
           *> minus open holds, so the master is never left negative
           *> and a court-ordered hold actually holds. An early-
           *> withdrawal penalty must fit inside the same available
           *> balance as the amount taken out.
           PERFORM 3150-SUM-OPEN-HOLDS.
           COMPUTE WS-AVAILABLE-BAL =
               AM-BALANCE - WS-OPEN-HOLD-TOTAL.
           PERFORM 3180-EDIT-CERTIFICATE.

           IF CERT-EDIT-FAILED
               PERFORM 3500-WRITE-REJECT
           ELSE
               IF TR-AMOUNT + WS-PENALTY-AMOUNT > WS-AVAILABLE-BAL
                   MOVE "EXCEEDS AVAILABLE BALANCE"
                       TO WS-REJECT-REASON
                   PERFORM 3500-WRITE-REJECT
               ELSE
                   MOVE TR-ACCT-ID TO WS-JRNL-ACCT-ID
                   MOVE 'W'        TO WS-JRNL-TRAN-CODE
                   MOVE 'W'        TO WS-HIST-TRAN-CODE
                   SUBTRACT TR-AMOUNT FROM AM-BALANCE
                   PERFORM 3170-STAMP-ACTIVITY-DATE
                   PERFORM 3200-REWRITE-MASTER
                   PERFORM 3190-POST-PENALTY
                   IF NOT-END-OF-FILE
                       PERFORM 3400-WRITE-POSTED
                   END-IF
               END-IF
           END-IF.

       3150-SUM-OPEN-HOLDS.
           *> Use Case: Keyed scan of this account's holds - START at
           *> the account, READ NEXT until the account changes,
               MOVE WS-POST-DATE TO AM-LAST-ACTIVITY-DATE
           END-IF.

       3180-EDIT-CERTIFICATE.
           *> Use Case: Money leaves a certificate before its
           *> maturity date only with the penalty taken - a line
           *> keyed without it goes back to the branch. The penalty
           *> is WS-PENALTY-MONTHS of the locked rate on the amount
           *> taken out, rounded to the cent. Any other product, or
           *> a matured certificate, carries no penalty.
           SET CERT-EDIT-PASSED TO TRUE.
           MOVE ZERO TO WS-PENALTY-AMOUNT.
           IF AM-PRODUCT-CODE = 'C'
            AND WS-POST-DATE < AM-CERT-MATURITY-DATE
               IF PENALTY-TAKEN
                   COMPUTE WS-PENALTY-AMOUNT ROUNDED =
                       TR-AMOUNT * AM-CERT-RATE / 100 / 12
                           * WS-PENALTY-MONTHS
               ELSE
                   MOVE "CERTIFICATE NOT MATURED"
                       TO WS-REJECT-REASON
                   SET CERT-EDIT-FAILED TO TRUE
               END-IF
           END-IF.

       3190-POST-PENALTY.
           *> Use Case: The penalty is its own leg off the account
           *> just debited - journalled as a withdrawal under the
           *> same reference so the trial balance foots it and a
           *> backout reverses it with the item, and carried on
           *> history as 'P' so the statement names it. The caller
           *> has just rewritten the debited account, so it is the
           *> record in hand.
           IF NOT-END-OF-FILE AND WS-PENALTY-AMOUNT > ZERO
               MOVE TR-ACCT-ID        TO WS-JRNL-ACCT-ID
               MOVE 'W'               TO WS-JRNL-TRAN-CODE
               MOVE 'P'               TO WS-HIST-TRAN-CODE
               MOVE WS-PENALTY-AMOUNT TO WS-JRNL-AMOUNT
               SUBTRACT WS-PENALTY-AMOUNT FROM AM-BALANCE
               PERFORM 3200-REWRITE-MASTER
               MOVE TR-AMOUNT         TO WS-JRNL-AMOUNT
               IF NOT-END-OF-FILE
                   ADD 1 TO WS-PENALTY-COUNT
                   ADD WS-PENALTY-AMOUNT TO WS-PENALTY-TOTAL
               END-IF
           END-IF.

       3200-REWRITE-MASTER.
           REWRITE AM-MASTER-RECORD.

           MOVE SPACES            TO FO-JOURNAL-RECORD.
           MOVE WS-JRNL-ACCT-ID   TO FO-ACCT-ID.
           MOVE WS-JRNL-TRAN-CODE TO FO-TRAN-CODE.
           MOVE WS-JRNL-AMOUNT    TO FO-AMOUNT.
           MOVE AM-BALANCE        TO FO-NEW-BALANCE.
           MOVE WS-POST-DATE      TO FO-EFF-DATE.
           MOVE TR-TELLER-ID      TO FO-TELLER-ID.
           MOVE WS-RUN-DATE       TO TH-POST-DATE.
           MOVE WS-POST-DATE      TO TH-EFF-DATE.
           MOVE WS-HIST-TRAN-CODE TO TH-TRAN-CODE.
           MOVE WS-JRNL-AMOUNT    TO TH-AMOUNT.
           MOVE AM-BALANCE        TO TH-NEW-BALANCE.
           MOVE TR-TELLER-ID      TO TH-TELLER-ID.
           MOVE TR-REF-NO         TO TH-REF-NO.
           IF WS-HIST-TRAN-CODE = 'P'
               MOVE 'N'           TO TH-CASH-SW
           ELSE
               MOVE WS-CASH-SW    TO TH-CASH-SW
           END-IF.

           WRITE TH-HISTORY-RECORD.

           MOVE TR-TELLER-ID  TO FO3-TELLER-ID.
           MOVE TR-REF-NO     TO FO3-REF-NO.
           MOVE TR-TO-ACCT-ID TO FO3-TO-ACCT-ID.
           MOVE TR-PENALTY-SW TO FO3-PENALTY-SW.
           MOVE WS-CASH-SW    TO FO3-CASH-SW.

           WRITE FO3-POSTED-RECORD.

               SET END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO WS-POSTED-COUNT
               IF TR-TELLER-ID = "ACH"
                   ADD 1 TO WS-ACH-POSTED-COUNT
               END-IF
           END-IF.

       3500-WRITE-REJECT.
           MOVE TR-TELLER-ID     TO FO2-RAW-TELLER-ID.
           MOVE TR-REF-NO        TO FO2-RAW-REF-NO.
           MOVE TR-TO-ACCT-ID    TO FO2-RAW-TO-ACCT-ID.
           MOVE TR-PENALTY-SW    TO FO2-RAW-PENALTY-SW.
           MOVE TR-CASH-SW       TO FO2-RAW-CASH-SW.
           MOVE WS-REJECT-REASON TO FO2-REASON-CODE.

           WRITE FO2-REJECT-RECORD.
               SET END-OF-FILE TO TRUE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               IF TR-TELLER-ID = "ACH"
                   ADD 1 TO WS-ACH-REJECT-COUNT
               END-IF
           END-IF.

       3600-APPLY-TRANSFER.
           *> on both accounts passes before either leg posts, so one
           *> leg can never reject while the other lands. The sending
           *> account is already in hand and active; its available
           *> funds, any certificate penalty, and the receiving
           *> account are checked here. A
           *> transfer back to the sending account is rejected
           *> outright - both legs would land on the same record and
           *> the second REWRITE would undo the first.
               PERFORM 3150-SUM-OPEN-HOLDS
               COMPUTE WS-AVAILABLE-BAL =
                   AM-BALANCE - WS-OPEN-HOLD-TOTAL
               PERFORM 3180-EDIT-CERTIFICATE
               IF CERT-EDIT-FAILED
                   PERFORM 3500-WRITE-REJECT
               ELSE
                   IF TR-AMOUNT + WS-PENALTY-AMOUNT
                       > WS-AVAILABLE-BAL
                       MOVE "EXCEEDS AVAILABLE BALANCE"
                           TO WS-REJECT-REASON
                       PERFORM 3500-WRITE-REJECT
                   ELSE
                       PERFORM 3650-EDIT-TO-ACCOUNT
                   END-IF
               END-IF
           END-IF.

           MOVE 'W'        TO WS-JRNL-TRAN-CODE.
           MOVE 'O'        TO WS-HIST-TRAN-CODE.
           PERFORM 3200-REWRITE-MASTER.
           PERFORM 3190-POST-PENALTY.

           IF NOT-END-OF-FILE
               MOVE WS-TO-RECORD TO AM-MASTER-RECORD
           DISPLAY "TRANSACTIONS READ..: " WS-READ-COUNT.
           DISPLAY "POSTED TO MASTER...: " WS-POSTED-COUNT.
           DISPLAY "REJECTED...........: " WS-REJECT-COUNT.
           DISPLAY "EARLY W/D PENALTIES: " WS-PENALTY-COUNT.
           MOVE WS-PENALTY-TOTAL TO WS-TD-PENALTY-TOTAL.
           DISPLAY "PENALTY TOTAL......: " WS-TD-PENALTY-TOTAL.
           DISPLAY "ACH LINES READ.....: " WS-ACH-READ-COUNT.

       4500-WRITE-RUN-CONTROL.
           *> Use Case: One ledger record per completed run - the
           *> arithmetic RUN-BALANCE verifies is RECORDS-IN equals
           *> the dispositions summed. A second row carries the same
           *> split for the ACH lines alone. Appends across runs;
           *> OPEN EXTEND fails with "file not found" the very first
           *> time, so fall back to OPEN OUTPUT to create it. A
           *> failure here is warned, not fatal - the business run
           *> itself completed.
               IF WS-FS-RUNCTL NOT = "00"
                   DISPLAY "RUN CONTROL WRITE ERROR: " WS-FS-RUNCTL
               END-IF
               MOVE "TRANSACTION-POSTING-ACH" TO RC-PROGRAM-ID
               MOVE WS-ACH-READ-COUNT TO RC-RECORDS-IN
               MOVE WS-ACH-POSTED-COUNT TO RC-OUT-A
               MOVE WS-ACH-REJECT-COUNT TO RC-OUT-B
               MOVE ZERO TO RC-OUT-C
               WRITE RC-RUN-CONTROL-RECORD
               IF WS-FS-RUNCTL NOT = "00"
                   DISPLAY "RUN CONTROL WRITE ERROR: " WS-FS-RUNCTL
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.
