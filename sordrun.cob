       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDING-ORDER-RUN.

           *> Use Case: Nightly standing-order scheduler. Customers'
           *> recurring transfers (a parent's account paying a
           *> student's every month, say) are set up once through
           *> ACCOUNT-MAINT on the indexed STANDORD file, keyed by
           *> paying account and order number. Each night this run
           *> walks the file and, for every active order that has
           *> fallen due, appends a 'T' transfer line to
           *> TRANSACTIONS.DAT ahead of TRANSACTION-POSTING - teller
           *> STANDORD, the order number as the reference - and rolls
           *> the order's next due date forward a week, a month, or a
           *> quarter. Before that, last night's POSTING-REJECTS.TXT
           *> is read back: an item posting refused for insufficient
           *> available funds is tried again tonight, up to the retry
           *> limit in STANDORD.PARM, after which the order is
           *> suspended and a notice goes out. An order whose paying
           *> or receiving account has closed is suspended with a
           *> notice too, instead of feeding posting a line it can
           *> only reject.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Use Case: DYNAMIC access - the reject pass reads single
           *> orders by key, then the main pass walks the whole file
           *> in key order, rewriting each order in place.
           SELECT ORDER-FILE ASSIGN TO "STANDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-KEY
               FILE STATUS IS WS-FS-ORDER.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-ID
               ALTERNATE RECORD KEY IS AM-ACCT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

           *> Use Case: Startup control file - one line carrying the
           *> number of nightly retries an item refused for funds
           *> gets before its order is suspended.
           SELECT PARM-FILE ASSIGN TO "STANDORD.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           *> Use Case: Last night's rejects from TRANSACTION-POSTING
           *> - read only, for the standing-order items refused for
           *> insufficient available funds.
           SELECT REJECT-FILE ASSIGN TO "POSTING-REJECTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJECT.

           *> Use Case: The day's transaction input - generated items
           *> are appended behind whatever the branches keyed.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANS.

           *> Use Case: One line per item generated tonight, with the
           *> control-total trailer.
           SELECT REGISTER-FILE ASSIGN TO "STANDORD-REGISTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTER.

           *> Use Case: Suspension notices - one per order suspended
           *> tonight, for the branch to mail to the paying customer.
           SELECT NOTICE-FILE ASSIGN TO "STANDORD-NOTICES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTICE.

           *> Use Case: Shared run-control ledger - every batch
           *> program appends one record (program, date/time, records
           *> in, records out by disposition) so RUN-BALANCE can
           *> prove the night's chain tied without scraping job logs.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
       *> SO Prefix: Identifies this as the standing-order record -
       *> the same layout ACCOUNT-MAINT maintains. Keyed by the
       *> paying account plus an order sequence. SO-DUE-DAY is the
       *> day of month the order was set up for, so a monthly order
       *> for the 31st pays on the 28th in February and the 31st
       *> again in March. SO-AWAITING-SW marks an order whose item
       *> went to posting on the last run and whose outcome is not
       *> yet known; SO-RETRY-DUE-SW marks one posting refused for
       *> funds. Status 'A' active, 'S' suspended, 'X' cancelled,
       *> 'E' ended (past its end date).
       01  SO-ORDER-RECORD.
           05 SO-ORDER-KEY.
              10 SO-ACCT-ID    PIC 9(10).
              10 SO-ORDER-NO   PIC 9(03).
           05 SO-TO-ACCT-ID    PIC 9(10).
           05 SO-AMOUNT        PIC 9(8)V99.
           05 SO-FREQUENCY     PIC X(01).
               88 SO-WEEKLY                VALUE 'W'.
               88 SO-MONTHLY               VALUE 'M'.
               88 SO-QUARTERLY             VALUE 'Q'.
           05 SO-DUE-DAY       PIC 9(02).
           05 SO-NEXT-DUE-DATE PIC 9(08). *> YYYYMMDD
           05 SO-END-DATE      PIC 9(08). *> YYYYMMDD, zero = none
           05 SO-STATUS        PIC X(01).
               88 SO-ACTIVE                VALUE 'A'.
               88 SO-SUSPENDED             VALUE 'S'.
               88 SO-CANCELLED             VALUE 'X'.
               88 SO-ENDED                 VALUE 'E'.
           05 SO-RETRY-COUNT   PIC 9(02).
           05 SO-AWAITING-SW   PIC X(01).
               88 SO-ITEM-AWAITING         VALUE 'Y'.
               88 SO-NOTHING-AWAITING      VALUE 'N'.
           05 SO-RETRY-DUE-SW  PIC X(01).
               88 SO-RETRY-DUE             VALUE 'Y'.
               88 SO-NO-RETRY-DUE          VALUE 'N'.
           05 SO-ITEM-DUE-DATE PIC 9(08). *> Due date last item paid
           05 SO-LAST-GEN-DATE PIC 9(08).
           05 SO-SETUP-DATE    PIC 9(08).
           05 SO-SETUP-OPER    PIC X(08).

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
       01  PM-PARM-RECORD.
           05 PM-RETRY-LIMIT   PIC 9(02).

       FD  REJECT-FILE.
       *> FO2 Prefix: The reject line exactly as TRANSACTION-POSTING
       *> writes it. A standing-order item's reference is "SO" and
       *> the three-digit order number, split out here.
       01  FO2-REJECT-RECORD.
           05 FO2-RAW-ACCT-ID  PIC 9(10).
           05 FO2-RAW-TRAN-CODE PIC X(01).
           05 FO2-RAW-AMOUNT   PIC 9(8)V99.
           05 FO2-RAW-EFF-DATE PIC 9(08).
           05 FO2-RAW-TELLER-ID PIC X(08).
           05 FO2-RAW-REF-NO.
              10 FO2-REF-PREFIX PIC X(02).
              10 FO2-REF-ORDER-NO PIC X(03).
              10 FILLER        PIC X(07).
           05 FO2-RAW-TO-ACCT-ID PIC 9(10).
           05 FO2-RAW-PENALTY-SW PIC X(01).
           05 FO2-RAW-CASH-SW  PIC X(01).
           05 FILLER           PIC X(02).
           05 FO2-REASON-CODE  PIC X(30).

       FD  TRANSACTION-FILE.
       *> TR Prefix: The TRANSACTION-POSTING input layout exactly -
       *> a standing-order item is an ordinary transfer line.
       01  TR-TRANSACTION-RECORD.
           05 TR-ACCT-ID       PIC 9(10).
           05 TR-TRAN-CODE     PIC X(01). *> 'T' Transfer
           05 TR-AMOUNT        PIC 9(8)V99.
           05 TR-EFF-DATE      PIC 9(08). *> YYYYMMDD, zero = run date
           05 TR-TELLER-ID     PIC X(08).
           05 TR-REF-NO.
              10 TR-REF-PREFIX PIC X(02).
              10 TR-REF-ORDER-NO PIC 9(03).
              10 FILLER        PIC X(07).
           05 TR-TO-ACCT-ID    PIC 9(10).
           05 TR-PENALTY-SW    PIC X(01). *> Never taken here
           05 TR-CASH-SW       PIC X(01). *> Never cash here

       FD  REGISTER-FILE.
       *> FO Prefix: Identifies this as the scheduler-register
       *> output - one line per item generated.
       01  FO-REGISTER-RECORD.
           05 FO-ACCT-ID       PIC 9(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FO-ORDER-NO      PIC 9(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO-TO-ACCT-ID    PIC 9(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO-DUE-DATE      PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO-ITEM-KIND     PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO-NEXT-DUE-DATE PIC 9(08).

       *> Use Case: Control-total trailer written once the detail
       *> lines are out - a second, independent 01-level under the
       *> same FD, the same shape-vs-REDEFINES call made for
       *> FO-TRAILER-RECORD in INTEREST-ACCRUAL.
       01  FO-TRAILER-RECORD.
           05 FO-TRAILER-LABEL PIC X(20).
           05 FO-TRAILER-TEXT  PIC X(60).

       FD  NOTICE-FILE.
       *> FO3 Prefix: Identifies this as the suspension-notice
       *> output - who pays, which order, and why it stopped.
       01  FO3-NOTICE-RECORD.
           05 FO3-NOTICE-DATE  PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO3-ACCT-ID      PIC 9(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FO3-ORDER-NO     PIC 9(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO3-ACCT-NAME    PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO3-TO-ACCT-ID   PIC 9(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO3-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO3-REASON       PIC X(40).

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
       01  WS-FS-ORDER         PIC XX.  *> File Status for Orders
       01  WS-FS-MASTER        PIC XX.  *> File Status for Master
       01  WS-FS-PARM          PIC XX.  *> File Status for Parameters
       01  WS-FS-REJECT        PIC XX.  *> File Status for Rejects
       01  WS-FS-TRANS         PIC XX.  *> File Status for Transactions
       01  WS-FS-REGISTER      PIC XX.  *> File Status for Register
       01  WS-FS-NOTICE        PIC XX.  *> File Status for Notices
       01  WS-FS-RUNCTL        PIC XX.  *> File Status for Run Control

       01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88 END-OF-FILE                VALUE 'Y'.
           88 NOT-END-OF-FILE            VALUE 'N'.

       01  WS-REJECT-EOF-SW    PIC X(01) VALUE 'N'.
           88 END-OF-REJECTS             VALUE 'Y'.
           88 NOT-END-OF-REJECTS         VALUE 'N'.

       01  WS-MASTER-SWITCH    PIC X(01).
           88 MASTER-RECORD-FOUND        VALUE 'Y'.
           88 MASTER-RECORD-NOT-FOUND    VALUE 'N'.

       01  WS-ORDER-SWITCH     PIC X(01).
           88 ORDER-RECORD-FOUND         VALUE 'Y'.
           88 ORDER-RECORD-NOT-FOUND     VALUE 'N'.

       *> Use Case: Level-88 Flag set by 3200-EDIT-ACCOUNTS - both
       *> ends of the order still open, or the order suspended.
       01  WS-ACCOUNTS-SW      PIC X(01).
           88 ACCOUNTS-ARE-OPEN          VALUE 'Y'.
           88 ACCOUNT-IS-CLOSED          VALUE 'N'.

       *> Use Case: Retry limit default used if STANDORD.PARM is
       *> missing or unreadable, so a control-file problem doesn't
       *> stop the nightly run.
       01  WS-RETRY-LIMIT      PIC 9(02) VALUE 3.

       *> Use Case: Reason and item kind set by the caller before
       *> PERFORM 3400-SUSPEND-ORDER / 3300-GENERATE-ITEM.
       01  WS-SUSPEND-REASON   PIC X(40).
       01  WS-ITEM-KIND        PIC X(10).
       01  WS-PAYER-NAME       PIC X(30).

       *> Use Case: The date being rolled forward, taken apart into
       *> year, month, and day so a week, a month, or a quarter can
       *> be added by hand - the same split idea as
       *> WS-STMT-DATE-SPLIT in ACCOUNT-STATEMENT.
       01  WS-ROLL-DATE        PIC 9(08) VALUE ZERO.
       01  WS-ROLL-DATE-SPLIT REDEFINES WS-ROLL-DATE.
           05 WS-ROLL-YEAR     PIC 9(04).
           05 WS-ROLL-MONTH    PIC 9(02).
           05 WS-ROLL-DAY      PIC 9(02).

       *> Use Case: Days in each month, February taken as 28 and
       *> bumped to 29 in a leap year by 3510-SET-MONTH-LENGTH.
       01  WS-MONTH-LENGTHS    PIC X(24)
                                VALUE "312831303130313130313031".
       01  WS-MONTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05 WS-MONTH-DAYS    PIC 9(02) OCCURS 12 TIMES.

       01  WS-DAYS-IN-MONTH    PIC 9(02) VALUE ZERO.
       01  WS-LEAP-QUOTIENT    PIC 9(04) VALUE ZERO.
       01  WS-LEAP-REM-4       PIC 9(03) VALUE ZERO.
       01  WS-LEAP-REM-100     PIC 9(03) VALUE ZERO.
       01  WS-LEAP-REM-400     PIC 9(03) VALUE ZERO.

       *> Use Case: Run date captured once at startup - an order is
       *> due when its next due date is on or before it.
       01  WS-RUN-DATE         PIC 9(08) VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05 WS-READ-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-GENERATED-COUNT PIC 9(07) VALUE ZERO.
           05 WS-RETRIED-COUNT   PIC 9(07) VALUE ZERO.
           05 WS-NO-ACTION-COUNT PIC 9(07) VALUE ZERO.
           05 WS-SUSPENDED-COUNT PIC 9(07) VALUE ZERO.
           05 WS-ENDED-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-REFUSED-SEEN    PIC 9(07) VALUE ZERO.
           05 WS-GENERATED-TOTAL PIC 9(9)V99 VALUE ZERO.

       01  WS-TD-COUNT         PIC Z,ZZZ,ZZ9.
       01  WS-TD-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.

       *> Use Case: Preflight gate working fields - the run-control
       *> ledger is read before any business file opens. The
       *> scheduler runs once a night, ahead of posting, and only
       *> once posting has consumed the previous night's items -
       *> otherwise last night's rejects say nothing about them.
       01  WS-PF-EOF-SWITCH    PIC X(01) VALUE 'N'.
           88 END-OF-PREFLIGHT           VALUE 'Y'.
           88 NOT-END-OF-PREFLIGHT       VALUE 'N'.

       01  WS-SELF-SEEN-SW     PIC X(01) VALUE 'N'.
           88 SELF-RAN-TODAY             VALUE 'Y'.

       01  WS-POSTING-SEEN-SW  PIC X(01) VALUE 'N'.
           88 POSTING-RAN-TODAY          VALUE 'Y'.

       01  WS-LAST-SELF-DATE   PIC 9(08) VALUE ZERO.
       01  WS-LAST-POST-DATE   PIC 9(08) VALUE ZERO.
       01  WS-TODAY            PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-PREFLIGHT-CHECK.
           PERFORM 0500-READ-PARAMETER.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1500-APPLY-REJECTS.
           PERFORM 1900-POSITION-ORDERS.
           PERFORM 2000-READ-ORDER.
           PERFORM 3000-SCHEDULE-ONE UNTIL END-OF-FILE.
           PERFORM 4000-CLOSE-FILES.
           STOP RUN.

       0100-PREFLIGHT-CHECK.
           *> Use Case: Once a night and ahead of posting, enforced
           *> by the ledger itself. A second start would send every
           *> due order twice; a start after posting has run would
           *> leave tonight's items unposted; and a start when
           *> posting has not run since the last scheduler run would
           *> read a reject file that predates the items still
           *> outstanding. A missing ledger means no run has ever
           *> been recorded, which is not a refusal.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-FS-RUNCTL = "00"
               PERFORM 0110-READ-LEDGER-ROW
               PERFORM 0120-NOTE-LEDGER-ROW UNTIL END-OF-PREFLIGHT
               CLOSE RUN-CONTROL-FILE
           END-IF.

           IF SELF-RAN-TODAY
               DISPLAY "RUN REFUSED: STANDING-ORDER-RUN ALREADY "
                "RAN FOR " WS-TODAY
               STOP RUN
           END-IF.

           IF POSTING-RAN-TODAY
               DISPLAY "RUN REFUSED: TRANSACTION-POSTING ALREADY "
                "RAN FOR " WS-TODAY " - ITEMS WOULD MISS TONIGHT'S "
                "POSTING"
               STOP RUN
           END-IF.

           IF WS-LAST-SELF-DATE > WS-LAST-POST-DATE
               DISPLAY "RUN REFUSED: ITEMS FROM THE " WS-LAST-SELF-DATE
                " STANDING-ORDER RUN HAVE NOT BEEN POSTED YET"
               STOP RUN
           END-IF.

       0110-READ-LEDGER-ROW.
           READ RUN-CONTROL-FILE
               AT END SET END-OF-PREFLIGHT TO TRUE
           END-READ.

       0120-NOTE-LEDGER-ROW.
           IF RC-PROGRAM-ID = "STANDING-ORDER-RUN"
               MOVE RC-RUN-DATE TO WS-LAST-SELF-DATE
               IF RC-RUN-DATE = WS-TODAY
                   SET SELF-RAN-TODAY TO TRUE
               END-IF
           END-IF.

           IF RC-PROGRAM-ID = "TRANSACTION-POSTING"
               MOVE RC-RUN-DATE TO WS-LAST-POST-DATE
               IF RC-RUN-DATE = WS-TODAY
                   SET POSTING-RAN-TODAY TO TRUE
               END-IF
           END-IF.

           PERFORM 0110-READ-LEDGER-ROW.

       0500-READ-PARAMETER.
           *> Use Case: Pull the retry limit from STANDORD.PARM; the
           *> WS-RETRY-LIMIT default stays in effect if the file is
           *> absent or the read fails.
           OPEN INPUT PARM-FILE.
           IF WS-FS-PARM = "00"
               READ PARM-FILE
                   AT END
                       DISPLAY "WARNING: STANDORD.PARM EMPTY - "
                        "DEFAULT RETRY LIMIT IN EFFECT"
                   NOT AT END
                       IF PM-RETRY-LIMIT IS NUMERIC
                           MOVE PM-RETRY-LIMIT TO WS-RETRY-LIMIT
                       ELSE
                           DISPLAY "WARNING: STANDORD.PARM RETRY "
                            "LIMIT NOT NUMERIC - DEFAULT IN EFFECT"
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "WARNING: STANDORD.PARM MISSING - DEFAULT "
                "RETRY LIMIT IN EFFECT"
           END-IF.

       1000-OPEN-FILES.
           *> Use Case: I-O - each order is rewritten in place with
           *> its rolled due date and retry state. A site with no
           *> standing orders yet has no file, and nothing to do.
           OPEN I-O ORDER-FILE.
           IF WS-FS-ORDER = "35"
               DISPLAY "NO STANDING ORDERS ON FILE - NOTHING TO "
                "SCHEDULE"
               PERFORM 4500-WRITE-RUN-CONTROL
               STOP RUN
           END-IF.
           IF WS-FS-ORDER NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT OPEN STANDING ORDER "
                "FILE (FS: " WS-FS-ORDER ")"
               STOP RUN
           END-IF.

           OPEN INPUT ACCOUNT-MASTER.
           IF WS-FS-MASTER NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT OPEN ACCOUNT-MASTER "
                "(FS: " WS-FS-MASTER ")"
               STOP RUN
           END-IF.

           *> Use Case: Appended behind the branches' keyed work;
           *> OPEN EXTEND fails with "file not found" when nothing
           *> has been keyed yet today, so fall back to OPEN OUTPUT
           *> to create it.
           OPEN EXTEND TRANSACTION-FILE.
           IF WS-FS-TRANS = "35"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF.
           IF WS-FS-TRANS NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT OPEN "
                "TRANSACTIONS.DAT (FS: " WS-FS-TRANS ")"
               STOP RUN
           END-IF.

           OPEN OUTPUT REGISTER-FILE.
           IF WS-FS-REGISTER NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT CREATE STANDING "
                "ORDER REGISTER (FS: " WS-FS-REGISTER ")"
               STOP RUN
           END-IF.

           OPEN OUTPUT NOTICE-FILE.
           IF WS-FS-NOTICE NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT CREATE SUSPENSION "
                "NOTICES (FS: " WS-FS-NOTICE ")"
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

       1500-APPLY-REJECTS.
           *> Use Case: No reject file means posting has never run or
           *> rejected nothing - every item sent last night posted.
           OPEN INPUT REJECT-FILE.
           IF WS-FS-REJECT = "00"
               PERFORM 1600-READ-ONE-REJECT
               PERFORM 1700-NOTE-ONE-REJECT UNTIL END-OF-REJECTS
               CLOSE REJECT-FILE
           END-IF.

       1600-READ-ONE-REJECT.
           READ REJECT-FILE
               AT END SET END-OF-REJECTS TO TRUE
           END-READ.

       1700-NOTE-ONE-REJECT.
           *> Use Case: Only a standing-order item refused for funds
           *> is retried, and only if its order is still waiting on
           *> that item - any other refusal (account not active, say)
           *> simply lets the order roll on to its next due date.
           IF FO2-RAW-TELLER-ID = "STANDORD"
              AND FO2-REF-PREFIX = "SO"
              AND FO2-REF-ORDER-NO IS NUMERIC
              AND FO2-REASON-CODE = "EXCEEDS AVAILABLE BALANCE"
               MOVE FO2-RAW-ACCT-ID  TO SO-ACCT-ID
               MOVE FO2-REF-ORDER-NO TO SO-ORDER-NO
               READ ORDER-FILE
                   INVALID KEY
                       SET ORDER-RECORD-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET ORDER-RECORD-FOUND TO TRUE
               END-READ
               IF ORDER-RECORD-FOUND AND SO-ITEM-AWAITING
                   SET SO-RETRY-DUE TO TRUE
                   SET SO-NOTHING-AWAITING TO TRUE
                   REWRITE SO-ORDER-RECORD
                   IF WS-FS-ORDER NOT = "00"
                       DISPLAY "ORDER REWRITE ERROR: " WS-FS-ORDER
                        " ON ORDER " SO-ACCT-ID " " SO-ORDER-NO
                   ELSE
                       ADD 1 TO WS-REFUSED-SEEN
                   END-IF
               END-IF
           END-IF.

           PERFORM 1600-READ-ONE-REJECT.

       1900-POSITION-ORDERS.
           *> Use Case: The reject pass left the file positioned
           *> wherever its last keyed read landed - start the main
           *> pass back at the lowest key.
           MOVE ZERO TO SO-ACCT-ID.
           MOVE ZERO TO SO-ORDER-NO.
           START ORDER-FILE KEY NOT < SO-ORDER-KEY
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.

       2000-READ-ORDER.
           IF NOT-END-OF-FILE
               READ ORDER-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
               END-READ
           END-IF.

       3000-SCHEDULE-ONE.
           ADD 1 TO WS-READ-COUNT.

           *> Use Case: A refused item is retried before anything
           *> else - the next due date waits until the retry is
           *> resolved, so an order never has two items in flight.
           *> Otherwise the last item posted, the retry count starts
           *> over, and the order is checked for its end date and
           *> for falling due. Only one item per order per night: an
           *> order that missed several periods catches up a period
           *> a night.
           IF NOT SO-ACTIVE
               ADD 1 TO WS-NO-ACTION-COUNT
           ELSE
               IF SO-RETRY-DUE
                   PERFORM 3100-RETRY-ITEM
               ELSE
                   MOVE ZERO TO SO-RETRY-COUNT
                   SET SO-NOTHING-AWAITING TO TRUE
                   IF SO-END-DATE NOT = ZERO
                      AND SO-NEXT-DUE-DATE > SO-END-DATE
                       SET SO-ENDED TO TRUE
                       ADD 1 TO WS-ENDED-COUNT
                       ADD 1 TO WS-NO-ACTION-COUNT
                   ELSE
                       IF SO-NEXT-DUE-DATE > WS-RUN-DATE
                           ADD 1 TO WS-NO-ACTION-COUNT
                       ELSE
                           PERFORM 3150-SCHEDULE-DUE-ITEM
                       END-IF
                   END-IF
               END-IF
               PERFORM 3800-REWRITE-ORDER
           END-IF.

           PERFORM 2000-READ-ORDER.

       3100-RETRY-ITEM.
           ADD 1 TO SO-RETRY-COUNT.
           SET SO-NO-RETRY-DUE TO TRUE.

           IF SO-RETRY-COUNT > WS-RETRY-LIMIT
               PERFORM 3250-READ-PAYER-NAME
               MOVE "INSUFFICIENT FUNDS - RETRIES EXHAUSTED"
                   TO WS-SUSPEND-REASON
               PERFORM 3400-SUSPEND-ORDER
           ELSE
               PERFORM 3200-EDIT-ACCOUNTS
               IF ACCOUNTS-ARE-OPEN
                   MOVE "RETRY"          TO WS-ITEM-KIND
                   MOVE ZERO             TO TR-EFF-DATE
                   MOVE SO-NEXT-DUE-DATE TO WS-ROLL-DATE
                   PERFORM 3300-GENERATE-ITEM
                   IF NOT-END-OF-FILE
                       ADD 1 TO WS-RETRIED-COUNT
                   END-IF
               END-IF
           END-IF.

       3150-SCHEDULE-DUE-ITEM.
           *> Use Case: The item carries the due date it pays as its
           *> effective date, so a period caught up late still posts
           *> for the day it was owed. A retry of it later posts on
           *> the day it finally goes through.
           PERFORM 3200-EDIT-ACCOUNTS.
           IF ACCOUNTS-ARE-OPEN
               MOVE "SCHEDULED"      TO WS-ITEM-KIND
               MOVE SO-NEXT-DUE-DATE TO SO-ITEM-DUE-DATE
               MOVE SO-NEXT-DUE-DATE TO TR-EFF-DATE
               PERFORM 3500-ROLL-NEXT-DUE
               PERFORM 3300-GENERATE-ITEM
               IF NOT-END-OF-FILE
                   MOVE WS-ROLL-DATE TO SO-NEXT-DUE-DATE
               END-IF
           END-IF.

       3200-EDIT-ACCOUNTS.
           *> Use Case: Both ends of the order must still be open. A
           *> closed, escheated, or purged account stops the order
           *> for good - suspended with a notice, not retried.
           SET ACCOUNTS-ARE-OPEN TO TRUE.
           MOVE SPACES TO WS-PAYER-NAME.

           MOVE SO-ACCT-ID TO AM-ACCT-ID.
           PERFORM 3260-READ-MASTER.
           IF MASTER-RECORD-FOUND
               MOVE AM-ACCT-NAME TO WS-PAYER-NAME
           END-IF.
           IF MASTER-RECORD-NOT-FOUND
              OR AM-ACCT-STATUS = 'C'
              OR AM-ACCT-STATUS = 'E'
               SET ACCOUNT-IS-CLOSED TO TRUE
               MOVE "PAYING ACCOUNT CLOSED" TO WS-SUSPEND-REASON
           ELSE
               MOVE SO-TO-ACCT-ID TO AM-ACCT-ID
               PERFORM 3260-READ-MASTER
               IF MASTER-RECORD-NOT-FOUND
                  OR AM-ACCT-STATUS = 'C'
                  OR AM-ACCT-STATUS = 'E'
                   SET ACCOUNT-IS-CLOSED TO TRUE
                   MOVE "RECEIVING ACCOUNT CLOSED"
                       TO WS-SUSPEND-REASON
               END-IF
           END-IF.

           IF ACCOUNT-IS-CLOSED
               PERFORM 3400-SUSPEND-ORDER
           END-IF.

       3250-READ-PAYER-NAME.
           MOVE SPACES TO WS-PAYER-NAME.
           MOVE SO-ACCT-ID TO AM-ACCT-ID.
           PERFORM 3260-READ-MASTER.
           IF MASTER-RECORD-FOUND
               MOVE AM-ACCT-NAME TO WS-PAYER-NAME
           END-IF.

       3260-READ-MASTER.
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET MASTER-RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET MASTER-RECORD-FOUND TO TRUE
           END-READ.

       3300-GENERATE-ITEM.
           *> Use Case: The caller has set TR-EFF-DATE, WS-ITEM-KIND,
           *> and the next due date in WS-ROLL-DATE. The item is an
           *> ordinary 'T' transfer - posting edits available funds
           *> and both accounts exactly as it does for a teller-keyed
           *> transfer.
           MOVE SO-ACCT-ID     TO TR-ACCT-ID.
           MOVE 'T'            TO TR-TRAN-CODE.
           MOVE SO-AMOUNT      TO TR-AMOUNT.
           MOVE "STANDORD"     TO TR-TELLER-ID.
           MOVE SPACES         TO TR-REF-NO.
           MOVE "SO"           TO TR-REF-PREFIX.
           MOVE SO-ORDER-NO    TO TR-REF-ORDER-NO.
           MOVE SO-TO-ACCT-ID  TO TR-TO-ACCT-ID.
           MOVE 'N'            TO TR-PENALTY-SW.
           MOVE 'N'            TO TR-CASH-SW.

           WRITE TR-TRANSACTION-RECORD.

           IF WS-FS-TRANS NOT = "00"
               DISPLAY "WRITE ERROR DETECTED: " WS-FS-TRANS
               SET END-OF-FILE TO TRUE
           ELSE
               SET SO-ITEM-AWAITING TO TRUE
               MOVE WS-RUN-DATE TO SO-LAST-GEN-DATE
               ADD 1         TO WS-GENERATED-COUNT
               ADD SO-AMOUNT TO WS-GENERATED-TOTAL
               PERFORM 3350-WRITE-REGISTER-LINE
           END-IF.

       3350-WRITE-REGISTER-LINE.
           MOVE SPACES           TO FO-REGISTER-RECORD.
           MOVE SO-ACCT-ID       TO FO-ACCT-ID.
           MOVE SO-ORDER-NO      TO FO-ORDER-NO.
           MOVE SO-TO-ACCT-ID    TO FO-TO-ACCT-ID.
           MOVE SO-AMOUNT        TO FO-AMOUNT.
           MOVE SO-ITEM-DUE-DATE TO FO-DUE-DATE.
           MOVE WS-ITEM-KIND     TO FO-ITEM-KIND.
           MOVE WS-ROLL-DATE     TO FO-NEXT-DUE-DATE.

           WRITE FO-REGISTER-RECORD.

           IF WS-FS-REGISTER NOT = "00"
               DISPLAY "WRITE ERROR DETECTED: " WS-FS-REGISTER
               SET END-OF-FILE TO TRUE
           END-IF.

       3400-SUSPEND-ORDER.
           *> Use Case: The caller has set WS-SUSPEND-REASON and
           *> WS-PAYER-NAME. A suspended order stays on file; the
           *> branch can put it right and reactivate it through
           *> ACCOUNT-MAINT's change function.
           SET SO-SUSPENDED TO TRUE.
           SET SO-NOTHING-AWAITING TO TRUE.
           SET SO-NO-RETRY-DUE TO TRUE.
           ADD 1 TO WS-SUSPENDED-COUNT.

           MOVE SPACES            TO FO3-NOTICE-RECORD.
           MOVE WS-RUN-DATE       TO FO3-NOTICE-DATE.
           MOVE SO-ACCT-ID        TO FO3-ACCT-ID.
           MOVE SO-ORDER-NO       TO FO3-ORDER-NO.
           MOVE WS-PAYER-NAME     TO FO3-ACCT-NAME.
           MOVE SO-TO-ACCT-ID     TO FO3-TO-ACCT-ID.
           MOVE SO-AMOUNT         TO FO3-AMOUNT.
           MOVE WS-SUSPEND-REASON TO FO3-REASON.

           WRITE FO3-NOTICE-RECORD.

           IF WS-FS-NOTICE NOT = "00"
               DISPLAY "WRITE ERROR DETECTED: " WS-FS-NOTICE
               SET END-OF-FILE TO TRUE
           END-IF.

       3500-ROLL-NEXT-DUE.
           *> Use Case: Next due date moved on one period into
           *> WS-ROLL-DATE - the caller applies it once the item is
           *> safely written. A week is seven days carried into the
           *> next month as needed; a month or a quarter lands on the
           *> order's own day of month, cut back to the month's last
           *> day when the month is shorter.
           MOVE SO-NEXT-DUE-DATE TO WS-ROLL-DATE.

           IF SO-WEEKLY
               ADD 7 TO WS-ROLL-DAY
               PERFORM 3510-SET-MONTH-LENGTH
               IF WS-ROLL-DAY > WS-DAYS-IN-MONTH
                   SUBTRACT WS-DAYS-IN-MONTH FROM WS-ROLL-DAY
                   ADD 1 TO WS-ROLL-MONTH
               END-IF
           ELSE
               IF SO-QUARTERLY
                   ADD 3 TO WS-ROLL-MONTH
               ELSE
                   ADD 1 TO WS-ROLL-MONTH
               END-IF
           END-IF.

           IF WS-ROLL-MONTH > 12
               SUBTRACT 12 FROM WS-ROLL-MONTH
               ADD 1 TO WS-ROLL-YEAR
           END-IF.

           IF NOT SO-WEEKLY
               MOVE SO-DUE-DAY TO WS-ROLL-DAY
               PERFORM 3510-SET-MONTH-LENGTH
               IF WS-ROLL-DAY > WS-DAYS-IN-MONTH
                   MOVE WS-DAYS-IN-MONTH TO WS-ROLL-DAY
               END-IF
           END-IF.

       3510-SET-MONTH-LENGTH.
           *> Use Case: Gregorian leap year - every fourth year,
           *> except centuries not divisible by 400.
           MOVE WS-MONTH-DAYS (WS-ROLL-MONTH) TO WS-DAYS-IN-MONTH.
           IF WS-ROLL-MONTH = 2
               DIVIDE WS-ROLL-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-ROLL-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-ROLL-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                  AND (WS-LEAP-REM-100 NOT = ZERO
                    OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.

       3800-REWRITE-ORDER.
           REWRITE SO-ORDER-RECORD.

           *> Error Handling: A failed REWRITE leaves the order's due
           *> date or retry state behind the item already written -
           *> stop the run rather than schedule against a file in an
           *> unknown state.
           IF WS-FS-ORDER NOT = "00"
               DISPLAY "REWRITE ERROR DETECTED: " WS-FS-ORDER
                " ON ORDER " SO-ACCT-ID " " SO-ORDER-NO
               SET END-OF-FILE TO TRUE
           END-IF.

       4000-CLOSE-FILES.
           PERFORM 4100-WRITE-TRAILER.

           CLOSE ORDER-FILE.
           CLOSE ACCOUNT-MASTER.
           CLOSE TRANSACTION-FILE.
           CLOSE REGISTER-FILE.
           CLOSE NOTICE-FILE.

           PERFORM 4500-WRITE-RUN-CONTROL.

           DISPLAY "STANDING ORDER RUN COMPLETE.".
           DISPLAY "ORDERS READ........: " WS-READ-COUNT.
           DISPLAY "ITEMS GENERATED....: " WS-GENERATED-COUNT.
           DISPLAY "  OF WHICH RETRIES.: " WS-RETRIED-COUNT.
           DISPLAY "NOT DUE / INACTIVE.: " WS-NO-ACTION-COUNT.
           DISPLAY "ORDERS ENDED.......: " WS-ENDED-COUNT.
           DISPLAY "ORDERS SUSPENDED...: " WS-SUSPENDED-COUNT.
           MOVE WS-GENERATED-TOTAL TO WS-TD-AMOUNT.
           DISPLAY "AMOUNT GENERATED...: " WS-TD-AMOUNT.

       4100-WRITE-TRAILER.
           MOVE WS-GENERATED-COUNT TO WS-TD-COUNT.
           MOVE "ITEMS GENERATED:"    TO FO-TRAILER-LABEL.
           MOVE WS-TD-COUNT           TO FO-TRAILER-TEXT.
           PERFORM 4150-WRITE-TRAILER-LINE.

           MOVE WS-RETRIED-COUNT TO WS-TD-COUNT.
           MOVE "OF WHICH RETRIES:"   TO FO-TRAILER-LABEL.
           MOVE WS-TD-COUNT           TO FO-TRAILER-TEXT.
           PERFORM 4150-WRITE-TRAILER-LINE.

           MOVE WS-GENERATED-TOTAL TO WS-TD-AMOUNT.
           MOVE "AMOUNT GENERATED:"   TO FO-TRAILER-LABEL.
           MOVE WS-TD-AMOUNT          TO FO-TRAILER-TEXT.
           PERFORM 4150-WRITE-TRAILER-LINE.

           MOVE WS-SUSPENDED-COUNT TO WS-TD-COUNT.
           MOVE "ORDERS SUSPENDED:"   TO FO-TRAILER-LABEL.
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
           *> arithmetic RUN-BALANCE verifies is orders read equals
           *> items generated, plus orders with nothing to send
           *> (not due, ended, or not active), plus orders suspended.
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
               MOVE "STANDING-ORDER-RUN" TO RC-PROGRAM-ID
               ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT RC-RUN-TIME FROM TIME
               MOVE WS-READ-COUNT TO RC-RECORDS-IN
               MOVE WS-GENERATED-COUNT TO RC-OUT-A
               MOVE WS-NO-ACTION-COUNT TO RC-OUT-B
               MOVE WS-SUSPENDED-COUNT TO RC-OUT-C
               WRITE RC-RUN-CONTROL-RECORD
               IF WS-FS-RUNCTL NOT = "00"
                   DISPLAY "RUN CONTROL WRITE ERROR: " WS-FS-RUNCTL
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.
