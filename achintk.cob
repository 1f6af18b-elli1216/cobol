       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-INTAKE.

           *> Use Case: Inbound electronic deposit intake. Payroll
           *> direct deposits and benefit credits arrive from the
           *> clearing house as a standard ACH file - a file header,
           *> one or more batches (header, entry details, optional
           *> addenda, control), a file control, and 9-filled block
           *> padding. The file is read twice. The first pass proves
           *> every batch control and the file control - entry and
           *> addenda counts, the entry hash (receiving routing
           *> numbers summed), and the debit and credit dollar totals
           *> - and a file that does not prove, or that was already
           *> taken in, is refused whole before one line is written.
           *> The second pass converts each credit entry for an
           *> active account into a TRANSACTIONS.DAT deposit line
           *> ahead of TRANSACTION-POSTING, teller ACH, with the
           *> entry's trace number in the reference; every entry the
           *> bank cannot take goes to the return file with its
           *> clearing-house return reason, so it can go back the
           *> same day.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Use Case: The clearing-house file as delivered - 94
           *> byte records, one per line.
           SELECT ACH-FILE ASSIGN TO "ACH-INBOUND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACH.

           *> Use Case: RANDOM access - each entry looks up the one
           *> account it is addressed to. INPUT only; the money moves
           *> when TRANSACTION-POSTING applies the converted line.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-ID
               ALTERNATE RECORD KEY IS AM-ACCT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

           *> Use Case: The day's transaction input - converted
           *> entries are appended behind whatever the branches
           *> keyed, so one posting run applies both.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANSACTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANS.

           *> Use Case: Entries the bank will not take, with the
           *> return reason code, for transmission back to the
           *> clearing house the same day.
           SELECT RETURN-FILE ASSIGN TO "ACH-RETURNS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETURN.

           *> Use Case: Proof and conversion report - one line per
           *> batch proved, any proof errors with the record number,
           *> and the conversion control totals.
           SELECT REPORT-FILE ASSIGN TO "ACH-INTAKE-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

           *> Use Case: Permanent log of every clearing-house file
           *> taken in, identified by its header (origin, creation
           *> date and time, file ID modifier) - a file delivered
           *> twice is refused the second time instead of crediting
           *> every payroll twice.
           SELECT FILE-LOG ASSIGN TO "ACH-FILE-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           *> Use Case: Shared run-control ledger - every batch
           *> program appends one record (program, date/time, records
           *> in, records out by disposition) so RUN-BALANCE can
           *> prove the night's chain tied without scraping job logs.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUN-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-FILE.
       *> AX Prefix: Any ACH record - only the record type code is
       *> needed to decide which of the layouts below applies. Each
       *> layout is its own 01-level under the FD, all sharing the
       *> one 94-byte record area.
       01  AX-ANY-RECORD.
           05 AX-RECORD-TYPE   PIC X(01).
               88 AX-FILE-HEADER           VALUE '1'.
               88 AX-BATCH-HEADER          VALUE '5'.
               88 AX-ENTRY-DETAIL          VALUE '6'.
               88 AX-ADDENDA               VALUE '7'.
               88 AX-BATCH-CONTROL         VALUE '8'.
               88 AX-FILE-CONTROL          VALUE '9'.
           05 AX-BODY          PIC X(93).

       *> AF Prefix: File header (type 1).
       01  AF-FILE-HEADER-RECORD.
           05 AF-RECORD-TYPE   PIC X(01).
           05 AF-PRIORITY-CODE PIC X(02).
           05 AF-IMMED-DEST    PIC X(10).
           05 AF-IMMED-ORIGIN  PIC X(10).
           05 AF-CREATE-DATE   PIC X(06). *> YYMMDD
           05 AF-CREATE-TIME   PIC X(04). *> HHMM
           05 AF-FILE-ID-MOD   PIC X(01).
           05 AF-RECORD-SIZE   PIC X(03).
           05 AF-BLOCK-FACTOR  PIC X(02).
           05 AF-FORMAT-CODE   PIC X(01).
           05 AF-DEST-NAME     PIC X(23).
           05 AF-ORIGIN-NAME   PIC X(23).
           05 AF-REFERENCE     PIC X(08).

       *> AB Prefix: Batch header (type 5).
       01  AB-BATCH-HEADER-RECORD.
           05 AB-RECORD-TYPE   PIC X(01).
           05 AB-SERVICE-CLASS PIC X(03).
           05 AB-COMPANY-NAME  PIC X(16).
           05 AB-DISCRETIONARY PIC X(20).
           05 AB-COMPANY-ID    PIC X(10).
           05 AB-SEC-CODE      PIC X(03).
           05 AB-ENTRY-DESC    PIC X(10).
           05 AB-DESC-DATE     PIC X(06).
           05 AB-EFF-DATE      PIC X(06). *> YYMMDD
           05 AB-SETTLE-DATE   PIC X(03).
           05 AB-ORIG-STATUS   PIC X(01).
           05 AB-ODFI-ID       PIC X(08).
           05 AB-BATCH-NUMBER  PIC X(07).

       *> AE Prefix: Entry detail (type 6). The transaction code's
       *> second digit carries the direction - 0 through 4 credit,
       *> 5 through 9 debit. Only the last 12 digits of the 15-digit
       *> trace number fit TR-REF-NO; the full trace goes on the
       *> return file, which is what the clearing house matches.
       01  AE-ENTRY-DETAIL-RECORD.
           05 AE-RECORD-TYPE   PIC X(01).
           05 AE-TRAN-CODE     PIC X(02).
               88 AE-LIVE-CREDIT           VALUE '22' '32'.
               88 AE-PRENOTE-CREDIT        VALUE '23' '33'.
               88 AE-LIVE-DEBIT            VALUE '27' '37'.
               88 AE-PRENOTE-DEBIT         VALUE '28' '38'.
           05 AE-TRAN-CODE-SPLIT REDEFINES AE-TRAN-CODE.
               10 AE-TRAN-ACCT-TYPE PIC X(01).
               10 AE-TRAN-DIRECTION PIC 9(01).
           05 AE-RDFI-ROUTING  PIC 9(08).
           05 AE-CHECK-DIGIT   PIC X(01).
           05 AE-DFI-ACCOUNT   PIC X(17).
           05 AE-AMOUNT        PIC 9(8)V99.
           05 AE-INDIVIDUAL-ID PIC X(15).
           05 AE-INDIVIDUAL-NAME PIC X(22).
           05 AE-DISCRETIONARY PIC X(02).
           05 AE-ADDENDA-IND   PIC X(01).
           05 AE-TRACE-NUMBER.
               10 FILLER       PIC X(03).
               10 AE-TRACE-REF PIC X(12).

       *> AC Prefix: Batch control (type 8).
       01  AC-BATCH-CONTROL-RECORD.
           05 AC-RECORD-TYPE   PIC X(01).
           05 AC-SERVICE-CLASS PIC X(03).
           05 AC-ENTRY-COUNT   PIC 9(06).
           05 AC-ENTRY-HASH    PIC 9(10).
           05 AC-TOTAL-DEBIT   PIC 9(10)V99.
           05 AC-TOTAL-CREDIT  PIC 9(10)V99.
           05 AC-COMPANY-ID    PIC X(10).
           05 AC-AUTH-CODE     PIC X(19).
           05 AC-RESERVED      PIC X(06).
           05 AC-ODFI-ID       PIC X(08).
           05 AC-BATCH-NUMBER  PIC X(07).

       *> AT Prefix: File control (type 9).
       01  AT-FILE-CONTROL-RECORD.
           05 AT-RECORD-TYPE   PIC X(01).
           05 AT-BATCH-COUNT   PIC 9(06).
           05 AT-BLOCK-COUNT   PIC 9(06).
           05 AT-ENTRY-COUNT   PIC 9(08).
           05 AT-ENTRY-HASH    PIC 9(10).
           05 AT-TOTAL-DEBIT   PIC 9(10)V99.
           05 AT-TOTAL-CREDIT  PIC 9(10)V99.
           05 AT-RESERVED      PIC X(39).

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

       FD  TRANSACTION-FILE.
       *> TR Prefix: The TRANSACTION-POSTING input layout exactly -
       *> a converted entry is an ordinary deposit line.
       01  TR-TRANSACTION-RECORD.
           05 TR-ACCT-ID       PIC 9(10).
           05 TR-TRAN-CODE     PIC X(01). *> 'D' Deposit
           05 TR-AMOUNT        PIC 9(8)V99.
           05 TR-EFF-DATE      PIC 9(08). *> YYYYMMDD, zero = run date
           05 TR-TELLER-ID     PIC X(08).
           05 TR-REF-NO        PIC X(12).
           05 TR-TO-ACCT-ID    PIC 9(10).
           05 TR-PENALTY-SW    PIC X(01). *> Never taken here
           05 TR-CASH-SW       PIC X(01). *> Never cash here

       FD  RETURN-FILE.
       *> RT Prefix: Identifies this as the return-entry output -
       *> the original entry's identifying fields as received, the
       *> originating bank and batch it came in under, and the
       *> return reason code with its meaning.
       01  RT-RETURN-RECORD.
           05 RT-RETURN-CODE   PIC X(03).
           05 FILLER           PIC X(01).
           05 RT-TRACE-NUMBER  PIC X(15).
           05 FILLER           PIC X(01).
           05 RT-TRAN-CODE     PIC X(02).
           05 FILLER           PIC X(01).
           05 RT-RDFI-ROUTING  PIC 9(08).
           05 FILLER           PIC X(01).
           05 RT-DFI-ACCOUNT   PIC X(17).
           05 FILLER           PIC X(01).
           05 RT-AMOUNT        PIC 9(8)V99.
           05 FILLER           PIC X(01).
           05 RT-INDIVIDUAL-ID PIC X(15).
           05 FILLER           PIC X(01).
           05 RT-INDIVIDUAL-NAME PIC X(22).
           05 FILLER           PIC X(01).
           05 RT-ODFI-ID       PIC X(08).
           05 FILLER           PIC X(01).
           05 RT-COMPANY-ID    PIC X(10).
           05 FILLER           PIC X(01).
           05 RT-BATCH-NUMBER  PIC X(07).
           05 FILLER           PIC X(01).
           05 RT-EFF-DATE      PIC X(06).
           05 FILLER           PIC X(01).
           05 RT-REASON-TEXT   PIC X(30).

       FD  REPORT-FILE.
       *> FO Prefix: Identifies this as the batch-proof line - one
       *> per batch control proved, counts and dollars as computed
       *> from the entries.
       01  FO-BATCH-RECORD.
           05 FO-BATCH-LABEL   PIC X(06).
           05 FO-BATCH-NUMBER  PIC X(07).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO-COMPANY-NAME  PIC X(16).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO-ENTRY-COUNT   PIC ZZZ,ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO-TOTAL-CREDIT  PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO-TOTAL-DEBIT   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO-VERDICT       PIC X(20).

       *> Use Case: Proof-error line - the physical record number
       *> and what failed to prove, a second 01-level under the same
       *> FD (the shape-vs-REDEFINES call made for FO-TRAILER-RECORD
       *> in INTEREST-ACCRUAL).
       01  FO-ERROR-RECORD.
           05 FO-ERR-LABEL     PIC X(20).
           05 FO-ERR-REC-NO    PIC ZZZ,ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO-ERR-TEXT      PIC X(50).

       01  FO-TRAILER-RECORD.
           05 FO-TRAILER-LABEL PIC X(30).
           05 FO-TRAILER-TEXT  PIC X(60).

       FD  FILE-LOG.
       *> AL Prefix: Identifies this as the intake-log record - the
       *> header fields that identify a clearing-house file, and
       *> when it was taken in.
       01  AL-LOG-RECORD.
           05 AL-IMMED-ORIGIN  PIC X(10).
           05 FILLER           PIC X(01).
           05 AL-CREATE-DATE   PIC X(06).
           05 FILLER           PIC X(01).
           05 AL-CREATE-TIME   PIC X(04).
           05 FILLER           PIC X(01).
           05 AL-FILE-ID-MOD   PIC X(01).
           05 FILLER           PIC X(01).
           05 AL-INTAKE-DATE   PIC 9(08).
           05 FILLER           PIC X(01).
           05 AL-INTAKE-TIME   PIC 9(08).

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
       01  WS-FS-ACH           PIC XX.  *> File Status for ACH File
       01  WS-FS-MASTER        PIC XX.  *> File Status for Master
       01  WS-FS-TRANS         PIC XX.  *> File Status for Transactions
       01  WS-FS-RETURN        PIC XX.  *> File Status for Returns
       01  WS-FS-REPORT        PIC XX.  *> File Status for Report
       01  WS-FS-LOG           PIC XX.  *> File Status for Intake Log
       01  WS-FS-RUNCTL        PIC XX.  *> File Status for Run Control

       01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88 END-OF-FILE                VALUE 'Y'.
           88 NOT-END-OF-FILE            VALUE 'N'.

       *> Use Case: Level-88 Flag - a write error stopped the
       *> conversion part way, so the file must not go on the intake
       *> log and the run-control row must not read as balanced.
       01  WS-CONVERSION-SW    PIC X(01) VALUE 'N'.
           88 CONVERSION-FAILED          VALUE 'Y'.
           88 CONVERSION-COMPLETE        VALUE 'N'.

       01  WS-LOG-EOF-SWITCH   PIC X(01) VALUE 'N'.
           88 END-OF-LOG                 VALUE 'Y'.
           88 NOT-END-OF-LOG             VALUE 'N'.

       *> Use Case: Level-88 Flags for the proof pass - where in the
       *> file structure the reader stands, and whether anything so
       *> far has failed to prove.
       01  WS-HEADER-SEEN-SW   PIC X(01) VALUE 'N'.
           88 FILE-HEADER-SEEN           VALUE 'Y'.
           88 FILE-HEADER-NOT-SEEN       VALUE 'N'.

       01  WS-BATCH-OPEN-SW    PIC X(01) VALUE 'N'.
           88 BATCH-IS-OPEN              VALUE 'Y'.
           88 BATCH-IS-CLOSED            VALUE 'N'.

       01  WS-CONTROL-SEEN-SW  PIC X(01) VALUE 'N'.
           88 FILE-CONTROL-SEEN          VALUE 'Y'.
           88 FILE-CONTROL-NOT-SEEN      VALUE 'N'.

       01  WS-PROOF-SW         PIC X(01) VALUE 'Y'.
           88 FILE-PROVED                VALUE 'Y'.
           88 FILE-NOT-PROVED            VALUE 'N'.

       01  WS-DUPLICATE-SW     PIC X(01) VALUE 'N'.
           88 FILE-ALREADY-TAKEN         VALUE 'Y'.
           88 FILE-NOT-TAKEN             VALUE 'N'.

       *> Use Case: Level-88 Flag for the keyed master lookup, so the
       *> convert/return decision reads as a condition name instead
       *> of re-testing the file status byte.
       01  WS-MASTER-SWITCH    PIC X(01).
           88 MASTER-RECORD-FOUND        VALUE 'Y'.
           88 MASTER-RECORD-NOT-FOUND    VALUE 'N'.

       *> Use Case: The 17-byte receiving account number as sent.
       *> Originators send it left-justified and space-filled, or
       *> right-justified and zero- or space-filled; either form
       *> carrying exactly a 10-digit account number is accepted.
       01  WS-DFI-ACCOUNT      PIC X(17).
       01  WS-DFI-LEFT REDEFINES WS-DFI-ACCOUNT.
           05 WS-DFI-LEFT-ID   PIC 9(10).
           05 WS-DFI-LEFT-REST PIC X(07).
       01  WS-DFI-RIGHT REDEFINES WS-DFI-ACCOUNT.
           05 WS-DFI-RIGHT-LEAD PIC X(07).
           05 WS-DFI-RIGHT-ID  PIC 9(10).

       01  WS-ACCT-FORM-SW     PIC X(01).
           88 ACCT-FORM-VALID            VALUE 'Y'.
           88 ACCT-FORM-INVALID          VALUE 'N'.

       01  WS-ACH-ACCT-ID      PIC 9(10) VALUE ZERO.

       *> Use Case: Return reason set by the caller before PERFORM
       *> 3500-WRITE-RETURN, so the return paragraph can clear the
       *> whole output record first without losing it.
       01  WS-RETURN-CODE      PIC X(03).
       01  WS-RETURN-TEXT      PIC X(30).

       *> Use Case: Proof-error text set by the caller before
       *> PERFORM 1190-NOTE-PROOF-ERROR.
       01  WS-PROOF-MESSAGE    PIC X(50).

       *> Use Case: Identity of the file in hand, kept from its
       *> header for the duplicate test and the intake log.
       01  WS-FILE-IDENTITY.
           05 WS-FILE-ORIGIN   PIC X(10).
           05 WS-FILE-CREATE-DATE PIC X(06).
           05 WS-FILE-CREATE-TIME PIC X(04).
           05 WS-FILE-ID-MOD   PIC X(01).
           05 WS-FILE-ORIGIN-NAME PIC X(23).

       *> Use Case: The open batch's header fields - proved against
       *> its control record on the first pass, carried onto each
       *> converted or returned entry on the second.
       01  WS-BATCH-HEADER.
           05 WS-B-SERVICE-CLASS PIC X(03).
           05 WS-B-COMPANY-NAME PIC X(16).
           05 WS-B-COMPANY-ID  PIC X(10).
           05 WS-B-EFF-DATE    PIC X(06).
           05 WS-B-ODFI-ID     PIC X(08).
           05 WS-B-BATCH-NUMBER PIC X(07).

       *> Use Case: The batch effective date taken apart - a
       *> six-digit YYMMDD windowed into this century for
       *> TR-EFF-DATE.
       01  WS-EFF-YYMMDD       PIC 9(06) VALUE ZERO.
       01  WS-EFF-DATE         PIC 9(08) VALUE ZERO.

       *> Use Case: Totals accumulated from the entries themselves,
       *> per batch and for the file, to prove against what the
       *> control records claim. The hash accumulators are wider
       *> than the control field; a MOVE into the 10-digit field
       *> keeps the low-order ten digits, which is how the hash is
       *> defined.
       01  WS-BATCH-TOTALS.
           05 WS-B-ENTRY-COUNT PIC 9(06) VALUE ZERO.
           05 WS-B-HASH-ACCUM  PIC 9(14) VALUE ZERO.
           05 WS-B-HASH        PIC 9(10) VALUE ZERO.
           05 WS-B-DEBIT       PIC 9(10)V99 VALUE ZERO.
           05 WS-B-CREDIT      PIC 9(10)V99 VALUE ZERO.
           05 WS-B-ERRORS-AT-OPEN PIC 9(05) VALUE ZERO.

       01  WS-FILE-TOTALS.
           05 WS-F-BATCH-COUNT PIC 9(06) VALUE ZERO.
           05 WS-F-ENTRY-COUNT PIC 9(08) VALUE ZERO.
           05 WS-F-HASH-ACCUM  PIC 9(14) VALUE ZERO.
           05 WS-F-HASH        PIC 9(10) VALUE ZERO.
           05 WS-F-DEBIT       PIC 9(10)V99 VALUE ZERO.
           05 WS-F-CREDIT      PIC 9(10)V99 VALUE ZERO.
           05 WS-F-BLOCK-COUNT PIC 9(06) VALUE ZERO.

       *> Use Case: The file control's claims, kept when the type 9
       *> record is read and proved at end of file - the block
       *> count can only be checked once the padding is counted.
       01  WS-FILE-CONTROL.
           05 WS-FC-BATCH-COUNT PIC 9(06) VALUE ZERO.
           05 WS-FC-BLOCK-COUNT PIC 9(06) VALUE ZERO.
           05 WS-FC-ENTRY-COUNT PIC 9(08) VALUE ZERO.
           05 WS-FC-ENTRY-HASH PIC 9(10) VALUE ZERO.
           05 WS-FC-TOTAL-DEBIT PIC 9(10)V99 VALUE ZERO.
           05 WS-FC-TOTAL-CREDIT PIC 9(10)V99 VALUE ZERO.

       *> Use Case: Physical records read on the proof pass,
       *> padding included - the block count is this over ten,
       *> rounded up.
       01  WS-RECORD-NUMBER    PIC 9(07) VALUE ZERO.
       01  WS-ERROR-COUNT      PIC 9(05) VALUE ZERO.

       *> Use Case: Run date captured once at startup - effective
       *> dates later than this post under the run date.
       01  WS-RUN-DATE         PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME         PIC 9(08) VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05 WS-RECEIVED-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-CONVERTED-COUNT PIC 9(07) VALUE ZERO.
           05 WS-RETURNED-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-PRENOTE-COUNT   PIC 9(07) VALUE ZERO.
           05 WS-CONVERTED-AMOUNT PIC 9(10)V99 VALUE ZERO.
           05 WS-RETURNED-AMOUNT PIC 9(10)V99 VALUE ZERO.

       01  WS-TD-COUNT         PIC Z,ZZZ,ZZ9.
       01  WS-TD-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.

       *> Use Case: Preflight gate working fields - the run-control
       *> ledger is read before any business file opens. Intake
       *> feeds tonight's posting, so once TRANSACTION-POSTING has
       *> run for today a converted line would sit unposted and
       *> fall outside tonight's balancing; the start is refused.
       01  WS-PF-EOF-SWITCH    PIC X(01) VALUE 'N'.
           88 END-OF-PREFLIGHT           VALUE 'Y'.
           88 NOT-END-OF-PREFLIGHT       VALUE 'N'.

       01  WS-POSTING-SEEN-SW  PIC X(01) VALUE 'N'.
           88 POSTING-RAN-TODAY          VALUE 'Y'.

       01  WS-TODAY            PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0100-PREFLIGHT-CHECK.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-PROVE-FILE.
           IF FILE-PROVED
               PERFORM 1200-CHECK-DUPLICATE-FILE
           END-IF.
           IF FILE-NOT-PROVED OR FILE-ALREADY-TAKEN
               PERFORM 1900-REFUSE-FILE
           END-IF.
           PERFORM 1500-OPEN-CONVERSION-FILES.
           PERFORM 2000-READ-ACH.
           PERFORM 3000-CONVERT-ONE UNTIL END-OF-FILE.
           PERFORM 4000-CLOSE-FILES.
           STOP RUN.

       0100-PREFLIGHT-CHECK.
           *> Use Case: Intake must land ahead of the night's
           *> posting. Several files a day are normal, so intake
           *> itself may run more than once; a missing ledger means
           *> no run has ever been recorded, which is not a refusal.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-FS-RUNCTL = "00"
               PERFORM 0110-READ-LEDGER-ROW
               PERFORM 0120-NOTE-LEDGER-ROW UNTIL END-OF-PREFLIGHT
               CLOSE RUN-CONTROL-FILE
           END-IF.

           IF POSTING-RAN-TODAY
               DISPLAY "RUN REFUSED: TRANSACTION-POSTING ALREADY "
                "RAN FOR " WS-TODAY " - HOLD THE FILE FOR THE NEXT "
                "BUSINESS DAY"
               STOP RUN
           END-IF.

       0110-READ-LEDGER-ROW.
           READ RUN-CONTROL-FILE
               AT END SET END-OF-PREFLIGHT TO TRUE
           END-READ.

       0120-NOTE-LEDGER-ROW.
           IF RC-RUN-DATE = WS-TODAY
               IF RC-PROGRAM-ID = "TRANSACTION-POSTING"
                   SET POSTING-RAN-TODAY TO TRUE
               END-IF
           END-IF.

           PERFORM 0110-READ-LEDGER-ROW.

       1000-OPEN-FILES.
           OPEN INPUT ACH-FILE.
           IF WS-FS-ACH NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT OPEN "
                "ACH-INBOUND.DAT (FS: " WS-FS-ACH ")"
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-FS-REPORT NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT CREATE INTAKE "
                "REPORT (FS: " WS-FS-REPORT ")"
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

       1100-PROVE-FILE.
           *> Use Case: First pass - nothing is written but the
           *> report. Every structural fault and every control total
           *> that does not prove is listed, not just the first, so
           *> the clearing house gets the whole story in one call.
           PERFORM 2000-READ-ACH.
           PERFORM 1110-PROVE-ONE UNTIL END-OF-FILE.
           CLOSE ACH-FILE.

           IF BATCH-IS-OPEN
               MOVE "LAST BATCH HAS NO BATCH CONTROL"
                   TO WS-PROOF-MESSAGE
               PERFORM 1190-NOTE-PROOF-ERROR
           END-IF.

           PERFORM 1170-PROVE-FILE-CONTROL.

       1110-PROVE-ONE.
           ADD 1 TO WS-RECORD-NUMBER.

           *> Use Case: Anything after the file control must be
           *> block padding - a record of all nines.
           IF FILE-CONTROL-SEEN
               IF AX-ANY-RECORD NOT = ALL '9'
                   MOVE "RECORD FOLLOWS FILE CONTROL"
                       TO WS-PROOF-MESSAGE
                   PERFORM 1190-NOTE-PROOF-ERROR
               END-IF
           ELSE
               IF FILE-HEADER-NOT-SEEN AND NOT AX-FILE-HEADER
                   MOVE "RECORD BEFORE FILE HEADER"
                       TO WS-PROOF-MESSAGE
                   PERFORM 1190-NOTE-PROOF-ERROR
               ELSE
                   PERFORM 1115-PROVE-RECORD-TYPE
               END-IF
           END-IF.

           PERFORM 2000-READ-ACH.

       1115-PROVE-RECORD-TYPE.
           IF AX-FILE-HEADER
               PERFORM 1120-NOTE-FILE-HEADER
           ELSE
               IF AX-BATCH-HEADER
                   PERFORM 1130-OPEN-BATCH
               ELSE
                   IF AX-ENTRY-DETAIL
                       PERFORM 1140-ADD-ENTRY
                   ELSE
                       IF AX-ADDENDA
                           PERFORM 1145-ADD-ADDENDA
                       ELSE
                           IF AX-BATCH-CONTROL
                               PERFORM 1150-PROVE-BATCH
                           ELSE
                               IF AX-FILE-CONTROL
                                   PERFORM 1160-NOTE-FILE-CONTROL
                               ELSE
                                   MOVE "UNKNOWN RECORD TYPE"
                                       TO WS-PROOF-MESSAGE
                                   PERFORM 1190-NOTE-PROOF-ERROR
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1120-NOTE-FILE-HEADER.
           IF FILE-HEADER-SEEN
               MOVE "SECOND FILE HEADER" TO WS-PROOF-MESSAGE
               PERFORM 1190-NOTE-PROOF-ERROR
           ELSE
               SET FILE-HEADER-SEEN TO TRUE
               MOVE AF-IMMED-ORIGIN TO WS-FILE-ORIGIN
               MOVE AF-CREATE-DATE  TO WS-FILE-CREATE-DATE
               MOVE AF-CREATE-TIME  TO WS-FILE-CREATE-TIME
               MOVE AF-FILE-ID-MOD  TO WS-FILE-ID-MOD
               MOVE AF-ORIGIN-NAME  TO WS-FILE-ORIGIN-NAME

               MOVE SPACES TO FO-TRAILER-RECORD
               MOVE "ACH FILE FROM:"  TO FO-TRAILER-LABEL
               MOVE AF-ORIGIN-NAME    TO FO-TRAILER-TEXT
               PERFORM 4150-WRITE-TRAILER-LINE

               MOVE SPACES TO FO-TRAILER-RECORD
               MOVE "CREATED (YYMMDD HHMM MOD):"
                   TO FO-TRAILER-LABEL
               STRING AF-CREATE-DATE " " AF-CREATE-TIME " "
                   AF-FILE-ID-MOD DELIMITED BY SIZE
                   INTO FO-TRAILER-TEXT
               PERFORM 4150-WRITE-TRAILER-LINE

               IF AF-RECORD-SIZE NOT = "094"
                   MOVE "RECORD SIZE IS NOT 094" TO WS-PROOF-MESSAGE
                   PERFORM 1190-NOTE-PROOF-ERROR
               END-IF
           END-IF.

       1130-OPEN-BATCH.
           IF BATCH-IS-OPEN
               MOVE "BATCH HEADER BEFORE PRIOR BATCH CONTROL"
                   TO WS-PROOF-MESSAGE
               PERFORM 1190-NOTE-PROOF-ERROR
           END-IF.

           SET BATCH-IS-OPEN TO TRUE.
           ADD 1 TO WS-F-BATCH-COUNT.
           MOVE AB-SERVICE-CLASS TO WS-B-SERVICE-CLASS.
           MOVE AB-COMPANY-NAME  TO WS-B-COMPANY-NAME.
           MOVE AB-COMPANY-ID    TO WS-B-COMPANY-ID.
           MOVE AB-BATCH-NUMBER  TO WS-B-BATCH-NUMBER.
           MOVE ZERO TO WS-B-ENTRY-COUNT.
           MOVE ZERO TO WS-B-HASH-ACCUM.
           MOVE ZERO TO WS-B-DEBIT.
           MOVE ZERO TO WS-B-CREDIT.
           MOVE WS-ERROR-COUNT TO WS-B-ERRORS-AT-OPEN.

       1140-ADD-ENTRY.
           *> Use Case: The entry hash is the receiving routing
           *> number summed; the dollars fall into the debit or
           *> credit total by the transaction code's second digit.
           IF BATCH-IS-CLOSED
               MOVE "ENTRY DETAIL OUTSIDE A BATCH"
                   TO WS-PROOF-MESSAGE
               PERFORM 1190-NOTE-PROOF-ERROR
           ELSE
               IF AE-RDFI-ROUTING NOT NUMERIC
                  OR AE-AMOUNT NOT NUMERIC
                  OR AE-TRAN-DIRECTION NOT NUMERIC
                   MOVE "ENTRY ROUTING, CODE OR AMOUNT NOT NUMERIC"
                       TO WS-PROOF-MESSAGE
                   PERFORM 1190-NOTE-PROOF-ERROR
               ELSE
                   ADD 1 TO WS-B-ENTRY-COUNT
                   ADD AE-RDFI-ROUTING TO WS-B-HASH-ACCUM
                   IF AE-TRAN-DIRECTION < 5
                       ADD AE-AMOUNT TO WS-B-CREDIT
                   ELSE
                       ADD AE-AMOUNT TO WS-B-DEBIT
                   END-IF
               END-IF
           END-IF.

       1145-ADD-ADDENDA.
           IF BATCH-IS-CLOSED
               MOVE "ADDENDA OUTSIDE A BATCH" TO WS-PROOF-MESSAGE
               PERFORM 1190-NOTE-PROOF-ERROR
           ELSE
               ADD 1 TO WS-B-ENTRY-COUNT
           END-IF.

       1150-PROVE-BATCH.
           IF BATCH-IS-CLOSED
               MOVE "BATCH CONTROL WITHOUT BATCH HEADER"
                   TO WS-PROOF-MESSAGE
               PERFORM 1190-NOTE-PROOF-ERROR
           ELSE
               MOVE WS-B-HASH-ACCUM TO WS-B-HASH
               PERFORM 1155-COMPARE-BATCH-CONTROL

               ADD WS-B-ENTRY-COUNT TO WS-F-ENTRY-COUNT
               ADD WS-B-HASH        TO WS-F-HASH-ACCUM
               ADD WS-B-DEBIT       TO WS-F-DEBIT
               ADD WS-B-CREDIT      TO WS-F-CREDIT

               MOVE SPACES TO FO-BATCH-RECORD
               MOVE "BATCH "          TO FO-BATCH-LABEL
               MOVE WS-B-BATCH-NUMBER TO FO-BATCH-NUMBER
               MOVE WS-B-COMPANY-NAME TO FO-COMPANY-NAME
               MOVE WS-B-ENTRY-COUNT  TO FO-ENTRY-COUNT
               MOVE WS-B-CREDIT       TO FO-TOTAL-CREDIT
               MOVE WS-B-DEBIT        TO FO-TOTAL-DEBIT
               IF WS-ERROR-COUNT = WS-B-ERRORS-AT-OPEN
                   MOVE "PROVED"              TO FO-VERDICT
               ELSE
                   MOVE "*** DOES NOT PROVE"  TO FO-VERDICT
               END-IF
               WRITE FO-BATCH-RECORD
               IF WS-FS-REPORT NOT = "00"
                   DISPLAY "WRITE ERROR DETECTED: " WS-FS-REPORT
               END-IF

               SET BATCH-IS-CLOSED TO TRUE
           END-IF.

       1155-COMPARE-BATCH-CONTROL.
           IF AC-ENTRY-COUNT NOT NUMERIC
              OR AC-ENTRY-HASH NOT NUMERIC
              OR AC-TOTAL-DEBIT NOT NUMERIC
              OR AC-TOTAL-CREDIT NOT NUMERIC
               MOVE "BATCH CONTROL TOTALS NOT NUMERIC"
                   TO WS-PROOF-MESSAGE
               PERFORM 1190-NOTE-PROOF-ERROR
           ELSE
               IF AC-ENTRY-COUNT NOT = WS-B-ENTRY-COUNT
                   MOVE "BATCH ENTRY/ADDENDA COUNT DOES NOT PROVE"
                       TO WS-PROOF-MESSAGE
                   PERFORM 1190-NOTE-PROOF-ERROR
               END-IF
               IF AC-ENTRY-HASH NOT = WS-B-HASH
                   MOVE "BATCH ENTRY HASH DOES NOT PROVE"
                       TO WS-PROOF-MESSAGE
                   PERFORM 1190-NOTE-PROOF-ERROR
               END-IF
               IF AC-TOTAL-DEBIT NOT = WS-B-DEBIT
                   MOVE "BATCH DEBIT TOTAL DOES NOT PROVE"
                       TO WS-PROOF-MESSAGE
                   PERFORM 1190-NOTE-PROOF-ERROR
               END-IF
               IF AC-TOTAL-CREDIT NOT = WS-B-CREDIT
                   MOVE "BATCH CREDIT TOTAL DOES NOT PROVE"
                       TO WS-PROOF-MESSAGE
                   PERFORM 1190-NOTE-PROOF-ERROR
               END-IF
           END-IF.

           IF AC-SERVICE-CLASS NOT = WS-B-SERVICE-CLASS
              OR AC-COMPANY-ID NOT = WS-B-COMPANY-ID
              OR AC-BATCH-NUMBER NOT = WS-B-BATCH-NUMBER
               MOVE "BATCH CONTROL DOES NOT MATCH BATCH HEADER"
                   TO WS-PROOF-MESSAGE
               PERFORM 1190-NOTE-PROOF-ERROR
           END-IF.

       1160-NOTE-FILE-CONTROL.
           IF BATCH-IS-OPEN
               MOVE "FILE CONTROL INSIDE AN OPEN BATCH"
                   TO WS-PROOF-MESSAGE
               PERFORM 1190-NOTE-PROOF-ERROR
               SET BATCH-IS-CLOSED TO TRUE
           END-IF.

           SET FILE-CONTROL-SEEN TO TRUE.

           IF AT-BATCH-COUNT NOT NUMERIC
              OR AT-BLOCK-COUNT NOT NUMERIC
              OR AT-ENTRY-COUNT NOT NUMERIC
              OR AT-ENTRY-HASH NOT NUMERIC
              OR AT-TOTAL-DEBIT NOT NUMERIC
              OR AT-TOTAL-CREDIT NOT NUMERIC
               MOVE "FILE CONTROL TOTALS NOT NUMERIC"
                   TO WS-PROOF-MESSAGE
               PERFORM 1190-NOTE-PROOF-ERROR
           ELSE
               MOVE AT-BATCH-COUNT  TO WS-FC-BATCH-COUNT
               MOVE AT-BLOCK-COUNT  TO WS-FC-BLOCK-COUNT
               MOVE AT-ENTRY-COUNT  TO WS-FC-ENTRY-COUNT
               MOVE AT-ENTRY-HASH   TO WS-FC-ENTRY-HASH
               MOVE AT-TOTAL-DEBIT  TO WS-FC-TOTAL-DEBIT
               MOVE AT-TOTAL-CREDIT TO WS-FC-TOTAL-CREDIT
           END-IF.

       1170-PROVE-FILE-CONTROL.
           *> Use Case: The file control proved against the batches
           *> as counted - batch count, blocks of ten records
           *> (padding included), entries and addenda, the hash of
           *> the batch hashes, and the dollars.
           IF FILE-HEADER-NOT-SEEN
               MOVE "NO FILE HEADER" TO WS-PROOF-MESSAGE
               PERFORM 1190-NOTE-PROOF-ERROR
           END-IF.

           IF FILE-CONTROL-NOT-SEEN
               MOVE "NO FILE CONTROL" TO WS-PROOF-MESSAGE
               PERFORM 1190-NOTE-PROOF-ERROR
           ELSE
               MOVE WS-F-HASH-ACCUM TO WS-F-HASH
               COMPUTE WS-F-BLOCK-COUNT = (WS-RECORD-NUMBER + 9) / 10

               IF WS-FC-BATCH-COUNT NOT = WS-F-BATCH-COUNT
                   MOVE "FILE BATCH COUNT DOES NOT PROVE"
                       TO WS-PROOF-MESSAGE
                   PERFORM 1190-NOTE-PROOF-ERROR
               END-IF
               IF WS-FC-BLOCK-COUNT NOT = WS-F-BLOCK-COUNT
                   MOVE "FILE BLOCK COUNT DOES NOT PROVE"
                       TO WS-PROOF-MESSAGE
                   PERFORM 1190-NOTE-PROOF-ERROR
               END-IF
               IF WS-FC-ENTRY-COUNT NOT = WS-F-ENTRY-COUNT
                   MOVE "FILE ENTRY/ADDENDA COUNT DOES NOT PROVE"
                       TO WS-PROOF-MESSAGE
                   PERFORM 1190-NOTE-PROOF-ERROR
               END-IF
               IF WS-FC-ENTRY-HASH NOT = WS-F-HASH
                   MOVE "FILE ENTRY HASH DOES NOT PROVE"
                       TO WS-PROOF-MESSAGE
                   PERFORM 1190-NOTE-PROOF-ERROR
               END-IF
               IF WS-FC-TOTAL-DEBIT NOT = WS-F-DEBIT
                   MOVE "FILE DEBIT TOTAL DOES NOT PROVE"
                       TO WS-PROOF-MESSAGE
                   PERFORM 1190-NOTE-PROOF-ERROR
               END-IF
               IF WS-FC-TOTAL-CREDIT NOT = WS-F-CREDIT
                   MOVE "FILE CREDIT TOTAL DOES NOT PROVE"
                       TO WS-PROOF-MESSAGE
                   PERFORM 1190-NOTE-PROOF-ERROR
               END-IF
           END-IF.

           MOVE SPACES TO FO-TRAILER-RECORD.
           MOVE "FILE PROOF:" TO FO-TRAILER-LABEL.
           IF FILE-PROVED
               MOVE "PROVED - ALL BATCH AND FILE CONTROLS TIE"
                   TO FO-TRAILER-TEXT
           ELSE
               MOVE "*** DOES NOT PROVE - SEE ERRORS ABOVE"
                   TO FO-TRAILER-TEXT
           END-IF.
           PERFORM 4150-WRITE-TRAILER-LINE.

       1190-NOTE-PROOF-ERROR.
           SET FILE-NOT-PROVED TO TRUE.
           ADD 1 TO WS-ERROR-COUNT.

           MOVE SPACES           TO FO-ERROR-RECORD.
           MOVE "*** PROOF ERROR REC " TO FO-ERR-LABEL.
           MOVE WS-RECORD-NUMBER TO FO-ERR-REC-NO.
           MOVE WS-PROOF-MESSAGE TO FO-ERR-TEXT.

           WRITE FO-ERROR-RECORD.

           IF WS-FS-REPORT NOT = "00"
               DISPLAY "WRITE ERROR DETECTED: " WS-FS-REPORT
           END-IF.

       1200-CHECK-DUPLICATE-FILE.
           *> Use Case: A proved file is still refused if its header
           *> identity is already on the intake log - the clearing
           *> house resending yesterday's file must not credit every
           *> payroll a second time. No log yet means no file has
           *> ever been taken in.
           SET FILE-NOT-TAKEN TO TRUE.
           OPEN INPUT FILE-LOG.
           IF WS-FS-LOG = "00"
               PERFORM 1210-READ-LOG
               PERFORM 1220-COMPARE-LOG-ENTRY
                   UNTIL END-OF-LOG OR FILE-ALREADY-TAKEN
               CLOSE FILE-LOG
           END-IF.

           IF FILE-ALREADY-TAKEN
               MOVE SPACES TO FO-TRAILER-RECORD
               MOVE "*** DUPLICATE FILE:" TO FO-TRAILER-LABEL
               STRING "ALREADY TAKEN IN ON " AL-INTAKE-DATE
                   DELIMITED BY SIZE INTO FO-TRAILER-TEXT
               PERFORM 4150-WRITE-TRAILER-LINE
           END-IF.

       1210-READ-LOG.
           READ FILE-LOG
               AT END SET END-OF-LOG TO TRUE
           END-READ.

       1220-COMPARE-LOG-ENTRY.
           IF AL-IMMED-ORIGIN = WS-FILE-ORIGIN
              AND AL-CREATE-DATE = WS-FILE-CREATE-DATE
              AND AL-CREATE-TIME = WS-FILE-CREATE-TIME
              AND AL-FILE-ID-MOD = WS-FILE-ID-MOD
               SET FILE-ALREADY-TAKEN TO TRUE
           ELSE
               PERFORM 1210-READ-LOG
           END-IF.

       1900-REFUSE-FILE.
           *> Error Handling: A file that does not prove, or was
           *> already taken in, is refused whole - nothing goes to
           *> TRANSACTIONS.DAT or the return file, and no ledger row
           *> is written, so the night's balancing never sees it.
           MOVE SPACES TO FO-TRAILER-RECORD.
           MOVE "*** FILE REFUSED:" TO FO-TRAILER-LABEL.
           MOVE "NOTHING CONVERTED - REFER FILE TO CLEARING HOUSE"
               TO FO-TRAILER-TEXT.
           PERFORM 4150-WRITE-TRAILER-LINE.
           CLOSE REPORT-FILE.

           IF FILE-ALREADY-TAKEN
               DISPLAY "RUN REFUSED: ACH FILE " WS-FILE-ORIGIN " "
                WS-FILE-CREATE-DATE " " WS-FILE-CREATE-TIME " "
                WS-FILE-ID-MOD " ALREADY TAKEN IN ON " AL-INTAKE-DATE
           ELSE
               DISPLAY "RUN REFUSED: ACH FILE DOES NOT PROVE - "
                WS-ERROR-COUNT " PROOF ERROR(S), SEE "
                "ACH-INTAKE-REPORT.TXT"
           END-IF.
           STOP RUN.

       1500-OPEN-CONVERSION-FILES.
           *> Use Case: Second pass - the proved file is read again
           *> from the top.
           SET NOT-END-OF-FILE TO TRUE.
           OPEN INPUT ACH-FILE.
           IF WS-FS-ACH NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT REOPEN "
                "ACH-INBOUND.DAT (FS: " WS-FS-ACH ")"
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

           *> Use Case: Several intake files a day are normal, so
           *> each run's returns are appended behind the earlier
           *> runs' until they are transmitted; same "35" fallback
           *> as TRANSACTIONS.DAT above.
           OPEN EXTEND RETURN-FILE.
           IF WS-FS-RETURN = "35"
               OPEN OUTPUT RETURN-FILE
           END-IF.
           IF WS-FS-RETURN NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT OPEN RETURN "
                "FILE (FS: " WS-FS-RETURN ")"
               STOP RUN
           END-IF.

       2000-READ-ACH.
           READ ACH-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       3000-CONVERT-ONE.
           *> Use Case: The batch header in force is remembered for
           *> the entries under it; addenda, controls and padding
           *> were proved on the first pass and carry nothing to
           *> convert.
           IF AX-BATCH-HEADER
               MOVE AB-COMPANY-ID   TO WS-B-COMPANY-ID
               MOVE AB-EFF-DATE     TO WS-B-EFF-DATE
               MOVE AB-ODFI-ID      TO WS-B-ODFI-ID
               MOVE AB-BATCH-NUMBER TO WS-B-BATCH-NUMBER
               PERFORM 3050-SET-EFFECTIVE-DATE
           ELSE
               IF AX-ENTRY-DETAIL
                   PERFORM 3100-EDIT-ENTRY
               END-IF
           END-IF.

           PERFORM 2000-READ-ACH.

       3050-SET-EFFECTIVE-DATE.
           *> Use Case: The batch's YYMMDD effective date becomes the
           *> deposit's effective date. Credits are made available on
           *> receipt, so a future-dated batch posts under the run
           *> date (zero) - the dormancy clock and the statement
           *> period must never run ahead of the calendar. A blank or
           *> garbage date also posts under the run date.
           MOVE ZERO TO WS-EFF-DATE.
           IF WS-B-EFF-DATE IS NUMERIC
               MOVE WS-B-EFF-DATE TO WS-EFF-YYMMDD
               COMPUTE WS-EFF-DATE = 20000000 + WS-EFF-YYMMDD
               IF WS-EFF-DATE > WS-RUN-DATE
                   MOVE ZERO TO WS-EFF-DATE
               END-IF
           END-IF.

       3100-EDIT-ENTRY.
           ADD 1 TO WS-RECEIVED-COUNT.

           *> Use Case: These savings accounts accept credits only -
           *> a debit or debit prenote goes back as a non-transaction
           *> account, and a code the bank does not process goes
           *> back as a record edit failure.
           IF AE-LIVE-CREDIT OR AE-PRENOTE-CREDIT
               PERFORM 3200-LOCATE-ACCOUNT
           ELSE
               IF AE-LIVE-DEBIT OR AE-PRENOTE-DEBIT
                   MOVE "R20"                     TO WS-RETURN-CODE
                   MOVE "NON-TRANSACTION ACCOUNT" TO WS-RETURN-TEXT
                   PERFORM 3500-WRITE-RETURN
               ELSE
                   MOVE "R17"                     TO WS-RETURN-CODE
                   MOVE "TRAN CODE NOT ACCEPTED"  TO WS-RETURN-TEXT
                   PERFORM 3500-WRITE-RETURN
               END-IF
           END-IF.

       3200-LOCATE-ACCOUNT.
           PERFORM 3250-EDIT-ACCOUNT-FORM.

           IF ACCT-FORM-INVALID
               MOVE "R04"                        TO WS-RETURN-CODE
               MOVE "INVALID ACCOUNT NUMBER"     TO WS-RETURN-TEXT
               PERFORM 3500-WRITE-RETURN
           ELSE
               MOVE WS-ACH-ACCT-ID TO AM-ACCT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       SET MASTER-RECORD-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET MASTER-RECORD-FOUND TO TRUE
               END-READ

               *> Use Case: Only 'A' accounts take credits. A closed
               *> or escheated account is closed to the clearing
               *> house; an inactive one is frozen until the branch
               *> reactivates it.
               IF MASTER-RECORD-NOT-FOUND
                   MOVE "R03"                    TO WS-RETURN-CODE
                   MOVE "NO ACCOUNT/UNABLE TO LOCATE"
                       TO WS-RETURN-TEXT
                   PERFORM 3500-WRITE-RETURN
               ELSE
                   IF AM-ACCT-STATUS = 'C' OR AM-ACCT-STATUS = 'E'
                       MOVE "R02"                TO WS-RETURN-CODE
                       MOVE "ACCOUNT CLOSED"     TO WS-RETURN-TEXT
                       PERFORM 3500-WRITE-RETURN
                   ELSE
                       IF AM-ACCT-STATUS NOT = 'A'
                           MOVE "R16"            TO WS-RETURN-CODE
                           MOVE "ACCOUNT FROZEN" TO WS-RETURN-TEXT
                           PERFORM 3500-WRITE-RETURN
                       ELSE
                           PERFORM 3300-ACCEPT-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3250-EDIT-ACCOUNT-FORM.
           MOVE AE-DFI-ACCOUNT TO WS-DFI-ACCOUNT.
           SET ACCT-FORM-INVALID TO TRUE.

           IF WS-DFI-LEFT-ID IS NUMERIC
              AND WS-DFI-LEFT-REST = SPACES
               MOVE WS-DFI-LEFT-ID TO WS-ACH-ACCT-ID
               SET ACCT-FORM-VALID TO TRUE
           ELSE
               IF WS-DFI-RIGHT-ID IS NUMERIC
                  AND (WS-DFI-RIGHT-LEAD = SPACES
                    OR WS-DFI-RIGHT-LEAD = "0000000")
                   MOVE WS-DFI-RIGHT-ID TO WS-ACH-ACCT-ID
                   SET ACCT-FORM-VALID TO TRUE
               END-IF
           END-IF.

       3300-ACCEPT-ENTRY.
           *> Use Case: A prenote proves the account is good and
           *> moves no money - acknowledged by not returning it. A
           *> live credit for no money is an originator error.
           IF AE-PRENOTE-CREDIT
               ADD 1 TO WS-PRENOTE-COUNT
           ELSE
               IF AE-AMOUNT = ZERO
                   MOVE "R17"                    TO WS-RETURN-CODE
                   MOVE "ZERO AMOUNT LIVE ENTRY" TO WS-RETURN-TEXT
                   PERFORM 3500-WRITE-RETURN
               ELSE
                   PERFORM 3400-WRITE-TRANSACTION
               END-IF
           END-IF.

       3400-WRITE-TRANSACTION.
           MOVE SPACES         TO TR-TRANSACTION-RECORD.
           MOVE AM-ACCT-ID     TO TR-ACCT-ID.
           MOVE 'D'            TO TR-TRAN-CODE.
           MOVE AE-AMOUNT      TO TR-AMOUNT.
           MOVE WS-EFF-DATE    TO TR-EFF-DATE.
           MOVE "ACH"          TO TR-TELLER-ID.
           MOVE AE-TRACE-REF   TO TR-REF-NO.
           MOVE ZERO           TO TR-TO-ACCT-ID.
           MOVE 'N'            TO TR-PENALTY-SW.
           MOVE 'N'            TO TR-CASH-SW.

           WRITE TR-TRANSACTION-RECORD.

           IF WS-FS-TRANS NOT = "00"
               DISPLAY "WRITE ERROR DETECTED: " WS-FS-TRANS
               SET END-OF-FILE TO TRUE
               SET CONVERSION-FAILED TO TRUE
           ELSE
               ADD 1         TO WS-CONVERTED-COUNT
               ADD AE-AMOUNT TO WS-CONVERTED-AMOUNT
           END-IF.

       3500-WRITE-RETURN.
           MOVE SPACES             TO RT-RETURN-RECORD.
           MOVE WS-RETURN-CODE     TO RT-RETURN-CODE.
           MOVE AE-TRACE-NUMBER    TO RT-TRACE-NUMBER.
           MOVE AE-TRAN-CODE       TO RT-TRAN-CODE.
           MOVE AE-RDFI-ROUTING    TO RT-RDFI-ROUTING.
           MOVE AE-DFI-ACCOUNT     TO RT-DFI-ACCOUNT.
           MOVE AE-AMOUNT          TO RT-AMOUNT.
           MOVE AE-INDIVIDUAL-ID   TO RT-INDIVIDUAL-ID.
           MOVE AE-INDIVIDUAL-NAME TO RT-INDIVIDUAL-NAME.
           MOVE WS-B-ODFI-ID       TO RT-ODFI-ID.
           MOVE WS-B-COMPANY-ID    TO RT-COMPANY-ID.
           MOVE WS-B-BATCH-NUMBER  TO RT-BATCH-NUMBER.
           MOVE WS-B-EFF-DATE      TO RT-EFF-DATE.
           MOVE WS-RETURN-TEXT     TO RT-REASON-TEXT.

           WRITE RT-RETURN-RECORD.

           IF WS-FS-RETURN NOT = "00"
               DISPLAY "WRITE ERROR DETECTED: " WS-FS-RETURN
               SET END-OF-FILE TO TRUE
               SET CONVERSION-FAILED TO TRUE
           ELSE
               ADD 1         TO WS-RETURNED-COUNT
               ADD AE-AMOUNT TO WS-RETURNED-AMOUNT
           END-IF.

       4000-CLOSE-FILES.
           PERFORM 4100-WRITE-TRAILER.

           CLOSE ACH-FILE.
           CLOSE ACCOUNT-MASTER.
           CLOSE TRANSACTION-FILE.
           CLOSE RETURN-FILE.
           CLOSE REPORT-FILE.

           *> Use Case: A file whose conversion stopped on a write
           *> error stays off the intake log, so the rerun is not
           *> refused as a duplicate. What was written before the
           *> error is already on TRANSACTIONS.DAT and the return
           *> file, and must be backed out before that rerun.
           IF CONVERSION-FAILED
               DISPLAY "ACH FILE NOT LOGGED - CONVERSION INCOMPLETE"
               DISPLAY "ENTRIES ALREADY CONVERTED/RETURNED: "
                WS-CONVERTED-COUNT "/" WS-RETURNED-COUNT
                " - BACK OUT BEFORE RERUN"
           ELSE
               PERFORM 4200-WRITE-FILE-LOG
           END-IF.
           PERFORM 4500-WRITE-RUN-CONTROL.

           DISPLAY "ACH INTAKE COMPLETE.".
           DISPLAY "ENTRIES RECEIVED...: " WS-RECEIVED-COUNT.
           DISPLAY "CONVERTED TO TRANS.: " WS-CONVERTED-COUNT.
           DISPLAY "RETURNED...........: " WS-RETURNED-COUNT.
           DISPLAY "PRENOTES ACCEPTED..: " WS-PRENOTE-COUNT.
           MOVE WS-CONVERTED-AMOUNT TO WS-TD-AMOUNT.
           DISPLAY "CREDITS CONVERTED..: " WS-TD-AMOUNT.

       4100-WRITE-TRAILER.
           *> Use Case: Conversion control totals on the report, so
           *> operations can tie the file's credit total to what was
           *> converted plus what went back.
           MOVE WS-RECEIVED-COUNT TO WS-TD-COUNT.
           MOVE "ENTRIES RECEIVED:"     TO FO-TRAILER-LABEL.
           MOVE WS-TD-COUNT             TO FO-TRAILER-TEXT.
           PERFORM 4150-WRITE-TRAILER-LINE.

           MOVE WS-CONVERTED-COUNT TO WS-TD-COUNT.
           MOVE "ENTRIES CONVERTED:"    TO FO-TRAILER-LABEL.
           MOVE WS-TD-COUNT             TO FO-TRAILER-TEXT.
           PERFORM 4150-WRITE-TRAILER-LINE.

           MOVE WS-CONVERTED-AMOUNT TO WS-TD-AMOUNT.
           MOVE "CREDITS CONVERTED:"    TO FO-TRAILER-LABEL.
           MOVE WS-TD-AMOUNT            TO FO-TRAILER-TEXT.
           PERFORM 4150-WRITE-TRAILER-LINE.

           MOVE WS-RETURNED-COUNT TO WS-TD-COUNT.
           MOVE "ENTRIES RETURNED:"     TO FO-TRAILER-LABEL.
           MOVE WS-TD-COUNT             TO FO-TRAILER-TEXT.
           PERFORM 4150-WRITE-TRAILER-LINE.

           MOVE WS-RETURNED-AMOUNT TO WS-TD-AMOUNT.
           MOVE "DOLLARS RETURNED:"     TO FO-TRAILER-LABEL.
           MOVE WS-TD-AMOUNT            TO FO-TRAILER-TEXT.
           PERFORM 4150-WRITE-TRAILER-LINE.

           MOVE WS-PRENOTE-COUNT TO WS-TD-COUNT.
           MOVE "PRENOTES ACCEPTED:"    TO FO-TRAILER-LABEL.
           MOVE WS-TD-COUNT             TO FO-TRAILER-TEXT.
           PERFORM 4150-WRITE-TRAILER-LINE.

       4150-WRITE-TRAILER-LINE.
           WRITE FO-TRAILER-RECORD.

           *> Error Handling: Catching full disk or write permissions
           IF WS-FS-REPORT NOT = "00"
               DISPLAY "WRITE ERROR DETECTED: " WS-FS-REPORT
           END-IF.

       4200-WRITE-FILE-LOG.
           *> Use Case: The file goes on the intake log only once it
           *> has been converted, so a run that stopped early can be
           *> restarted with the same file. Appends across runs; OPEN
           *> EXTEND fails with "file not found" the very first time,
           *> so fall back to OPEN OUTPUT to create it.
           OPEN EXTEND FILE-LOG.
           IF WS-FS-LOG = "35"
               OPEN OUTPUT FILE-LOG
           END-IF.
           IF WS-FS-LOG NOT = "00"
               DISPLAY "WARNING: COULD NOT OPEN ACH FILE LOG (FS: "
                WS-FS-LOG ") - FILE NOT LOGGED AS TAKEN IN"
           ELSE
               MOVE SPACES              TO AL-LOG-RECORD
               MOVE WS-FILE-ORIGIN      TO AL-IMMED-ORIGIN
               MOVE WS-FILE-CREATE-DATE TO AL-CREATE-DATE
               MOVE WS-FILE-CREATE-TIME TO AL-CREATE-TIME
               MOVE WS-FILE-ID-MOD      TO AL-FILE-ID-MOD
               MOVE WS-RUN-DATE         TO AL-INTAKE-DATE
               MOVE WS-RUN-TIME         TO AL-INTAKE-TIME
               WRITE AL-LOG-RECORD
               IF WS-FS-LOG NOT = "00"
                   DISPLAY "WARNING: ACH FILE LOG WRITE ERROR: "
                    WS-FS-LOG
               END-IF
               CLOSE FILE-LOG
           END-IF.

       4500-WRITE-RUN-CONTROL.
           *> Use Case: One ledger record per completed intake - the
           *> arithmetic RUN-BALANCE verifies is entries received
           *> equals converted plus returned plus prenotes accepted.
           *> RUN-BALANCE also ties the day's converted entries to
           *> the ACH lines TRANSACTION-POSTING read. A conversion
           *> stopped by a write error reports the file's full proved
           *> entry count as received, so the row is out of balance
           *> by the entries never reached. Appends across
           *> runs; OPEN EXTEND fails with "file not found" the very
           *> first time, so fall back to OPEN OUTPUT to create it. A
           *> failure here is warned, not fatal - the business run
           *> itself completed.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-FS-RUNCTL = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           IF WS-FS-RUNCTL NOT = "00"
               DISPLAY "RUN CONTROL OPEN ERROR: " WS-FS-RUNCTL
           ELSE
               MOVE SPACES TO RC-RUN-CONTROL-RECORD
               MOVE "ACH-INTAKE" TO RC-PROGRAM-ID
               ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT RC-RUN-TIME FROM TIME
               IF CONVERSION-FAILED
                   MOVE WS-F-ENTRY-COUNT TO RC-RECORDS-IN
               ELSE
                   MOVE WS-RECEIVED-COUNT TO RC-RECORDS-IN
               END-IF
               MOVE WS-CONVERTED-COUNT TO RC-OUT-A
               MOVE WS-RETURNED-COUNT TO RC-OUT-B
               MOVE WS-PRENOTE-COUNT TO RC-OUT-C
               WRITE RC-RUN-CONTROL-RECORD
               IF WS-FS-RUNCTL NOT = "00"
                   DISPLAY "RUN CONTROL WRITE ERROR: " WS-FS-RUNCTL
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.
