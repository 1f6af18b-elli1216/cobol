       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-TRANSACTION-REPORT.

           *> Use Case: Currency-transaction compliance scan over
           *> TRANS-HISTORY.DAT. Every cash leg posted in the review
           *> period - deposits, withdrawals, final cash payouts and
           *> either side of a transfer keyed as cash - is totalled
           *> per customer, posting date and direction (cash in, cash
           *> out), since the threshold applies to the person and not
           *> to any one of their accounts. An account not linked to
           *> a customer stands as its own filer. Any day whose cash
           *> in or cash out is over the reporting threshold is
           *> listed for the compliance officer and written to the
           *> fixed-format filing extract, with every account that
           *> contributed to it. Separately, a customer who takes
           *> several items just under the threshold in the same
           *> direction inside a rolling window of days, across any
           *> of their accounts, is listed as possible structuring -
           *> for review only, since a pattern is a judgement call
           *> and never goes out on the filing by itself. Threshold,
           *> near-threshold floor, window length, item count and
           *> review period all come from CTR.PARM.

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

           *> Use Case: The customer name-and-address master ACCOUNT-
           *> MAINT keeps - keyed on AM-CUST-ID for the identity the
           *> filing has to carry (name, tax ID, birth date, address).
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-FS-CUSTOMER.

           *> Use Case: One fixed-format line of review settings;
           *> any field missing or unusable keeps its default.
           SELECT PARM-FILE ASSIGN TO "CTR.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT REPORT-FILE ASSIGN TO "CTR-REVIEW.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REPORT.

           *> Use Case: The filing extract - header, one fixed-format
           *> detail per reportable customer-day followed by one
           *> record per contributing account, and a control trailer
           *> with counts and totals so the receiver can prove the
           *> file foots before accepting it.
           SELECT FILING-FILE ASSIGN TO "CTR-FILING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FILING.

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
       *> Cash in is a 'D' deposit or 'T' transfer in; cash out is a
       *> 'W' withdrawal, 'O' transfer out or 'C' final payout. Only
       *> legs carrying TH-CASH-SW 'Y' are currency.
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

       FD  CUSTOMER-MASTER.
       *> CM Prefix: Identifies this as the customer record - the
       *> same layout ACCOUNT-MAINT maintains.
       01  CM-CUSTOMER-RECORD.
           05 CM-CUST-ID       PIC 9(10).
           05 CM-CUST-NAME     PIC X(30).
           05 CM-ADDR-LINE-1   PIC X(30).
           05 CM-ADDR-LINE-2   PIC X(30).
           05 CM-CITY          PIC X(20).
           05 CM-STATE         PIC X(02).
           05 CM-POSTAL-CODE   PIC X(10).
           05 CM-TAX-ID        PIC X(09).
           05 CM-BIRTH-DATE    PIC 9(08). *> YYYYMMDD

       FD  PARM-FILE.
       *> PM Prefix: Identifies this as Parameter input data -
       *> threshold, near-threshold floor, window days, minimum
       *> item count, and the review period (zero = run date).
       01  PM-PARM-RECORD.
           05 PM-THRESHOLD     PIC 9(8)V99.
           05 FILLER           PIC X(01).
           05 PM-NEAR-FLOOR    PIC 9(8)V99.
           05 FILLER           PIC X(01).
           05 PM-WINDOW-DAYS   PIC 9(03).
           05 FILLER           PIC X(01).
           05 PM-MIN-COUNT     PIC 9(03).
           05 FILLER           PIC X(01).
           05 PM-PERIOD-FROM   PIC 9(08).
           05 FILLER           PIC X(01).
           05 PM-PERIOD-TO     PIC 9(08).

       FD  REPORT-FILE.
       *> FO Prefix: Identifies this as the compliance review
       *> output - one free-form print line; the heading, detail,
       *> and total layouts below are moved here line by line.
       01  FO-PRINT-LINE       PIC X(120).

       FD  FILING-FILE.
       *> FO2 Prefix: Identifies this as the filing extract. Record
       *> type 'H' opens the file with the run date, the period and
       *> the threshold it was drawn under.
       01  FO2-FILING-HEADER.
           05 FO2-HDR-TYPE     PIC X(01).
           05 FO2-HDR-RUN-DATE PIC 9(08).
           05 FO2-HDR-FROM-DATE PIC 9(08).
           05 FO2-HDR-TO-DATE  PIC 9(08).
           05 FO2-HDR-THRESHOLD PIC 9(8)V99.

       *> Use Case: Record type 'D' - one reportable customer-day
       *> in unedited fixed format. The person's identity comes off
       *> the customer master, blank (birth date zero) when no
       *> customer is on file, with the account title as the name.
       *> FO2-ACCT-ID is the account only when an account not
       *> linked to a customer is the filer, zero otherwise - the
       *> accounts themselves follow on the 'A' records.
       01  FO2-FILING-DETAIL.
           05 FO2-REC-TYPE     PIC X(01).
           05 FO2-ACCT-ID      PIC 9(10).
           05 FO2-CUST-ID      PIC 9(10).
           05 FO2-PERSON-NAME  PIC X(30).
           05 FO2-TAX-ID       PIC X(09).
           05 FO2-BIRTH-DATE   PIC 9(08).
           05 FO2-ADDR-1       PIC X(30).
           05 FO2-ADDR-2       PIC X(30).
           05 FO2-CITY         PIC X(20).
           05 FO2-STATE        PIC X(02).
           05 FO2-POSTAL       PIC X(10).
           05 FO2-BRANCH       PIC 9(03).
           05 FO2-TRAN-DATE    PIC 9(08).
           05 FO2-CASH-IN      PIC 9(10)V99.
           05 FO2-CASH-IN-COUNT PIC 9(05).
           05 FO2-CASH-OUT     PIC 9(10)V99.
           05 FO2-CASH-OUT-COUNT PIC 9(05).

       *> Use Case: Record type 'A' - one account that contributed
       *> to the 'D' record before it, with its own share of the
       *> day's cash both ways. Every 'D' has at least one.
       01  FO2-FILING-ACCOUNT.
           05 FO2-ACT-TYPE     PIC X(01).
           05 FO2-ACT-ACCT-ID  PIC 9(10).
           05 FO2-ACT-BRANCH   PIC 9(03).
           05 FO2-ACT-TRAN-DATE PIC 9(08).
           05 FO2-ACT-CASH-IN  PIC 9(10)V99.
           05 FO2-ACT-IN-COUNT PIC 9(05).
           05 FO2-ACT-CASH-OUT PIC 9(10)V99.
           05 FO2-ACT-OUT-COUNT PIC 9(05).

       *> Use Case: Control trailer, record type 'T' - detail count
       *> and cash totals both ways, then the count of contributing
       *> account records. A second, independent 01-level under the
       *> same FD, as ESCHEAT-EXECUTION does for the state
       *> remittance.
       01  FO2-FILING-TRAILER.
           05 FO2-TRL-TYPE     PIC X(01).
           05 FO2-TRL-COUNT    PIC 9(07).
           05 FO2-TRL-CASH-IN  PIC 9(12)V99.
           05 FO2-TRL-CASH-OUT PIC 9(12)V99.
           05 FO2-TRL-ACCT-COUNT PIC 9(07).

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
       01  WS-FS-CUSTOMER      PIC XX.  *> File Status for Customers
       01  WS-FS-PARM          PIC XX.  *> File Status for Parameters
       01  WS-FS-REPORT        PIC XX.  *> File Status for Report
       01  WS-FS-FILING        PIC XX.  *> File Status for Filing
       01  WS-FS-RUNCTL        PIC XX.  *> File Status for Run Control

       01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88 END-OF-FILE                VALUE 'Y'.
           88 NOT-END-OF-FILE            VALUE 'N'.

       01  WS-RUN-DATE         PIC 9(08) VALUE ZERO.

       *> Use Case: Review settings - the defaults stand unless
       *> CTR.PARM supplies a usable value. The threshold is the
       *> amount a day's cash must exceed to be reported; an item
       *> from the floor up to the threshold itself counts as "just
       *> under" for the structuring test.
       01  WS-THRESHOLD        PIC 9(8)V99 VALUE 10000.00.
       01  WS-NEAR-FLOOR       PIC 9(8)V99 VALUE 8000.00.
       01  WS-WINDOW-DAYS      PIC 9(03) VALUE 10.
       01  WS-MIN-COUNT        PIC 9(03) VALUE 3.
       01  WS-PERIOD-FROM      PIC 9(08) VALUE ZERO.
       01  WS-PERIOD-TO        PIC 9(08) VALUE ZERO.

       *> Use Case: Level-88 Flag for a customer master that could
       *> not be opened - the scan still runs, the filing identity
       *> fields are left blank.
       01  WS-CUST-MODE-SW     PIC X(01) VALUE 'Y'.
           88 CUSTOMER-FILE-ON-HAND      VALUE 'Y'.
           88 CUSTOMER-FILE-ABSENT       VALUE 'N'.

       01  WS-CUSTOMER-SWITCH  PIC X(01).
           88 CUSTOMER-RECORD-FOUND      VALUE 'Y'.
           88 CUSTOMER-RECORD-NOT-FOUND  VALUE 'N'.

       01  WS-MASTER-SWITCH    PIC X(01).
           88 MASTER-RECORD-FOUND        VALUE 'Y'.
           88 MASTER-RECORD-NOT-FOUND    VALUE 'N'.

       *> Use Case: Calendar dates turned into a running day number
       *> so the rolling window is plain subtraction, whatever
       *> month or year boundary it crosses. March is taken as the
       *> first month so the leap day falls at the end of the year.
       01  WS-DN-DATE          PIC 9(08) VALUE ZERO.
       01  WS-DN-DATE-SPLIT REDEFINES WS-DN-DATE.
           05 WS-DN-YEAR       PIC 9(04).
           05 WS-DN-MONTH      PIC 9(02).
           05 WS-DN-DAY        PIC 9(02).

       01  WS-DN-WORK.
           05 WS-DN-CALC-YEAR  PIC 9(04) VALUE ZERO.
           05 WS-DN-CALC-MONTH PIC 9(02) VALUE ZERO.
           05 WS-DN-QUAD-4     PIC 9(04) VALUE ZERO.
           05 WS-DN-QUAD-100   PIC 9(04) VALUE ZERO.
           05 WS-DN-QUAD-400   PIC 9(04) VALUE ZERO.
           05 WS-DN-MONTH-TERM PIC 9(05) VALUE ZERO.
           05 WS-DN-MONTH-DAYS PIC 9(05) VALUE ZERO.

       01  WS-DAY-NUMBER       PIC 9(07) VALUE ZERO.
       01  WS-FROM-DAY-NUMBER  PIC 9(07) VALUE ZERO.
       01  WS-TO-DAY-NUMBER    PIC 9(07) VALUE ZERO.
       01  WS-LOAD-DAY-NUMBER  PIC 9(07) VALUE ZERO.
       01  WS-WINDOW-START     PIC 9(07) VALUE ZERO.

       *> Use Case: Every cash leg in the period, plus the window's
       *> worth of days before it so a pattern that began before
       *> the period opened is still seen whole. Each leg carries
       *> its filer - the owning customer ('C' and AM-CUST-ID), or
       *> the account itself ('A' and the account ID) when it is
       *> not linked to a customer or is no longer on the master.
       01  WS-ITEM-TABLE.
           05 WS-ITEM-COUNT    PIC 9(05) VALUE ZERO.
           05 WS-ITEM-ENTRY OCCURS 10000 TIMES
                             INDEXED BY WS-ITEM-IDX WS-SCAN-IDX.
              10 WS-I-FILER-TYPE PIC X(01). *> 'C' cust, 'A' acct
              10 WS-I-FILER-ID   PIC 9(10).
              10 WS-I-ACCT-ID    PIC 9(10).
              10 WS-I-POST-DATE  PIC 9(08).
              10 WS-I-DAY-NUMBER PIC 9(07).
              10 WS-I-DIRECTION  PIC X(01). *> 'I' in, 'O' out
              10 WS-I-AMOUNT     PIC 9(8)V99.
              10 WS-I-NEAR-SW    PIC X(01). *> 'Y' = just under

       *> Use Case: Cash totals per filer and posting date inside
       *> the period, both directions side by side.
       01  WS-DAY-TABLE.
           05 WS-DAY-COUNT     PIC 9(05) VALUE ZERO.
           05 WS-DAY-ENTRY OCCURS 10000 TIMES
                            INDEXED BY WS-DAY-IDX.
              10 WS-D-FILER-TYPE PIC X(01).
              10 WS-D-FILER-ID   PIC 9(10).
              10 WS-D-POST-DATE  PIC 9(08).
              10 WS-D-DAY-NUMBER PIC 9(07).
              10 WS-D-IN-TOTAL   PIC 9(10)V99.
              10 WS-D-IN-COUNT   PIC 9(05).
              10 WS-D-OUT-TOTAL  PIC 9(10)V99.
              10 WS-D-OUT-COUNT  PIC 9(05).

       *> Use Case: One possible-structuring pattern per filer and
       *> direction - the heaviest window found is the one kept.
       01  WS-PATTERN-TABLE.
           05 WS-PATTERN-COUNT PIC 9(05) VALUE ZERO.
           05 WS-PATTERN-ENTRY OCCURS 10000 TIMES
                                INDEXED BY WS-PAT-IDX.
              10 WS-P-FILER-TYPE PIC X(01).
              10 WS-P-FILER-ID   PIC 9(10).
              10 WS-P-DIRECTION  PIC X(01).
              10 WS-P-FROM-DATE  PIC 9(08).
              10 WS-P-TO-DATE    PIC 9(08).
              10 WS-P-FROM-DAY   PIC 9(07).
              10 WS-P-TO-DAY     PIC 9(07).
              10 WS-P-ITEMS      PIC 9(05).
              10 WS-P-TOTAL      PIC 9(10)V99.

       01  WS-FOUND-SWITCH     PIC X(01).
           88 ENTRY-FOUND                VALUE 'Y'.
           88 ENTRY-NOT-FOUND            VALUE 'N'.

       01  WS-DIRECTION        PIC X(01).
           88 DIRECTION-IS-IN            VALUE 'I'.
           88 DIRECTION-IS-OUT           VALUE 'O'.
           88 DIRECTION-IS-NONE          VALUE SPACE.

       *> Use Case: The window being counted for one anchor item -
       *> its just-under items, their total, and the earliest date.
       01  WS-WIN-ITEMS        PIC 9(05) VALUE ZERO.
       01  WS-WIN-TOTAL        PIC 9(10)V99 VALUE ZERO.
       01  WS-WIN-FIRST-DAY    PIC 9(07) VALUE ZERO.
       01  WS-WIN-FIRST-DATE   PIC 9(08) VALUE ZERO.

       *> Use Case: The accounts behind one filer's day or pattern,
       *> each with its own share both ways, gathered from the item
       *> table by 3750-COLLECT-ACCOUNTS for the WS-SEL- filer, day
       *> range and direction (space = both). The near switch
       *> limits it to just-under items, as the window test does.
       01  WS-SEL-FILER-TYPE   PIC X(01) VALUE SPACE.
       01  WS-SEL-FILER-ID     PIC 9(10) VALUE ZERO.
       01  WS-SEL-FROM-DAY     PIC 9(07) VALUE ZERO.
       01  WS-SEL-TO-DAY       PIC 9(07) VALUE ZERO.
       01  WS-SEL-DIRECTION    PIC X(01) VALUE SPACE.
       01  WS-SEL-NEAR-SW      PIC X(01) VALUE 'N'.
           88 SELECT-NEAR-ONLY           VALUE 'Y'.
           88 SELECT-ALL-ITEMS           VALUE 'N'.

       01  WS-CONTRIB-TABLE.
           05 WS-CONTRIB-COUNT PIC 9(03) VALUE ZERO.
           05 WS-CONTRIB-ENTRY OCCURS 100 TIMES
                                INDEXED BY WS-CON-IDX.
              10 WS-C-ACCT-ID    PIC 9(10).
              10 WS-C-IN-TOTAL   PIC 9(10)V99.
              10 WS-C-IN-COUNT   PIC 9(05).
              10 WS-C-OUT-TOTAL  PIC 9(10)V99.
              10 WS-C-OUT-COUNT  PIC 9(05).

       *> Use Case: The filer or account the line in hand is
       *> printed for.
       01  WS-PRINT-LABEL      PIC X(05) VALUE SPACES.
       01  WS-PRINT-NAME       PIC X(30) VALUE SPACES.
       01  WS-PRINT-BRANCH     PIC 9(03) VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05 WS-READ-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-CASH-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-SKIP-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-OVER-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-OVER-CASH-IN   PIC 9(12)V99 VALUE ZERO.
           05 WS-OVER-CASH-OUT  PIC 9(12)V99 VALUE ZERO.
           05 WS-NO-CUST-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-FILED-ACCT-COUNT PIC 9(07) VALUE ZERO.

       *> Use Case: Print-line layouts, moved one at a time into
       *> FO-PRINT-LINE. HD = headings, DT = detail, TL = totals.
       01  WS-HD-TITLE-LINE.
           05 FILLER           PIC X(38)
              VALUE "CURRENCY TRANSACTION REVIEW - PERIOD: ".
           05 WS-HD-FROM-DATE  PIC 9(08).
           05 FILLER           PIC X(09) VALUE " THROUGH ".
           05 WS-HD-TO-DATE    PIC 9(08).
           05 FILLER           PIC X(07) VALUE "  RUN: ".
           05 WS-HD-RUN-DATE   PIC 9(08).
           05 FILLER           PIC X(42) VALUE SPACES.

       01  WS-HD-PARM-LINE.
           05 FILLER           PIC X(11) VALUE "THRESHOLD: ".
           05 WS-HD-THRESHOLD  PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(14) VALUE "  NEAR FLOOR: ".
           05 WS-HD-NEAR-FLOOR PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(10) VALUE "  WINDOW: ".
           05 WS-HD-WINDOW     PIC ZZ9.
           05 FILLER           PIC X(15) VALUE " DAYS  MINIMUM ".
           05 WS-HD-MIN-COUNT  PIC ZZ9.
           05 FILLER           PIC X(06) VALUE " ITEMS".
           05 FILLER           PIC X(32) VALUE SPACES.

       01  WS-HD-SECTION-LINE.
           05 WS-HD-SECTION    PIC X(60).
           05 FILLER           PIC X(60) VALUE SPACES.

       01  WS-HD-OVER-COLUMNS.
           05 FILLER           PIC X(17) VALUE "FILER".
           05 FILLER           PIC X(32) VALUE "NAME".
           05 FILLER           PIC X(05) VALUE "BR".
           05 FILLER           PIC X(10) VALUE "DATE".
           05 FILLER           PIC X(18) VALUE "         CASH IN".
           05 FILLER           PIC X(07) VALUE "ITEMS".
           05 FILLER           PIC X(18) VALUE "        CASH OUT".
           05 FILLER           PIC X(13) VALUE "ITEMS".

       *> Use Case: The filer's line - CUST and the customer ID, or
       *> ACCT and the account ID for an account filed on its own.
       01  WS-DT-OVER-LINE.
           05 WS-DT-FILER-LABEL PIC X(05).
           05 WS-DT-ACCT-ID    PIC 9(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DT-ACCT-NAME  PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DT-BRANCH     PIC 9(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DT-DATE       PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DT-CASH-IN    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DT-IN-COUNT   PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DT-CASH-OUT   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DT-OUT-COUNT  PIC ZZZZ9.
           05 FILLER           PIC X(06) VALUE SPACES.

       *> Use Case: One contributing account under the filer's
       *> line, its number set under the filer's number.
       01  WS-DT-OVER-ACCT-LINE.
           05 FILLER           PIC X(05) VALUE SPACES.
           05 WS-DA-ACCT-ID    PIC 9(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DA-ACCT-NAME  PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DA-BRANCH     PIC 9(03).
           05 FILLER           PIC X(12) VALUE SPACES.
           05 WS-DA-CASH-IN    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DA-IN-COUNT   PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DA-CASH-OUT   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DA-OUT-COUNT  PIC ZZZZ9.
           05 FILLER           PIC X(06) VALUE SPACES.

       01  WS-HD-PATTERN-COLUMNS.
           05 FILLER           PIC X(17) VALUE "FILER".
           05 FILLER           PIC X(32) VALUE "NAME".
           05 FILLER           PIC X(05) VALUE "BR".
           05 FILLER           PIC X(05) VALUE "DIR".
           05 FILLER           PIC X(10) VALUE "FROM".
           05 FILLER           PIC X(10) VALUE "THROUGH".
           05 FILLER           PIC X(07) VALUE "ITEMS".
           05 FILLER           PIC X(34) VALUE "           TOTAL".

       01  WS-DT-PATTERN-LINE.
           05 WS-DP-FILER-LABEL PIC X(05).
           05 WS-DP-ACCT-ID    PIC 9(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DP-ACCT-NAME  PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DP-BRANCH     PIC 9(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DP-DIRECTION  PIC X(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DP-FROM-DATE  PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DP-TO-DATE    PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DP-ITEMS      PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DP-TOTAL      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(17) VALUE SPACES.

       *> Use Case: One account's share of the pattern above it.
       01  WS-DT-PATTERN-ACCT-LINE.
           05 FILLER           PIC X(05) VALUE SPACES.
           05 WS-DQ-ACCT-ID    PIC 9(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DQ-ACCT-NAME  PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DQ-BRANCH     PIC 9(03).
           05 FILLER           PIC X(27) VALUE SPACES.
           05 WS-DQ-ITEMS      PIC ZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DQ-TOTAL      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(17) VALUE SPACES.

       01  WS-TL-NONE-LINE.
           05 FILLER           PIC X(30)
              VALUE "    NONE FOUND IN THE PERIOD".
           05 FILLER           PIC X(90) VALUE SPACES.

       01  WS-TL-TOTAL-LINE.
           05 WS-TL-LABEL      PIC X(30).
           05 WS-TL-COUNT      PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(81) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0500-LOAD-CTR-PARM.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-SET-PERIOD.
           PERFORM 2000-READ-HISTORY.
           PERFORM 3000-LOAD-ONE UNTIL END-OF-FILE.

           SET WS-ITEM-IDX TO 1.
           PERFORM 3200-TOTAL-ONE-ITEM
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.
           SET WS-ITEM-IDX TO 1.
           PERFORM 3400-TEST-ONE-WINDOW
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.

           PERFORM 3500-WRITE-REVIEW.
           PERFORM 4000-CLOSE-FILES.
           STOP RUN.

       0500-LOAD-CTR-PARM.
           *> Use Case: Pull the review settings from CTR.PARM; each
           *> field is checked on its own, so one bad value costs
           *> only that setting. A floor at or above the threshold
           *> would make the structuring test meaningless, so it
           *> drops back to 80 percent of the threshold.
           OPEN INPUT PARM-FILE.
           IF WS-FS-PARM = "00"
               READ PARM-FILE
                   AT END
                       MOVE SPACES TO PM-PARM-RECORD
               END-READ
               PERFORM 0510-TAKE-PARM-FIELDS
               CLOSE PARM-FILE
           ELSE
               DISPLAY "WARNING: CTR.PARM MISSING - DEFAULT REVIEW "
                "SETTINGS IN EFFECT"
           END-IF.

           IF WS-NEAR-FLOOR NOT < WS-THRESHOLD
               COMPUTE WS-NEAR-FLOOR ROUNDED = WS-THRESHOLD * 0.80
               DISPLAY "WARNING: NEAR FLOOR NOT BELOW THRESHOLD - "
                "80 PERCENT OF THRESHOLD IN EFFECT"
           END-IF.

       0510-TAKE-PARM-FIELDS.
           IF PM-THRESHOLD IS NUMERIC AND PM-THRESHOLD > ZERO
               MOVE PM-THRESHOLD TO WS-THRESHOLD
           ELSE
               DISPLAY "WARNING: CTR.PARM THRESHOLD INVALID - "
                "DEFAULT IN EFFECT"
           END-IF.

           IF PM-NEAR-FLOOR IS NUMERIC AND PM-NEAR-FLOOR > ZERO
               MOVE PM-NEAR-FLOOR TO WS-NEAR-FLOOR
           ELSE
               DISPLAY "WARNING: CTR.PARM NEAR FLOOR INVALID - "
                "DEFAULT IN EFFECT"
           END-IF.

           IF PM-WINDOW-DAYS IS NUMERIC AND PM-WINDOW-DAYS > ZERO
               MOVE PM-WINDOW-DAYS TO WS-WINDOW-DAYS
           ELSE
               DISPLAY "WARNING: CTR.PARM WINDOW DAYS INVALID - "
                "DEFAULT IN EFFECT"
           END-IF.

           IF PM-MIN-COUNT IS NUMERIC AND PM-MIN-COUNT > 1
               MOVE PM-MIN-COUNT TO WS-MIN-COUNT
           ELSE
               DISPLAY "WARNING: CTR.PARM MINIMUM ITEMS INVALID - "
                "DEFAULT IN EFFECT"
           END-IF.

           IF PM-PERIOD-FROM IS NUMERIC
               MOVE PM-PERIOD-FROM TO WS-PERIOD-FROM
           END-IF.
           IF PM-PERIOD-TO IS NUMERIC
               MOVE PM-PERIOD-TO TO WS-PERIOD-TO
           END-IF.

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

           *> Use Case: A missing customer master is not fatal - the
           *> review still runs, and the filing goes out with the
           *> identity fields blank for compliance to complete.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-FS-CUSTOMER NOT = "00"
               SET CUSTOMER-FILE-ABSENT TO TRUE
               DISPLAY "WARNING: COULD NOT OPEN CUSTOMER MASTER (FS: "
                WS-FS-CUSTOMER ") - FILING IDENTITY LEFT BLANK"
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-FS-REPORT NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT CREATE CTR REVIEW "
                "REPORT (FS: " WS-FS-REPORT ")"
               STOP RUN
           END-IF.

           OPEN OUTPUT FILING-FILE.
           IF WS-FS-FILING NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT CREATE CTR FILING "
                "EXTRACT (FS: " WS-FS-FILING ")"
               STOP RUN
           END-IF.

       1100-SET-PERIOD.
           *> Use Case: A zero period date is the run date, so the
           *> nightly run reviews today's postings with no parameter
           *> change; a period that ends before it starts is refused
           *> back to today alone rather than scanning nothing.
           IF WS-PERIOD-FROM = ZERO
               MOVE WS-RUN-DATE TO WS-PERIOD-FROM
           END-IF.
           IF WS-PERIOD-TO = ZERO
               MOVE WS-RUN-DATE TO WS-PERIOD-TO
           END-IF.
           IF WS-PERIOD-FROM > WS-PERIOD-TO
               DISPLAY "WARNING: CTR.PARM PERIOD ENDS BEFORE IT "
                "STARTS - RUN DATE REVIEWED"
               MOVE WS-RUN-DATE TO WS-PERIOD-FROM
               MOVE WS-RUN-DATE TO WS-PERIOD-TO
           END-IF.

           MOVE WS-PERIOD-FROM TO WS-DN-DATE.
           PERFORM 1700-DATE-TO-DAY-NUMBER.
           MOVE WS-DAY-NUMBER  TO WS-FROM-DAY-NUMBER.

           MOVE WS-PERIOD-TO   TO WS-DN-DATE.
           PERFORM 1700-DATE-TO-DAY-NUMBER.
           MOVE WS-DAY-NUMBER  TO WS-TO-DAY-NUMBER.

           COMPUTE WS-LOAD-DAY-NUMBER =
               WS-FROM-DAY-NUMBER - WS-WINDOW-DAYS + 1.

       1700-DATE-TO-DAY-NUMBER.
           *> Use Case: Days since a fixed origin for WS-DN-DATE.
           *> Each quotient goes through DIVIDE GIVING so it is
           *> truncated to a whole number before it is summed.
           IF WS-DN-MONTH > 2
               MOVE WS-DN-YEAR  TO WS-DN-CALC-YEAR
               MOVE WS-DN-MONTH TO WS-DN-CALC-MONTH
           ELSE
               COMPUTE WS-DN-CALC-YEAR  = WS-DN-YEAR - 1
               COMPUTE WS-DN-CALC-MONTH = WS-DN-MONTH + 12
           END-IF.

           DIVIDE WS-DN-CALC-YEAR BY 4   GIVING WS-DN-QUAD-4.
           DIVIDE WS-DN-CALC-YEAR BY 100 GIVING WS-DN-QUAD-100.
           DIVIDE WS-DN-CALC-YEAR BY 400 GIVING WS-DN-QUAD-400.
           COMPUTE WS-DN-MONTH-TERM =
               153 * (WS-DN-CALC-MONTH - 3) + 2.
           DIVIDE WS-DN-MONTH-TERM BY 5 GIVING WS-DN-MONTH-DAYS.

           COMPUTE WS-DAY-NUMBER =
               365 * WS-DN-CALC-YEAR + WS-DN-QUAD-4
               - WS-DN-QUAD-100 + WS-DN-QUAD-400
               + WS-DN-MONTH-DAYS + WS-DN-DAY.

       2000-READ-HISTORY.
           READ HISTORY-FILE
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       3000-LOAD-ONE.
           ADD 1 TO WS-READ-COUNT.

           *> Use Case: Only currency legs count. A leg not flagged
           *> cash, a code that is neither cash in nor cash out, or
           *> a posting date outside the period and its look-back is
           *> passed over.
           SET DIRECTION-IS-NONE TO TRUE.
           IF TH-CASH-SW = 'Y' AND TH-POST-DATE IS NUMERIC
               IF TH-TRAN-CODE = 'D' OR TH-TRAN-CODE = 'T'
                   SET DIRECTION-IS-IN TO TRUE
               END-IF
               IF TH-TRAN-CODE = 'W' OR TH-TRAN-CODE = 'O'
                  OR TH-TRAN-CODE = 'C'
                   SET DIRECTION-IS-OUT TO TRUE
               END-IF
           END-IF.

           IF DIRECTION-IS-NONE
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               MOVE TH-POST-DATE TO WS-DN-DATE
               PERFORM 1700-DATE-TO-DAY-NUMBER
               IF WS-DAY-NUMBER < WS-LOAD-DAY-NUMBER
                  OR WS-DAY-NUMBER > WS-TO-DAY-NUMBER
                   ADD 1 TO WS-SKIP-COUNT
               ELSE
                   PERFORM 3100-STORE-ITEM
               END-IF
           END-IF.

           PERFORM 2000-READ-HISTORY.

       3100-STORE-ITEM.
           IF WS-ITEM-COUNT NOT < 10000
               DISPLAY "CRITICAL ERROR: CASH ITEM TABLE FULL - "
                "NARROW THE CTR.PARM PERIOD"
               STOP RUN
           END-IF.

           ADD 1 TO WS-ITEM-COUNT.
           ADD 1 TO WS-CASH-COUNT.
           SET WS-ITEM-IDX TO WS-ITEM-COUNT.
           MOVE TH-ACCT-ID    TO WS-I-ACCT-ID (WS-ITEM-IDX).
           PERFORM 3110-SET-FILER.
           MOVE TH-POST-DATE  TO WS-I-POST-DATE (WS-ITEM-IDX).
           MOVE WS-DAY-NUMBER TO WS-I-DAY-NUMBER (WS-ITEM-IDX).
           MOVE WS-DIRECTION  TO WS-I-DIRECTION (WS-ITEM-IDX).
           MOVE TH-AMOUNT     TO WS-I-AMOUNT (WS-ITEM-IDX).
           IF TH-AMOUNT NOT < WS-NEAR-FLOOR
              AND TH-AMOUNT NOT > WS-THRESHOLD
               MOVE 'Y' TO WS-I-NEAR-SW (WS-ITEM-IDX)
           ELSE
               MOVE 'N' TO WS-I-NEAR-SW (WS-ITEM-IDX)
           END-IF.

       3110-SET-FILER.
           *> Use Case: The threshold is per person, so a leg is
           *> filed under the account's owning customer and cash
           *> through any of their accounts adds up together. An
           *> account with no customer link, or no longer on the
           *> master, is its own filer.
           MOVE TH-ACCT-ID TO AM-ACCT-ID.
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET MASTER-RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET MASTER-RECORD-FOUND TO TRUE
           END-READ.

           IF MASTER-RECORD-FOUND AND AM-CUST-ID NOT = ZERO
               MOVE 'C'        TO WS-I-FILER-TYPE (WS-ITEM-IDX)
               MOVE AM-CUST-ID TO WS-I-FILER-ID (WS-ITEM-IDX)
           ELSE
               MOVE 'A'        TO WS-I-FILER-TYPE (WS-ITEM-IDX)
               MOVE TH-ACCT-ID TO WS-I-FILER-ID (WS-ITEM-IDX)
           END-IF.

       3200-TOTAL-ONE-ITEM.
           *> Use Case: Items in the look-back days before the period
           *> feed only the window test - the day totals are for the
           *> period itself.
           IF WS-I-DAY-NUMBER (WS-ITEM-IDX) NOT < WS-FROM-DAY-NUMBER
               PERFORM 3210-FIND-DAY-ENTRY
               IF WS-I-DIRECTION (WS-ITEM-IDX) = 'I'
                   ADD WS-I-AMOUNT (WS-ITEM-IDX)
                       TO WS-D-IN-TOTAL (WS-DAY-IDX)
                   ADD 1 TO WS-D-IN-COUNT (WS-DAY-IDX)
               ELSE
                   ADD WS-I-AMOUNT (WS-ITEM-IDX)
                       TO WS-D-OUT-TOTAL (WS-DAY-IDX)
                   ADD 1 TO WS-D-OUT-COUNT (WS-DAY-IDX)
               END-IF
           END-IF.

           SET WS-ITEM-IDX UP BY 1.

       3210-FIND-DAY-ENTRY.
           *> Use Case: Leaves WS-DAY-IDX on the item's filer-day,
           *> starting a zeroed entry the first time it is seen.
           SET ENTRY-NOT-FOUND TO TRUE.
           SET WS-DAY-IDX TO 1.
           PERFORM 3220-COMPARE-DAY-ENTRY
               UNTIL WS-DAY-IDX > WS-DAY-COUNT OR ENTRY-FOUND.

           IF ENTRY-NOT-FOUND
               IF WS-DAY-COUNT NOT < 10000
                   DISPLAY "CRITICAL ERROR: FILER-DAY TABLE FULL - "
                    "NARROW THE CTR.PARM PERIOD"
                   STOP RUN
               END-IF
               ADD 1 TO WS-DAY-COUNT
               SET WS-DAY-IDX TO WS-DAY-COUNT
               MOVE WS-I-FILER-TYPE (WS-ITEM-IDX)
                   TO WS-D-FILER-TYPE (WS-DAY-IDX)
               MOVE WS-I-FILER-ID (WS-ITEM-IDX)
                   TO WS-D-FILER-ID (WS-DAY-IDX)
               MOVE WS-I-POST-DATE (WS-ITEM-IDX)
                   TO WS-D-POST-DATE (WS-DAY-IDX)
               MOVE WS-I-DAY-NUMBER (WS-ITEM-IDX)
                   TO WS-D-DAY-NUMBER (WS-DAY-IDX)
               MOVE ZERO TO WS-D-IN-TOTAL (WS-DAY-IDX)
               MOVE ZERO TO WS-D-IN-COUNT (WS-DAY-IDX)
               MOVE ZERO TO WS-D-OUT-TOTAL (WS-DAY-IDX)
               MOVE ZERO TO WS-D-OUT-COUNT (WS-DAY-IDX)
           END-IF.

       3220-COMPARE-DAY-ENTRY.
           IF WS-D-FILER-TYPE (WS-DAY-IDX)
                = WS-I-FILER-TYPE (WS-ITEM-IDX)
              AND WS-D-FILER-ID (WS-DAY-IDX)
                = WS-I-FILER-ID (WS-ITEM-IDX)
              AND WS-D-POST-DATE (WS-DAY-IDX)
                = WS-I-POST-DATE (WS-ITEM-IDX)
               SET ENTRY-FOUND TO TRUE
           ELSE
               SET WS-DAY-IDX UP BY 1
           END-IF.

       3400-TEST-ONE-WINDOW.
           *> Use Case: Each just-under item inside the period closes
           *> a window of WS-WINDOW-DAYS days ending on its own date;
           *> the just-under items of the same filer and direction,
           *> whichever of the filer's accounts they went through,
           *> inside that window are counted, and enough of them make
           *> a pattern.
           IF WS-I-NEAR-SW (WS-ITEM-IDX) = 'Y'
              AND WS-I-DAY-NUMBER (WS-ITEM-IDX)
                  NOT < WS-FROM-DAY-NUMBER
               COMPUTE WS-WINDOW-START =
                   WS-I-DAY-NUMBER (WS-ITEM-IDX) - WS-WINDOW-DAYS + 1
               MOVE ZERO TO WS-WIN-ITEMS
               MOVE ZERO TO WS-WIN-TOTAL
               MOVE WS-I-DAY-NUMBER (WS-ITEM-IDX) TO WS-WIN-FIRST-DAY
               MOVE WS-I-POST-DATE (WS-ITEM-IDX) TO WS-WIN-FIRST-DATE
               SET WS-SCAN-IDX TO 1
               PERFORM 3410-COUNT-ONE-ITEM
                   UNTIL WS-SCAN-IDX > WS-ITEM-COUNT
               IF WS-WIN-ITEMS NOT < WS-MIN-COUNT
                   PERFORM 3450-RECORD-PATTERN
               END-IF
           END-IF.

           SET WS-ITEM-IDX UP BY 1.

       3410-COUNT-ONE-ITEM.
           IF WS-I-NEAR-SW (WS-SCAN-IDX) = 'Y'
              AND WS-I-FILER-TYPE (WS-SCAN-IDX)
                = WS-I-FILER-TYPE (WS-ITEM-IDX)
              AND WS-I-FILER-ID (WS-SCAN-IDX)
                = WS-I-FILER-ID (WS-ITEM-IDX)
              AND WS-I-DIRECTION (WS-SCAN-IDX)
                = WS-I-DIRECTION (WS-ITEM-IDX)
              AND WS-I-DAY-NUMBER (WS-SCAN-IDX) NOT < WS-WINDOW-START
              AND WS-I-DAY-NUMBER (WS-SCAN-IDX)
                  NOT > WS-I-DAY-NUMBER (WS-ITEM-IDX)
               ADD 1 TO WS-WIN-ITEMS
               ADD WS-I-AMOUNT (WS-SCAN-IDX) TO WS-WIN-TOTAL
               IF WS-I-DAY-NUMBER (WS-SCAN-IDX) < WS-WIN-FIRST-DAY
                   MOVE WS-I-DAY-NUMBER (WS-SCAN-IDX)
                       TO WS-WIN-FIRST-DAY
                   MOVE WS-I-POST-DATE (WS-SCAN-IDX)
                       TO WS-WIN-FIRST-DATE
               END-IF
           END-IF.

           SET WS-SCAN-IDX UP BY 1.

       3450-RECORD-PATTERN.
           *> Use Case: One line per filer and direction however
           *> many windows qualify - the window with the most items
           *> (the larger total on a tie) is the one kept for review.
           SET ENTRY-NOT-FOUND TO TRUE.
           SET WS-PAT-IDX TO 1.
           PERFORM 3460-COMPARE-PATTERN
               UNTIL WS-PAT-IDX > WS-PATTERN-COUNT OR ENTRY-FOUND.

           IF ENTRY-NOT-FOUND
               IF WS-PATTERN-COUNT NOT < 10000
                   DISPLAY "CRITICAL ERROR: PATTERN TABLE FULL - "
                    "NARROW THE CTR.PARM PERIOD"
                   STOP RUN
               END-IF
               ADD 1 TO WS-PATTERN-COUNT
               SET WS-PAT-IDX TO WS-PATTERN-COUNT
               MOVE WS-I-FILER-TYPE (WS-ITEM-IDX)
                   TO WS-P-FILER-TYPE (WS-PAT-IDX)
               MOVE WS-I-FILER-ID (WS-ITEM-IDX)
                   TO WS-P-FILER-ID (WS-PAT-IDX)
               MOVE WS-I-DIRECTION (WS-ITEM-IDX)
                   TO WS-P-DIRECTION (WS-PAT-IDX)
               MOVE ZERO TO WS-P-ITEMS (WS-PAT-IDX)
               MOVE ZERO TO WS-P-TOTAL (WS-PAT-IDX)
           END-IF.

           IF WS-WIN-ITEMS > WS-P-ITEMS (WS-PAT-IDX)
              OR (WS-WIN-ITEMS = WS-P-ITEMS (WS-PAT-IDX)
                  AND WS-WIN-TOTAL > WS-P-TOTAL (WS-PAT-IDX))
               MOVE WS-WIN-FIRST-DATE TO WS-P-FROM-DATE (WS-PAT-IDX)
               MOVE WS-I-POST-DATE (WS-ITEM-IDX)
                   TO WS-P-TO-DATE (WS-PAT-IDX)
               MOVE WS-WIN-FIRST-DAY  TO WS-P-FROM-DAY (WS-PAT-IDX)
               MOVE WS-I-DAY-NUMBER (WS-ITEM-IDX)
                   TO WS-P-TO-DAY (WS-PAT-IDX)
               MOVE WS-WIN-ITEMS TO WS-P-ITEMS (WS-PAT-IDX)
               MOVE WS-WIN-TOTAL TO WS-P-TOTAL (WS-PAT-IDX)
           END-IF.

       3460-COMPARE-PATTERN.
           IF WS-P-FILER-TYPE (WS-PAT-IDX)
                = WS-I-FILER-TYPE (WS-ITEM-IDX)
              AND WS-P-FILER-ID (WS-PAT-IDX)
                = WS-I-FILER-ID (WS-ITEM-IDX)
              AND WS-P-DIRECTION (WS-PAT-IDX)
                = WS-I-DIRECTION (WS-ITEM-IDX)
               SET ENTRY-FOUND TO TRUE
           ELSE
               SET WS-PAT-IDX UP BY 1
           END-IF.

       3500-WRITE-REVIEW.
           PERFORM 3510-WRITE-HEADINGS.

           *> Use Case: Filing header goes out first - it names the
           *> period and threshold every detail was drawn under.
           MOVE SPACES         TO FO2-FILING-HEADER.
           MOVE 'H'            TO FO2-HDR-TYPE.
           MOVE WS-RUN-DATE    TO FO2-HDR-RUN-DATE.
           MOVE WS-PERIOD-FROM TO FO2-HDR-FROM-DATE.
           MOVE WS-PERIOD-TO   TO FO2-HDR-TO-DATE.
           MOVE WS-THRESHOLD   TO FO2-HDR-THRESHOLD.
           WRITE FO2-FILING-HEADER.
           PERFORM 3950-WRITE-FILING.

           MOVE "DAYS OVER THE REPORTING THRESHOLD (FILED)"
               TO WS-HD-SECTION.
           MOVE WS-HD-SECTION-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.
           MOVE WS-HD-OVER-COLUMNS TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           SET WS-DAY-IDX TO 1.
           PERFORM 3600-CHECK-ONE-DAY
               UNTIL WS-DAY-IDX > WS-DAY-COUNT.
           IF WS-OVER-COUNT = ZERO
               MOVE WS-TL-NONE-LINE TO FO-PRINT-LINE
               PERFORM 3900-WRITE-PRINT-LINE
           END-IF.

           MOVE SPACES TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.
           MOVE "POSSIBLE STRUCTURING (REVIEW ONLY - NOT FILED)"
               TO WS-HD-SECTION.
           MOVE WS-HD-SECTION-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.
           MOVE WS-HD-PATTERN-COLUMNS TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           SET WS-PAT-IDX TO 1.
           PERFORM 3700-WRITE-ONE-PATTERN
               UNTIL WS-PAT-IDX > WS-PATTERN-COUNT.
           IF WS-PATTERN-COUNT = ZERO
               MOVE WS-TL-NONE-LINE TO FO-PRINT-LINE
               PERFORM 3900-WRITE-PRINT-LINE
           END-IF.

           PERFORM 3800-WRITE-TOTALS.

           MOVE SPACES              TO FO2-FILING-TRAILER.
           MOVE 'T'                 TO FO2-TRL-TYPE.
           MOVE WS-OVER-COUNT       TO FO2-TRL-COUNT.
           MOVE WS-OVER-CASH-IN     TO FO2-TRL-CASH-IN.
           MOVE WS-OVER-CASH-OUT    TO FO2-TRL-CASH-OUT.
           MOVE WS-FILED-ACCT-COUNT TO FO2-TRL-ACCT-COUNT.
           WRITE FO2-FILING-TRAILER.
           PERFORM 3950-WRITE-FILING.

       3510-WRITE-HEADINGS.
           MOVE WS-PERIOD-FROM   TO WS-HD-FROM-DATE.
           MOVE WS-PERIOD-TO     TO WS-HD-TO-DATE.
           MOVE WS-RUN-DATE      TO WS-HD-RUN-DATE.
           MOVE WS-HD-TITLE-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE WS-THRESHOLD     TO WS-HD-THRESHOLD.
           MOVE WS-NEAR-FLOOR    TO WS-HD-NEAR-FLOOR.
           MOVE WS-WINDOW-DAYS   TO WS-HD-WINDOW.
           MOVE WS-MIN-COUNT     TO WS-HD-MIN-COUNT.
           MOVE WS-HD-PARM-LINE  TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE SPACES TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

       3600-CHECK-ONE-DAY.
           *> Use Case: Reportable when either direction on its own
           *> is over the threshold - cash in and cash out are not
           *> netted against each other.
           IF WS-D-IN-TOTAL (WS-DAY-IDX) > WS-THRESHOLD
              OR WS-D-OUT-TOTAL (WS-DAY-IDX) > WS-THRESHOLD
               PERFORM 3610-WRITE-OVER-DAY
           END-IF.

           SET WS-DAY-IDX UP BY 1.

       3610-WRITE-OVER-DAY.
           ADD 1 TO WS-OVER-COUNT.
           ADD WS-D-IN-TOTAL (WS-DAY-IDX)  TO WS-OVER-CASH-IN.
           ADD WS-D-OUT-TOTAL (WS-DAY-IDX) TO WS-OVER-CASH-OUT.

           *> Use Case: Every account the filer's cash went through
           *> that day, both directions.
           MOVE WS-D-FILER-TYPE (WS-DAY-IDX) TO WS-SEL-FILER-TYPE.
           MOVE WS-D-FILER-ID (WS-DAY-IDX)   TO WS-SEL-FILER-ID.
           MOVE WS-D-DAY-NUMBER (WS-DAY-IDX) TO WS-SEL-FROM-DAY.
           MOVE WS-D-DAY-NUMBER (WS-DAY-IDX) TO WS-SEL-TO-DAY.
           MOVE SPACE                        TO WS-SEL-DIRECTION.
           SET SELECT-ALL-ITEMS TO TRUE.
           PERFORM 3750-COLLECT-ACCOUNTS.
           PERFORM 3740-NAME-FILER.

           *> Use Case: An unlinked account or a dangling customer
           *> link is filed without the identity and counted, so
           *> compliance can complete the record before the filing
           *> goes in.
           IF CUSTOMER-RECORD-NOT-FOUND
               ADD 1 TO WS-NO-CUST-COUNT
               DISPLAY "WARNING: NO CUSTOMER IDENTITY ON FILE FOR "
                WS-PRINT-LABEL WS-D-FILER-ID (WS-DAY-IDX)
           END-IF.

           MOVE WS-PRINT-LABEL              TO WS-DT-FILER-LABEL.
           MOVE WS-D-FILER-ID (WS-DAY-IDX)  TO WS-DT-ACCT-ID.
           MOVE WS-PRINT-NAME               TO WS-DT-ACCT-NAME.
           MOVE WS-PRINT-BRANCH             TO WS-DT-BRANCH.
           MOVE WS-D-POST-DATE (WS-DAY-IDX) TO WS-DT-DATE.
           MOVE WS-D-IN-TOTAL (WS-DAY-IDX)  TO WS-DT-CASH-IN.
           MOVE WS-D-IN-COUNT (WS-DAY-IDX)  TO WS-DT-IN-COUNT.
           MOVE WS-D-OUT-TOTAL (WS-DAY-IDX) TO WS-DT-CASH-OUT.
           MOVE WS-D-OUT-COUNT (WS-DAY-IDX) TO WS-DT-OUT-COUNT.
           MOVE WS-DT-OVER-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE SPACES                      TO FO2-FILING-DETAIL.
           MOVE 'D'                         TO FO2-REC-TYPE.
           MOVE ZERO                        TO FO2-ACCT-ID.
           MOVE ZERO                        TO FO2-CUST-ID.
           IF WS-D-FILER-TYPE (WS-DAY-IDX) = 'C'
               MOVE WS-D-FILER-ID (WS-DAY-IDX) TO FO2-CUST-ID
           ELSE
               MOVE WS-D-FILER-ID (WS-DAY-IDX) TO FO2-ACCT-ID
           END-IF.
           MOVE WS-PRINT-NAME               TO FO2-PERSON-NAME.
           MOVE ZERO                        TO FO2-BIRTH-DATE.
           IF CUSTOMER-RECORD-FOUND
               MOVE CM-TAX-ID      TO FO2-TAX-ID
               MOVE CM-BIRTH-DATE  TO FO2-BIRTH-DATE
               MOVE CM-ADDR-LINE-1 TO FO2-ADDR-1
               MOVE CM-ADDR-LINE-2 TO FO2-ADDR-2
               MOVE CM-CITY        TO FO2-CITY
               MOVE CM-STATE       TO FO2-STATE
               MOVE CM-POSTAL-CODE TO FO2-POSTAL
           END-IF.
           MOVE WS-PRINT-BRANCH             TO FO2-BRANCH.
           MOVE WS-D-POST-DATE (WS-DAY-IDX) TO FO2-TRAN-DATE.
           MOVE WS-D-IN-TOTAL (WS-DAY-IDX)  TO FO2-CASH-IN.
           MOVE WS-D-IN-COUNT (WS-DAY-IDX)  TO FO2-CASH-IN-COUNT.
           MOVE WS-D-OUT-TOTAL (WS-DAY-IDX) TO FO2-CASH-OUT.
           MOVE WS-D-OUT-COUNT (WS-DAY-IDX) TO FO2-CASH-OUT-COUNT.
           WRITE FO2-FILING-DETAIL.
           PERFORM 3950-WRITE-FILING.

           SET WS-CON-IDX TO 1.
           PERFORM 3620-WRITE-OVER-ACCOUNT
               UNTIL WS-CON-IDX > WS-CONTRIB-COUNT.

       3620-WRITE-OVER-ACCOUNT.
           *> Use Case: One report line and one 'A' filing record
           *> per account behind the filer's day.
           MOVE WS-C-ACCT-ID (WS-CON-IDX) TO AM-ACCT-ID.
           PERFORM 3850-READ-ACCOUNT.
           ADD 1 TO WS-FILED-ACCT-COUNT.

           MOVE WS-C-ACCT-ID (WS-CON-IDX)   TO WS-DA-ACCT-ID.
           MOVE WS-PRINT-NAME               TO WS-DA-ACCT-NAME.
           MOVE WS-PRINT-BRANCH             TO WS-DA-BRANCH.
           MOVE WS-C-IN-TOTAL (WS-CON-IDX)  TO WS-DA-CASH-IN.
           MOVE WS-C-IN-COUNT (WS-CON-IDX)  TO WS-DA-IN-COUNT.
           MOVE WS-C-OUT-TOTAL (WS-CON-IDX) TO WS-DA-CASH-OUT.
           MOVE WS-C-OUT-COUNT (WS-CON-IDX) TO WS-DA-OUT-COUNT.
           MOVE WS-DT-OVER-ACCT-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE SPACES                      TO FO2-FILING-ACCOUNT.
           MOVE 'A'                         TO FO2-ACT-TYPE.
           MOVE WS-C-ACCT-ID (WS-CON-IDX)   TO FO2-ACT-ACCT-ID.
           MOVE WS-PRINT-BRANCH             TO FO2-ACT-BRANCH.
           MOVE WS-D-POST-DATE (WS-DAY-IDX) TO FO2-ACT-TRAN-DATE.
           MOVE WS-C-IN-TOTAL (WS-CON-IDX)  TO FO2-ACT-CASH-IN.
           MOVE WS-C-IN-COUNT (WS-CON-IDX)  TO FO2-ACT-IN-COUNT.
           MOVE WS-C-OUT-TOTAL (WS-CON-IDX) TO FO2-ACT-CASH-OUT.
           MOVE WS-C-OUT-COUNT (WS-CON-IDX) TO FO2-ACT-OUT-COUNT.
           WRITE FO2-FILING-ACCOUNT.
           PERFORM 3950-WRITE-FILING.

           SET WS-CON-IDX UP BY 1.

       3700-WRITE-ONE-PATTERN.
           *> Use Case: The accounts behind the pattern are the ones
           *> that took its just-under items, in its direction,
           *> inside the window kept.
           MOVE WS-P-FILER-TYPE (WS-PAT-IDX) TO WS-SEL-FILER-TYPE.
           MOVE WS-P-FILER-ID (WS-PAT-IDX)   TO WS-SEL-FILER-ID.
           MOVE WS-P-FROM-DAY (WS-PAT-IDX)   TO WS-SEL-FROM-DAY.
           MOVE WS-P-TO-DAY (WS-PAT-IDX)     TO WS-SEL-TO-DAY.
           MOVE WS-P-DIRECTION (WS-PAT-IDX)  TO WS-SEL-DIRECTION.
           SET SELECT-NEAR-ONLY TO TRUE.
           PERFORM 3750-COLLECT-ACCOUNTS.
           PERFORM 3740-NAME-FILER.

           MOVE WS-PRINT-LABEL              TO WS-DP-FILER-LABEL.
           MOVE WS-P-FILER-ID (WS-PAT-IDX)  TO WS-DP-ACCT-ID.
           MOVE WS-PRINT-NAME               TO WS-DP-ACCT-NAME.
           MOVE WS-PRINT-BRANCH             TO WS-DP-BRANCH.
           IF WS-P-DIRECTION (WS-PAT-IDX) = 'I'
               MOVE "IN"  TO WS-DP-DIRECTION
           ELSE
               MOVE "OUT" TO WS-DP-DIRECTION
           END-IF.
           MOVE WS-P-FROM-DATE (WS-PAT-IDX) TO WS-DP-FROM-DATE.
           MOVE WS-P-TO-DATE (WS-PAT-IDX)   TO WS-DP-TO-DATE.
           MOVE WS-P-ITEMS (WS-PAT-IDX)     TO WS-DP-ITEMS.
           MOVE WS-P-TOTAL (WS-PAT-IDX)     TO WS-DP-TOTAL.
           MOVE WS-DT-PATTERN-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           SET WS-CON-IDX TO 1.
           PERFORM 3710-WRITE-PATTERN-ACCOUNT
               UNTIL WS-CON-IDX > WS-CONTRIB-COUNT.

           SET WS-PAT-IDX UP BY 1.

       3710-WRITE-PATTERN-ACCOUNT.
           MOVE WS-C-ACCT-ID (WS-CON-IDX) TO AM-ACCT-ID.
           PERFORM 3850-READ-ACCOUNT.

           MOVE WS-C-ACCT-ID (WS-CON-IDX)   TO WS-DQ-ACCT-ID.
           MOVE WS-PRINT-NAME               TO WS-DQ-ACCT-NAME.
           MOVE WS-PRINT-BRANCH             TO WS-DQ-BRANCH.
           IF WS-P-DIRECTION (WS-PAT-IDX) = 'I'
               MOVE WS-C-IN-COUNT (WS-CON-IDX)  TO WS-DQ-ITEMS
               MOVE WS-C-IN-TOTAL (WS-CON-IDX)  TO WS-DQ-TOTAL
           ELSE
               MOVE WS-C-OUT-COUNT (WS-CON-IDX) TO WS-DQ-ITEMS
               MOVE WS-C-OUT-TOTAL (WS-CON-IDX) TO WS-DQ-TOTAL
           END-IF.
           MOVE WS-DT-PATTERN-ACCT-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           SET WS-CON-IDX UP BY 1.

       3740-NAME-FILER.
           *> Use Case: Label, name and branch for the filer's line.
           *> The first account collected gives the branch, and its
           *> title stands as the name until the customer master
           *> supplies the person's own.
           IF WS-SEL-FILER-TYPE = 'C'
               MOVE "CUST " TO WS-PRINT-LABEL
           ELSE
               MOVE "ACCT " TO WS-PRINT-LABEL
           END-IF.

           SET WS-CON-IDX TO 1.
           MOVE WS-C-ACCT-ID (WS-CON-IDX) TO AM-ACCT-ID.
           PERFORM 3850-READ-ACCOUNT.
           PERFORM 3860-READ-CUSTOMER.
           IF CUSTOMER-RECORD-FOUND
               MOVE CM-CUST-NAME TO WS-PRINT-NAME
           END-IF.

       3750-COLLECT-ACCOUNTS.
           MOVE ZERO TO WS-CONTRIB-COUNT.
           SET WS-SCAN-IDX TO 1.
           PERFORM 3760-COLLECT-ONE-ITEM
               UNTIL WS-SCAN-IDX > WS-ITEM-COUNT.

       3760-COLLECT-ONE-ITEM.
           IF WS-I-FILER-TYPE (WS-SCAN-IDX) = WS-SEL-FILER-TYPE
              AND WS-I-FILER-ID (WS-SCAN-IDX) = WS-SEL-FILER-ID
              AND WS-I-DAY-NUMBER (WS-SCAN-IDX) NOT < WS-SEL-FROM-DAY
              AND WS-I-DAY-NUMBER (WS-SCAN-IDX) NOT > WS-SEL-TO-DAY
              AND (WS-SEL-DIRECTION = SPACE
                   OR WS-I-DIRECTION (WS-SCAN-IDX) = WS-SEL-DIRECTION)
              AND (SELECT-ALL-ITEMS
                   OR WS-I-NEAR-SW (WS-SCAN-IDX) = 'Y')
               PERFORM 3770-FIND-CONTRIB-ENTRY
               IF WS-I-DIRECTION (WS-SCAN-IDX) = 'I'
                   ADD WS-I-AMOUNT (WS-SCAN-IDX)
                       TO WS-C-IN-TOTAL (WS-CON-IDX)
                   ADD 1 TO WS-C-IN-COUNT (WS-CON-IDX)
               ELSE
                   ADD WS-I-AMOUNT (WS-SCAN-IDX)
                       TO WS-C-OUT-TOTAL (WS-CON-IDX)
                   ADD 1 TO WS-C-OUT-COUNT (WS-CON-IDX)
               END-IF
           END-IF.

           SET WS-SCAN-IDX UP BY 1.

       3770-FIND-CONTRIB-ENTRY.
           *> Use Case: Leaves WS-CON-IDX on the item's account,
           *> starting a zeroed entry the first time it is seen.
           SET ENTRY-NOT-FOUND TO TRUE.
           SET WS-CON-IDX TO 1.
           PERFORM 3780-COMPARE-CONTRIB
               UNTIL WS-CON-IDX > WS-CONTRIB-COUNT OR ENTRY-FOUND.

           IF ENTRY-NOT-FOUND
               IF WS-CONTRIB-COUNT NOT < 100
                   DISPLAY "CRITICAL ERROR: CONTRIBUTING ACCOUNT "
                    "TABLE FULL AT 100 FOR " WS-PRINT-LABEL
                    WS-SEL-FILER-ID
                   STOP RUN
               END-IF
               ADD 1 TO WS-CONTRIB-COUNT
               SET WS-CON-IDX TO WS-CONTRIB-COUNT
               MOVE WS-I-ACCT-ID (WS-SCAN-IDX)
                   TO WS-C-ACCT-ID (WS-CON-IDX)
               MOVE ZERO TO WS-C-IN-TOTAL (WS-CON-IDX)
               MOVE ZERO TO WS-C-IN-COUNT (WS-CON-IDX)
               MOVE ZERO TO WS-C-OUT-TOTAL (WS-CON-IDX)
               MOVE ZERO TO WS-C-OUT-COUNT (WS-CON-IDX)
           END-IF.

       3780-COMPARE-CONTRIB.
           IF WS-C-ACCT-ID (WS-CON-IDX) = WS-I-ACCT-ID (WS-SCAN-IDX)
               SET ENTRY-FOUND TO TRUE
           ELSE
               SET WS-CON-IDX UP BY 1
           END-IF.

       3800-WRITE-TOTALS.
           MOVE SPACES TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE "HISTORY LINES READ..........:" TO WS-TL-LABEL.
           MOVE WS-READ-COUNT    TO WS-TL-COUNT.
           MOVE WS-TL-TOTAL-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE "CASH ITEMS SCANNED..........:" TO WS-TL-LABEL.
           MOVE WS-CASH-COUNT    TO WS-TL-COUNT.
           MOVE WS-TL-TOTAL-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE "FILER-DAYS OVER THRESHOLD...:" TO WS-TL-LABEL.
           MOVE WS-OVER-COUNT    TO WS-TL-COUNT.
           MOVE WS-TL-TOTAL-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE "CONTRIBUTING ACCOUNTS FILED.:" TO WS-TL-LABEL.
           MOVE WS-FILED-ACCT-COUNT TO WS-TL-COUNT.
           MOVE WS-TL-TOTAL-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE "POSSIBLE STRUCTURING........:" TO WS-TL-LABEL.
           MOVE WS-PATTERN-COUNT TO WS-TL-COUNT.
           MOVE WS-TL-TOTAL-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

       3850-READ-ACCOUNT.
           *> Use Case: Name and branch for the line in hand - an
           *> account purged since the item posted still prints, by
           *> number, so the officer can pull it from the archive.
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET MASTER-RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET MASTER-RECORD-FOUND TO TRUE
           END-READ.

           IF MASTER-RECORD-FOUND
               MOVE AM-ACCT-NAME   TO WS-PRINT-NAME
               MOVE AM-BRANCH-CODE TO WS-PRINT-BRANCH
           ELSE
               MOVE "*** NOT ON ACCOUNT MASTER ***" TO WS-PRINT-NAME
               MOVE ZERO           TO WS-PRINT-BRANCH
           END-IF.

       3860-READ-CUSTOMER.
           *> Use Case: The filer's identity, keyed on the customer
           *> the filer was totalled under. An account filed on its
           *> own has no customer to read.
           SET CUSTOMER-RECORD-NOT-FOUND TO TRUE.
           IF CUSTOMER-FILE-ON-HAND
              AND WS-SEL-FILER-TYPE = 'C'
               MOVE WS-SEL-FILER-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       SET CUSTOMER-RECORD-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET CUSTOMER-RECORD-FOUND TO TRUE
               END-READ
           END-IF.

       3900-WRITE-PRINT-LINE.
           WRITE FO-PRINT-LINE.

           *> Error Handling: Catching full disk or write permissions
           IF WS-FS-REPORT NOT = "00"
               DISPLAY "WRITE ERROR DETECTED: " WS-FS-REPORT
               STOP RUN
           END-IF.

       3950-WRITE-FILING.
           *> Error Handling: A filing with a record missing cannot
           *> be sent, so a write failure ends the run.
           IF WS-FS-FILING NOT = "00"
               DISPLAY "FILING WRITE ERROR: " WS-FS-FILING
                " - CTR-FILING.DAT INCOMPLETE, DO NOT SEND"
               STOP RUN
           END-IF.

       4000-CLOSE-FILES.
           CLOSE HISTORY-FILE.
           CLOSE ACCOUNT-MASTER.
           IF CUSTOMER-FILE-ON-HAND
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE REPORT-FILE.
           CLOSE FILING-FILE.

           PERFORM 4500-WRITE-RUN-CONTROL.

           DISPLAY "CASH TRANSACTION REVIEW COMPLETE.".
           DISPLAY "HISTORY LINES READ...: " WS-READ-COUNT.
           DISPLAY "CASH ITEMS SCANNED...: " WS-CASH-COUNT.
           DISPLAY "DAYS OVER THRESHOLD..: " WS-OVER-COUNT.
           DISPLAY "ACCOUNTS FILED.......: " WS-FILED-ACCT-COUNT.
           DISPLAY "STRUCTURING PATTERNS.: " WS-PATTERN-COUNT.
           IF WS-NO-CUST-COUNT > ZERO
               DISPLAY "FILED WITHOUT IDENTITY: " WS-NO-CUST-COUNT
           END-IF.

       4500-WRITE-RUN-CONTROL.
           *> Use Case: One ledger record per completed run - the
           *> arithmetic RUN-BALANCE verifies is RECORDS-IN equals
           *> the dispositions summed (cash items scanned plus lines
           *> passed over).
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
               MOVE "CASH-TRANSACTION-REPORT" TO RC-PROGRAM-ID
               ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT RC-RUN-TIME FROM TIME
               MOVE WS-READ-COUNT TO RC-RECORDS-IN
               MOVE WS-CASH-COUNT TO RC-OUT-A
               MOVE WS-SKIP-COUNT TO RC-OUT-B
               MOVE ZERO TO RC-OUT-C
               WRITE RC-RUN-CONTROL-RECORD
               IF WS-FS-RUNCTL NOT = "00"
                   DISPLAY "RUN CONTROL WRITE ERROR: " WS-FS-RUNCTL
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.
