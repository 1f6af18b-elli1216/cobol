           *> keyed WRITE/REWRITE on ACCTMSTR and ACCTHOLD, so
           *> a data-quality fix lands the same day instead of
           *> waiting for the next full rebuild from SAVINGS.DAT.
           *> Customer name-and-address records on CUSTMAST are added
           *> and changed here too, and each account is linked to its
           *> owning customer, so statements, letters, and the tax
           *> filing print a real mailing address.
           *> An account is closed here too - refused while any hold
           *> is open, with any remaining balance paid out as a
           *> final withdrawal or a transfer to another account on
           *> the way, so the final statement shows the money
           *> leaving and ACCOUNT-PURGE can later archive it.
           *> Standing orders - a recurring transfer from the account
           *> in hand to another, weekly, monthly, or quarterly - are
           *> set up, changed, and cancelled here on the indexed
           *> STANDORD file that STANDING-ORDER-RUN works nightly.
           *> Each account carries a product - regular savings,
           *> student savings, or a certificate with a term and a
           *> rate locked at opening - keyed at the add and changed
           *> here once any certificate term has run out.
           *> At close of business each teller declares the drawer
           *> here - opening cash, cash taken in, cash paid out, and
           *> the closing count - onto TELLER-DRAWER.DAT, which
           *> TELLER-DRAWER-PROOF proves against the day's postings.
           *> Every change is logged to ACCT-MAINT-AUDIT.LOG with
           *> before-image, after-image, operator, and timestamp,
           *> the way SAVINGS-AUDIT.LOG already logs report lines.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERATOR.

           *> Use Case: The customer name-and-address master, keyed by
           *> customer number - one row per owner however many
           *> accounts they hold, so an address change is keyed once
           *> and every statement and letter picks it up.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-FS-CUSTOMER.

           *> Use Case: The permanent dated history the posting
           *> programs append to - a closure's payout legs land here
           *> so the final statement shows where the money went.
           *> Opened per closure rather than held for the session, so
           *> a maintenance session left open does not sit on the
           *> file the nightly chain appends to.
           SELECT HISTORY-FILE ASSIGN TO "TRANS-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORY.

           *> Use Case: Standing orders keyed by paying account and
           *> order number, kept indexed like the hold file. A
           *> cancelled order keeps its row with status 'X', so the
           *> trail of what was paid on whose instruction survives.
           SELECT ORDER-FILE ASSIGN TO "STANDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SO-ORDER-KEY
               FILE STATUS IS WS-FS-ORDER.

           *> Use Case: Teller drawer declarations, appended across
           *> days - opened per declaration like the history file, so
           *> an idle session holds nothing open.
           SELECT DRAWER-FILE ASSIGN TO "TELLER-DRAWER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRAWER.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
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

       FD  AUDIT-FILE.
       *> FO Prefix: Identifies this as the audit-log output. One
       *> line per committed change - operator and timestamp first,
       *> then the full record before and after the change so a
       *> review can reconstruct exactly what moved. The images are
       *> sized to the widest record logged, the customer record.
       01  FO-AUDIT-RECORD.
           05 FO-RUN-DATE      PIC 9(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FO-ACTION-CODE   PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FO-BEFORE-IMAGE  PIC X(149).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FO-AFTER-IMAGE   PIC X(149).
           05 FILLER           PIC X(01) VALUE SPACE.
           *> Use Case: The approving supervisor on a balance
           *> adjustment - spaces on every other action, so a blank
           05 FILLER           PIC X(01).
           05 OP-BRANCH-CODE   PIC 9(03).

       FD  CUSTOMER-MASTER.
       *> CM Prefix: Identifies this as the customer master record -
       *> the owner's legal name, mailing address, tax ID, and date
       *> of birth. AM-CUST-ID on each account points here.
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

       FD  HISTORY-FILE.
       *> TH Prefix: Identifies this as the transaction-history
       *> record - the same layout the posting programs append. A
       *> closure writes 'C' for a final withdrawal, or an 'O' leg
       *> on the closed account and a 'T' leg on the receiving one.
       *> The 'C' payout is paid over the counter, so it carries
       *> the cash flag; transfer legs leave it blank (non-cash).
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

       FD  ORDER-FILE.
       *> SO Prefix: Identifies this as the standing-order record -
       *> the same layout STANDING-ORDER-RUN schedules from. Keyed
       *> by the paying account plus an order sequence. SO-DUE-DAY
       *> is the day of month the order was set up for; the retry
       *> and awaiting switches and dates are the scheduler's own
       *> state, set to their starting values here. Status 'A'
       *> active, 'S' suspended, 'X' cancelled, 'E' ended.
       01  SO-ORDER-RECORD.
           05 SO-ORDER-KEY.
              10 SO-ACCT-ID    PIC 9(10).
              10 SO-ORDER-NO   PIC 9(03).
           05 SO-TO-ACCT-ID    PIC 9(10).
           05 SO-AMOUNT        PIC 9(8)V99.
           05 SO-FREQUENCY     PIC X(01).
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
           05 SO-RETRY-DUE-SW  PIC X(01).
           05 SO-ITEM-DUE-DATE PIC 9(08). *> Due date last item paid
           05 SO-LAST-GEN-DATE PIC 9(08).
           05 SO-SETUP-DATE    PIC 9(08).
           05 SO-SETUP-OPER    PIC X(08).

       FD  DRAWER-FILE.
       *> DR Prefix: Identifies this as the teller drawer
       *> declaration - the signed-on operator, the branch the
       *> operator master places them at, the business date, and
       *> the four declared figures. A later declaration for the
       *> same teller and date supersedes an earlier one.
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

       WORKING-STORAGE SECTION.
       01  WS-FS-MASTER        PIC XX.  *> File Status for Master
       01  WS-FS-AUDIT         PIC XX.  *> File Status for Audit Log
       01  WS-FS-HOLD          PIC XX.  *> File Status for Holds
       01  WS-FS-OPERATOR      PIC XX.  *> File Status for Operators
       01  WS-FS-CUSTOMER      PIC XX.  *> File Status for Customers
       01  WS-FS-HISTORY       PIC XX.  *> File Status for History
       01  WS-FS-ORDER         PIC XX.  *> File Status for Orders
       01  WS-FS-DRAWER        PIC XX.  *> File Status for Drawers

       01  WS-QUIT-SWITCH      PIC X(01) VALUE 'N'.
           88 SESSION-IS-OVER            VALUE 'Y'.
           88 FUNCTION-IS-BALANCE        VALUE 'B'.
           88 FUNCTION-IS-HOLD           VALUE 'H'.
           88 FUNCTION-IS-RELEASE        VALUE 'R'.
           88 FUNCTION-IS-CUSTOMER       VALUE 'C'.
           88 FUNCTION-IS-CUST-UPDATE    VALUE 'U'.
           88 FUNCTION-IS-LINK           VALUE 'L'.
           88 FUNCTION-IS-CLOSE          VALUE 'Z'.
           88 FUNCTION-IS-PRODUCT        VALUE 'P'.
           88 FUNCTION-IS-ORDER-ADD      VALUE 'O'.
           88 FUNCTION-IS-ORDER-CHANGE   VALUE 'G'.
           88 FUNCTION-IS-ORDER-CANCEL   VALUE 'K'.
           88 FUNCTION-IS-DRAWER         VALUE 'D'.
           88 FUNCTION-IS-QUIT           VALUE 'Q'.

       *> Use Case: Level-88 Flag for the keyed hold lookup (same
           88 HOLD-RECORD-FOUND          VALUE 'Y'.
           88 HOLD-RECORD-NOT-FOUND      VALUE 'N'.

       *> Use Case: Level-88 Flag for the keyed standing-order
       *> lookup (same shape as WS-MASTER-SWITCH above).
       01  WS-ORDER-SWITCH     PIC X(01).
           88 ORDER-RECORD-FOUND         VALUE 'Y'.
           88 ORDER-RECORD-NOT-FOUND     VALUE 'N'.

       *> Use Case: Level-88 Flag for the keyed customer lookup (same
       *> shape as WS-MASTER-SWITCH above).
       01  WS-CUSTOMER-SWITCH  PIC X(01).
           88 CUSTOMER-RECORD-FOUND      VALUE 'Y'.
           88 CUSTOMER-RECORD-NOT-FOUND  VALUE 'N'.

       *> Use Case: Operator captured once at sign-on, validated
       *> against OPERATOR-MASTER.DAT, and stamped on every audit
       *> line this session writes. The authority byte gates the
       01  WS-NEW-STATUS       PIC X(01).
       01  WS-NEW-BALANCE      PIC 9(8)V99.
       01  WS-NEW-BRANCH       PIC 9(03).

       *> Use Case: Product fields keyed at an add or a product
       *> change. A blank product is regular savings; a certificate
       *> also needs its term in months and the annual rate locked
       *> for that term.
       01  WS-NEW-PRODUCT      PIC X(01).
           88 KEYED-PRODUCT-VALID        VALUE 'R' 'S' 'C'.
           88 KEYED-PRODUCT-IS-CERT      VALUE 'C'.
       01  WS-NEW-TERM         PIC 9(03).
       01  WS-NEW-RATE         PIC 9(3)V9(4).

       *> Use Case: Level-88 Flag set by 3470-KEY-PRODUCT - the
       *> keyed product fields pass every edit, or one failed and
       *> the reason has been displayed.
       01  WS-PRODUCT-EDIT-SW  PIC X(01).
           88 PRODUCT-FIELDS-VALID       VALUE 'Y'.
           88 PRODUCT-FIELDS-INVALID     VALUE 'N'.

       01  WS-DISPLAY-RATE     PIC ZZ9.9999.

       *> Use Case: Maturity arithmetic - the term added to the
       *> opening month, carried into years.
       01  WS-MONTH-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-YEARS-ADDED      PIC 9(04) VALUE ZERO.
       01  WS-MONTH-REM        PIC 9(02) VALUE ZERO.
       01  WS-HOLD-AMOUNT      PIC 9(8)V99.
       01  WS-HOLD-REASON      PIC X(20).
       01  WS-HOLD-SEQ         PIC 9(03).

       *> Use Case: Customer fields keyed at the console. On a
       *> change, a blank (or zero) entry keeps what is on file, so
       *> the clerk re-keys only the line that moved.
       01  WS-CUST-ID          PIC 9(10).
       01  WS-NEW-ADDR-1       PIC X(30).
       01  WS-NEW-ADDR-2       PIC X(30).
       01  WS-NEW-CITY         PIC X(20).
       01  WS-NEW-STATE        PIC X(02).
       01  WS-NEW-POSTAL       PIC X(10).
       01  WS-NEW-TAX-ID       PIC X(09).
       01  WS-NEW-BIRTH-DATE   PIC 9(08).

       *> Use Case: Record as it stood before this change, held for
       *> the audit line's before-image. An ADD or a freshly placed
       *> hold logs spaces here - there was no record before.
       01  WS-BEFORE-IMAGE     PIC X(149).

       *> Use Case: Record as committed, set by each commit path
       *> before PERFORM 3900-COMMIT-AUDIT - the master record for
       *> account changes, the hold record for hold actions.
       01  WS-AFTER-IMAGE      PIC X(149).

       01  WS-RUN-TIMESTAMP.
           05 WS-RUN-DATE      PIC 9(08) VALUE ZERO.

       01  WS-CHANGE-COUNT     PIC 9(07) VALUE ZERO.

       *> Use Case: The teller's drawer figures as keyed, and the
       *> closing count they must foot to - signed, so a cash-out
       *> larger than the drawer ever held shows up as an error
       *> instead of wrapping.
       01  WS-DRAWER-OPENING   PIC 9(8)V99.
       01  WS-DRAWER-CASH-IN   PIC 9(8)V99.
       01  WS-DRAWER-CASH-OUT  PIC 9(8)V99.
       01  WS-DRAWER-CLOSING   PIC 9(8)V99.
       01  WS-DRAWER-FOOTED    PIC S9(9)V99.
       *> Use Case: Signed, so a drawer that foots negative (more
       *> out than opening plus in) shows the teller the minus sign.
       01  WS-DISPLAY-FOOTED   PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-DISPLAY-BAL      PIC Z,ZZZ,ZZZ,ZZ9.99.

       *> Use Case: Level-88 Flag for the open-hold scan a closure
       *> runs first - any hold still 'O' refuses the close.
       01  WS-OPEN-HOLD-SW     PIC X(01).
           88 OPEN-HOLD-ON-ACCOUNT       VALUE 'Y'.
           88 NO-OPEN-HOLD               VALUE 'N'.

       01  WS-HOLD-EOF-SWITCH  PIC X(01).
           88 END-OF-HOLDS               VALUE 'Y'.
           88 NOT-END-OF-HOLDS           VALUE 'N'.

       *> Use Case: How a closing account's remaining balance
       *> leaves - a final withdrawal paid over the counter, or a
       *> transfer to another active account. Blank abandons.
       01  WS-PAYOUT-METHOD    PIC X(01).
           88 PAYOUT-BY-WITHDRAWAL       VALUE 'W'.
           88 PAYOUT-BY-TRANSFER         VALUE 'T'.

       01  WS-CLOSE-CONFIRM    PIC X(01).
       01  WS-CLOSE-AMOUNT     PIC 9(8)V99 VALUE ZERO.
       01  WS-TO-ACCT-ID       PIC 9(10).

       *> Use Case: The receiving balance the transfer would leave,
       *> proved to fit before the closing account is touched.
       01  WS-RECEIVE-BAL      PIC 9(8)V99 VALUE ZERO.

       *> Use Case: The closing account's record held while the
       *> receiving account of a transfer payout is read and
       *> rewritten through the same record area.
       01  WS-CLOSE-IMAGE      PIC X(99).

       *> Use Case: One history leg, loaded by the closure before
       *> PERFORM 3795-WRITE-HISTORY.
       01  WS-HIST-ACCT-ID     PIC 9(10).
       01  WS-HIST-CODE        PIC X(01).
       01  WS-HIST-NEW-BAL     PIC 9(8)V99.

       *> Use Case: Standing-order fields keyed at the console. On a
       *> change, a blank (or zero) entry keeps what is on file, the
       *> same rule as the customer fields; an end date of all nines
       *> removes the end date altogether.
       01  WS-ORDER-NO         PIC 9(03).
       01  WS-SO-TO-ACCT-ID    PIC 9(10).
       01  WS-SO-AMOUNT        PIC 9(8)V99.
       01  WS-SO-FREQUENCY     PIC X(01).
           88 KEYED-FREQUENCY-VALID      VALUE 'W' 'M' 'Q'.
       01  WS-SO-NEXT-DUE      PIC 9(08).
       01  WS-SO-END-DATE      PIC 9(08).
       01  WS-SO-CONFIRM       PIC X(01).

       *> Use Case: Level-88 Flag set by 3570-EDIT-ORDER - the keyed
       *> order fields pass every edit, or one failed and the
       *> reason has been displayed.
       01  WS-ORDER-EDIT-SW    PIC X(01).
           88 ORDER-FIELDS-VALID         VALUE 'Y'.
           88 ORDER-FIELDS-INVALID       VALUE 'N'.

       *> Use Case: Set when a due date was keyed this time - only a
       *> newly keyed date must not lie in the past; a date already
       *> on file may have fallen due and be waiting on tonight's
       *> run.
       01  WS-DUE-KEYED-SW     PIC X(01).
           88 NEW-DUE-KEYED              VALUE 'Y'.
           88 NO-NEW-DUE-KEYED           VALUE 'N'.

       *> Use Case: A keyed due date taken apart for the calendar
       *> edit, or a certificate's maturity date being worked out,
       *> with the days in each month (February bumped to 29 in a
       *> leap year by 3580-SET-MONTH-LENGTH).
       01  WS-EDIT-DATE        PIC 9(08) VALUE ZERO.
       01  WS-EDIT-DATE-SPLIT REDEFINES WS-EDIT-DATE.
           05 WS-EDIT-YEAR     PIC 9(04).
           05 WS-EDIT-MONTH    PIC 9(02).
           05 WS-EDIT-DAY      PIC 9(02).

       01  WS-MONTH-LENGTHS    PIC X(24)
                                VALUE "312831303130313130313031".
       01  WS-MONTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05 WS-MONTH-DAYS    PIC 9(02) OCCURS 12 TIMES.

       01  WS-DAYS-IN-MONTH    PIC 9(02) VALUE ZERO.
       01  WS-LEAP-QUOTIENT    PIC 9(04) VALUE ZERO.
       01  WS-LEAP-REM-4       PIC 9(03) VALUE ZERO.
       01  WS-LEAP-REM-100     PIC 9(03) VALUE ZERO.
       01  WS-LEAP-REM-400     PIC 9(03) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-OPEN-FILES.
               STOP RUN
           END-IF.

           *> Use Case: The customer master is created here the first
           *> time it is needed, the same file-not-found fallback as
           *> the hold file above.
           OPEN I-O CUSTOMER-MASTER.
           IF WS-FS-CUSTOMER = "35"
               OPEN OUTPUT CUSTOMER-MASTER
               CLOSE CUSTOMER-MASTER
               OPEN I-O CUSTOMER-MASTER
           END-IF.
           IF WS-FS-CUSTOMER NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT OPEN CUSTOMER "
                "MASTER (FS: " WS-FS-CUSTOMER ")"
               STOP RUN
           END-IF.

           *> Use Case: The standing-order file is created here the
           *> first time it is needed, the same file-not-found
           *> fallback as the hold file above.
           OPEN I-O ORDER-FILE.
           IF WS-FS-ORDER = "35"
               OPEN OUTPUT ORDER-FILE
               CLOSE ORDER-FILE
               OPEN I-O ORDER-FILE
           END-IF.
           IF WS-FS-ORDER NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT OPEN STANDING ORDER "
                "FILE (FS: " WS-FS-ORDER ")"
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 1100-LOAD-OPERATOR-TABLE.

       2000-PROMPT-AND-MAINTAIN.
           DISPLAY "FUNCTION - A=ADD N=NAME S=STATUS B=BALANCE "
            "H=HOLD R=RELEASE Z=CLOSE".
           DISPLAY "           C=NEW CUSTOMER U=UPDATE CUSTOMER "
            "L=LINK CUSTOMER P=PRODUCT".
           DISPLAY "           O=NEW ORDER G=CHANGE ORDER "
            "K=CANCEL ORDER D=DRAWER Q=QUIT: ".
           ACCEPT WS-FUNCTION-CODE FROM CONSOLE.

           IF FUNCTION-IS-QUIT
                        OR FUNCTION-IS-BALANCE
                        OR FUNCTION-IS-HOLD
                        OR FUNCTION-IS-RELEASE
                        OR FUNCTION-IS-LINK
                        OR FUNCTION-IS-CLOSE
                        OR FUNCTION-IS-PRODUCT
                        OR FUNCTION-IS-ORDER-ADD
                        OR FUNCTION-IS-ORDER-CHANGE
                        OR FUNCTION-IS-ORDER-CANCEL
                           PERFORM 3300-CHANGE-ACCOUNT
                       ELSE
                           IF FUNCTION-IS-CUSTOMER
                               PERFORM 3100-ADD-CUSTOMER
                           ELSE
                               IF FUNCTION-IS-CUST-UPDATE
                                   PERFORM 3200-CHANGE-CUSTOMER
                               ELSE
                                   IF FUNCTION-IS-DRAWER
                                       PERFORM 3960-DECLARE-DRAWER
                                   ELSE
                                       DISPLAY "UNKNOWN FUNCTION - "
                                        "RE-ENTER"
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           ACCEPT WS-NEW-BALANCE FROM CONSOLE.
           DISPLAY "BRANCH CODE: ".
           ACCEPT WS-NEW-BRANCH FROM CONSOLE.
           DISPLAY "OWNING CUSTOMER NUMBER: ".
           ACCEPT WS-CUST-ID FROM CONSOLE.
           PERFORM 3470-KEY-PRODUCT.

           *> Use Case: A new account must point at an owner already
           *> on the customer master - the address the first
           *> statement mails to comes from there.
           PERFORM 3180-READ-CUSTOMER.

           IF WS-NEW-STATUS NOT = 'A' AND WS-NEW-STATUS NOT = 'I'
               DISPLAY "INVALID STATUS - ACCOUNT NOT ADDED"
           ELSE
               IF CUSTOMER-RECORD-NOT-FOUND
                   DISPLAY "CUSTOMER NOT ON FILE - ACCOUNT NOT ADDED"
               ELSE
                   IF PRODUCT-FIELDS-INVALID
                       DISPLAY "ACCOUNT NOT ADDED"
                   ELSE
                       PERFORM 3050-WRITE-NEW-ACCOUNT
                   END-IF
               END-IF
           END-IF.

       3050-WRITE-NEW-ACCOUNT.
           *> Use Case: An ADD has no before-image - the audit line
           *> carries spaces on that side.
           MOVE SPACES        TO WS-BEFORE-IMAGE.
           MOVE WS-MAINT-ID   TO AM-ACCT-ID.
           MOVE WS-NEW-NAME   TO AM-ACCT-NAME.
           MOVE WS-NEW-STATUS TO AM-ACCT-STATUS.
           MOVE WS-NEW-BALANCE TO AM-BALANCE.
           MOVE WS-NEW-BRANCH TO AM-BRANCH-CODE.
           MOVE WS-RUN-DATE   TO AM-LAST-ACTIVITY-DATE.
           MOVE WS-CUST-ID    TO AM-CUST-ID.
           PERFORM 3480-SET-PRODUCT.

           WRITE AM-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ACCOUNT ALREADY ON FILE: " WS-MAINT-ID
               NOT INVALID KEY
                   MOVE AM-MASTER-RECORD TO WS-AFTER-IMAGE
                   PERFORM 3900-COMMIT-AUDIT
           END-WRITE.

       3100-ADD-CUSTOMER.
           DISPLAY "NEW CUSTOMER NUMBER: ".
           ACCEPT WS-CUST-ID FROM CONSOLE.
           DISPLAY "CUSTOMER LEGAL NAME: ".
           ACCEPT WS-NEW-NAME FROM CONSOLE.
           DISPLAY "ADDRESS LINE 1: ".
           ACCEPT WS-NEW-ADDR-1 FROM CONSOLE.
           DISPLAY "ADDRESS LINE 2: ".
           ACCEPT WS-NEW-ADDR-2 FROM CONSOLE.
           DISPLAY "CITY: ".
           ACCEPT WS-NEW-CITY FROM CONSOLE.
           DISPLAY "STATE: ".
           ACCEPT WS-NEW-STATE FROM CONSOLE.
           DISPLAY "POSTAL CODE: ".
           ACCEPT WS-NEW-POSTAL FROM CONSOLE.
           DISPLAY "TAX ID (9 DIGITS): ".
           ACCEPT WS-NEW-TAX-ID FROM CONSOLE.
           DISPLAY "DATE OF BIRTH (YYYYMMDD): ".
           ACCEPT WS-NEW-BIRTH-DATE FROM CONSOLE.

           *> Use Case: The tax filing and the state remittance
           *> legally need the name, a street line, and the tax ID -
           *> a customer missing any of them is not added.
           IF WS-CUST-ID = ZERO
            OR WS-NEW-NAME = SPACES
            OR WS-NEW-ADDR-1 = SPACES
            OR WS-NEW-TAX-ID = SPACES
               DISPLAY "NUMBER, NAME, ADDRESS, AND TAX ID ARE "
                "REQUIRED - CUSTOMER NOT ADDED"
           ELSE
               *> Use Case: A new customer has no before-image - the
               *> audit line carries spaces on that side.
               MOVE SPACES            TO WS-BEFORE-IMAGE
               MOVE WS-CUST-ID        TO CM-CUST-ID
               MOVE WS-NEW-NAME       TO CM-CUST-NAME
               MOVE WS-NEW-ADDR-1     TO CM-ADDR-LINE-1
               MOVE WS-NEW-ADDR-2     TO CM-ADDR-LINE-2
               MOVE WS-NEW-CITY       TO CM-CITY
               MOVE WS-NEW-STATE      TO CM-STATE
               MOVE WS-NEW-POSTAL     TO CM-POSTAL-CODE
               MOVE WS-NEW-TAX-ID     TO CM-TAX-ID
               MOVE WS-NEW-BIRTH-DATE TO CM-BIRTH-DATE

               WRITE CM-CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "CUSTOMER ALREADY ON FILE: " WS-CUST-ID
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-RECORD TO WS-AFTER-IMAGE
                       PERFORM 3900-COMMIT-AUDIT
               END-WRITE
           END-IF.

       3180-READ-CUSTOMER.
           *> Use Case: Keyed customer lookup on WS-CUST-ID - a zero
           *> number is never on file.
           SET CUSTOMER-RECORD-NOT-FOUND TO TRUE.
           IF WS-CUST-ID NOT = ZERO
               MOVE WS-CUST-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       SET CUSTOMER-RECORD-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET CUSTOMER-RECORD-FOUND TO TRUE
               END-READ
           END-IF.

       3200-CHANGE-CUSTOMER.
           DISPLAY "CUSTOMER NUMBER: ".
           ACCEPT WS-CUST-ID FROM CONSOLE.

           PERFORM 3180-READ-CUSTOMER.

           IF CUSTOMER-RECORD-NOT-FOUND
               DISPLAY "NO CUSTOMER ON FILE FOR: " WS-CUST-ID
           ELSE
               PERFORM 3250-SHOW-CUSTOMER
               MOVE CM-CUSTOMER-RECORD TO WS-BEFORE-IMAGE
               PERFORM 3260-KEY-CUSTOMER-CHANGES
               IF CM-CUSTOMER-RECORD = WS-BEFORE-IMAGE
                   DISPLAY "NO FIELDS CHANGED - CUSTOMER NOT CHANGED"
               ELSE
                   PERFORM 3850-REWRITE-CUSTOMER
               END-IF
           END-IF.

       3250-SHOW-CUSTOMER.
           DISPLAY "CUSTOMER ID....: " CM-CUST-ID.
           DISPLAY "LEGAL NAME.....: " CM-CUST-NAME.
           DISPLAY "ADDRESS LINE 1.: " CM-ADDR-LINE-1.
           DISPLAY "ADDRESS LINE 2.: " CM-ADDR-LINE-2.
           DISPLAY "CITY/STATE/ZIP.: " CM-CITY " " CM-STATE " "
            CM-POSTAL-CODE.
           DISPLAY "TAX ID.........: " CM-TAX-ID.
           DISPLAY "DATE OF BIRTH..: " CM-BIRTH-DATE.

       3260-KEY-CUSTOMER-CHANGES.
           DISPLAY "ENTER NEW VALUES - BLANK KEEPS WHAT IS ON FILE".
           DISPLAY "LEGAL NAME: ".
           ACCEPT WS-NEW-NAME FROM CONSOLE.
           IF WS-NEW-NAME NOT = SPACES
               MOVE WS-NEW-NAME TO CM-CUST-NAME
           END-IF.
           DISPLAY "ADDRESS LINE 1: ".
           ACCEPT WS-NEW-ADDR-1 FROM CONSOLE.
           IF WS-NEW-ADDR-1 NOT = SPACES
               MOVE WS-NEW-ADDR-1 TO CM-ADDR-LINE-1
           END-IF.
           DISPLAY "ADDRESS LINE 2 (* TO CLEAR): ".
           ACCEPT WS-NEW-ADDR-2 FROM CONSOLE.
           IF WS-NEW-ADDR-2 = "*"
               MOVE SPACES TO CM-ADDR-LINE-2
           ELSE
               IF WS-NEW-ADDR-2 NOT = SPACES
                   MOVE WS-NEW-ADDR-2 TO CM-ADDR-LINE-2
               END-IF
           END-IF.
           DISPLAY "CITY: ".
           ACCEPT WS-NEW-CITY FROM CONSOLE.
           IF WS-NEW-CITY NOT = SPACES
               MOVE WS-NEW-CITY TO CM-CITY
           END-IF.
           DISPLAY "STATE: ".
           ACCEPT WS-NEW-STATE FROM CONSOLE.
           IF WS-NEW-STATE NOT = SPACES
               MOVE WS-NEW-STATE TO CM-STATE
           END-IF.
           DISPLAY "POSTAL CODE: ".
           ACCEPT WS-NEW-POSTAL FROM CONSOLE.
           IF WS-NEW-POSTAL NOT = SPACES
               MOVE WS-NEW-POSTAL TO CM-POSTAL-CODE
           END-IF.
           DISPLAY "TAX ID: ".
           ACCEPT WS-NEW-TAX-ID FROM CONSOLE.
           IF WS-NEW-TAX-ID NOT = SPACES
               MOVE WS-NEW-TAX-ID TO CM-TAX-ID
           END-IF.
           DISPLAY "DATE OF BIRTH (YYYYMMDD): ".
           ACCEPT WS-NEW-BIRTH-DATE FROM CONSOLE.
           IF WS-NEW-BIRTH-DATE NOT = ZERO
               MOVE WS-NEW-BIRTH-DATE TO CM-BIRTH-DATE
           END-IF.

       3300-CHANGE-ACCOUNT.
           DISPLAY "ACCOUNT NUMBER: ".
           ACCEPT WS-MAINT-ID FROM CONSOLE.
                   SET MASTER-RECORD-FOUND TO TRUE
           END-READ.

           *> Use Case: A closed account is finished business - it
           *> waits on the master only for its final statement and
           *> the purge to the archive, and takes no further change.
           IF MASTER-RECORD-NOT-FOUND
               DISPLAY "NO ACCOUNT ON FILE FOR: " WS-MAINT-ID
           ELSE
               PERFORM 3350-SHOW-ACCOUNT
               MOVE AM-MASTER-RECORD TO WS-BEFORE-IMAGE
               IF AM-ACCT-STATUS = 'C'
                   DISPLAY "ACCOUNT IS CLOSED - NOT CHANGED"
               ELSE
                   PERFORM 3310-APPLY-CHANGE
               END-IF
           END-IF.

       3310-APPLY-CHANGE.
           IF FUNCTION-IS-NAME
               PERFORM 3400-CHANGE-NAME
           ELSE
               IF FUNCTION-IS-STATUS
                   PERFORM 3500-CHANGE-STATUS
               ELSE
                   IF FUNCTION-IS-HOLD
                       PERFORM 3650-PLACE-HOLD
                   ELSE
                       IF FUNCTION-IS-RELEASE
                           PERFORM 3700-RELEASE-HOLD
                       ELSE
                           IF FUNCTION-IS-LINK
                               PERFORM 3450-LINK-CUSTOMER
                           ELSE
                               IF FUNCTION-IS-CLOSE
                                   PERFORM 3750-CLOSE-ACCOUNT
                               ELSE
                                   IF FUNCTION-IS-ORDER-ADD
                                    OR FUNCTION-IS-ORDER-CHANGE
                                    OR FUNCTION-IS-ORDER-CANCEL
                                       PERFORM 3510-MAINTAIN-ORDER
                                   ELSE
                                       IF FUNCTION-IS-PRODUCT
                                           PERFORM 3460-CHANGE-PRODUCT
                                       ELSE
                                           PERFORM 3600-ADJUST-BALANCE
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           DISPLAY "ACCOUNT NAME...: " AM-ACCT-NAME.
           DISPLAY "ACCOUNT STATUS.: " AM-ACCT-STATUS.
           DISPLAY "BALANCE........: " WS-DISPLAY-BAL.
           DISPLAY "CUSTOMER ID....: " AM-CUST-ID.
           DISPLAY "PRODUCT........: " AM-PRODUCT-CODE.
           IF AM-PRODUCT-CODE = 'C'
               MOVE AM-CERT-RATE TO WS-DISPLAY-RATE
               DISPLAY "CERT OPENED....: " AM-CERT-OPEN-DATE
                "  TERM " AM-CERT-TERM " MONTHS"
               DISPLAY "LOCKED RATE....: " WS-DISPLAY-RATE
                "  MATURES " AM-CERT-MATURITY-DATE
           END-IF.

       3400-CHANGE-NAME.
           DISPLAY "NEW ACCOUNT NAME: ".
               PERFORM 3800-REWRITE-MASTER
           END-IF.

       3450-LINK-CUSTOMER.
           *> Use Case: Points the account at its owning customer -
           *> how accounts loaded from SAVINGS.DAT (which carries no
           *> owner) get an address, and how an account changes
           *> hands. The customer must already be on file.
           DISPLAY "OWNING CUSTOMER NUMBER: ".
           ACCEPT WS-CUST-ID FROM CONSOLE.

           PERFORM 3180-READ-CUSTOMER.

           IF CUSTOMER-RECORD-NOT-FOUND
               DISPLAY "CUSTOMER NOT ON FILE - ACCOUNT NOT CHANGED"
           ELSE
               DISPLAY "LINKING TO: " CM-CUST-NAME
               MOVE WS-CUST-ID TO AM-CUST-ID
               PERFORM 3800-REWRITE-MASTER
           END-IF.

       3460-CHANGE-PRODUCT.
           *> Use Case: Moves the account to another product. A
           *> certificate is held to its term - it changes only once
           *> matured. Changing to a certificate (a matured one
           *> renewing included) starts a fresh term today at the
           *> newly keyed rate.
           IF AM-PRODUCT-CODE = 'C'
              AND WS-RUN-DATE < AM-CERT-MATURITY-DATE
               DISPLAY "CERTIFICATE MATURES " AM-CERT-MATURITY-DATE
                " - PRODUCT NOT CHANGED"
           ELSE
               PERFORM 3470-KEY-PRODUCT
               IF PRODUCT-FIELDS-INVALID
                   DISPLAY "PRODUCT NOT CHANGED"
               ELSE
                   PERFORM 3480-SET-PRODUCT
                   PERFORM 3800-REWRITE-MASTER
               END-IF
           END-IF.

       3470-KEY-PRODUCT.
           *> Use Case: Keys and edits the product, and for a
           *> certificate its term and locked rate - both must be
           *> above zero, or the certificate would mature the day it
           *> opened or earn nothing.
           SET PRODUCT-FIELDS-VALID TO TRUE.
           MOVE ZERO TO WS-NEW-TERM WS-NEW-RATE.
           DISPLAY "PRODUCT (R=SAVINGS S=STUDENT C=CERTIFICATE, "
            "BLANK=R): ".
           ACCEPT WS-NEW-PRODUCT FROM CONSOLE.
           IF WS-NEW-PRODUCT = SPACE
               MOVE 'R' TO WS-NEW-PRODUCT
           END-IF.

           IF NOT KEYED-PRODUCT-VALID
               SET PRODUCT-FIELDS-INVALID TO TRUE
               DISPLAY "PRODUCT MUST BE R, S, OR C"
           ELSE
               IF KEYED-PRODUCT-IS-CERT
                   DISPLAY "TERM IN MONTHS: "
                   ACCEPT WS-NEW-TERM FROM CONSOLE
                   DISPLAY "LOCKED ANNUAL RATE (9(3)V9(4), "
                    "NO POINT): "
                   ACCEPT WS-NEW-RATE FROM CONSOLE
                   IF WS-NEW-TERM = ZERO OR WS-NEW-RATE = ZERO
                       SET PRODUCT-FIELDS-INVALID TO TRUE
                       DISPLAY "CERTIFICATE NEEDS A TERM AND A RATE"
                   END-IF
               END-IF
           END-IF.

       3480-SET-PRODUCT.
           *> Use Case: Puts the keyed product on the account in
           *> hand. A certificate opens today and matures the same
           *> day of the month its term later, or the month's last
           *> day where that month is shorter; any other product
           *> carries no certificate terms.
           MOVE WS-NEW-PRODUCT TO AM-PRODUCT-CODE.
           IF KEYED-PRODUCT-IS-CERT
               MOVE WS-RUN-DATE TO AM-CERT-OPEN-DATE
               MOVE WS-NEW-TERM TO AM-CERT-TERM
               MOVE WS-NEW-RATE TO AM-CERT-RATE
               MOVE WS-RUN-DATE TO WS-EDIT-DATE
               COMPUTE WS-MONTH-COUNT =
                   WS-EDIT-MONTH - 1 + WS-NEW-TERM
               DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-YEARS-ADDED
                   REMAINDER WS-MONTH-REM
               ADD WS-YEARS-ADDED TO WS-EDIT-YEAR
               COMPUTE WS-EDIT-MONTH = WS-MONTH-REM + 1
               PERFORM 3580-SET-MONTH-LENGTH
               IF WS-EDIT-DAY > WS-DAYS-IN-MONTH
                   MOVE WS-DAYS-IN-MONTH TO WS-EDIT-DAY
               END-IF
               MOVE WS-EDIT-DATE TO AM-CERT-MATURITY-DATE
           ELSE
               MOVE ZERO TO AM-CERT-OPEN-DATE AM-CERT-TERM
                            AM-CERT-RATE AM-CERT-MATURITY-DATE
           END-IF.

       3500-CHANGE-STATUS.
           DISPLAY "NEW STATUS (A/I): ".
           ACCEPT WS-NEW-STATUS FROM CONSOLE.
               PERFORM 3800-REWRITE-MASTER
           END-IF.

       3510-MAINTAIN-ORDER.
           *> Use Case: Standing orders belong to the paying account
           *> in hand, so they come through the same account lookup
           *> as every other change - a closed account sets up or
           *> changes nothing.
           IF FUNCTION-IS-ORDER-ADD
               PERFORM 3520-SET-UP-ORDER
           ELSE
               IF FUNCTION-IS-ORDER-CHANGE
                   PERFORM 3540-CHANGE-ORDER
               ELSE
                   PERFORM 3550-CANCEL-ORDER
               END-IF
           END-IF.

       3520-SET-UP-ORDER.
           *> Use Case: Sets up a recurring transfer out of the
           *> account in hand. The order is written active, waiting
           *> on its first due date; STANDING-ORDER-RUN sends the
           *> item to posting the night it falls due.
           DISPLAY "PAY TO ACCOUNT NUMBER: ".
           ACCEPT WS-SO-TO-ACCT-ID FROM CONSOLE.
           DISPLAY "AMOUNT (9(8)V99, NO POINT): ".
           ACCEPT WS-SO-AMOUNT FROM CONSOLE.
           DISPLAY "FREQUENCY (W=WEEKLY M=MONTHLY Q=QUARTERLY): ".
           ACCEPT WS-SO-FREQUENCY FROM CONSOLE.
           DISPLAY "FIRST DUE DATE (YYYYMMDD): ".
           ACCEPT WS-SO-NEXT-DUE FROM CONSOLE.
           DISPLAY "END DATE (YYYYMMDD, ZERO FOR NONE): ".
           ACCEPT WS-SO-END-DATE FROM CONSOLE.

           SET NEW-DUE-KEYED TO TRUE.
           PERFORM 3570-EDIT-ORDER.

           IF ORDER-FIELDS-INVALID
               DISPLAY "ORDER NOT SET UP"
           ELSE
               PERFORM 3530-FIND-NEXT-ORDER-NO
               IF ORDER-RECORD-FOUND
                   DISPLAY "NO FREE ORDER NUMBER - ORDER NOT SET UP"
               ELSE
                   *> Use Case: A fresh order has no before-image -
                   *> the audit line carries spaces on that side.
                   MOVE SPACES           TO WS-BEFORE-IMAGE
                   MOVE WS-MAINT-ID      TO SO-ACCT-ID
                   MOVE WS-ORDER-NO      TO SO-ORDER-NO
                   MOVE WS-SO-TO-ACCT-ID TO SO-TO-ACCT-ID
                   MOVE WS-SO-AMOUNT     TO SO-AMOUNT
                   MOVE WS-SO-FREQUENCY  TO SO-FREQUENCY
                   MOVE WS-SO-NEXT-DUE   TO SO-NEXT-DUE-DATE
                   MOVE WS-SO-NEXT-DUE   TO WS-EDIT-DATE
                   MOVE WS-EDIT-DAY      TO SO-DUE-DAY
                   MOVE WS-SO-END-DATE   TO SO-END-DATE
                   MOVE 'A'              TO SO-STATUS
                   MOVE ZERO             TO SO-RETRY-COUNT
                   MOVE 'N'              TO SO-AWAITING-SW
                   MOVE 'N'              TO SO-RETRY-DUE-SW
                   MOVE ZERO             TO SO-ITEM-DUE-DATE
                   MOVE ZERO             TO SO-LAST-GEN-DATE
                   MOVE WS-RUN-DATE      TO SO-SETUP-DATE
                   MOVE WS-OPERATOR-ID   TO SO-SETUP-OPER
                   WRITE SO-ORDER-RECORD
                       INVALID KEY
                           DISPLAY "ORDER WRITE ERROR: " WS-FS-ORDER
                       NOT INVALID KEY
                           DISPLAY "STANDING ORDER SET UP, ORDER "
                            "NUMBER: " WS-ORDER-NO
                           MOVE SO-ORDER-RECORD TO WS-AFTER-IMAGE
                           PERFORM 3900-COMMIT-AUDIT
                   END-WRITE
               END-IF
           END-IF.

       3530-FIND-NEXT-ORDER-NO.
           *> Use Case: Order numbers run 1 up per paying account,
           *> the same way hold sequences do. Leaves
           *> ORDER-RECORD-NOT-FOUND set with the free number in
           *> WS-ORDER-NO, or ORDER-RECORD-FOUND if all 999 are taken.
           MOVE ZERO TO WS-ORDER-NO.
           SET ORDER-RECORD-FOUND TO TRUE.
           PERFORM 3535-TRY-ONE-ORDER-NO
               UNTIL ORDER-RECORD-NOT-FOUND
                  OR WS-ORDER-NO >= 999.

       3535-TRY-ONE-ORDER-NO.
           ADD 1 TO WS-ORDER-NO.
           MOVE WS-MAINT-ID TO SO-ACCT-ID.
           MOVE WS-ORDER-NO TO SO-ORDER-NO.
           READ ORDER-FILE
               INVALID KEY
                   SET ORDER-RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ORDER-RECORD-FOUND TO TRUE
           END-READ.

       3540-CHANGE-ORDER.
           *> Use Case: Changes an active or suspended order. A
           *> suspended order can be put back to work here once the
           *> customer has funded the account - the retry count
           *> starts over. A cancelled or ended order is finished.
           PERFORM 3560-READ-ORDER.

           IF ORDER-RECORD-NOT-FOUND
               DISPLAY "NO STANDING ORDER ON FILE FOR NUMBER: "
                WS-ORDER-NO
           ELSE
               IF SO-CANCELLED OR SO-ENDED
                   DISPLAY "ORDER IS CANCELLED OR ENDED - NOT CHANGED"
               ELSE
                   MOVE SO-ORDER-RECORD TO WS-BEFORE-IMAGE
                   PERFORM 3565-SHOW-ORDER
                   PERFORM 3545-KEY-ORDER-CHANGES
               END-IF
           END-IF.

       3545-KEY-ORDER-CHANGES.
           DISPLAY "ENTER NEW VALUES - BLANK OR ZERO KEEPS WHAT IS ON "
            "FILE".
           DISPLAY "PAY TO ACCOUNT NUMBER: ".
           ACCEPT WS-SO-TO-ACCT-ID FROM CONSOLE.
           DISPLAY "AMOUNT (9(8)V99, NO POINT): ".
           ACCEPT WS-SO-AMOUNT FROM CONSOLE.
           DISPLAY "FREQUENCY (W/M/Q): ".
           ACCEPT WS-SO-FREQUENCY FROM CONSOLE.
           DISPLAY "NEXT DUE DATE (YYYYMMDD): ".
           ACCEPT WS-SO-NEXT-DUE FROM CONSOLE.
           DISPLAY "END DATE (YYYYMMDD, 99999999 REMOVES IT): ".
           ACCEPT WS-SO-END-DATE FROM CONSOLE.

           IF WS-SO-TO-ACCT-ID = ZERO
               MOVE SO-TO-ACCT-ID TO WS-SO-TO-ACCT-ID
           END-IF.
           IF WS-SO-AMOUNT = ZERO
               MOVE SO-AMOUNT TO WS-SO-AMOUNT
           END-IF.
           IF WS-SO-FREQUENCY = SPACE
               MOVE SO-FREQUENCY TO WS-SO-FREQUENCY
           END-IF.
           IF WS-SO-NEXT-DUE = ZERO
               SET NO-NEW-DUE-KEYED TO TRUE
               MOVE SO-NEXT-DUE-DATE TO WS-SO-NEXT-DUE
           ELSE
               SET NEW-DUE-KEYED TO TRUE
           END-IF.
           IF WS-SO-END-DATE = ZERO
               MOVE SO-END-DATE TO WS-SO-END-DATE
           ELSE
               IF WS-SO-END-DATE = 99999999
                   MOVE ZERO TO WS-SO-END-DATE
               END-IF
           END-IF.

           PERFORM 3570-EDIT-ORDER.

           IF ORDER-FIELDS-INVALID
               DISPLAY "ORDER NOT CHANGED"
           ELSE
               MOVE WS-SO-TO-ACCT-ID TO SO-TO-ACCT-ID
               MOVE WS-SO-AMOUNT     TO SO-AMOUNT
               MOVE WS-SO-FREQUENCY  TO SO-FREQUENCY
               MOVE WS-SO-END-DATE   TO SO-END-DATE
               IF NEW-DUE-KEYED
                   MOVE WS-SO-NEXT-DUE TO SO-NEXT-DUE-DATE
                   MOVE WS-SO-NEXT-DUE TO WS-EDIT-DATE
                   MOVE WS-EDIT-DAY    TO SO-DUE-DAY
               END-IF
               IF SO-SUSPENDED
                   DISPLAY "ORDER IS SUSPENDED - REACTIVATE (Y/N): "
                   ACCEPT WS-SO-CONFIRM FROM CONSOLE
                   IF WS-SO-CONFIRM = 'Y'
                       MOVE 'A'  TO SO-STATUS
                       MOVE ZERO TO SO-RETRY-COUNT
                       MOVE 'N'  TO SO-AWAITING-SW
                       MOVE 'N'  TO SO-RETRY-DUE-SW
                   END-IF
               END-IF
               PERFORM 3590-REWRITE-ORDER
           END-IF.

       3550-CANCEL-ORDER.
           *> Use Case: The cancelled row stays on file with status
           *> 'X' - the same keep-the-trail rule as a released hold.
           *> An item the scheduler already sent to posting tonight
           *> still posts; nothing further is sent after this.
           PERFORM 3560-READ-ORDER.

           IF ORDER-RECORD-NOT-FOUND
               DISPLAY "NO STANDING ORDER ON FILE FOR NUMBER: "
                WS-ORDER-NO
           ELSE
               IF SO-CANCELLED OR SO-ENDED
                   DISPLAY "ORDER ALREADY CANCELLED OR ENDED - NOT "
                    "CHANGED"
               ELSE
                   PERFORM 3565-SHOW-ORDER
                   DISPLAY "CANCEL THIS ORDER (Y/N): "
                   ACCEPT WS-SO-CONFIRM FROM CONSOLE
                   IF WS-SO-CONFIRM NOT = 'Y'
                       DISPLAY "CANCEL ABANDONED - ORDER NOT CHANGED"
                   ELSE
                       MOVE SO-ORDER-RECORD TO WS-BEFORE-IMAGE
                       MOVE 'X' TO SO-STATUS
                       MOVE 'N' TO SO-AWAITING-SW
                       MOVE 'N' TO SO-RETRY-DUE-SW
                       PERFORM 3590-REWRITE-ORDER
                   END-IF
               END-IF
           END-IF.

       3560-READ-ORDER.
           DISPLAY "STANDING ORDER NUMBER: ".
           ACCEPT WS-ORDER-NO FROM CONSOLE.

           MOVE WS-MAINT-ID TO SO-ACCT-ID.
           MOVE WS-ORDER-NO TO SO-ORDER-NO.
           READ ORDER-FILE
               INVALID KEY
                   SET ORDER-RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ORDER-RECORD-FOUND TO TRUE
           END-READ.

       3565-SHOW-ORDER.
           MOVE SO-AMOUNT TO WS-DISPLAY-BAL.
           DISPLAY "ORDER NUMBER...: " SO-ORDER-NO.
           DISPLAY "PAY TO ACCOUNT.: " SO-TO-ACCT-ID.
           DISPLAY "AMOUNT.........: " WS-DISPLAY-BAL.
           DISPLAY "FREQUENCY......: " SO-FREQUENCY.
           DISPLAY "NEXT DUE DATE..: " SO-NEXT-DUE-DATE.
           DISPLAY "END DATE.......: " SO-END-DATE.
           DISPLAY "ORDER STATUS...: " SO-STATUS.
           DISPLAY "FAILED RETRIES.: " SO-RETRY-COUNT.

       3570-EDIT-ORDER.
           *> Use Case: Edits the order as it would stand once
           *> written. The receiving account must be a different,
           *> active account on file - the same test posting applies
           *> to a transfer, made here so an order that can never
           *> post is never set up.
           SET ORDER-FIELDS-VALID TO TRUE.

           IF WS-SO-TO-ACCT-ID = WS-MAINT-ID
               SET ORDER-FIELDS-INVALID TO TRUE
               DISPLAY "ORDER MAY NOT PAY INTO ITS OWN ACCOUNT"
           ELSE
               MOVE WS-SO-TO-ACCT-ID TO AM-ACCT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       SET MASTER-RECORD-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET MASTER-RECORD-FOUND TO TRUE
               END-READ
               IF MASTER-RECORD-NOT-FOUND
                   SET ORDER-FIELDS-INVALID TO TRUE
                   DISPLAY "RECEIVING ACCOUNT NOT ON FILE"
               ELSE
                   IF AM-ACCT-STATUS NOT = 'A'
                       SET ORDER-FIELDS-INVALID TO TRUE
                       DISPLAY "RECEIVING ACCOUNT NOT ACTIVE"
                   END-IF
               END-IF
           END-IF.

           IF ORDER-FIELDS-VALID AND WS-SO-AMOUNT = ZERO
               SET ORDER-FIELDS-INVALID TO TRUE
               DISPLAY "ZERO AMOUNT"
           END-IF.

           IF ORDER-FIELDS-VALID AND NOT KEYED-FREQUENCY-VALID
               SET ORDER-FIELDS-INVALID TO TRUE
               DISPLAY "FREQUENCY MUST BE W, M, OR Q"
           END-IF.

           IF ORDER-FIELDS-VALID
               PERFORM 3575-EDIT-DUE-DATE
           END-IF.

           IF ORDER-FIELDS-VALID
              AND WS-SO-END-DATE NOT = ZERO
              AND WS-SO-END-DATE < WS-SO-NEXT-DUE
               SET ORDER-FIELDS-INVALID TO TRUE
               DISPLAY "END DATE IS BEFORE THE NEXT DUE DATE"
           END-IF.

       3575-EDIT-DUE-DATE.
           *> Use Case: The due date must be a real calendar date -
           *> its day of month is the day every later month is paid
           *> on - and a newly keyed one may not lie in the past.
           MOVE WS-SO-NEXT-DUE TO WS-EDIT-DATE.

           IF WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
              OR WS-EDIT-DAY < 1
               SET ORDER-FIELDS-INVALID TO TRUE
           ELSE
               PERFORM 3580-SET-MONTH-LENGTH
               IF WS-EDIT-DAY > WS-DAYS-IN-MONTH
                   SET ORDER-FIELDS-INVALID TO TRUE
               END-IF
           END-IF.

           IF ORDER-FIELDS-INVALID
               DISPLAY "DUE DATE IS NOT A CALENDAR DATE"
           ELSE
               IF NEW-DUE-KEYED AND WS-SO-NEXT-DUE < WS-RUN-DATE
                   SET ORDER-FIELDS-INVALID TO TRUE
                   DISPLAY "DUE DATE IS IN THE PAST"
               END-IF
           END-IF.

       3580-SET-MONTH-LENGTH.
           *> Use Case: Days in WS-EDIT-MONTH of WS-EDIT-YEAR -
           *> February runs to 29 in a year divisible by 4, except
           *> centuries not divisible by 400.
           MOVE WS-MONTH-DAYS (WS-EDIT-MONTH) TO WS-DAYS-IN-MONTH.
           IF WS-EDIT-MONTH = 2
               DIVIDE WS-EDIT-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-EDIT-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-EDIT-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                  AND (WS-LEAP-REM-100 NOT = ZERO
                    OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.

       3590-REWRITE-ORDER.
           REWRITE SO-ORDER-RECORD.

           IF WS-FS-ORDER NOT = "00"
               DISPLAY "ORDER REWRITE ERROR: " WS-FS-ORDER
           ELSE
               MOVE SO-ORDER-RECORD TO WS-AFTER-IMAGE
               PERFORM 3900-COMMIT-AUDIT
           END-IF.

       3600-ADJUST-BALANCE.
           *> Use Case: A balance never moves on one signature - the
           *> approving supervisor is keyed per adjustment, must be
               END-IF
           END-IF.

       3750-CLOSE-ACCOUNT.
           *> Use Case: Closes the account in hand. An open hold
           *> refuses the close outright - frozen funds cannot be
           *> paid out - and the closure is confirmed before anything
           *> moves. A zero balance closes at once; any remainder is
           *> paid out first, so a closed account always carries a
           *> zero balance. The close date is the last-activity date
           *> a closed account keeps from then on.
           *> A certificate still inside its term with money in it
           *> is refused too - the early withdrawal goes through
           *> posting with its penalty first, never round it here.
           PERFORM 3760-CHECK-OPEN-HOLDS.

           IF OPEN-HOLD-ON-ACCOUNT
               DISPLAY "OPEN HOLD ON ACCOUNT - RELEASE IT BEFORE "
                "CLOSING - ACCOUNT NOT CLOSED"
           ELSE
               IF AM-PRODUCT-CODE = 'C'
                  AND WS-RUN-DATE < AM-CERT-MATURITY-DATE
                  AND AM-BALANCE > ZERO
                   DISPLAY "CERTIFICATE MATURES "
                    AM-CERT-MATURITY-DATE " - WITHDRAW WITH PENALTY "
                    "FIRST - ACCOUNT NOT CLOSED"
               ELSE
                   PERFORM 3755-CONFIRM-CLOSE
               END-IF
           END-IF.

       3755-CONFIRM-CLOSE.
           DISPLAY "CLOSE THIS ACCOUNT (Y/N): ".
           ACCEPT WS-CLOSE-CONFIRM FROM CONSOLE.
           IF WS-CLOSE-CONFIRM NOT = 'Y'
               DISPLAY "CLOSE ABANDONED - ACCOUNT NOT CHANGED"
           ELSE
               MOVE AM-BALANCE TO WS-CLOSE-AMOUNT
               IF WS-CLOSE-AMOUNT = ZERO
                   PERFORM 3790-MARK-CLOSED
               ELSE
                   PERFORM 3770-PAY-OUT-BALANCE
               END-IF
           END-IF.

       3760-CHECK-OPEN-HOLDS.
           *> Use Case: Keyed scan of this account's holds - START at
           *> the account, READ NEXT until the account changes or an
           *> open hold turns up.
           SET NO-OPEN-HOLD TO TRUE.
           MOVE WS-MAINT-ID TO HD-ACCT-ID.
           MOVE ZERO        TO HD-HOLD-SEQ.
           SET NOT-END-OF-HOLDS TO TRUE.
           START HOLD-FILE KEY > HD-HOLD-KEY
               INVALID KEY SET END-OF-HOLDS TO TRUE
           END-START.
           PERFORM 3765-CHECK-ONE-HOLD
               UNTIL END-OF-HOLDS
                  OR OPEN-HOLD-ON-ACCOUNT.

       3765-CHECK-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET END-OF-HOLDS TO TRUE
               NOT AT END
                   IF HD-ACCT-ID NOT = WS-MAINT-ID
                       SET END-OF-HOLDS TO TRUE
                   ELSE
                       IF HD-STATUS = 'O'
                           SET OPEN-HOLD-ON-ACCOUNT TO TRUE
                       END-IF
                   END-IF
           END-READ.

       3770-PAY-OUT-BALANCE.
           *> Use Case: The remaining balance leaves as a final
           *> withdrawal (history code 'C', the close payout) or as a
           *> transfer to another account. A blank or unknown method
           *> abandons the close with nothing moved.
           MOVE WS-CLOSE-AMOUNT TO WS-DISPLAY-BAL.
           DISPLAY "REMAINING BALANCE " WS-DISPLAY-BAL
            " MUST BE PAID OUT".
           DISPLAY "W=FINAL WITHDRAWAL T=TRANSFER "
            "(BLANK TO ABANDON): ".
           ACCEPT WS-PAYOUT-METHOD FROM CONSOLE.

           IF PAYOUT-BY-WITHDRAWAL
               PERFORM 3790-MARK-CLOSED
               IF WS-FS-MASTER = "00"
                   MOVE WS-MAINT-ID TO WS-HIST-ACCT-ID
                   MOVE 'C'         TO WS-HIST-CODE
                   MOVE ZERO        TO WS-HIST-NEW-BAL
                   PERFORM 3795-WRITE-HISTORY
               END-IF
           ELSE
               IF PAYOUT-BY-TRANSFER
                   PERFORM 3780-TRANSFER-OUT
               ELSE
                   DISPLAY "NO PAYOUT METHOD - CLOSE ABANDONED"
               END-IF
           END-IF.

       3780-TRANSFER-OUT.
           *> Use Case: The receiving account must be on file, active,
           *> not the account being closed, and able to take the
           *> credit - all proved before anything moves. The closing
           *> account is then zeroed and closed first, and only once
           *> that rewrite stands is the receiving account credited
           *> (the debit-first order TRANSACTION-POSTING uses), so a
           *> failure between the legs can never leave the same
           *> dollars on both accounts. Each master change gets its
           *> own audit line and history leg.
           DISPLAY "TRANSFER TO ACCOUNT NUMBER: ".
           ACCEPT WS-TO-ACCT-ID FROM CONSOLE.

           MOVE AM-MASTER-RECORD TO WS-CLOSE-IMAGE.

           IF WS-TO-ACCT-ID = WS-MAINT-ID
               DISPLAY "CANNOT TRANSFER TO THE CLOSING ACCOUNT - "
                "CLOSE ABANDONED"
           ELSE
               MOVE WS-TO-ACCT-ID TO AM-ACCT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       SET MASTER-RECORD-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET MASTER-RECORD-FOUND TO TRUE
               END-READ
               IF MASTER-RECORD-NOT-FOUND
                   DISPLAY "RECEIVING ACCOUNT NOT ON FILE - CLOSE "
                    "ABANDONED"
               ELSE
                   IF AM-ACCT-STATUS NOT = 'A'
                       DISPLAY "RECEIVING ACCOUNT NOT ACTIVE - CLOSE "
                        "ABANDONED"
                   ELSE
                       MOVE AM-BALANCE TO WS-RECEIVE-BAL
                       ADD WS-CLOSE-AMOUNT TO WS-RECEIVE-BAL
                           ON SIZE ERROR
                               DISPLAY "RECEIVING BALANCE WOULD "
                                "OVERFLOW - CLOSE ABANDONED"
                           NOT ON SIZE ERROR
                               PERFORM 3782-CLOSE-THEN-CREDIT
                       END-ADD
                   END-IF
               END-IF
           END-IF.

       3782-CLOSE-THEN-CREDIT.
           *> Use Case: Debit leg first - the closing account is
           *> zeroed and closed, and its 'O' leg logged, before the
           *> receiving account is touched. A close that fails here
           *> abandons the transfer with nothing moved.
           MOVE WS-CLOSE-IMAGE TO AM-MASTER-RECORD.
           MOVE WS-CLOSE-IMAGE TO WS-BEFORE-IMAGE.
           PERFORM 3790-MARK-CLOSED.
           IF WS-FS-MASTER NOT = "00"
               DISPLAY "CLOSING ACCOUNT NOT CLOSED - NOTHING "
                "TRANSFERRED - CLOSE ABANDONED"
           ELSE
               MOVE WS-MAINT-ID TO WS-HIST-ACCT-ID
               MOVE 'O'         TO WS-HIST-CODE
               MOVE ZERO        TO WS-HIST-NEW-BAL
               PERFORM 3795-WRITE-HISTORY
               PERFORM 3784-CREDIT-RECEIVER
           END-IF.

       3784-CREDIT-RECEIVER.
           *> Use Case: Credit leg, read afresh through the record
           *> area the close just used. Should it fail now, the
           *> money is out of the closed account and on its history,
           *> and the operator is told exactly what to credit by
           *> hand - never the same dollars on two accounts.
           MOVE WS-TO-ACCT-ID TO AM-ACCT-ID.
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET MASTER-RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET MASTER-RECORD-FOUND TO TRUE
           END-READ.
           IF MASTER-RECORD-NOT-FOUND
               MOVE "23" TO WS-FS-MASTER
           ELSE
               MOVE AM-MASTER-RECORD TO WS-BEFORE-IMAGE
               ADD WS-CLOSE-AMOUNT TO AM-BALANCE
                   ON SIZE ERROR
                       MOVE "99" TO WS-FS-MASTER
                   NOT ON SIZE ERROR
                       MOVE WS-RUN-DATE TO AM-LAST-ACTIVITY-DATE
                       PERFORM 3800-REWRITE-MASTER
               END-ADD
           END-IF.
           IF WS-FS-MASTER = "00"
               MOVE WS-TO-ACCT-ID TO WS-HIST-ACCT-ID
               MOVE 'T'           TO WS-HIST-CODE
               MOVE AM-BALANCE    TO WS-HIST-NEW-BAL
               PERFORM 3795-WRITE-HISTORY
           ELSE
               MOVE WS-CLOSE-AMOUNT TO WS-DISPLAY-BAL
               DISPLAY "RECEIVING ACCOUNT " WS-TO-ACCT-ID
                " NOT CREDITED - CREDIT " WS-DISPLAY-BAL
                " BY HAND - REFER TO SUPERVISOR"
           END-IF.

       3790-MARK-CLOSED.
           MOVE ZERO        TO AM-BALANCE.
           MOVE 'C'         TO AM-ACCT-STATUS.
           MOVE WS-RUN-DATE TO AM-LAST-ACTIVITY-DATE.
           PERFORM 3800-REWRITE-MASTER.
           IF WS-FS-MASTER = "00"
               DISPLAY "ACCOUNT CLOSED: " WS-MAINT-ID
           END-IF.

       3795-WRITE-HISTORY.
           *> Use Case: One payout leg onto the permanent history,
           *> teller ID the keying operator and reference ACCT CLOSE.
           *> Appends across runs; OPEN EXTEND fails with "file not
           *> found" the very first time, so fall back to OPEN
           *> OUTPUT to create it. The master change is already
           *> committed and logged, so a failure here is warned for
           *> a hand entry rather than ending the session.
           OPEN EXTEND HISTORY-FILE.
           IF WS-FS-HISTORY = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF WS-FS-HISTORY NOT = "00"
               DISPLAY "HISTORY OPEN ERROR: " WS-FS-HISTORY
                " - PAYOUT LEG NOT ON HISTORY FOR " WS-HIST-ACCT-ID
           ELSE
               MOVE SPACES          TO TH-HISTORY-RECORD
               MOVE WS-HIST-ACCT-ID TO TH-ACCT-ID
               MOVE WS-RUN-DATE     TO TH-POST-DATE
               MOVE WS-RUN-DATE     TO TH-EFF-DATE
               MOVE WS-HIST-CODE    TO TH-TRAN-CODE
               MOVE WS-CLOSE-AMOUNT TO TH-AMOUNT
               MOVE WS-HIST-NEW-BAL TO TH-NEW-BALANCE
               MOVE WS-OPERATOR-ID  TO TH-TELLER-ID
               MOVE "ACCT CLOSE"    TO TH-REF-NO
               IF WS-HIST-CODE = 'C'
                   MOVE 'Y'         TO TH-CASH-SW
               END-IF
               WRITE TH-HISTORY-RECORD
               IF WS-FS-HISTORY NOT = "00"
                   DISPLAY "HISTORY WRITE ERROR: " WS-FS-HISTORY
                    " - PAYOUT LEG NOT ON HISTORY FOR "
                    WS-HIST-ACCT-ID
               END-IF
               CLOSE HISTORY-FILE
           END-IF.

       3800-REWRITE-MASTER.
           REWRITE AM-MASTER-RECORD.

               PERFORM 3900-COMMIT-AUDIT
           END-IF.

       3850-REWRITE-CUSTOMER.
           REWRITE CM-CUSTOMER-RECORD.

           IF WS-FS-CUSTOMER NOT = "00"
               DISPLAY "REWRITE ERROR DETECTED: " WS-FS-CUSTOMER
                " ON CUSTOMER ID " CM-CUST-ID
           ELSE
               MOVE CM-CUSTOMER-RECORD TO WS-AFTER-IMAGE
               PERFORM 3900-COMMIT-AUDIT
           END-IF.

       3900-COMMIT-AUDIT.
           *> Use Case: Time re-captured per change, not per session
           *> - a maintenance session can sit open for hours, and the
               SET SESSION-IS-OVER TO TRUE
           END-IF.

       3960-DECLARE-DRAWER.
           *> Use Case: The signed-on operator declares their own
           *> drawer - nobody keys another teller's count. The four
           *> figures must foot (opening plus in less out equals the
           *> closing count) before the declaration is taken, so the
           *> proof compares the teller's arithmetic with the
           *> postings rather than chasing a keying slip.
           DISPLAY "OPENING CASH (9(8)V99, NO POINT): ".
           ACCEPT WS-DRAWER-OPENING FROM CONSOLE.
           DISPLAY "CASH IN (9(8)V99, NO POINT): ".
           ACCEPT WS-DRAWER-CASH-IN FROM CONSOLE.
           DISPLAY "CASH OUT (9(8)V99, NO POINT): ".
           ACCEPT WS-DRAWER-CASH-OUT FROM CONSOLE.
           DISPLAY "CLOSING CASH COUNTED (9(8)V99, NO POINT): ".
           ACCEPT WS-DRAWER-CLOSING FROM CONSOLE.

           COMPUTE WS-DRAWER-FOOTED =
               WS-DRAWER-OPENING + WS-DRAWER-CASH-IN
               - WS-DRAWER-CASH-OUT.

           IF WS-DRAWER-FOOTED NOT = WS-DRAWER-CLOSING
               MOVE WS-DRAWER-FOOTED TO WS-DISPLAY-FOOTED
               DISPLAY "DRAWER DOES NOT FOOT - OPENING + IN - OUT = "
                WS-DISPLAY-FOOTED " - DECLARATION NOT TAKEN"
           ELSE
               MOVE WS-OPERATOR-ID TO WS-LOOKUP-ID
               PERFORM 1300-SEARCH-OPERATOR
               PERFORM 3965-WRITE-DRAWER
           END-IF.

       3965-WRITE-DRAWER.
           *> Use Case: Appends across days; OPEN EXTEND fails with
           *> "file not found" the very first time, so fall back to
           *> OPEN OUTPUT to create it.
           OPEN EXTEND DRAWER-FILE.
           IF WS-FS-DRAWER = "35"
               OPEN OUTPUT DRAWER-FILE
           END-IF.
           IF WS-FS-DRAWER NOT = "00"
               DISPLAY "DRAWER FILE OPEN ERROR: " WS-FS-DRAWER
                " - DECLARATION NOT TAKEN"
           ELSE
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE SPACES             TO DR-DRAWER-RECORD
               MOVE WS-OPERATOR-ID     TO DR-TELLER-ID
               MOVE WS-O-BRANCH (WS-OP-IDX) TO DR-BRANCH-CODE
               MOVE WS-RUN-DATE        TO DR-DRAWER-DATE
               MOVE WS-RUN-TIME        TO DR-ENTRY-TIME
               MOVE WS-DRAWER-OPENING  TO DR-OPENING-CASH
               MOVE WS-DRAWER-CASH-IN  TO DR-CASH-IN
               MOVE WS-DRAWER-CASH-OUT TO DR-CASH-OUT
               MOVE WS-DRAWER-CLOSING  TO DR-CLOSING-CASH
               WRITE DR-DRAWER-RECORD
               IF WS-FS-DRAWER NOT = "00"
                   DISPLAY "DRAWER FILE WRITE ERROR: " WS-FS-DRAWER
                    " - DECLARATION NOT TAKEN"
               ELSE
                   MOVE SPACES           TO WS-BEFORE-IMAGE
                   MOVE DR-DRAWER-RECORD TO WS-AFTER-IMAGE
                   PERFORM 3900-COMMIT-AUDIT
               END-IF
               CLOSE DRAWER-FILE
           END-IF.

       4000-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER.
           CLOSE AUDIT-FILE.
           CLOSE HOLD-FILE.
           CLOSE CUSTOMER-MASTER.
           CLOSE ORDER-FILE.
           DISPLAY "MAINTENANCE SESSION COMPLETE. CHANGES LOGGED: "
            WS-CHANGE-COUNT.
