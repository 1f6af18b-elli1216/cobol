           *> interest also accumulates on the keyed ACCTYTD file
           *> across the year's runs, which is what
           *> INTEREST-YEAR-END reports for tax filing.
           *> Each product - regular savings, student savings,
           *> certificate - carries its own tier table; a certificate
           *> earns the rate locked at opening until it matures.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           *> Use Case: Startup control file carrying the rate tiers,
           *> so rates change between runs without a recompile. One
           *> line per tier: product code, balance ceiling, then
           *> annual rate.
           SELECT PARM-FILE ASSIGN TO "INTEREST.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
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
       *> the last line should carry 9999999999 so every balance has
       *> a tier. PM-TIER-RATE is the annual rate in percent, four
       *> decimals (e.g. 0025000 = 2.5000 percent).
       *> PM-PRODUCT-CODE names the product the tier belongs to
       *> (R regular savings, S student savings, C certificate).
       01  PM-PARM-RECORD.
           05 PM-PRODUCT-CODE  PIC X(01).
           05 FILLER           PIC X(01).
           05 PM-TIER-CEILING  PIC 9(8)V99.
           05 FILLER           PIC X(01).
           05 PM-TIER-RATE     PIC 9(3)V9(4).

       *> Use Case: A line written before product codes existed -
       *> ceiling first, no product. Told apart by its numeric
       *> first byte and loaded as a regular-savings tier, so an
       *> old INTEREST.PARM keeps working unchanged (the same
       *> shape-vs-REDEFINES call as FO-TRAILER-RECORD).
       01  PM-LEGACY-RECORD.
           05 PM-LEGACY-CEILING PIC 9(8)V99.
           05 FILLER           PIC X(01).
           05 PM-LEGACY-RATE   PIC 9(3)V9(4).

       FD  REGISTER-FILE.
       *> FO Prefix: Identifies this as the accrual-register output
       01  FO-REGISTER-RECORD.
           05 FO-INTEREST      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO-NEW-BALANCE   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO-PRODUCT-CODE  PIC X(01).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FO-APPLIED-RATE  PIC ZZ9.9999.

       *> Use Case: Grand-total trailer written once the detail lines
       *> are out - a second, independent 01-level under the same FD,
           05 TH-TELLER-ID     PIC X(08).
           05 FILLER           PIC X(01).
           05 TH-REF-NO        PIC X(12).
           05 FILLER           PIC X(01).
           05 TH-CASH-SW       PIC X(01). *> 'Y' = cash item

       FD  YTD-FILE.
       *> YT Prefix: Identifies this as the year-to-date interest
           88 TIER-NOT-FOUND             VALUE 'N'.

       *> Use Case: Rate tiers loaded from INTEREST.PARM at startup,
       *> one table per product in WS-PRODUCT-CODES order, each
       *> searched lowest ceiling first - the first tier whose
       *> ceiling covers the balance supplies the rate. A product
       *> with no tiers of its own earns the regular-savings
       *> table, and the regular table falls back to a single flat
       *> default tier so a missing or unreadable control file
       *> doesn't stop the month-end run (the same fallback idea as
       *> WS-CUTOFF in EZT-TO-COBOL-PRACTICE).
       01  WS-PRODUCT-CODE-LIST PIC X(03) VALUE "RSC".
       01  WS-PRODUCT-CODES REDEFINES WS-PRODUCT-CODE-LIST.
           05 WS-PRODUCT-CODE  PIC X(01) OCCURS 3 TIMES.

       01  WS-TIER-TABLE.
           05 WS-PRODUCT-TIERS OCCURS 3 TIMES
                                INDEXED BY WS-PROD-IDX.
               10 WS-TIER-COUNT PIC 9(02).
               10 WS-TIER-ENTRY OCCURS 10 TIMES
                                INDEXED BY WS-TIER-IDX.
                   15 WS-T-CEILING PIC 9(8)V99.
                   15 WS-T-RATE    PIC 9(3)V9(4).

       *> Use Case: Level-88 Flag for the product lookup - a parm
       *> line or account whose code is not in WS-PRODUCT-CODES.
       01  WS-PRODUCT-SWITCH   PIC X(01) VALUE 'N'.
           88 PRODUCT-FOUND              VALUE 'Y'.
           88 PRODUCT-NOT-FOUND          VALUE 'N'.

       01  WS-LOOKUP-CODE      PIC X(01).
       01  WS-PARM-CEILING     PIC 9(8)V99.
       01  WS-PARM-RATE        PIC 9(3)V9(4).
       01  WS-PARM-REJECTED    PIC 9(03) VALUE ZERO.

       *> Use Case: The annual rate this account earns this month -
       *> a tier rate, or a certificate's locked rate before it
       *> matures - carried onto the register line.
       01  WS-APPLIED-RATE     PIC 9(3)V9(4) VALUE ZERO.

       01  WS-DEFAULT-RATE     PIC 9(3)V9(4) VALUE 1.0000.

       0500-LOAD-RATE-TIERS.
           *> Use Case: Pull the rate tiers from INTEREST.PARM so the
           *> schedule can change between runs without a recompile.
           *> If the file is absent or carries no regular-savings
           *> tiers, the regular table falls back to one flat tier at
           *> WS-DEFAULT-RATE covering every balance.
           MOVE ZERO TO WS-TIER-COUNT (1)
                        WS-TIER-COUNT (2)
                        WS-TIER-COUNT (3).

           OPEN INPUT PARM-FILE.
           IF WS-FS-PARM = "00"
               PERFORM 0510-READ-ONE-PARM
               CLOSE PARM-FILE
           END-IF.

           IF WS-TIER-COUNT (1) = ZERO
               MOVE 1               TO WS-TIER-COUNT (1)
               MOVE 99999999.99     TO WS-T-CEILING (1 1)
               MOVE WS-DEFAULT-RATE TO WS-T-RATE (1 1)
               DISPLAY "WARNING: INTEREST.PARM MISSING OR HAS NO "
                "REGULAR SAVINGS TIERS - FLAT DEFAULT RATE IN EFFECT"
           END-IF.

           IF WS-PARM-REJECTED > ZERO
               DISPLAY "WARNING: " WS-PARM-REJECTED " INTEREST.PARM "
                "LINE(S) WITH AN UNKNOWN PRODUCT CODE IGNORED"
           END-IF.

       0510-READ-ONE-PARM.
           END-READ.

       0520-STORE-ONE-PARM.
           IF PM-PRODUCT-CODE IS NUMERIC
               MOVE 'R'               TO WS-LOOKUP-CODE
               MOVE PM-LEGACY-CEILING TO WS-PARM-CEILING
               MOVE PM-LEGACY-RATE    TO WS-PARM-RATE
           ELSE
               MOVE PM-PRODUCT-CODE   TO WS-LOOKUP-CODE
               MOVE PM-TIER-CEILING   TO WS-PARM-CEILING
               MOVE PM-TIER-RATE      TO WS-PARM-RATE
           END-IF.

           PERFORM 0600-FIND-PRODUCT.

           *> Error Handling: A line for a product this program does
           *> not know is counted and skipped - one bad line must not
           *> cost every account its month's interest.
           IF PRODUCT-NOT-FOUND
               ADD 1 TO WS-PARM-REJECTED
           ELSE
               PERFORM 0530-ADD-TIER
           END-IF.

           PERFORM 0510-READ-ONE-PARM.

       0530-ADD-TIER.
           IF WS-TIER-COUNT (WS-PROD-IDX) >= 10
               DISPLAY "CRITICAL ERROR: RATE TIER TABLE FULL AT 10 "
                "ENTRIES FOR PRODUCT " WS-LOOKUP-CODE
                " - CHECK INTEREST.PARM"
               STOP RUN
           END-IF.

           ADD 1 TO WS-TIER-COUNT (WS-PROD-IDX).
           SET WS-TIER-IDX TO WS-TIER-COUNT (WS-PROD-IDX).
           MOVE WS-PARM-CEILING TO WS-T-CEILING (WS-PROD-IDX
                                                 WS-TIER-IDX).
           MOVE WS-PARM-RATE    TO WS-T-RATE (WS-PROD-IDX WS-TIER-IDX).

       0600-FIND-PRODUCT.
           *> Use Case: Point WS-PROD-IDX at WS-LOOKUP-CODE's tier
           *> table.
           SET PRODUCT-NOT-FOUND TO TRUE.
           SET WS-PROD-IDX TO 1.
           PERFORM 0610-COMPARE-ONE-PRODUCT
               UNTIL WS-PROD-IDX > 3
                  OR PRODUCT-FOUND.

       0610-COMPARE-ONE-PRODUCT.
           IF WS-LOOKUP-CODE = WS-PRODUCT-CODE (WS-PROD-IDX)
               SET PRODUCT-FOUND TO TRUE
           ELSE
               SET WS-PROD-IDX UP BY 1
           END-IF.

       1000-OPEN-FILES.
           *> Use Case: I-O rather than INPUT - the accrued balance
           *> goes back onto the master with a REWRITE in place.
           PERFORM 2000-READ-MASTER.

       3100-COMPUTE-INTEREST.
           *> Use Case: A certificate earns the rate locked at its
           *> opening until the maturity date; from maturity on it
           *> earns the certificate tiers like any other balance.
           IF AM-PRODUCT-CODE = 'C'
            AND AM-CERT-RATE > ZERO
            AND WS-RUN-DATE < AM-CERT-MATURITY-DATE
               MOVE AM-CERT-RATE TO WS-APPLIED-RATE
           ELSE
               PERFORM 3110-FIND-TIER
               MOVE WS-T-RATE (WS-PROD-IDX WS-TIER-IDX)
                 TO WS-APPLIED-RATE
           END-IF.

           *> Use Case: One month of the annual percent rate,
           *> rounded to the cent.
           COMPUTE WS-INTEREST-AMOUNT ROUNDED =
               (AM-BALANCE * WS-APPLIED-RATE) / 100 / 12.

       3110-FIND-TIER.
           *> Use Case: The account's own product table, or the
           *> regular-savings table for an account with no product
           *> (loaded before product types existed) or a product
           *> with no tiers of its own.
           MOVE AM-PRODUCT-CODE TO WS-LOOKUP-CODE.
           PERFORM 0600-FIND-PRODUCT.
           IF PRODUCT-NOT-FOUND
               SET WS-PROD-IDX TO 1
           ELSE
               IF WS-TIER-COUNT (WS-PROD-IDX) = ZERO
                   SET WS-PROD-IDX TO 1
               END-IF
           END-IF.

           *> Use Case: Linear scan lowest ceiling first - the first
           *> tier whose ceiling covers this balance supplies the
           *> rate. Falls back to the last tier if no ceiling covers
           SET TIER-NOT-FOUND TO TRUE.
           SET WS-TIER-IDX TO 1.
           PERFORM 3120-COMPARE-ONE-TIER
               UNTIL WS-TIER-IDX > WS-TIER-COUNT (WS-PROD-IDX)
                  OR TIER-FOUND.

           IF TIER-NOT-FOUND
               SET WS-TIER-IDX TO WS-TIER-COUNT (WS-PROD-IDX)
           END-IF.

       3120-COMPARE-ONE-TIER.
           IF AM-BALANCE <= WS-T-CEILING (WS-PROD-IDX WS-TIER-IDX)
               SET TIER-FOUND TO TRUE
           ELSE
               SET WS-TIER-IDX UP BY 1
       3300-WRITE-REGISTER-LINE.
           MOVE WS-INTEREST-AMOUNT TO FO-INTEREST.
           MOVE AM-BALANCE         TO FO-NEW-BALANCE.
           MOVE AM-PRODUCT-CODE    TO FO-PRODUCT-CODE.
           MOVE WS-APPLIED-RATE    TO FO-APPLIED-RATE.

           WRITE FO-REGISTER-RECORD.

