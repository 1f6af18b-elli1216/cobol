           *> account's posted activity for the period, and
           *> the closing balance - with page headings, line counting,
           *> and page breaks, so the closures team stops retyping
           *> account details into a word-processor template. The
           *> heading carries the owner's mailing address from the
           *> customer master, so the page goes straight into a
           *> window envelope without a hand-match in the mailroom.
           *> A closed account gets one last page, marked FINAL
           *> STATEMENT, for the month it closed in - the payout leg
           *> and the zero balance - and none after that while it
           *> waits on the master for ACCOUNT-PURGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANS.

           *> Use Case: The customer name-and-address master ACCOUNT-
           *> MAINT keeps - one keyed READ per statement on the
           *> account's AM-CUST-ID for the mailing block.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-FS-CUSTOMER.

           SELECT STATEMENT-FILE ASSIGN TO "STATEMENTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STMT.
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
       *> TH Prefix: Identifies this as the transaction-history
       *> same layout TRANSACTION-POSTING, INTEREST-ACCRUAL, and
       *> AID-DISBURSEMENT append. The code per leg: 'D' deposit,
       *> 'W' withdrawal, 'O' transfer out, 'T' transfer in, 'I'
       *> interest, 'A' aid award, 'E' escheated, 'F' service fee,
       *> 'C' close payout, 'P' early-withdrawal penalty.
       01  TH-HISTORY-RECORD.
           05 TH-ACCT-ID       PIC 9(10).
           05 FILLER           PIC X(01).
           05 TH-TELLER-ID     PIC X(08).
           05 FILLER           PIC X(01).
           05 TH-REF-NO        PIC X(12).
           05 FILLER           PIC X(01).
           05 TH-CASH-SW       PIC X(01). *> 'Y' = cash item

       FD  CUSTOMER-MASTER.
       *> CM Prefix: Identifies this as the customer master record -
       *> the same layout ACCOUNT-MAINT maintains.
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

       FD  STATEMENT-FILE.
       *> FO Prefix: Identifies this as the statement print output -
       01  WS-FS-MASTER        PIC XX.  *> File Status for Master
       01  WS-FS-TRANS         PIC XX.  *> File Status for Transactions
       01  WS-FS-STMT          PIC XX.  *> File Status for Statements
       01  WS-FS-CUSTOMER      PIC XX.  *> File Status for Customers
       01  WS-FS-RUNCTL        PIC XX.  *> File Status for Run Control

       01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88 TRANS-END-OF-FILE          VALUE 'Y'.
           88 TRANS-NOT-END-OF-FILE      VALUE 'N'.

       *> Use Case: Level-88 Flag - a shop that has not keyed any
       *> customers yet has no CUSTMAST file, and statements still
       *> print, flagged for the mailroom (same idea as
       *> HOLD-FILE-ABSENT in TRANSACTION-POSTING).
       01  WS-CUST-MODE-SW     PIC X(01) VALUE 'Y'.
           88 CUSTOMER-FILE-ON-HAND      VALUE 'Y'.
           88 CUSTOMER-FILE-ABSENT       VALUE 'N'.

       *> Use Case: Level-88 Flag for the keyed customer lookup (same
       *> shape as WS-MASTER-SWITCH in TRANSACTION-POSTING).
       01  WS-CUSTOMER-SWITCH  PIC X(01).
           88 CUSTOMER-RECORD-FOUND      VALUE 'Y'.
           88 CUSTOMER-RECORD-NOT-FOUND  VALUE 'N'.

       *> Use Case: The statement period's slice of the history
       *> loaded into memory once so each account's activity can be
       *> pulled with a keyed scan instead of re-reading the file
       01  WS-ACTIVITY-COUNT   PIC 9(05) VALUE ZERO.
       01  WS-READ-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-STATEMENT-COUNT  PIC 9(07) VALUE ZERO.
       01  WS-NO-ADDRESS-COUNT PIC 9(07) VALUE ZERO.
       01  WS-FINAL-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-CLOSED-SKIP-COUNT PIC 9(07) VALUE ZERO.

       *> Use Case: The month a closed account closed in - its
       *> last-activity date, stamped by ACCOUNT-MAINT at the close.
       01  WS-CLOSE-YYYYMM     PIC 9(06) VALUE ZERO.

       *> Use Case: Preflight gate working fields - the run-control
       *> ledger is read before any business file opens, proving the
           05 WS-HD-ACCT-NAME  PIC X(30).
           05 FILLER           PIC X(34) VALUE SPACES.

       *> Use Case: Heading line under the account name on a closed
       *> account's last statement.
       01  WS-HD-FINAL-LINE.
           05 FILLER           PIC X(37)
              VALUE "*** FINAL STATEMENT - ACCOUNT CLOSED ".
           05 WS-HD-CLOSE-DATE PIC 9(08).
           05 FILLER           PIC X(04) VALUE " ***".
           05 FILLER           PIC X(31) VALUE SPACES.

       *> Use Case: The mailing block under the account name - street
       *> lines, then city/state/postal code, lined up under the
       *> heading values for the envelope window.
       01  WS-HD-ADDR-LINE.
           05 WS-HD-ADDR-LABEL PIC X(16).
           05 WS-HD-ADDR-TEXT  PIC X(30).
           05 FILLER           PIC X(34) VALUE SPACES.

       01  WS-HD-CITY-LINE.
           05 FILLER           PIC X(16) VALUE SPACES.
           05 WS-HD-CITY       PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-HD-STATE      PIC X(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-HD-POSTAL     PIC X(10).
           05 FILLER           PIC X(29) VALUE SPACES.

       01  WS-HD-COLUMN-LINE.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(08) VALUE "DATE".
               SET TRANS-END-OF-FILE TO TRUE
           END-IF.

           *> Use Case: A missing customer master is not fatal - the
           *> statements print with the mailing block flagged, and
           *> the count of unaddressed pages shows at the end.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-FS-CUSTOMER NOT = "00"
               SET CUSTOMER-FILE-ABSENT TO TRUE
               DISPLAY "WARNING: COULD NOT OPEN CUSTOMER MASTER (FS: "
                WS-FS-CUSTOMER ") - STATEMENTS PRINT WITHOUT "
                "ADDRESSES"
           END-IF.

           OPEN OUTPUT STATEMENT-FILE.
           IF WS-FS-STMT NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT CREATE STATEMENTS "
       3000-STATEMENT-ONE.
           ADD 1 TO WS-READ-COUNT.

           *> Use Case: A closed account prints only in the month it
           *> closed in - that page is its final statement. Closed in
           *> an earlier month, it is counted and passed over.
           MOVE ZERO TO WS-CLOSE-YYYYMM.
           IF AM-ACCT-STATUS = 'C'
               COMPUTE WS-CLOSE-YYYYMM = AM-LAST-ACTIVITY-DATE / 100
           END-IF.

           IF AM-ACCT-STATUS = 'C'
            AND WS-CLOSE-YYYYMM NOT = WS-PERIOD-YYYYMM
               ADD 1 TO WS-CLOSED-SKIP-COUNT
           ELSE
               PERFORM 3010-PRINT-STATEMENT
           END-IF.

           PERFORM 2000-READ-MASTER.

       3010-PRINT-STATEMENT.
           PERFORM 3050-READ-CUSTOMER.
           PERFORM 3100-PRINT-PAGE-HEADING.

           *> Use Case: Walk the transaction table for this account's
           PERFORM 3300-PRINT-CLOSING-BALANCE.
           ADD 1 TO WS-STATEMENT-COUNT.

       3050-READ-CUSTOMER.
           *> Use Case: The owner's mailing address, keyed on the
           *> account's customer link. An unlinked account (zero) or
           *> a dangling link is simply not found.
           SET CUSTOMER-RECORD-NOT-FOUND TO TRUE.
           IF CUSTOMER-FILE-ON-HAND
            AND AM-CUST-ID NOT = ZERO
               MOVE AM-CUST-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       SET CUSTOMER-RECORD-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET CUSTOMER-RECORD-FOUND TO TRUE
               END-READ
           END-IF.

       3100-PRINT-PAGE-HEADING.
           *> Use Case: Every account starts on a fresh page; the
           MOVE WS-HD-NAME-LINE TO FO-PRINT-LINE.
           PERFORM 3500-WRITE-PRINT-LINE.

           IF AM-ACCT-STATUS = 'C'
               MOVE AM-LAST-ACTIVITY-DATE TO WS-HD-CLOSE-DATE
               MOVE WS-HD-FINAL-LINE TO FO-PRINT-LINE
               PERFORM 3500-WRITE-PRINT-LINE
               ADD 1 TO WS-FINAL-COUNT
           END-IF.

           PERFORM 3150-PRINT-ADDRESS-BLOCK.

           MOVE SPACES TO FO-PRINT-LINE.
           PERFORM 3500-WRITE-PRINT-LINE.

           MOVE WS-HD-COLUMN-LINE TO FO-PRINT-LINE.
           PERFORM 3500-WRITE-PRINT-LINE.

       3150-PRINT-ADDRESS-BLOCK.
           *> Use Case: The customer's legal name and mailing address
           *> from the customer master. A page with no address on
           *> file is marked for the mailroom rather than mailed
           *> blind, and counted for the end-of-run display.
           IF CUSTOMER-RECORD-NOT-FOUND
               MOVE "MAIL TO.......: " TO WS-HD-ADDR-LABEL
               MOVE "*** NO ADDRESS ON FILE ***" TO WS-HD-ADDR-TEXT
               MOVE WS-HD-ADDR-LINE TO FO-PRINT-LINE
               PERFORM 3500-WRITE-PRINT-LINE
               ADD 1 TO WS-NO-ADDRESS-COUNT
           ELSE
               MOVE "MAIL TO.......: " TO WS-HD-ADDR-LABEL
               MOVE CM-CUST-NAME    TO WS-HD-ADDR-TEXT
               MOVE WS-HD-ADDR-LINE TO FO-PRINT-LINE
               PERFORM 3500-WRITE-PRINT-LINE

               MOVE SPACES          TO WS-HD-ADDR-LABEL
               MOVE CM-ADDR-LINE-1  TO WS-HD-ADDR-TEXT
               MOVE WS-HD-ADDR-LINE TO FO-PRINT-LINE
               PERFORM 3500-WRITE-PRINT-LINE

               IF CM-ADDR-LINE-2 NOT = SPACES
                   MOVE CM-ADDR-LINE-2  TO WS-HD-ADDR-TEXT
                   MOVE WS-HD-ADDR-LINE TO FO-PRINT-LINE
                   PERFORM 3500-WRITE-PRINT-LINE
               END-IF

               MOVE CM-CITY         TO WS-HD-CITY
               MOVE CM-STATE        TO WS-HD-STATE
               MOVE CM-POSTAL-CODE  TO WS-HD-POSTAL
               MOVE WS-HD-CITY-LINE TO FO-PRINT-LINE
               PERFORM 3500-WRITE-PRINT-LINE
           END-IF.

       3200-PRINT-ONE-TRAN.
           *> Use Case: The history carries one line per leg, so the
           *> description falls straight out of the leg code - a
           *> and TRANSFER IN on the receiver's, both under the same
           *> keyed reference.
           IF WS-T-ACCT-ID (WS-TRANS-IDX) = AM-ACCT-ID
               PERFORM 3210-SET-TRAN-DESC
               PERFORM 3250-PRINT-DETAIL-LINE
           END-IF.

           SET WS-TRANS-IDX UP BY 1.

       3210-SET-TRAN-DESC.
           IF WS-T-TRAN-CODE (WS-TRANS-IDX) = 'D'
               MOVE "DEPOSIT"      TO WS-DT-TRAN-DESC
           ELSE
               IF WS-T-TRAN-CODE (WS-TRANS-IDX) = 'W'
                   MOVE "WITHDRAWAL"   TO WS-DT-TRAN-DESC
               ELSE
                   IF WS-T-TRAN-CODE (WS-TRANS-IDX) = 'O'
                       MOVE "TRANSFER OUT" TO WS-DT-TRAN-DESC
                   ELSE
                       IF WS-T-TRAN-CODE (WS-TRANS-IDX) = 'T'
                           MOVE "TRANSFER IN"  TO WS-DT-TRAN-DESC
                       ELSE
                           IF WS-T-TRAN-CODE (WS-TRANS-IDX) = 'I'
                               MOVE "INTEREST"  TO WS-DT-TRAN-DESC
                           ELSE
                               IF WS-T-TRAN-CODE (WS-TRANS-IDX) = 'A'
                                   MOVE "AID AWARD" TO WS-DT-TRAN-DESC
                               ELSE
                                   IF WS-T-TRAN-CODE (WS-TRANS-IDX)
                                    = 'E'
                                       MOVE "ESCHEATED"
                                           TO WS-DT-TRAN-DESC
                                   ELSE
                                       PERFORM 3215-SET-LATER-TRAN-DESC
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3215-SET-LATER-TRAN-DESC.
           *> Use Case: The fee, close and early-withdrawal penalty
           *> codes, carried on from 3210-SET-TRAN-DESC.
           IF WS-T-TRAN-CODE (WS-TRANS-IDX) = 'F'
               MOVE "SERVICE FEE"  TO WS-DT-TRAN-DESC
           ELSE
               IF WS-T-TRAN-CODE (WS-TRANS-IDX) = 'C'
                   MOVE "CLOSE PAYOUT" TO WS-DT-TRAN-DESC
               ELSE
                   IF WS-T-TRAN-CODE (WS-TRANS-IDX) = 'P'
                       MOVE "W/D PENALTY"  TO WS-DT-TRAN-DESC
                   ELSE
                       MOVE "OTHER"        TO WS-DT-TRAN-DESC
                   END-IF
               END-IF
           END-IF.

       3250-PRINT-DETAIL-LINE.
           ADD 1 TO WS-ACTIVITY-COUNT.
       4000-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER.
           CLOSE STATEMENT-FILE.
           IF CUSTOMER-FILE-ON-HAND
               CLOSE CUSTOMER-MASTER
           END-IF.
           PERFORM 4500-WRITE-RUN-CONTROL.
           DISPLAY "STATEMENT GENERATION COMPLETE. STATEMENTS "
            "PRODUCED: " WS-STATEMENT-COUNT.
           DISPLAY "FINAL STATEMENTS (CLOSED ACCOUNTS): "
            WS-FINAL-COUNT.
           DISPLAY "CLOSED IN EARLIER PERIODS, NOT PRINTED: "
            WS-CLOSED-SKIP-COUNT.
           IF WS-NO-ADDRESS-COUNT NOT = ZERO
               DISPLAY "WARNING: STATEMENTS WITH NO ADDRESS ON FILE: "
                WS-NO-ADDRESS-COUNT
           END-IF.

       4500-WRITE-RUN-CONTROL.
           *> Use Case: One ledger record per completed run - the
               ACCEPT RC-RUN-TIME FROM TIME
               MOVE WS-READ-COUNT TO RC-RECORDS-IN
               MOVE WS-STATEMENT-COUNT TO RC-OUT-A
               MOVE WS-CLOSED-SKIP-COUNT TO RC-OUT-B
               MOVE ZERO TO RC-OUT-C
               WRITE RC-RUN-CONTROL-RECORD
               IF WS-FS-RUNCTL NOT = "00"
