           *> run also clears each reported row for the new year, so
           *> January's accrual starts every account at zero. This
           *> replaces finance digging out twelve saved registers
           *> and adding them by hand. The owner's tax ID and
           *> mailing address come off the customer master onto the
           *> extract, so the filing carries who the interest was
           *> paid to, not just the account title.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

           *> Use Case: An account closed and purged during the tax
           *> year is no longer on the master - its title and
           *> customer link come from the archive ACCOUNT-PURGE moved
           *> it to, so the payee still reaches the filing.
           SELECT ARCHIVE-FILE ASSIGN TO "ACCTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-ACCT-ID
               FILE STATUS IS WS-FS-ARCHIVE.

           *> Use Case: The customer name-and-address master ACCOUNT-
           *> MAINT keeps - keyed on AM-CUST-ID for the owner's tax ID
           *> and mailing address.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-FS-CUSTOMER.

           *> Use Case: Startup control file - the tax year to
           *> report and the reset flag, so the same program does
           *> the January filing run and the mid-year "where do we
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

       FD  PARM-FILE.
       *> PM Prefix: Identifies this as Parameter input data
       FD  EXTRACT-FILE.
       *> FO2 Prefix: Identifies this as the tax-extract output.
       *> Record type 'D' is per-account detail in fixed unedited
       *> format - the payee's tax ID and mailing address follow
       *> the amount, blank when no customer is on file.
       01  FO2-EXTRACT-DETAIL.
           05 FO2-REC-TYPE     PIC X(01).
           05 FO2-ACCT-ID      PIC 9(10).
           05 FO2-OWNER-NAME   PIC X(30).
           05 FO2-TAX-YEAR     PIC 9(04).
           05 FO2-INTEREST     PIC 9(9)V99.
           05 FO2-TAX-ID       PIC X(09).
           05 FO2-ADDR-LINE-1  PIC X(30).
           05 FO2-ADDR-LINE-2  PIC X(30).
           05 FO2-CITY         PIC X(20).
           05 FO2-STATE        PIC X(02).
           05 FO2-POSTAL-CODE  PIC X(10).

       *> Use Case: Control trailer, record type 'T' - count and
       *> total the filing is verified against. A second,
       01  WS-FS-REPORT        PIC XX.  *> File Status for Report
       01  WS-FS-EXTRACT       PIC XX.  *> File Status for Extract
       01  WS-FS-RUNCTL        PIC XX.  *> File Status for Run Control
       01  WS-FS-CUSTOMER      PIC XX.  *> File Status for Customers
       01  WS-FS-ARCHIVE       PIC XX.  *> File Status for Archive

       01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88 END-OF-FILE                VALUE 'Y'.
           88 MASTER-RECORD-FOUND        VALUE 'Y'.
           88 MASTER-RECORD-NOT-FOUND    VALUE 'N'.

       01  WS-ARCHIVE-MODE-SW  PIC X(01) VALUE 'Y'.
           88 ARCHIVE-FILE-ON-HAND       VALUE 'Y'.
           88 ARCHIVE-FILE-ABSENT        VALUE 'N'.

       *> Use Case: Level-88 Flag - no CUSTMAST file means no
       *> customer has been keyed yet; the extract still goes out,
       *> with the payee columns blank.
       01  WS-CUST-MODE-SW     PIC X(01) VALUE 'Y'.
           88 CUSTOMER-FILE-ON-HAND      VALUE 'Y'.
           88 CUSTOMER-FILE-ABSENT       VALUE 'N'.

       01  WS-CUSTOMER-SWITCH  PIC X(01).
           88 CUSTOMER-RECORD-FOUND      VALUE 'Y'.
           88 CUSTOMER-RECORD-NOT-FOUND  VALUE 'N'.

       *> Use Case: The controlled reset - rows are cleared for the
       *> new year only when YEAREND.PARM says so, so a mid-year
       *> informational run can never wipe the accumulation.
           05 WS-READ-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-REPORTED-COUNT PIC 9(07) VALUE ZERO.
           05 WS-SKIPPED-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-NO-TAX-ID-COUNT PIC 9(07) VALUE ZERO.
           05 WS-INTEREST-TOTAL PIC 9(11)V99 VALUE ZERO.

       *> Use Case: Print-line layouts, moved one at a time into
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(17)
              VALUE "    INTEREST PAID".
           05 FILLER           PIC X(02) VALUE SPACES.
           05 FILLER           PIC X(09) VALUE "TAX ID".
           05 FILLER           PIC X(20) VALUE SPACES.

       01  WS-DT-DETAIL-LINE.
           05 WS-DT-ACCT-ID    PIC 9(10).
           05 WS-DT-BRANCH     PIC 9(03).
           05 FILLER           PIC X(05) VALUE SPACES.
           05 WS-DT-INTEREST   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DT-TAX-ID     PIC X(09).
           05 FILLER           PIC X(21) VALUE SPACES.

       01  WS-TT-TOTAL-LINE.
           05 FILLER           PIC X(26)
               STOP RUN
           END-IF.

           *> Use Case: A missing customer master is not fatal - every
           *> dollar of interest still reports; the payee columns are
           *> left blank and counted for follow-up.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-FS-CUSTOMER NOT = "00"
               SET CUSTOMER-FILE-ABSENT TO TRUE
               DISPLAY "WARNING: COULD NOT OPEN CUSTOMER MASTER (FS: "
                WS-FS-CUSTOMER ") - EXTRACT GOES OUT WITHOUT TAX IDS"
           END-IF.

           *> Use Case: No archive simply means nothing has been
           *> purged yet.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-FS-ARCHIVE NOT = "00"
               SET ARCHIVE-FILE-ABSENT TO TRUE
               IF WS-FS-ARCHIVE NOT = "35"
                   DISPLAY "WARNING: COULD NOT OPEN ACCOUNT ARCHIVE "
                    "(FS: " WS-FS-ARCHIVE ") - PURGED ACCOUNTS REPORT "
                    "WITHOUT TAX IDS"
               END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-FS-REPORT NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT CREATE YEAR-END "

       3100-WRITE-ONE-ACCOUNT.
           *> Use Case: The owner's name and branch come off the
           *> master, or off the archive for an account purged during
           *> the year. One found on neither still reports, with the
           *> name marked unknown, because the tax filing must carry
           *> every dollar of interest paid.
           MOVE YT-ACCT-ID TO AM-ACCT-ID.
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET MASTER-RECORD-FOUND TO TRUE
           END-READ.

           IF MASTER-RECORD-NOT-FOUND
            AND ARCHIVE-FILE-ON-HAND
               PERFORM 3120-READ-ARCHIVE
           END-IF.

           IF MASTER-RECORD-NOT-FOUND
               MOVE "*** NOT ON MASTER ***" TO AM-ACCT-NAME
               MOVE ZERO                    TO AM-BRANCH-CODE
               MOVE ZERO                    TO AM-CUST-ID
           END-IF.

           PERFORM 3150-READ-CUSTOMER.

           MOVE YT-ACCT-ID       TO WS-DT-ACCT-ID.
           MOVE AM-ACCT-NAME     TO WS-DT-ACCT-NAME.
           MOVE AM-BRANCH-CODE   TO WS-DT-BRANCH.
           MOVE YT-INTEREST-YTD  TO WS-DT-INTEREST.
           IF CUSTOMER-RECORD-FOUND
               MOVE CM-TAX-ID    TO WS-DT-TAX-ID
           ELSE
               MOVE "*MISSING*"  TO WS-DT-TAX-ID
           END-IF.
           MOVE WS-DT-DETAIL-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE AM-ACCT-NAME    TO FO2-OWNER-NAME.
           MOVE WS-TAX-YEAR     TO FO2-TAX-YEAR.
           MOVE YT-INTEREST-YTD TO FO2-INTEREST.
           IF CUSTOMER-RECORD-FOUND
               MOVE CM-TAX-ID      TO FO2-TAX-ID
               MOVE CM-ADDR-LINE-1 TO FO2-ADDR-LINE-1
               MOVE CM-ADDR-LINE-2 TO FO2-ADDR-LINE-2
               MOVE CM-CITY        TO FO2-CITY
               MOVE CM-STATE       TO FO2-STATE
               MOVE CM-POSTAL-CODE TO FO2-POSTAL-CODE
           END-IF.

           WRITE FO2-EXTRACT-DETAIL.

               ADD YT-INTEREST-YTD TO WS-INTEREST-TOTAL
           END-IF.

       3120-READ-ARCHIVE.
           *> Use Case: The archive carries the master image as it
           *> stood at the purge - its customer link is what reaches
           *> the tax ID and address for the filing.
           MOVE YT-ACCT-ID TO AR-ACCT-ID.
           READ ARCHIVE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AR-ACCT-NAME   TO AM-ACCT-NAME
                   MOVE AR-BRANCH-CODE TO AM-BRANCH-CODE
                   MOVE AR-CUST-ID     TO AM-CUST-ID
                   SET MASTER-RECORD-FOUND TO TRUE
           END-READ.

       3150-READ-CUSTOMER.
           *> Use Case: The payee's tax ID and address, keyed on the
           *> account's customer link. An unlinked account (zero), a
           *> dangling link, or a customer with no tax ID keyed is
           *> counted so the filing can be chased before it goes in.
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

           IF CUSTOMER-RECORD-NOT-FOUND
               ADD 1 TO WS-NO-TAX-ID-COUNT
           ELSE
               IF CM-TAX-ID = SPACES
                   ADD 1 TO WS-NO-TAX-ID-COUNT
               END-IF
           END-IF.

       3300-RESET-ONE-ROW.
           *> Use Case: The controlled reset - the reported row
           *> rolls to the new year at zero, so January's accrual
           CLOSE ACCOUNT-MASTER.
           CLOSE REPORT-FILE.
           CLOSE EXTRACT-FILE.
           IF CUSTOMER-FILE-ON-HAND
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF ARCHIVE-FILE-ON-HAND
               CLOSE ARCHIVE-FILE
           END-IF.

           PERFORM 4500-WRITE-RUN-CONTROL.

           DISPLAY "YTD ROWS READ......: " WS-READ-COUNT.
           DISPLAY "ACCOUNTS REPORTED..: " WS-REPORTED-COUNT.
           DISPLAY "ROWS SKIPPED.......: " WS-SKIPPED-COUNT.
           DISPLAY "MISSING TAX ID.....: " WS-NO-TAX-ID-COUNT.
           MOVE WS-INTEREST-TOTAL TO WS-TT-AMOUNT.
           DISPLAY "INTEREST TOTAL.....: " WS-TT-AMOUNT.
           IF RESET-IS-ON
