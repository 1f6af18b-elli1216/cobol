       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICATE-MATURITY.

           *> Use Case: Walks ACCOUNT-MASTER and lists every
           *> certificate coming due from today through the next 30
           *> days - account, owner, branch, balance, the terms it
           *> opened on, and the days left - so the branch can reach
           *> each customer about renewing or paying out before the
           *> money matures, instead of finding out from the posting
           *> rejects the day after.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCT-ID
               ALTERNATE RECORD KEY IS AM-ACCT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

           SELECT REPORT-FILE ASSIGN TO "CERT-MATURITY-REPORT.TXT"
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

       FD  REPORT-FILE.
       *> FO Prefix: Identifies this as the maturity-report output -
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
       01  WS-FS-MASTER        PIC XX.  *> File Status for Master
       01  WS-FS-REPORT        PIC XX.  *> File Status for Report
       01  WS-FS-RUNCTL        PIC XX.  *> File Status for Run Control

       01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88 END-OF-FILE                VALUE 'Y'.
           88 NOT-END-OF-FILE            VALUE 'N'.

       01  WS-RUN-DATE         PIC 9(08) VALUE ZERO.

       *> Use Case: Every calendar date in the window, today first,
       *> built once at startup - a certificate is due when its
       *> maturity date is in the table, and its slot less one is
       *> the days it has left, so no date subtraction is needed.
       01  WS-WINDOW-DAYS      PIC 9(02) VALUE 30.

       01  WS-WINDOW-TABLE.
           05 WS-WINDOW-COUNT  PIC 9(02) VALUE ZERO.
           05 WS-WINDOW-DATE   PIC 9(08) OCCURS 31 TIMES
                                INDEXED BY WS-WINDOW-IDX.

       01  WS-WINDOW-END       PIC 9(08) VALUE ZERO.

       *> Use Case: The date being stepped forward one day at a
       *> time, taken apart for the month-end and year-end carry.
       01  WS-STEP-DATE        PIC 9(08) VALUE ZERO.
       01  WS-STEP-DATE-SPLIT REDEFINES WS-STEP-DATE.
           05 WS-STEP-YEAR     PIC 9(04).
           05 WS-STEP-MONTH    PIC 9(02).
           05 WS-STEP-DAY      PIC 9(02).

       01  WS-MONTH-LENGTHS    PIC X(24)
                                VALUE "312831303130313130313031".
       01  WS-MONTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05 WS-MONTH-DAYS    PIC 9(02) OCCURS 12 TIMES.

       01  WS-DAYS-IN-MONTH    PIC 9(02) VALUE ZERO.
       01  WS-LEAP-QUOTIENT    PIC 9(04) VALUE ZERO.
       01  WS-LEAP-REM-4       PIC 9(03) VALUE ZERO.
       01  WS-LEAP-REM-100     PIC 9(03) VALUE ZERO.
       01  WS-LEAP-REM-400     PIC 9(03) VALUE ZERO.

       *> Use Case: Level-88 Flag for the window search - the
       *> certificate in hand matures inside the window.
       01  WS-DUE-SWITCH       PIC X(01) VALUE 'N'.
           88 MATURES-IN-WINDOW          VALUE 'Y'.
           88 NOT-IN-WINDOW              VALUE 'N'.

       01  WS-DAYS-LEFT        PIC 9(02) VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05 WS-READ-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-CERT-COUNT     PIC 9(07) VALUE ZERO.
           05 WS-CERT-BALANCE   PIC 9(11)V99 VALUE ZERO.
           05 WS-DUE-COUNT      PIC 9(07) VALUE ZERO.
           05 WS-NOT-DUE-COUNT  PIC 9(07) VALUE ZERO.
           05 WS-DUE-BALANCE    PIC 9(11)V99 VALUE ZERO.

       *> Use Case: Print-line layouts, moved one at a time into
       *> FO-PRINT-LINE. HD = headings, DT = detail, TL = totals.
       01  WS-HD-TITLE-LINE.
           05 FILLER           PIC X(32)
              VALUE "CERTIFICATES MATURING FROM RUN: ".
           05 WS-HD-RUN-DATE   PIC 9(08).
           05 FILLER           PIC X(09) VALUE " THROUGH ".
           05 WS-HD-END-DATE   PIC 9(08).
           05 FILLER           PIC X(63) VALUE SPACES.

       01  WS-HD-COLUMN-LINE.
           05 FILLER           PIC X(12) VALUE "ACCOUNT".
           05 FILLER           PIC X(32) VALUE "NAME".
           05 FILLER           PIC X(05) VALUE "BR".
           05 FILLER           PIC X(12) VALUE "CUSTOMER".
           05 FILLER           PIC X(18) VALUE "         BALANCE".
           05 FILLER           PIC X(10) VALUE "OPENED".
           05 FILLER           PIC X(05) VALUE "TERM".
           05 FILLER           PIC X(10) VALUE "    RATE".
           05 FILLER           PIC X(10) VALUE "MATURES".
           05 FILLER           PIC X(06) VALUE "DAYS".

       01  WS-DT-DETAIL-LINE.
           05 WS-DT-ACCT-ID    PIC 9(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DT-ACCT-NAME  PIC X(30).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DT-BRANCH     PIC 9(03).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DT-CUST-ID    PIC 9(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DT-BALANCE    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DT-OPENED     PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DT-TERM       PIC ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DT-RATE       PIC ZZ9.9999.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DT-MATURES    PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DT-DAYS-LEFT  PIC Z9.
           05 FILLER           PIC X(04) VALUE SPACES.

       01  WS-TL-TOTAL-LINE.
           05 WS-TL-LABEL      PIC X(24).
           05 WS-TL-COUNT      PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-TL-BALANCE    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(68) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1200-BUILD-WINDOW.
           PERFORM 1500-WRITE-HEADINGS.
           PERFORM 2000-READ-MASTER.
           PERFORM 3000-CHECK-ONE UNTIL END-OF-FILE.
           PERFORM 3500-WRITE-TOTALS.
           PERFORM 4000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-FS-MASTER NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT OPEN ACCOUNT-MASTER "
                "(FS: " WS-FS-MASTER ")"
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-FS-REPORT NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT CREATE MATURITY "
                "REPORT (FS: " WS-FS-REPORT ")"
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

       1200-BUILD-WINDOW.
           *> Use Case: Today plus the next WS-WINDOW-DAYS calendar
           *> days, stepped one day at a time so month ends and
           *> leap years carry correctly.
           MOVE WS-RUN-DATE TO WS-STEP-DATE.
           MOVE 1           TO WS-WINDOW-COUNT.
           MOVE WS-STEP-DATE TO WS-WINDOW-DATE (1).
           PERFORM 1210-ADD-ONE-DAY
               UNTIL WS-WINDOW-COUNT > WS-WINDOW-DAYS.
           MOVE WS-STEP-DATE TO WS-WINDOW-END.

       1210-ADD-ONE-DAY.
           MOVE WS-MONTH-DAYS (WS-STEP-MONTH) TO WS-DAYS-IN-MONTH.
           IF WS-STEP-MONTH = 2
               DIVIDE WS-STEP-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-STEP-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-STEP-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                  AND (WS-LEAP-REM-100 NOT = ZERO
                    OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.

           IF WS-STEP-DAY < WS-DAYS-IN-MONTH
               ADD 1 TO WS-STEP-DAY
           ELSE
               MOVE 1 TO WS-STEP-DAY
               IF WS-STEP-MONTH < 12
                   ADD 1 TO WS-STEP-MONTH
               ELSE
                   MOVE 1 TO WS-STEP-MONTH
                   ADD 1 TO WS-STEP-YEAR
               END-IF
           END-IF.

           ADD 1 TO WS-WINDOW-COUNT.
           MOVE WS-STEP-DATE TO WS-WINDOW-DATE (WS-WINDOW-COUNT).

       1500-WRITE-HEADINGS.
           MOVE WS-RUN-DATE      TO WS-HD-RUN-DATE.
           MOVE WS-WINDOW-END    TO WS-HD-END-DATE.
           MOVE WS-HD-TITLE-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE SPACES TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.
           MOVE WS-HD-COLUMN-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

       2000-READ-MASTER.
           READ ACCOUNT-MASTER
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       3000-CHECK-ONE.
           ADD 1 TO WS-READ-COUNT.

           *> Use Case: Only open certificates - a closed or
           *> escheated account has nothing left to mature.
           IF AM-PRODUCT-CODE = 'C'
              AND AM-ACCT-STATUS NOT = 'C'
              AND AM-ACCT-STATUS NOT = 'E'
               ADD 1 TO WS-CERT-COUNT
               ADD AM-BALANCE TO WS-CERT-BALANCE
               PERFORM 3100-FIND-IN-WINDOW
           ELSE
               SET NOT-IN-WINDOW TO TRUE
           END-IF.

           IF MATURES-IN-WINDOW
               PERFORM 3200-WRITE-DETAIL
           ELSE
               ADD 1 TO WS-NOT-DUE-COUNT
           END-IF.

           PERFORM 2000-READ-MASTER.

       3100-FIND-IN-WINDOW.
           SET NOT-IN-WINDOW TO TRUE.
           IF AM-CERT-MATURITY-DATE NOT < WS-RUN-DATE
              AND AM-CERT-MATURITY-DATE NOT > WS-WINDOW-END
               SET WS-WINDOW-IDX TO 1
               PERFORM 3110-COMPARE-ONE-DATE
                   UNTIL WS-WINDOW-IDX > WS-WINDOW-COUNT
                      OR MATURES-IN-WINDOW
           END-IF.

       3110-COMPARE-ONE-DATE.
           IF AM-CERT-MATURITY-DATE = WS-WINDOW-DATE (WS-WINDOW-IDX)
               SET MATURES-IN-WINDOW TO TRUE
               SET WS-DAYS-LEFT TO WS-WINDOW-IDX
               SUBTRACT 1 FROM WS-DAYS-LEFT
           ELSE
               SET WS-WINDOW-IDX UP BY 1
           END-IF.

       3200-WRITE-DETAIL.
           ADD 1          TO WS-DUE-COUNT.
           ADD AM-BALANCE TO WS-DUE-BALANCE.

           MOVE AM-ACCT-ID            TO WS-DT-ACCT-ID.
           MOVE AM-ACCT-NAME          TO WS-DT-ACCT-NAME.
           MOVE AM-BRANCH-CODE        TO WS-DT-BRANCH.
           MOVE AM-CUST-ID            TO WS-DT-CUST-ID.
           MOVE AM-BALANCE            TO WS-DT-BALANCE.
           MOVE AM-CERT-OPEN-DATE     TO WS-DT-OPENED.
           MOVE AM-CERT-TERM          TO WS-DT-TERM.
           MOVE AM-CERT-RATE          TO WS-DT-RATE.
           MOVE AM-CERT-MATURITY-DATE TO WS-DT-MATURES.
           MOVE WS-DAYS-LEFT          TO WS-DT-DAYS-LEFT.

           MOVE WS-DT-DETAIL-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

       3500-WRITE-TOTALS.
           MOVE SPACES TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE "CERTIFICATES ON FILE...:" TO WS-TL-LABEL.
           MOVE WS-CERT-COUNT  TO WS-TL-COUNT.
           MOVE WS-CERT-BALANCE TO WS-TL-BALANCE.
           MOVE WS-TL-TOTAL-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE "MATURING IN WINDOW.....:" TO WS-TL-LABEL.
           MOVE WS-DUE-COUNT   TO WS-TL-COUNT.
           MOVE WS-DUE-BALANCE TO WS-TL-BALANCE.
           MOVE WS-TL-TOTAL-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

       3900-WRITE-PRINT-LINE.
           WRITE FO-PRINT-LINE.

           *> Error Handling: Catching full disk or write permissions
           IF WS-FS-REPORT NOT = "00"
               DISPLAY "WRITE ERROR DETECTED: " WS-FS-REPORT
               STOP RUN
           END-IF.

       4000-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER.
           CLOSE REPORT-FILE.

           PERFORM 4500-WRITE-RUN-CONTROL.

           DISPLAY "CERTIFICATE MATURITY COMPLETE.".
           DISPLAY "ACCOUNTS READ........: " WS-READ-COUNT.
           DISPLAY "CERTIFICATES ON FILE.: " WS-CERT-COUNT.
           DISPLAY "MATURING IN WINDOW...: " WS-DUE-COUNT.

       4500-WRITE-RUN-CONTROL.
           *> Use Case: One ledger record per completed run - the
           *> arithmetic RUN-BALANCE verifies is RECORDS-IN equals
           *> the dispositions summed (listed plus not listed).
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
               MOVE "CERTIFICATE-MATURITY" TO RC-PROGRAM-ID
               ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT RC-RUN-TIME FROM TIME
               MOVE WS-READ-COUNT TO RC-RECORDS-IN
               MOVE WS-DUE-COUNT TO RC-OUT-A
               MOVE WS-NOT-DUE-COUNT TO RC-OUT-B
               MOVE ZERO TO RC-OUT-C
               WRITE RC-RUN-CONTROL-RECORD
               IF WS-FS-RUNCTL NOT = "00"
                   DISPLAY "RUN CONTROL WRITE ERROR: " WS-FS-RUNCTL
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.
