           *> changes, so the examiner can see who escheated what and
           *> when. Candidates that moved since the aging run - back
           *> on active status, or already escheated - go to an
           *> exception list instead of being forced. The owner's
           *> last known address and tax ID come off the customer
           *> master onto both the letter and the remittance detail,
           *> as the state filing requires.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

           *> Use Case: The customer name-and-address master ACCOUNT-
           *> MAINT keeps - keyed on AM-CUST-ID for the owner's last
           *> known address and tax ID.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS WS-FS-CUSTOMER.

           *> Use Case: The state's remittance file - fixed-format
           *> detail per surrendered account plus a control trailer
           *> with count and total, so the state can prove the file
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

       FD  REMIT-FILE.
       *> FO Prefix: Identifies this as the state remittance output.
       *> Record type 'D' is surrendered-account detail in the
       *> state's fixed unedited format - the owner's last known
       *> address and tax ID follow the amount, blank when no
       *> customer is on file.
       01  FO-REMIT-DETAIL.
           05 FO-REC-TYPE      PIC X(01).
           05 FO-ACCT-ID       PIC 9(10).
           05 FO-OWNER-NAME    PIC X(30).
           05 FO-LAST-ACT-DATE PIC 9(08).
           05 FO-SURRENDER-AMT PIC 9(8)V99.
           05 FO-OWNER-ADDR-1  PIC X(30).
           05 FO-OWNER-ADDR-2  PIC X(30).
           05 FO-OWNER-CITY    PIC X(20).
           05 FO-OWNER-STATE   PIC X(02).
           05 FO-OWNER-POSTAL  PIC X(10).
           05 FO-OWNER-TAX-ID  PIC X(09).

       *> Use Case: Control trailer, record type 'T' - count and
       *> total the state verifies before accepting the file. A
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FO4-ACTION-CODE  PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FO4-BEFORE-IMAGE PIC X(149).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FO4-AFTER-IMAGE  PIC X(149).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FO4-SUPERVISOR-ID PIC X(08).

           05 TH-TELLER-ID     PIC X(08).
           05 FILLER           PIC X(01).
           05 TH-REF-NO        PIC X(12).
           05 FILLER           PIC X(01).
           05 TH-CASH-SW       PIC X(01). *> 'Y' = cash item

       FD  RUN-CONTROL-FILE.
       *> RC Prefix: Identifies this as the run-control ledger
       01  WS-FS-AUDIT         PIC XX.  *> File Status for Audit Log
       01  WS-FS-HISTORY       PIC XX.  *> File Status for History
       01  WS-FS-RUNCTL        PIC XX.  *> File Status for Run Control
       01  WS-FS-CUSTOMER      PIC XX.  *> File Status for Customers

       01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88 END-OF-FILE                VALUE 'Y'.
           88 MASTER-RECORD-FOUND        VALUE 'Y'.
           88 MASTER-RECORD-NOT-FOUND    VALUE 'N'.

       *> Use Case: Level-88 Flag - no CUSTMAST file means no
       *> customer has been keyed yet; letters still print, flagged
       *> for the mailroom (same idea as HOLD-FILE-ABSENT in
       *> TRANSACTION-POSTING).
       01  WS-CUST-MODE-SW     PIC X(01) VALUE 'Y'.
           88 CUSTOMER-FILE-ON-HAND      VALUE 'Y'.
           88 CUSTOMER-FILE-ABSENT       VALUE 'N'.

       *> Use Case: Level-88 Flag for the keyed customer lookup (same
       *> shape as WS-MASTER-SWITCH above).
       01  WS-CUSTOMER-SWITCH  PIC X(01).
           88 CUSTOMER-RECORD-FOUND      VALUE 'Y'.
           88 CUSTOMER-RECORD-NOT-FOUND  VALUE 'N'.

       *> Use Case: Reason set by the caller before PERFORM
       *> 3500-WRITE-EXCEPTION, so the exception paragraph can clear
       *> the whole output record first without losing it.

       *> Use Case: Master record as it stood before the surrender,
       *> held for the audit line's before-image and the letter.
       01  WS-BEFORE-IMAGE     PIC X(149).

       *> Use Case: The balance surrendered to the state and the
       *> owner's last-activity date as they stood before the
           05 WS-ESCHEATED-COUNT PIC 9(07) VALUE ZERO.
           05 WS-EXCEPTION-COUNT PIC 9(07) VALUE ZERO.
           05 WS-SURRENDER-TOTAL PIC 9(11)V99 VALUE ZERO.
           05 WS-NO-ADDRESS-COUNT PIC 9(07) VALUE ZERO.

       01  WS-TD-SURR-TOTAL    PIC Z,ZZZ,ZZZ,ZZ9.99.

           05 WS-LT-OWNER-NAME PIC X(30).
           05 FILLER           PIC X(34) VALUE SPACES.

       *> Use Case: The owner's mailing block under the name line -
       *> street lines, then city/state/postal code.
       01  WS-LT-ADDR-LINE.
           05 WS-LT-ADDR-LABEL PIC X(16).
           05 WS-LT-ADDR-TEXT  PIC X(30).
           05 FILLER           PIC X(34) VALUE SPACES.

       01  WS-LT-CITY-LINE.
           05 FILLER           PIC X(16) VALUE SPACES.
           05 WS-LT-CITY       PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 WS-LT-STATE      PIC X(02).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-LT-POSTAL     PIC X(10).
           05 FILLER           PIC X(29) VALUE SPACES.

       01  WS-LT-ACCT-LINE.
           05 FILLER           PIC X(16) VALUE "ACCOUNT NUMBER: ".
           05 WS-LT-ACCT-ID    PIC 9(10).
               STOP RUN
           END-IF.

           *> Use Case: A missing customer master is not fatal - the
           *> surrender still goes through, with the letter flagged
           *> and the remittance address left blank.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-FS-CUSTOMER NOT = "00"
               SET CUSTOMER-FILE-ABSENT TO TRUE
               DISPLAY "WARNING: COULD NOT OPEN CUSTOMER MASTER (FS: "
                WS-FS-CUSTOMER ") - LETTERS PRINT WITHOUT ADDRESSES"
           END-IF.

           OPEN OUTPUT REMIT-FILE.
           IF WS-FS-REMIT NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT CREATE STATE "
           ELSE
               ADD 1 TO WS-ESCHEATED-COUNT
               ADD WS-SURRENDER-AMT TO WS-SURRENDER-TOTAL
               PERFORM 3150-READ-CUSTOMER
               PERFORM 3200-WRITE-REMIT-DETAIL
               PERFORM 3300-WRITE-LETTER
               PERFORM 3400-WRITE-HISTORY
               PERFORM 3600-WRITE-AUDIT
           END-IF.

       3150-READ-CUSTOMER.
           *> Use Case: The owner's last known address and tax ID,
           *> keyed on the account's customer link. An unlinked
           *> account (zero) or a dangling link is not found, and is
           *> counted so compliance can chase the address before the
           *> filing goes in.
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
               ADD 1 TO WS-NO-ADDRESS-COUNT
               DISPLAY "WARNING: NO OWNER ADDRESS ON FILE FOR "
                "ACCOUNT " AM-ACCT-ID
           END-IF.

       3200-WRITE-REMIT-DETAIL.
           MOVE SPACES          TO FO-REMIT-DETAIL.
           MOVE 'D'             TO FO-REC-TYPE.
           MOVE AM-ACCT-NAME    TO FO-OWNER-NAME.
           MOVE WS-OLD-LAST-ACT TO FO-LAST-ACT-DATE.
           MOVE WS-SURRENDER-AMT TO FO-SURRENDER-AMT.
           IF CUSTOMER-RECORD-FOUND
               MOVE CM-ADDR-LINE-1 TO FO-OWNER-ADDR-1
               MOVE CM-ADDR-LINE-2 TO FO-OWNER-ADDR-2
               MOVE CM-CITY        TO FO-OWNER-CITY
               MOVE CM-STATE       TO FO-OWNER-STATE
               MOVE CM-POSTAL-CODE TO FO-OWNER-POSTAL
               MOVE CM-TAX-ID      TO FO-OWNER-TAX-ID
           END-IF.

           WRITE FO-REMIT-DETAIL.

           MOVE WS-LT-NAME-LINE  TO FO2-PRINT-LINE.
           PERFORM 3350-WRITE-LETTER-LINE.

           PERFORM 3320-WRITE-ADDRESS-BLOCK.

           MOVE AM-ACCT-ID       TO WS-LT-ACCT-ID.
           MOVE WS-LT-ACCT-LINE  TO FO2-PRINT-LINE.
           PERFORM 3350-WRITE-LETTER-LINE.
           MOVE WS-LT-BODY-LINE-2 TO FO2-PRINT-LINE.
           PERFORM 3350-WRITE-LETTER-LINE.

       3320-WRITE-ADDRESS-BLOCK.
           *> Use Case: The owner's last known mailing address from
           *> the customer master - a letter with none on file is
           *> marked so the mailroom pulls it instead of mailing it
           *> blind.
           IF CUSTOMER-RECORD-NOT-FOUND
               MOVE "ADDRESS.......: " TO WS-LT-ADDR-LABEL
               MOVE "*** NO ADDRESS ON FILE ***" TO WS-LT-ADDR-TEXT
               MOVE WS-LT-ADDR-LINE TO FO2-PRINT-LINE
               PERFORM 3350-WRITE-LETTER-LINE
           ELSE
               MOVE "ADDRESS.......: " TO WS-LT-ADDR-LABEL
               MOVE CM-ADDR-LINE-1  TO WS-LT-ADDR-TEXT
               MOVE WS-LT-ADDR-LINE TO FO2-PRINT-LINE
               PERFORM 3350-WRITE-LETTER-LINE

               IF CM-ADDR-LINE-2 NOT = SPACES
                   MOVE SPACES          TO WS-LT-ADDR-LABEL
                   MOVE CM-ADDR-LINE-2  TO WS-LT-ADDR-TEXT
                   MOVE WS-LT-ADDR-LINE TO FO2-PRINT-LINE
                   PERFORM 3350-WRITE-LETTER-LINE
               END-IF

               MOVE CM-CITY         TO WS-LT-CITY
               MOVE CM-STATE        TO WS-LT-STATE
               MOVE CM-POSTAL-CODE  TO WS-LT-POSTAL
               MOVE WS-LT-CITY-LINE TO FO2-PRINT-LINE
               PERFORM 3350-WRITE-LETTER-LINE
           END-IF.

       3350-WRITE-LETTER-LINE.
           WRITE FO2-PRINT-LINE.

           CLOSE EXCEPTION-FILE.
           CLOSE AUDIT-FILE.
           CLOSE HISTORY-FILE.
           IF CUSTOMER-FILE-ON-HAND
               CLOSE CUSTOMER-MASTER
           END-IF.

           PERFORM 4500-WRITE-RUN-CONTROL.

           DISPLAY "EXCEPTIONS LISTED..: " WS-EXCEPTION-COUNT.
           MOVE WS-SURRENDER-TOTAL TO WS-TD-SURR-TOTAL.
           DISPLAY "SURRENDERED TOTAL..: " WS-TD-SURR-TOTAL.
           DISPLAY "NO ADDRESS ON FILE.: " WS-NO-ADDRESS-COUNT.

       4500-WRITE-RUN-CONTROL.
           *> Use Case: One ledger record per completed run - the
