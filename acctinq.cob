           *> line for a miss - so an overnight list of hundreds of
           *> accounts reconciles line-for-line against its input
           *> without anyone keying them at the console.
           *> An account number no longer on the master is looked up
           *> on the closed-account archive ACCOUNT-PURGE keeps, so a
           *> closed and purged account still shows its last master
           *> row and its history.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

           *> Use Case: The closed-account archive ACCOUNT-PURGE
           *> moves accounts to once their retention has run out -
           *> read by account number when the master has no row.
           SELECT ARCHIVE-FILE ASSIGN TO "ACCTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-ACCT-ID
               FILE STATUS IS WS-FS-ARCHIVE.

           *> Use Case: Overnight request list - one account number
           *> per line. Its presence is what switches the program
           *> from the teller-desk console session into batch mode.
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
       *> record - the same layout ACCOUNT-PURGE writes. The master
       *> image moves straight into the master layout for display.
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

       FD  REQUEST-FILE.
       *> RQ Prefix: Identifies this as the batch-request input.
       *> TH Prefix: Identifies this as the transaction-history
       *> record - the same layout the posting programs append. The
       *> code per leg: 'D' deposit, 'W' withdrawal, 'O' transfer
       *> out, 'T' transfer in, 'I' interest, 'A' aid award, 'E'
       *> escheated, 'F' service fee, 'C' close payout, 'P' early-
       *> withdrawal penalty.
       01  TH-HISTORY-RECORD.
           05 TH-ACCT-ID       PIC 9(10).
           05 FILLER           PIC X(01).
           05 TH-TELLER-ID     PIC X(08).
           05 FILLER           PIC X(01).
           05 TH-REF-NO        PIC X(12).
           05 FILLER           PIC X(01).
           05 TH-CASH-SW       PIC X(01). *> 'Y' = cash item

       FD  OPERATOR-FILE.
       *> OP Prefix: Identifies this as the operator-master record.
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FO2-ACTION-CODE  PIC X(01).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FO2-BEFORE-IMAGE PIC X(149).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FO2-AFTER-IMAGE  PIC X(149).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 FO2-SUPERVISOR-ID PIC X(08).


       WORKING-STORAGE SECTION.
       01  WS-FS-MASTER        PIC XX.  *> File Status for Master
       01  WS-FS-ARCHIVE       PIC XX.  *> File Status for Archive
       01  WS-FS-REQUEST       PIC XX.  *> File Status for Requests
       01  WS-FS-RESPONSE      PIC XX.  *> File Status for Responses
       01  WS-FS-HOLD          PIC XX.  *> File Status for Holds
       01  WS-MATCH-COUNT      PIC 9(05) VALUE ZERO.

       01  WS-DISPLAY-BAL      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-RATE     PIC ZZ9.9999.
       01  WS-DISPLAY-HOLDS    PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-AVAIL    PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-DISPLAY-HOLD-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
           88 HOLD-FILE-ON-HAND          VALUE 'Y'.
           88 HOLD-FILE-ABSENT           VALUE 'N'.

       *> Use Case: Level-88 Flag - a shop that has never purged a
       *> closed account has no ACCTARCH file, and a master miss is
       *> simply not on file, as it always was.
       01  WS-ARCHIVE-MODE-SW  PIC X(01) VALUE 'Y'.
           88 ARCHIVE-FILE-ON-HAND       VALUE 'Y'.
           88 ARCHIVE-FILE-ABSENT        VALUE 'N'.

       01  WS-ARCHIVE-SWITCH   PIC X(01).
           88 ARCHIVE-RECORD-FOUND       VALUE 'Y'.
           88 ARCHIVE-RECORD-NOT-FOUND   VALUE 'N'.

       01  WS-HOLD-EOF-SWITCH  PIC X(01).
           88 END-OF-HOLDS               VALUE 'Y'.
           88 NOT-END-OF-HOLDS           VALUE 'N'.
               END-IF
           END-IF.

           *> Use Case: A missing archive is not fatal - no account
           *> has been purged yet.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-FS-ARCHIVE NOT = "00"
               SET ARCHIVE-FILE-ABSENT TO TRUE
               IF WS-FS-ARCHIVE NOT = "35"
                   DISPLAY "WARNING: COULD NOT OPEN ACCOUNT ARCHIVE "
                    "(FS: " WS-FS-ARCHIVE ") - ARCHIVED ACCOUNTS NOT "
                    "SHOWN"
               END-IF
           END-IF.

           *> Use Case: The request file's presence picks the mode -
           *> a scheduled overnight run drops INQUIRY-REQUESTS.DAT
           *> in place, the teller desk just starts the program.
           MOVE WS-INQUIRY-ID TO AM-ACCT-ID.
           READ ACCOUNT-MASTER
               INVALID KEY
                   PERFORM 2150-LOOKUP-ARCHIVE
                   IF ARCHIVE-RECORD-FOUND
                       DISPLAY "*** CLOSED " AR-CLOSE-DATE
                        " - ARCHIVED " AR-ARCHIVE-DATE " ***"
                       PERFORM 2200-DISPLAY-ACCOUNT
                   ELSE
                       DISPLAY "NO ACCOUNT ON FILE FOR: "
                        WS-INQUIRY-ID
                   END-IF
               NOT INVALID KEY
                   PERFORM 2200-DISPLAY-ACCOUNT
           END-READ.

       2150-LOOKUP-ARCHIVE.
           *> Use Case: Keyed archive lookup on WS-INQUIRY-ID. A hit
           *> moves the archived master row into the master layout,
           *> so the display, the response line, and the history
           *> scan treat it like any other account - its status 'C'
           *> and zero balance say what it is.
           SET ARCHIVE-RECORD-NOT-FOUND TO TRUE.
           IF ARCHIVE-FILE-ON-HAND
               MOVE WS-INQUIRY-ID TO AR-ACCT-ID
               READ ARCHIVE-FILE
                   INVALID KEY
                       SET ARCHIVE-RECORD-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET ARCHIVE-RECORD-FOUND TO TRUE
                       MOVE AR-MASTER-IMAGE TO AM-MASTER-RECORD
               END-READ
           END-IF.

       2200-DISPLAY-ACCOUNT.
           MOVE AM-BALANCE TO WS-DISPLAY-BAL.
           DISPLAY "ACCOUNT ID.....: " AM-ACCT-ID.
           DISPLAY "ACCOUNT NAME...: " AM-ACCT-NAME.
           DISPLAY "ACCOUNT STATUS.: " AM-ACCT-STATUS.
           DISPLAY "BALANCE........: " WS-DISPLAY-BAL.
           DISPLAY "PRODUCT........: " AM-PRODUCT-CODE.

           *> Use Case: A certificate's terms on screen, so the
           *> teller knows before keying a withdrawal whether the
           *> early-withdrawal penalty applies.
           IF AM-PRODUCT-CODE = 'C'
               MOVE AM-CERT-RATE TO WS-DISPLAY-RATE
               DISPLAY "CERT OPENED....: " AM-CERT-OPEN-DATE
                "  TERM " AM-CERT-TERM " MONTHS"
               DISPLAY "LOCKED RATE....: " WS-DISPLAY-RATE
                "  MATURES " AM-CERT-MATURITY-DATE
           END-IF.

           *> Use Case: The teller sees the ledger balance, the open
           *> holds frozen against it, and the available figure a
                                       MOVE "ESCHEATED"
                                           TO WS-TRAN-DESC
                                   ELSE
                                       PERFORM 2455-SET-LATER-TRAN-DESC
                                   END-IF
                               END-IF
                           END-IF
               END-IF
           END-IF.

       2455-SET-LATER-TRAN-DESC.
           *> Use Case: The fee, close and early-withdrawal penalty
           *> codes, carried on from 2450-SET-TRAN-DESC.
           IF WS-L-TRAN-CODE (WS-LAST-IDX) = 'F'
               MOVE "SERVICE FEE"  TO WS-TRAN-DESC
           ELSE
               IF WS-L-TRAN-CODE (WS-LAST-IDX) = 'C'
                   MOVE "CLOSE PAYOUT" TO WS-TRAN-DESC
               ELSE
                   IF WS-L-TRAN-CODE (WS-LAST-IDX) = 'P'
                       MOVE "W/D PENALTY"  TO WS-TRAN-DESC
                   ELSE
                       MOVE "OTHER"        TO WS-TRAN-DESC
                   END-IF
               END-IF
           END-IF.

       2500-PROMPT-NAME.
           DISPLAY "ENTER FULL OR PARTIAL NAME: ".
           ACCEPT WS-SEARCH-NAME FROM CONSOLE.
               MOVE WS-INQUIRY-ID TO AM-ACCT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       PERFORM 2150-LOOKUP-ARCHIVE
                       IF ARCHIVE-RECORD-FOUND
                           PERFORM 5200-WRITE-HIT
                       ELSE
                           PERFORM 5300-WRITE-MISS
                       END-IF
                   NOT INVALID KEY
                       PERFORM 5200-WRITE-HIT
               END-READ
           IF HOLD-FILE-ON-HAND
               CLOSE HOLD-FILE
           END-IF.
           IF ARCHIVE-FILE-ON-HAND
               CLOSE ARCHIVE-FILE
           END-IF.
           IF RUNNING-BATCH-MODE
               CLOSE REQUEST-FILE
               CLOSE RESPONSE-FILE
