           *> extract and the master disagree is listed on
           *> REBUILD-EXCEPTIONS.TXT so the branch can see what a
           *> straight copy would have destroyed.
           *> The extract is cut outside the bank's control and can
           *> still carry accounts the bank has closed: an account
           *> ACCOUNT-PURGE has moved to the archive is never loaded
           *> back, and a closed account still on the master keeps
           *> its closed status and balance whatever the extract
           *> says. Both are listed on the exception report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MASTER.

           *> Use Case: The same physical file under its previous
           *> definitions. A master built before product types
           *> existed refuses the SELECT above with an attribute
           *> conflict (file status 39); these definitions are how
           *> the one-time conversion reads those records out before
           *> the file is re-created at the new length, so the
           *> conversion never costs a same-day posting. OLD-MASTER
           *> is the 72-byte record with the customer link but no
           *> product type; BASE-MASTER is the original 62-byte
           *> record from before the customer link, tried when the
           *> 72-byte definition is refused in turn.
           SELECT OLD-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-ACCT-ID
               ALTERNATE RECORD KEY IS OM-ACCT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-OLDMST.

           SELECT BASE-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BM-ACCT-ID
               ALTERNATE RECORD KEY IS BM-ACCT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-OLDMST.

           *> Use Case: The closed-account archive ACCOUNT-PURGE
           *> writes - an extract account found here has been closed
           *> and purged, and must not come back onto the master.
           SELECT ARCHIVE-FILE ASSIGN TO "ACCTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-ACCT-ID
               FILE STATUS IS WS-FS-ARCHIVE.

           *> Use Case: One line per account where the incoming
           *> extract and the existing master disagree - the evidence
           *> of what a field-for-field copy would have silently
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

       FD  OLD-MASTER.
       *> OM Prefix: Identifies this as the pre-conversion master
       *> record - AM-MASTER-RECORD less the product type and
       *> certificate terms, read only during the one-time
       *> conversion.
       01  OM-MASTER-RECORD.
           05 OM-ACCT-ID       PIC 9(10).
           05 OM-ACCT-NAME     PIC X(30).
           05 OM-BALANCE       PIC 9(8)V99.
           05 OM-BRANCH-CODE   PIC 9(03).
           05 OM-LAST-ACTIVITY-DATE PIC 9(08).
           05 OM-CUST-ID       PIC 9(10).

       FD  BASE-MASTER.
       *> BM Prefix: Identifies this as the original master record -
       *> OM-MASTER-RECORD less the customer link, read only during
       *> the one-time conversion.
       01  BM-MASTER-RECORD.
           05 BM-ACCT-ID       PIC 9(10).
           05 BM-ACCT-NAME     PIC X(30).
           05 BM-ACCT-STATUS   PIC X(01).
           05 BM-BALANCE       PIC 9(8)V99.
           05 BM-BRANCH-CODE   PIC 9(03).
           05 BM-LAST-ACTIVITY-DATE PIC 9(08).

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

       FD  EXCEPTION-FILE.
       *> FO2 Prefix: Identifies this as the rebuild-exception output
       01  WS-FS-OLDMST        PIC XX.  *> File Status for Old Master
       01  WS-FS-EXCEPTION     PIC XX.  *> File Status for Exceptions
       01  WS-FS-RUNCTL        PIC XX.  *> File Status for Run Control
       01  WS-FS-ARCHIVE       PIC XX.  *> File Status for Archive

       01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88 END-OF-FILE                VALUE 'Y'.
           88 MASTER-RECORD-FOUND        VALUE 'Y'.
           88 MASTER-RECORD-NOT-FOUND    VALUE 'N'.

       *> Use Case: Level-88 Flag - no ACCTARCH file means nothing
       *> has been purged yet, so there is nothing to hold back.
       01  WS-ARCHIVE-MODE-SW  PIC X(01) VALUE 'Y'.
           88 ARCHIVE-FILE-ON-HAND       VALUE 'Y'.
           88 ARCHIVE-FILE-ABSENT        VALUE 'N'.

       01  WS-ARCHIVE-SWITCH   PIC X(01).
           88 ARCHIVE-RECORD-FOUND       VALUE 'Y'.
           88 ARCHIVE-RECORD-NOT-FOUND   VALUE 'N'.

       *> Use Case: The existing master record held across the
       *> compare, because the decision between refresh and
       *> carry-forward needs both images in hand at once.
           05 WS-OLD-BALANCE   PIC 9(8)V99.
           05 WS-OLD-BRANCH    PIC 9(03).
           05 WS-OLD-LAST-ACT  PIC 9(08).
           05 WS-OLD-CUST-ID   PIC 9(10).
           05 WS-OLD-PRODUCT   PIC X(01).
           05 WS-OLD-OPENED    PIC 9(08).
           05 WS-OLD-TERM      PIC 9(03).
           05 WS-OLD-RATE      PIC 9(3)V9(4).
           05 WS-OLD-MATURITY  PIC 9(08).

       *> Use Case: Disposition set by the merge before PERFORM
       *> 3600-WRITE-EXCEPTION, so the exception paragraph can clear
       01  WS-BUILD-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-CARRIED-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-EXCEPTION-COUNT  PIC 9(07) VALUE ZERO.
       01  WS-PURGED-COUNT     PIC 9(07) VALUE ZERO.

       01  WS-OLDMST-EOF-SW    PIC X(01) VALUE 'N'.
           88 END-OF-OLD-MASTER          VALUE 'Y'.
       *> Use Case: Every pre-conversion master record held in
       *> memory across the re-create - the old file must be fully
       *> read out and closed before OPEN OUTPUT replaces it with
       *> the new-length version (same table shape as WS-TRANS-TABLE
       *> in ACCOUNT-STATEMENT). Each entry is held in the 72-byte
       *> layout; a 62-byte original record carries a zero
       *> customer number.
       01  WS-CONVERT-TABLE.
           05 WS-CONVERT-COUNT PIC 9(07) VALUE ZERO.
           05 WS-CONVERT-ENTRY OCCURS 10000 TIMES
                                INDEXED BY WS-CONVERT-IDX.
               10 WS-CV-RECORD.
                   15 WS-CV-BASE    PIC X(62).
                   15 WS-CV-CUST-ID PIC 9(10).

       01  WS-RELOAD-COUNT     PIC 9(07) VALUE ZERO.

           *> a file open for I-O. The very first build has no
           *> master, so a file-not-found (35) creates an empty one
           *> and reopens it I-O; an attribute conflict (39) means a
           *> master built before product types existed, and runs
           *> the one-time conversion that preserves every record
           *> before re-creating the file at the new length.
           OPEN I-O ACCOUNT-MASTER.
           IF WS-FS-MASTER = "35"
               OPEN OUTPUT ACCOUNT-MASTER
               STOP RUN
           END-IF.

           *> Use Case: No archive simply means nothing has been
           *> purged yet. One that is there but will not open is
           *> fatal - without it a purged account would be loaded
           *> back onto the master.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-FS-ARCHIVE NOT = "00"
               SET ARCHIVE-FILE-ABSENT TO TRUE
               IF WS-FS-ARCHIVE NOT = "35"
                   DISPLAY "CRITICAL ERROR: COULD NOT OPEN ACCOUNT "
                    "ARCHIVE (FS: " WS-FS-ARCHIVE ")"
                   STOP RUN
               END-IF
           END-IF.

       1200-CONVERT-MASTER.
           *> Use Case: One-time conversion to the product-typed
           *> record. The existing records - same-day postings
           *> included - are read out under the old definition and
           *> held in memory, the file is re-created at the new
           *> length, and everything reloads as regular savings with
           *> no certificate terms (every account on the master
           *> before product types was one) before the normal merge
           *> starts. A master still in the original 62-byte layout
           *> also reloads unlinked (customer number zero, set later
           *> in ACCOUNT-MAINT). Deleting ACCTMSTR by hand instead
           *> would destroy every posting since the last extract.
           DISPLAY "ONE-TIME CONVERSION: ADDING PRODUCT TYPE "
            "TO ACCOUNT-MASTER - ALL RECORDS PRESERVED".

           OPEN INPUT OLD-MASTER.
           IF WS-FS-OLDMST = "00"
               PERFORM 1210-READ-ONE-OLD
               PERFORM 1220-STORE-ONE-OLD UNTIL END-OF-OLD-MASTER
               CLOSE OLD-MASTER
           ELSE
               IF WS-FS-OLDMST = "39"
                   PERFORM 1240-READ-BASE-MASTER
               ELSE
                   DISPLAY "CRITICAL ERROR: COULD NOT READ EXISTING "
                    "MASTER FOR CONVERSION (FS: " WS-FS-OLDMST ")"
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT ACCOUNT-MASTER.
           IF WS-FS-MASTER NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT RE-CREATE MASTER "
           ADD 1 TO WS-RELOAD-COUNT.
           SET WS-CONVERT-IDX TO WS-RELOAD-COUNT.
           MOVE WS-CV-RECORD (WS-CONVERT-IDX) TO AM-MASTER-RECORD.
           MOVE 'R'  TO AM-PRODUCT-CODE.
           MOVE ZERO TO AM-CERT-OPEN-DATE AM-CERT-TERM AM-CERT-RATE
                        AM-CERT-MATURITY-DATE.

           WRITE AM-MASTER-RECORD.

               STOP RUN
           END-IF.

       1240-READ-BASE-MASTER.
           DISPLAY "ORIGINAL 62-BYTE MASTER FOUND - ACCOUNTS RELOAD "
            "WITH NO CUSTOMER LINK".

           OPEN INPUT BASE-MASTER.
           IF WS-FS-OLDMST NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT READ EXISTING "
                "MASTER FOR CONVERSION (FS: " WS-FS-OLDMST ")"
               STOP RUN
           END-IF.

           PERFORM 1250-READ-ONE-BASE.
           PERFORM 1260-STORE-ONE-BASE UNTIL END-OF-OLD-MASTER.
           CLOSE BASE-MASTER.

       1250-READ-ONE-BASE.
           READ BASE-MASTER
               AT END SET END-OF-OLD-MASTER TO TRUE
           END-READ.

       1260-STORE-ONE-BASE.
           IF WS-CONVERT-COUNT >= 10000
               DISPLAY "CRITICAL ERROR: CONVERSION TABLE FULL AT "
                "10000 ENTRIES - MASTER HAS MORE ACCOUNTS THAN THIS "
                "PROGRAM CAN HOLD IN MEMORY"
               STOP RUN
           END-IF.

           ADD 1 TO WS-CONVERT-COUNT.
           SET WS-CONVERT-IDX TO WS-CONVERT-COUNT.
           MOVE BM-MASTER-RECORD TO WS-CV-BASE (WS-CONVERT-IDX).
           MOVE ZERO TO WS-CV-CUST-ID (WS-CONVERT-IDX).

           PERFORM 1250-READ-ONE-BASE.

       2000-READ-SAVINGS.
           READ SAVINGS-FILE
               AT END SET END-OF-FILE TO TRUE
                   SET MASTER-RECORD-FOUND TO TRUE
           END-READ.

           PERFORM 3050-CHECK-ARCHIVE.

           IF ARCHIVE-RECORD-FOUND
               MOVE AR-MASTER-IMAGE TO WS-OLD-MASTER
               MOVE "PURGED - NOT RELOADED" TO WS-DISPOSITION
               PERFORM 3600-WRITE-EXCEPTION
               ADD 1 TO WS-PURGED-COUNT
           ELSE
               IF MASTER-RECORD-NOT-FOUND
                   PERFORM 3100-LOAD-FRESH
               ELSE
                   PERFORM 3200-MERGE-EXISTING
               END-IF
           END-IF.

           PERFORM 2000-READ-SAVINGS.

       3050-CHECK-ARCHIVE.
           *> Use Case: An account ACCOUNT-PURGE has archived is off
           *> the master, so without this lookup it would fall into
           *> 3100-LOAD-FRESH and come back at its pre-close balance.
           *> Only an account missing from the master is looked up -
           *> one still on the master has not been purged, and a
           *> closed one there is held closed by 3200.
           SET ARCHIVE-RECORD-NOT-FOUND TO TRUE.
           IF MASTER-RECORD-NOT-FOUND
            AND ARCHIVE-FILE-ON-HAND
               MOVE FI-ACCT-ID TO AR-ACCT-ID
               READ ARCHIVE-FILE
                   INVALID KEY
                       SET ARCHIVE-RECORD-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET ARCHIVE-RECORD-FOUND TO TRUE
               END-READ
           END-IF.

       3100-LOAD-FRESH.
           MOVE SPACES       TO AM-MASTER-RECORD.
           MOVE FI-ACCT-ID   TO AM-ACCT-ID.
           MOVE FI-BRANCH-CODE TO AM-BRANCH-CODE.
           MOVE FI-LAST-ACTIVITY-DATE TO AM-LAST-ACTIVITY-DATE.

           *> Use Case: The extract carries no owner - a new account
           *> loads unlinked and is pointed at its customer through
           *> ACCOUNT-MAINT. A merge never touches the link.
           MOVE ZERO TO AM-CUST-ID.

           *> Use Case: The extract carries no product either - a new
           *> account loads as regular savings, and a student or
           *> certificate account is set up through ACCOUNT-MAINT. A
           *> merge never touches the product or certificate terms.
           MOVE 'R'  TO AM-PRODUCT-CODE.
           MOVE ZERO TO AM-CERT-OPEN-DATE AM-CERT-TERM AM-CERT-RATE
                        AM-CERT-MATURITY-DATE.

           WRITE AM-MASTER-RECORD.

           *> Error Handling: A failed WRITE stops the build - a
       3200-MERGE-EXISTING.
           MOVE AM-MASTER-RECORD TO WS-OLD-MASTER.

           *> Use Case: A closed account is carried forward whatever
           *> the extract's dates say - only the bank closes or
           *> reopens an account, so the extract never sets its
           *> status or balance.
           IF WS-OLD-STATUS = 'C'
               PERFORM 3250-CARRY-CLOSED
           ELSE
               PERFORM 3210-MERGE-OPEN
           END-IF.

       3210-MERGE-OPEN.
           *> Use Case: A master activity date newer than the
           *> extract's means postings landed after the extract was
           *> cut - the master's balance, status, and activity date
               END-IF
           END-IF.

       3250-CARRY-CLOSED.
           *> Use Case: Only the descriptive fields refresh. Every
           *> closed account the extract still carries is listed, so
           *> the branch can see what a straight copy would have
           *> reopened, until the purge takes it off the master.
           MOVE FI-ACCT-NAME   TO AM-ACCT-NAME.
           MOVE FI-BRANCH-CODE TO AM-BRANCH-CODE.
           MOVE "CLOSED - CARRIED FORWARD" TO WS-DISPOSITION.
           PERFORM 3600-WRITE-EXCEPTION.
           PERFORM 3500-REWRITE-MASTER.
           IF NOT-END-OF-FILE
               ADD 1 TO WS-CARRIED-COUNT
           END-IF.

       3500-REWRITE-MASTER.
           REWRITE AM-MASTER-RECORD.

           CLOSE SAVINGS-FILE.
           CLOSE ACCOUNT-MASTER.
           CLOSE EXCEPTION-FILE.
           IF ARCHIVE-FILE-ON-HAND
               CLOSE ARCHIVE-FILE
           END-IF.
           PERFORM 4500-WRITE-RUN-CONTROL.
           DISPLAY "ACCOUNT-MASTER BUILD COMPLETE.".
           DISPLAY "RECORDS READ.......: " WS-READ-COUNT.
           DISPLAY "LOADED/REFRESHED...: " WS-BUILD-COUNT.
           DISPLAY "CARRIED FORWARD....: " WS-CARRIED-COUNT.
           DISPLAY "PURGED - SKIPPED...: " WS-PURGED-COUNT.
           DISPLAY "EXCEPTIONS LISTED..: " WS-EXCEPTION-COUNT.

       4500-WRITE-RUN-CONTROL.
               MOVE WS-READ-COUNT TO RC-RECORDS-IN
               MOVE WS-BUILD-COUNT TO RC-OUT-A
               MOVE WS-CARRIED-COUNT TO RC-OUT-B
               MOVE WS-PURGED-COUNT TO RC-OUT-C
               WRITE RC-RUN-CONTROL-RECORD
               IF WS-FS-RUNCTL NOT = "00"
                   DISPLAY "RUN CONTROL WRITE ERROR: " WS-FS-RUNCTL
