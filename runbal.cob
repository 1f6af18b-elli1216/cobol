           *> leg - records in must equal the dispositions summed -
           *> plus the cross-leg check that BANK-FILTER-PROG and
           *> ACCOUNT-MASTER-BUILD read the same number of records
           *> from the same SAVINGS.DAT extract, and that the ACH
           *> entries ACH-INTAKE converted are the ACH lines
           *> TRANSACTION-POSTING read. Any leg that does
           *> not tie is flagged on the report, which is the evidence
           *> the auditors asked for.

       01  WS-BUILD-READ-IN    PIC 9(07) VALUE ZERO.
       01  WS-BUILD-RUN-DATE   PIC 9(08) VALUE ZERO.

       *> Use Case: The ACH handoff - intake may run several times
       *> a day, so its converted counts are summed across every
       *> row for the latest run date (the ledger is in date order,
       *> so a new date starts the sum over), and compared with the
       *> ACH lines the posting run read for that date.
       01  WS-ACH-CONVERTED    PIC 9(07) VALUE ZERO.
       01  WS-ACH-RUN-DATE     PIC 9(08) VALUE ZERO.
       01  WS-ACH-POST-READ-IN PIC 9(07) VALUE ZERO.
       01  WS-ACH-POST-RUN-DATE PIC 9(08) VALUE ZERO.

       01  WS-FILTER-SEEN-SW   PIC X(01) VALUE 'N'.
           88 FILTER-LEG-SEEN            VALUE 'Y'.
           88 BUILD-LEG-SEEN             VALUE 'Y'.
           88 BUILD-LEG-NOT-SEEN         VALUE 'N'.

       01  WS-ACH-SEEN-SW      PIC X(01) VALUE 'N'.
           88 ACH-LEG-SEEN               VALUE 'Y'.
           88 ACH-LEG-NOT-SEEN           VALUE 'N'.

       01  WS-ACH-POST-SEEN-SW PIC X(01) VALUE 'N'.
           88 ACH-POST-LEG-SEEN          VALUE 'Y'.
           88 ACH-POST-LEG-NOT-SEEN      VALUE 'N'.

       01  WS-CONTROL-TOTALS.
           05 WS-LEG-COUNT     PIC 9(07) VALUE ZERO.
           PERFORM 2000-READ-LEDGER.
           PERFORM 3000-BALANCE-ONE UNTIL END-OF-FILE.
           PERFORM 3500-CROSS-CHECK-EXTRACT.
           PERFORM 3700-CROSS-CHECK-ACH.
           PERFORM 4000-CLOSE-FILES.
           STOP RUN.


       3100-NOTE-EXTRACT-LEGS.
           *> Use Case: Keep the latest row per cross-checked program
           *> - count and run date together, so 3500/3700 can refuse
           *> to compare rows from two different nights.
           IF RC-PROGRAM-ID = "BANK-FILTER-PROG"
               MOVE RC-RECORDS-IN TO WS-FILTER-READ-IN
               SET BUILD-LEG-SEEN TO TRUE
           END-IF.

           IF RC-PROGRAM-ID = "ACH-INTAKE"
               IF RC-RUN-DATE NOT = WS-ACH-RUN-DATE
                   MOVE ZERO        TO WS-ACH-CONVERTED
                   MOVE RC-RUN-DATE TO WS-ACH-RUN-DATE
               END-IF
               ADD RC-OUT-A TO WS-ACH-CONVERTED
               SET ACH-LEG-SEEN TO TRUE
           END-IF.

           IF RC-PROGRAM-ID = "TRANSACTION-POSTING-ACH"
               MOVE RC-RECORDS-IN TO WS-ACH-POST-READ-IN
               MOVE RC-RUN-DATE   TO WS-ACH-POST-RUN-DATE
               SET ACH-POST-LEG-SEEN TO TRUE
           END-IF.

       3500-CROSS-CHECK-EXTRACT.
                "MASTER BUILD LEG NOT IN LEDGER"
           END-IF.

       3700-CROSS-CHECK-ACH.
           *> Use Case: Every entry ACH-INTAKE converted must come
           *> back in as an ACH line TRANSACTION-POSTING read - the
           *> posting row's own arithmetic then splits those into
           *> posted and rejected, so entries received tie to
           *> entries posted end to end. Same same-run-date rule as
           *> 3500, except that a posting night with no ACH lines
           *> after an older intake row is simply a night with no
           *> ACH file, not a missing leg.
           IF ACH-POST-LEG-SEEN AND WS-ACH-POST-READ-IN = ZERO
              AND WS-ACH-POST-RUN-DATE > WS-ACH-RUN-DATE
               SET ACH-LEG-NOT-SEEN TO TRUE
           END-IF.

           IF ACH-LEG-SEEN AND ACH-POST-LEG-SEEN
               MOVE SPACES TO FO-CROSS-RECORD
               MOVE "ACH CROSS-CHECK INTAKE CONVERTED VS POSTING IN: "
                   TO FO-CROSS-TEXT
               MOVE WS-ACH-CONVERTED    TO FO-CROSS-LEFT
               MOVE WS-ACH-POST-READ-IN TO FO-CROSS-RIGHT

               IF WS-ACH-RUN-DATE NOT = WS-ACH-POST-RUN-DATE
                   ADD 1 TO WS-FLAGGED-COUNT
                   MOVE "*** LEG MISSING FOR DATE"
                       TO FO-CROSS-VERDICT
                   DISPLAY "CROSS-CHECK NOT COMPARED: ACH INTAKE "
                    "RAN " WS-ACH-RUN-DATE " BUT POSTING RAN "
                    WS-ACH-POST-RUN-DATE " - LEG MISSING FOR RUN DATE"
               ELSE
                   IF WS-ACH-CONVERTED = WS-ACH-POST-READ-IN
                       MOVE "TIE"             TO FO-CROSS-VERDICT
                   ELSE
                       ADD 1 TO WS-FLAGGED-COUNT
                       MOVE "*** OUT OF BALANCE" TO FO-CROSS-VERDICT
                       DISPLAY "OUT OF BALANCE: ACH CROSS-CHECK "
                        WS-ACH-CONVERTED " VS " WS-ACH-POST-READ-IN
                   END-IF
               END-IF

                   DISPLAY "WRITE ERROR DETECTED: " WS-FS-REPORT
               END-IF
           ELSE
               DISPLAY "ACH CROSS-CHECK SKIPPED - NO ACH INTAKE OR "
                "POSTING LEG FOR THE NIGHT"
           END-IF.

       4000-CLOSE-FILES.
