       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-ROSTER.

           *> Use Case: The registrar's and financial aid's picture of
           *> one academic term, straight off the STUDMSTR student
           *> master. Every student whose current term is the term
           *> named on ROSTER.PARM is listed with program, status,
           *> full- or part-time load, and linked account; the
           *> students are then counted by program and status; and a
           *> last page lists the students who withdrew after aid for
           *> the term had already been paid to them - the cases
           *> where aid may have to be returned. AID-DISBURSEMENT
           *> pays only enrolled students and stamps the payment on
           *> the student record, so a withdrawn student carrying a
           *> payment for the term withdrew after the money went out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Use Case: Startup control file naming the term to
           *> report, so the roster can be rerun for any term
           *> without a recompile.
           SELECT PARM-FILE ASSIGN TO "ROSTER.PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           *> Use Case: SEQUENTIAL access - the roster reads the
           *> whole master, in student ID order, twice.
           SELECT STUDENT-MASTER ASSIGN TO "STUDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-ID
               FILE STATUS IS WS-FS-STUDENT.

           SELECT REPORT-FILE ASSIGN TO "TERM-ROSTER.TXT"
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
       FD  PARM-FILE.
       *> RP Prefix: Identifies this as the roster parameter record.
       01  RP-PARM-RECORD.
           05 RP-TERM          PIC X(06). *> YYYYTT e.g. 2026FA

       FD  STUDENT-MASTER.
       *> SM Prefix: Identifies this as the student-master record -
       *> the same layout STUDENT-MASTER-MAINT keeps.
       01  SM-STUDENT-RECORD.
           05 SM-STUDENT-ID    PIC 9(05).
           05 SM-STUDENT-NAME  PIC X(20).
           05 SM-ENROLL-STATUS PIC X(01). *> E=Enrolled W=Withdrawn
               88 SM-ENROLLED            VALUE 'E'.
               88 SM-WITHDRAWN           VALUE 'W'.
           05 SM-CURRENT-TERM  PIC X(06).
           05 SM-PROGRAM-CODE  PIC X(04).
           05 SM-CREDIT-LOAD   PIC 9(02).
           05 SM-LOAD-CODE     PIC X(01). *> F=Full-time P=Part-time
               88 SM-FULL-TIME           VALUE 'F'.
           05 SM-LINKED-ACCT-ID PIC 9(10). *> Zero = none linked
           05 SM-ENROLL-DATE   PIC 9(08).
           05 SM-WITHDRAW-DATE PIC 9(08).
           05 SM-DISB-TERM     PIC X(06).
           05 SM-DISB-AMOUNT   PIC 9(8)V99.
           05 SM-LAST-DISB-DATE PIC 9(08).
           05 SM-LAST-MAINT-DATE PIC 9(08).

       FD  REPORT-FILE.
       *> FO Prefix: Identifies this as the roster-report output -
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
       01  WS-FS-PARM          PIC XX.  *> File Status for Parameters
       01  WS-FS-STUDENT       PIC XX.  *> File Status for Student Mstr
       01  WS-FS-REPORT        PIC XX.  *> File Status for Report
       01  WS-FS-RUNCTL        PIC XX.  *> File Status for Run Control

       01  WS-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88 END-OF-FILE                VALUE 'Y'.
           88 NOT-END-OF-FILE            VALUE 'N'.

       *> Use Case: Three-way result of the program-table search -
       *> found, or passed the place where the program belongs (the
       *> table is kept in program order), or not reached yet.
       01  WS-PGM-SEARCH-SW    PIC X(01).
           88 PROGRAM-FOUND              VALUE 'F'.
           88 PROGRAM-PASSED             VALUE 'P'.
           88 PROGRAM-NOT-REACHED        VALUE 'N'.

       01  WS-ROSTER-TERM      PIC X(06) VALUE SPACES.
       01  WS-RUN-DATE         PIC 9(08) VALUE ZERO.

       *> Use Case: Counts by program for the term, kept in program
       *> order as programs are first seen, so the summary prints
       *> sorted without a SORT step.
       01  WS-PROGRAM-TABLE.
           05 WS-PGM-COUNT     PIC 9(03) VALUE ZERO.
           05 WS-PGM-ENTRY     OCCURS 100 TIMES
                                INDEXED BY WS-PGM-IDX WS-SHIFT-IDX.
               10 WS-G-PROGRAM     PIC X(04).
               10 WS-G-FULL-TIME   PIC 9(07).
               10 WS-G-PART-TIME   PIC 9(07).
               10 WS-G-WITHDRAWN   PIC 9(07).

       01  WS-CONTROL-TOTALS.
           05 WS-READ-COUNT    PIC 9(07) VALUE ZERO.
           05 WS-TERM-COUNT    PIC 9(07) VALUE ZERO.
           05 WS-OTHER-COUNT   PIC 9(07) VALUE ZERO.
           05 WS-FULL-TOTAL    PIC 9(07) VALUE ZERO.
           05 WS-PART-TOTAL    PIC 9(07) VALUE ZERO.
           05 WS-WD-TOTAL      PIC 9(07) VALUE ZERO.
           05 WS-AFTER-AID-COUNT PIC 9(07) VALUE ZERO.
           05 WS-AFTER-AID-TOTAL PIC 9(9)V99 VALUE ZERO.

       01  WS-ENROLLED-COUNT   PIC 9(07) VALUE ZERO.
       01  WS-PROGRAM-COUNT    PIC 9(07) VALUE ZERO.

       *> Use Case: Print-line layouts, moved one at a time into
       *> FO-PRINT-LINE. HD = headings, DT = detail, TL = totals.
       01  WS-HD-ROSTER-TITLE.
           05 FILLER           PIC X(18) VALUE "TERM ROSTER  TERM ".
           05 WS-HR-TERM       PIC X(06).
           05 FILLER           PIC X(11) VALUE "  RUN DATE ".
           05 WS-HR-DATE       PIC 9(08).
           05 FILLER           PIC X(77) VALUE SPACES.

       01  WS-HD-ROSTER-COLUMNS.
           05 FILLER           PIC X(07) VALUE "ID".
           05 FILLER           PIC X(22) VALUE "NAME".
           05 FILLER           PIC X(07) VALUE "PROG".
           05 FILLER           PIC X(10) VALUE "STATUS".
           05 FILLER           PIC X(10) VALUE "LOAD".
           05 FILLER           PIC X(05) VALUE "CR".
           05 FILLER           PIC X(10) VALUE "ENROLLED".
           05 FILLER           PIC X(10) VALUE "WITHDRAWN".
           05 FILLER           PIC X(39) VALUE "LINKED ACCT".

       01  WS-DT-ROSTER-LINE.
           05 WS-DR-STUDENT-ID PIC 9(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DR-NAME       PIC X(20).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DR-PROGRAM    PIC X(04).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WS-DR-STATUS     PIC X(10).
           05 WS-DR-LOAD       PIC X(10).
           05 WS-DR-CREDITS    PIC Z9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WS-DR-ENROLL-DATE PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DR-WITHDRAW-DATE PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DR-LINKED-ACCT PIC X(10).
           05 FILLER           PIC X(29) VALUE SPACES.

       01  WS-HD-PROGRAM-TITLE.
           05 FILLER           PIC X(28)
              VALUE "ENROLLMENT BY PROGRAM  TERM ".
           05 WS-HP-TERM       PIC X(06).
           05 FILLER           PIC X(86) VALUE SPACES.

       01  WS-HD-PROGRAM-COLUMNS.
           05 FILLER           PIC X(10) VALUE "PROGRAM".
           05 FILLER           PIC X(14) VALUE "     FULL-TIME".
           05 FILLER           PIC X(14) VALUE "     PART-TIME".
           05 FILLER           PIC X(14) VALUE "      ENROLLED".
           05 FILLER           PIC X(14) VALUE "     WITHDRAWN".
           05 FILLER           PIC X(14) VALUE "         TOTAL".
           05 FILLER           PIC X(40) VALUE SPACES.

       01  WS-DT-PROGRAM-LINE.
           05 WS-DG-PROGRAM    PIC X(10).
           05 FILLER           PIC X(07) VALUE SPACES.
           05 WS-DG-FULL-TIME  PIC ZZZ,ZZ9.
           05 FILLER           PIC X(07) VALUE SPACES.
           05 WS-DG-PART-TIME  PIC ZZZ,ZZ9.
           05 FILLER           PIC X(07) VALUE SPACES.
           05 WS-DG-ENROLLED   PIC ZZZ,ZZ9.
           05 FILLER           PIC X(07) VALUE SPACES.
           05 WS-DG-WITHDRAWN  PIC ZZZ,ZZ9.
           05 FILLER           PIC X(07) VALUE SPACES.
           05 WS-DG-TOTAL      PIC ZZZ,ZZ9.
           05 FILLER           PIC X(40) VALUE SPACES.

       01  WS-HD-AFTER-AID-TITLE.
           05 FILLER           PIC X(36)
              VALUE "WITHDRAWN AFTER AID DISBURSED  TERM ".
           05 WS-HA-TERM       PIC X(06).
           05 FILLER           PIC X(78) VALUE SPACES.

       01  WS-HD-AFTER-AID-COLUMNS.
           05 FILLER           PIC X(07) VALUE "ID".
           05 FILLER           PIC X(22) VALUE "NAME".
           05 FILLER           PIC X(07) VALUE "PROG".
           05 FILLER           PIC X(11) VALUE "LINKED ACCT".
           05 FILLER           PIC X(18) VALUE "       DISBURSED".
           05 FILLER           PIC X(10) VALUE "LAST PAID".
           05 FILLER           PIC X(45) VALUE "WITHDRAWN".

       01  WS-DT-AFTER-AID-LINE.
           05 WS-DA-STUDENT-ID PIC 9(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DA-NAME       PIC X(20).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DA-PROGRAM    PIC X(04).
           05 FILLER           PIC X(03) VALUE SPACES.
           05 WS-DA-LINKED-ACCT PIC X(10).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 WS-DA-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DA-PAID-DATE  PIC 9(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-DA-WITHDRAW-DATE PIC 9(08).
           05 FILLER           PIC X(37) VALUE SPACES.

       01  WS-TL-NONE-LINE.
           05 FILLER           PIC X(10) VALUE "    NONE".
           05 FILLER           PIC X(110) VALUE SPACES.

       01  WS-TL-TOTAL-LINE.
           05 WS-TL-LABEL      PIC X(32).
           05 WS-TL-COUNT      PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 WS-TL-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 0500-LOAD-ROSTER-PARM.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-LIST-ROSTER.
           PERFORM 3000-WRITE-PROGRAM-SUMMARY.
           PERFORM 3500-LIST-AFTER-AID.
           PERFORM 4000-CLOSE-FILES.
           STOP RUN.

       0500-LOAD-ROSTER-PARM.
           *> Use Case: The term is the whole point of the run -
           *> with no term named there is nothing to report, so the
           *> run is refused rather than guessing one.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT PARM-FILE.
           IF WS-FS-PARM NOT = "00"
               DISPLAY "RUN REFUSED: ROSTER.PARM MISSING (FS: "
                WS-FS-PARM ") - NO TERM TO REPORT"
               STOP RUN
           END-IF.

           READ PARM-FILE
               AT END
                   MOVE SPACES TO RP-TERM
           END-READ.
           MOVE RP-TERM TO WS-ROSTER-TERM.
           CLOSE PARM-FILE.

           IF WS-ROSTER-TERM = SPACES
               DISPLAY "RUN REFUSED: ROSTER.PARM NAMES NO TERM"
               STOP RUN
           END-IF.

       1000-OPEN-FILES.
           OPEN INPUT STUDENT-MASTER.
           IF WS-FS-STUDENT NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT OPEN STUDENT-MASTER "
                "(FS: " WS-FS-STUDENT ")"
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-FS-REPORT NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT CREATE TERM "
                "ROSTER (FS: " WS-FS-REPORT ")"
               STOP RUN
           END-IF.

       2000-LIST-ROSTER.
           MOVE WS-ROSTER-TERM TO WS-HR-TERM.
           MOVE WS-RUN-DATE    TO WS-HR-DATE.
           MOVE WS-HD-ROSTER-TITLE TO FO-PRINT-LINE.
           WRITE FO-PRINT-LINE AFTER ADVANCING PAGE.
           PERFORM 3950-CHECK-WRITE.
           MOVE SPACES TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.
           MOVE WS-HD-ROSTER-COLUMNS TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           PERFORM 2100-READ-STUDENT.
           PERFORM 2200-ROSTER-ONE UNTIL END-OF-FILE.

           IF WS-TERM-COUNT = ZERO
               MOVE WS-TL-NONE-LINE TO FO-PRINT-LINE
               PERFORM 3900-WRITE-PRINT-LINE
           END-IF.

       2100-READ-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
               AT END SET END-OF-FILE TO TRUE
           END-READ.

       2200-ROSTER-ONE.
           ADD 1 TO WS-READ-COUNT.

           IF SM-CURRENT-TERM = WS-ROSTER-TERM
               ADD 1 TO WS-TERM-COUNT
               PERFORM 2300-WRITE-ROSTER-LINE
               PERFORM 2400-TALLY-PROGRAM
           ELSE
               ADD 1 TO WS-OTHER-COUNT
           END-IF.

           PERFORM 2100-READ-STUDENT.

       2300-WRITE-ROSTER-LINE.
           MOVE SPACES            TO WS-DT-ROSTER-LINE.
           MOVE SM-STUDENT-ID     TO WS-DR-STUDENT-ID.
           MOVE SM-STUDENT-NAME   TO WS-DR-NAME.
           MOVE SM-PROGRAM-CODE   TO WS-DR-PROGRAM.
           IF SM-WITHDRAWN
               MOVE "WITHDRAWN"   TO WS-DR-STATUS
               MOVE SM-WITHDRAW-DATE TO WS-DR-WITHDRAW-DATE
           ELSE
               MOVE "ENROLLED"    TO WS-DR-STATUS
           END-IF.
           IF SM-FULL-TIME
               MOVE "FULL-TIME"   TO WS-DR-LOAD
           ELSE
               MOVE "PART-TIME"   TO WS-DR-LOAD
           END-IF.
           MOVE SM-CREDIT-LOAD    TO WS-DR-CREDITS.
           MOVE SM-ENROLL-DATE    TO WS-DR-ENROLL-DATE.
           IF SM-LINKED-ACCT-ID NOT = ZERO
               MOVE SM-LINKED-ACCT-ID TO WS-DR-LINKED-ACCT
           END-IF.
           MOVE WS-DT-ROSTER-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

       2400-TALLY-PROGRAM.
           SET PROGRAM-NOT-REACHED TO TRUE.
           SET WS-PGM-IDX TO 1.
           PERFORM 2410-COMPARE-ONE-PROGRAM
               UNTIL WS-PGM-IDX > WS-PGM-COUNT
                  OR NOT PROGRAM-NOT-REACHED.

           IF NOT PROGRAM-FOUND
               PERFORM 2420-INSERT-PROGRAM
           END-IF.

           IF SM-WITHDRAWN
               ADD 1 TO WS-G-WITHDRAWN (WS-PGM-IDX)
               ADD 1 TO WS-WD-TOTAL
           ELSE
               IF SM-FULL-TIME
                   ADD 1 TO WS-G-FULL-TIME (WS-PGM-IDX)
                   ADD 1 TO WS-FULL-TOTAL
               ELSE
                   ADD 1 TO WS-G-PART-TIME (WS-PGM-IDX)
                   ADD 1 TO WS-PART-TOTAL
               END-IF
           END-IF.

       2410-COMPARE-ONE-PROGRAM.
           IF WS-G-PROGRAM (WS-PGM-IDX) = SM-PROGRAM-CODE
               SET PROGRAM-FOUND TO TRUE
           ELSE
               IF WS-G-PROGRAM (WS-PGM-IDX) > SM-PROGRAM-CODE
                   SET PROGRAM-PASSED TO TRUE
               ELSE
                   SET WS-PGM-IDX UP BY 1
               END-IF
           END-IF.

       2420-INSERT-PROGRAM.
           *> Use Case: A new program goes in at the slot the search
           *> stopped on; the entries after it move down one.
           IF WS-PGM-COUNT >= 100
               DISPLAY "CRITICAL ERROR: PROGRAM TABLE FULL AT 100 "
                "ENTRIES - STUDMSTR CARRIES MORE PROGRAMS THAN THIS "
                "PROGRAM CAN HOLD IN MEMORY"
               STOP RUN
           END-IF.

           ADD 1 TO WS-PGM-COUNT.
           SET WS-SHIFT-IDX TO WS-PGM-COUNT.
           PERFORM 2430-SHIFT-ONE-PROGRAM
               UNTIL WS-SHIFT-IDX <= WS-PGM-IDX.

           MOVE SM-PROGRAM-CODE TO WS-G-PROGRAM (WS-PGM-IDX).
           MOVE ZERO TO WS-G-FULL-TIME (WS-PGM-IDX).
           MOVE ZERO TO WS-G-PART-TIME (WS-PGM-IDX).
           MOVE ZERO TO WS-G-WITHDRAWN (WS-PGM-IDX).

       2430-SHIFT-ONE-PROGRAM.
           MOVE WS-PGM-ENTRY (WS-SHIFT-IDX - 1)
               TO WS-PGM-ENTRY (WS-SHIFT-IDX).
           SET WS-SHIFT-IDX DOWN BY 1.

       3000-WRITE-PROGRAM-SUMMARY.
           MOVE WS-ROSTER-TERM TO WS-HP-TERM.
           MOVE WS-HD-PROGRAM-TITLE TO FO-PRINT-LINE.
           WRITE FO-PRINT-LINE AFTER ADVANCING PAGE.
           PERFORM 3950-CHECK-WRITE.
           MOVE SPACES TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.
           MOVE WS-HD-PROGRAM-COLUMNS TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           SET WS-PGM-IDX TO 1.
           PERFORM 3100-WRITE-ONE-PROGRAM
               UNTIL WS-PGM-IDX > WS-PGM-COUNT.

           MOVE SPACES TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           COMPUTE WS-ENROLLED-COUNT = WS-FULL-TOTAL + WS-PART-TOTAL.
           MOVE SPACES            TO WS-DT-PROGRAM-LINE.
           MOVE "ALL"             TO WS-DG-PROGRAM.
           MOVE WS-FULL-TOTAL     TO WS-DG-FULL-TIME.
           MOVE WS-PART-TOTAL     TO WS-DG-PART-TIME.
           MOVE WS-ENROLLED-COUNT TO WS-DG-ENROLLED.
           MOVE WS-WD-TOTAL       TO WS-DG-WITHDRAWN.
           MOVE WS-TERM-COUNT     TO WS-DG-TOTAL.
           MOVE WS-DT-PROGRAM-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

       3100-WRITE-ONE-PROGRAM.
           COMPUTE WS-ENROLLED-COUNT =
               WS-G-FULL-TIME (WS-PGM-IDX)
               + WS-G-PART-TIME (WS-PGM-IDX).
           COMPUTE WS-PROGRAM-COUNT =
               WS-ENROLLED-COUNT + WS-G-WITHDRAWN (WS-PGM-IDX).

           MOVE SPACES                       TO WS-DT-PROGRAM-LINE.
           MOVE WS-G-PROGRAM (WS-PGM-IDX)    TO WS-DG-PROGRAM.
           MOVE WS-G-FULL-TIME (WS-PGM-IDX)  TO WS-DG-FULL-TIME.
           MOVE WS-G-PART-TIME (WS-PGM-IDX)  TO WS-DG-PART-TIME.
           MOVE WS-ENROLLED-COUNT            TO WS-DG-ENROLLED.
           MOVE WS-G-WITHDRAWN (WS-PGM-IDX)  TO WS-DG-WITHDRAWN.
           MOVE WS-PROGRAM-COUNT             TO WS-DG-TOTAL.
           MOVE WS-DT-PROGRAM-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           SET WS-PGM-IDX UP BY 1.

       3500-LIST-AFTER-AID.
           *> Use Case: Second pass over the master for the
           *> withdrawn students carrying a payment for this term -
           *> AID-DISBURSEMENT never pays a withdrawn student, so
           *> each of these withdrew after their aid went out.
           MOVE WS-ROSTER-TERM TO WS-HA-TERM.
           MOVE WS-HD-AFTER-AID-TITLE TO FO-PRINT-LINE.
           WRITE FO-PRINT-LINE AFTER ADVANCING PAGE.
           PERFORM 3950-CHECK-WRITE.
           MOVE SPACES TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.
           MOVE WS-HD-AFTER-AID-COLUMNS TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           CLOSE STUDENT-MASTER.
           OPEN INPUT STUDENT-MASTER.
           IF WS-FS-STUDENT NOT = "00"
               DISPLAY "CRITICAL ERROR: COULD NOT REOPEN "
                "STUDENT-MASTER (FS: " WS-FS-STUDENT ")"
               STOP RUN
           END-IF.

           SET NOT-END-OF-FILE TO TRUE.
           PERFORM 2100-READ-STUDENT.
           PERFORM 3600-CHECK-ONE-AFTER-AID UNTIL END-OF-FILE.

           IF WS-AFTER-AID-COUNT = ZERO
               MOVE WS-TL-NONE-LINE TO FO-PRINT-LINE
               PERFORM 3900-WRITE-PRINT-LINE
           END-IF.

           MOVE SPACES TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE "STUDENTS IN TERM..............:" TO WS-TL-LABEL.
           MOVE WS-TERM-COUNT      TO WS-TL-COUNT.
           MOVE ZERO               TO WS-TL-AMOUNT.
           MOVE WS-TL-TOTAL-LINE   TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

           MOVE "WITHDRAWN AFTER AID PAID......:" TO WS-TL-LABEL.
           MOVE WS-AFTER-AID-COUNT TO WS-TL-COUNT.
           MOVE WS-AFTER-AID-TOTAL TO WS-TL-AMOUNT.
           MOVE WS-TL-TOTAL-LINE   TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

       3600-CHECK-ONE-AFTER-AID.
           IF SM-CURRENT-TERM = WS-ROSTER-TERM
            AND SM-WITHDRAWN
            AND SM-DISB-TERM = WS-ROSTER-TERM
            AND SM-DISB-AMOUNT > ZERO
               ADD 1 TO WS-AFTER-AID-COUNT
               ADD SM-DISB-AMOUNT TO WS-AFTER-AID-TOTAL
               PERFORM 3700-WRITE-AFTER-AID-LINE
           END-IF.

           PERFORM 2100-READ-STUDENT.

       3700-WRITE-AFTER-AID-LINE.
           MOVE SPACES            TO WS-DT-AFTER-AID-LINE.
           MOVE SM-STUDENT-ID     TO WS-DA-STUDENT-ID.
           MOVE SM-STUDENT-NAME   TO WS-DA-NAME.
           MOVE SM-PROGRAM-CODE   TO WS-DA-PROGRAM.
           IF SM-LINKED-ACCT-ID NOT = ZERO
               MOVE SM-LINKED-ACCT-ID TO WS-DA-LINKED-ACCT
           END-IF.
           MOVE SM-DISB-AMOUNT    TO WS-DA-AMOUNT.
           MOVE SM-LAST-DISB-DATE TO WS-DA-PAID-DATE.
           MOVE SM-WITHDRAW-DATE  TO WS-DA-WITHDRAW-DATE.
           MOVE WS-DT-AFTER-AID-LINE TO FO-PRINT-LINE.
           PERFORM 3900-WRITE-PRINT-LINE.

       3900-WRITE-PRINT-LINE.
           WRITE FO-PRINT-LINE.
           PERFORM 3950-CHECK-WRITE.

       3950-CHECK-WRITE.
           *> Error Handling: Catching full disk or write permissions
           IF WS-FS-REPORT NOT = "00"
               DISPLAY "WRITE ERROR DETECTED: " WS-FS-REPORT
               STOP RUN
           END-IF.

       4000-CLOSE-FILES.
           CLOSE STUDENT-MASTER.
           CLOSE REPORT-FILE.

           PERFORM 4500-WRITE-RUN-CONTROL.

           DISPLAY "TERM ROSTER COMPLETE FOR TERM " WS-ROSTER-TERM.
           DISPLAY "STUDENTS READ........: " WS-READ-COUNT.
           DISPLAY "IN TERM..............: " WS-TERM-COUNT.
           DISPLAY "OTHER TERMS..........: " WS-OTHER-COUNT.
           DISPLAY "WITHDRAWN AFTER AID..: " WS-AFTER-AID-COUNT.

       4500-WRITE-RUN-CONTROL.
           *> Use Case: One ledger record per completed run - the
           *> arithmetic RUN-BALANCE verifies is RECORDS-IN (student
           *> records read on the first pass) equals the dispositions
           *> summed: in the roster term, in another term.
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
               MOVE "TERM-ROSTER" TO RC-PROGRAM-ID
               ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT RC-RUN-TIME FROM TIME
               MOVE WS-READ-COUNT TO RC-RECORDS-IN
               MOVE WS-TERM-COUNT TO RC-OUT-A
               MOVE WS-OTHER-COUNT TO RC-OUT-B
               MOVE ZERO TO RC-OUT-C
               WRITE RC-RUN-CONTROL-RECORD
               IF WS-FS-RUNCTL NOT = "00"
                   DISPLAY "RUN CONTROL WRITE ERROR: " WS-FS-RUNCTL
               END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.
