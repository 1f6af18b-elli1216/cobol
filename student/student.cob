       IDENTIFICATION DIVISION.
       PROGRAM-ID. EZT-TO-COBOL-PRACTICE.

           *> Use Case: Screens the registrar's INPUT.DAT feed before
           *> the new term's adds are keyed to the student master -
           *> IDs below the STUDENT.PARM cutoff are skipped and
           *> duplicate IDs are written to EXCEPTIONS.DAT for the
           *> registrar to correct. Kept for that check only: the
           *> screened copy still goes to OUTPUT.DAT, but nothing
           *> downstream reads it - STUDENT-ACCT-MATCH and
           *> AID-DISBURSEMENT work from the STUDMSTR student master
           *> kept by STUDENT-MASTER-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
