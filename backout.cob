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

       FD  REVERSAL-FILE.
       *> FO Prefix: Identifies this as the reversal-journal output
           05 TH-TELLER-ID     PIC X(08).
           05 FILLER           PIC X(01).
           05 TH-REF-NO        PIC X(12).
           05 FILLER           PIC X(01).
           05 TH-CASH-SW       PIC X(01). *> 'Y' = cash item

       FD  RUN-CONTROL-FILE.
       *> RC Prefix: Identifies this as the run-control ledger
           *> account's balance belongs to the state now, and a
           *> deposit reversal cannot take back money the account no
           *> longer has - both land on the exception list for
           *> manual handling instead of being forced. A closed
           *> account was paid out at closure, so a reversal against
           *> it is settled by hand too.
           IF AM-ACCT-STATUS = 'E' OR AM-ACCT-STATUS = 'C'
               IF AM-ACCT-STATUS = 'E'
                   MOVE "ACCOUNT ESCHEATED SINCE RUN"
                       TO WS-EXCEPTION-REASON
               ELSE
                   MOVE "ACCOUNT CLOSED SINCE RUN"
                       TO WS-EXCEPTION-REASON
               END-IF
               PERFORM 3500-WRITE-EXCEPTION
           ELSE
               IF WS-J-TRAN-CODE (WS-JRNL-IDX) = 'D'
