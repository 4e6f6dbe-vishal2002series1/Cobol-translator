           05 DX-BAL-90-PLUS         PIC S9(9)V99 COMP-3.
           05 DX-TOTAL-BALANCE       PIC S9(9)V99 COMP-3.
           05 DX-MISSED-PAY-COUNT    PIC 9(03).
      *> 'Y' when the account was billed under an in-force hardship
      *> payment plan (CUSTPLAN): no collection letter, no charge-off.
           05 DX-PLAN-FLAG           PIC X(01).
              88 DX-ON-HARDSHIP-PLAN VALUE 'Y'.
