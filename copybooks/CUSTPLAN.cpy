      *****************************************************************
      * COPYBOOK:    CUSTPLAN
      * PURPOSE:     Hardship payment plan record (CUSTPLAN.DAT), one
      *              per customer, in customer-number order. Enrolled,
      *              amended and cancelled through CUSTPLAN-MAINT;
      *              while a plan is in force (active, and the run date
      *              falls between its start and end dates) the billing
      *              run bills the fixed plan payment in place of the
      *              tier minimum at the plan's rate, assesses no late
      *              fee, and tracks each installment here. CUSTOMER-DUN
      *              sends no letter and CUSTOMER-CHGOFF never writes
      *              off an account on an in-force plan. COPYed under a
      *              caller-supplied 01-level, like CUSTMAST, so the
      *              layout can't drift between the programs that share
      *              it.
      *****************************************************************
           05 PL-CUST-ID             PIC 9(08).
           05 PL-PLAN-STATUS         PIC X(01).
              88 PL-PLAN-ACTIVE      VALUE 'A'.
      *> Broken by the billing run after the second missed plan
      *> payment - the account goes back to normal billing.
              88 PL-PLAN-BROKEN      VALUE 'B'.
              88 PL-PLAN-CANCELLED   VALUE 'C'.
      *> Ran to its end date with the plan still active.
              88 PL-PLAN-ENDED       VALUE 'E'.
      *> Fixed monthly payment billed in place of the tier minimum,
      *> and the monthly finance rate charged instead of the tier
      *> rate (zero for a no-interest arrangement).
           05 PL-PLAN-PAYMENT        PIC S9(7)V99 COMP-3.
           05 PL-FINANCE-RATE        PIC 9V999.
           05 PL-START-DATE          PIC 9(08).
           05 PL-END-DATE            PIC 9(08).
           05 PL-ENROLL-DATE         PIC 9(08).
      *> Date the status last changed, and why.
           05 PL-STATUS-DATE         PIC 9(08).
      *> Plan installments billed whose due date has passed, those
      *> the payments covered, and those missed (cumulative over the
      *> life of the plan - the second miss breaks it).
           05 PL-MISSED-COUNT        PIC 9(03).
           05 PL-PAYMENTS-DUE-COUNT  PIC 9(03).
           05 PL-PAYMENTS-MET-COUNT  PIC 9(03).
           05 PL-TOTAL-DUE           PIC S9(9)V99 COMP-3.
           05 PL-TOTAL-RECEIVED      PIC S9(9)V99 COMP-3.
      *> Run date the plan payment was last billed; zero until the
      *> first plan bill, so the minimum billed before enrollment is
      *> never counted as a plan installment.
           05 PL-LAST-BILL-DATE      PIC 9(08).
           05 PL-STATUS-REASON       PIC X(20).
           05 FILLER                 PIC X(01).
