      *              the cap get no 'D' record and are counted in
      *              SX-OMITTED-COUNT so the printed statement can
      *              disclose the activity it does not itemize.
      *
      *              Each 'C' record is followed by one 'I' interest
      *              calculation record: the average daily balance
      *              the finance charge was assessed on, the cycle it
      *              was averaged over and whether the pay-in-full
      *              grace period kept new purchases out of it.
      *              Archived statements from before the 'I' record
      *              existed simply have none.
      *****************************************************************
           05 SX-RECORD-TYPE         PIC X(01).
              88 SX-CUST-SUMMARY     VALUE 'C'.
              88 SX-TRAN-DETAIL      VALUE 'D'.
              88 SX-INTEREST-CALC    VALUE 'I'.
           05 SX-CUST-ID             PIC 9(08).
           05 SX-RECORD-BODY         PIC X(161).
           05 SX-SUMMARY-BODY REDEFINES SX-RECORD-BODY.
              10 SX-TR-TYPE          PIC X(01).
              10 SX-TR-AMOUNT        PIC S9(7)V99 COMP-3.
              10 FILLER              PIC X(147).
           05 SX-INTEREST-BODY REDEFINES SX-RECORD-BODY.
      *> Day after the prior statement (or the default cycle length
      *> back from the run date when none is on file) through the
      *> statement date.
              10 SX-CYCLE-START-DATE PIC 9(08).
              10 SX-DAYS-IN-CYCLE    PIC 9(05).
              10 SX-AVG-DAILY-BALANCE PIC S9(9)V99 COMP-3.
              10 SX-FINANCE-RATE     PIC 9V999.
      *> 'Y' when the prior statement balance was paid in full by
      *> its due date, so purchases posted this cycle were left out
      *> of the average daily balance.
              10 SX-GRACE-FLAG       PIC X(01).
              10 FILLER              PIC X(137).
