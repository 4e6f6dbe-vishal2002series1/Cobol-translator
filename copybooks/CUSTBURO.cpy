      *****************************************************************
      * COPYBOOK:    CUSTBURO
      * PURPOSE:     Monthly credit bureau reporting record
      *              (CUSTBURO.DAT) written by CUSTBURO-EXTRACT, one
      *              fixed-format 200-byte record per account on the
      *              customer master between a header and a trailer.
      *              Amounts are zoned with a leading separate sign so
      *              the file travels as plain characters. COPYed under
      *              a caller-supplied 01-level, like CUSTMAST, so the
      *              layout can't drift between the extract and anything
      *              that reads the transmission back.
      *
      *              'H' header first, carrying the account count and
      *              balance total taken from the master before any
      *              detail was written; one 'D' record per account;
      *              'T' trailer last, carrying what was actually
      *              written. The bureau rejects a file whose trailer
      *              does not agree with its own detail.
      *****************************************************************
           05 BU-RECORD-TYPE         PIC X(01).
              88 BU-HEADER-REC       VALUE 'H'.
              88 BU-DETAIL-REC       VALUE 'D'.
              88 BU-TRAILER-REC      VALUE 'T'.
           05 BU-RECORD-BODY         PIC X(199).
           05 BU-DETAIL-BODY REDEFINES BU-RECORD-BODY.
              10 BU-CUST-ID          PIC 9(08).
              10 BU-CUST-NAME        PIC X(30).
              10 BU-CUST-ADDR1       PIC X(30).
              10 BU-CUST-ADDR2       PIC X(30).
              10 BU-CUST-CITY        PIC X(20).
              10 BU-CUST-STATE       PIC X(02).
              10 BU-CUST-ZIP         PIC X(10).
      *> Bureau account status code for the reporting month.
              10 BU-ACCT-STATUS      PIC X(02).
                 88 BU-STAT-CURRENT     VALUE '11'.
                 88 BU-STAT-30-DAYS     VALUE '71'.
                 88 BU-STAT-60-DAYS     VALUE '78'.
                 88 BU-STAT-90-PLUS     VALUE '80'.
                 88 BU-STAT-CHARGED-OFF VALUE '97'.
                 88 BU-STAT-CLOSED      VALUE '13'.
              10 BU-BALANCE          PIC S9(9)V99
                                     SIGN IS LEADING SEPARATE.
              10 BU-CREDIT-LIMIT     PIC S9(7)V99
                                     SIGN IS LEADING SEPARATE.
      *> Minimum payment billed on the last statement.
              10 BU-SCHED-MIN-PAY    PIC S9(7)V99
                                     SIGN IS LEADING SEPARATE.
      *> Payments posted in the reporting month less payments
      *> returned in it, never below zero.
              10 BU-AMOUNT-PAID      PIC S9(7)V99
                                     SIGN IS LEADING SEPARATE.
      *> 30, 60 and 90-plus day buckets from the delinquency extract.
              10 BU-PAST-DUE-AMOUNT  PIC S9(9)V99
                                     SIGN IS LEADING SEPARATE.
      *> 'Y' while part of the balance is under an open dispute -
      *> the bureau must show the account as disputed by consumer.
              10 BU-DISPUTE-IND      PIC X(01).
                 88 BU-IN-DISPUTE    VALUE 'Y'.
              10 FILLER              PIC X(12).
           05 BU-HEADER-BODY REDEFINES BU-RECORD-BODY.
              10 BU-HDR-FILE-ID      PIC X(08).
              10 BU-HDR-REPORT-MONTH PIC 9(06).
              10 BU-HDR-CREATE-DATE  PIC 9(08).
              10 BU-HDR-RECORD-COUNT PIC 9(09).
              10 BU-HDR-BALANCE-TOTAL PIC S9(11)V99
                                     SIGN IS LEADING SEPARATE.
              10 FILLER              PIC X(154).
           05 BU-TRAILER-BODY REDEFINES BU-RECORD-BODY.
              10 BU-TRL-RECORD-COUNT PIC 9(09).
              10 BU-TRL-BALANCE-TOTAL PIC S9(11)V99
                                     SIGN IS LEADING SEPARATE.
              10 BU-TRL-LIMIT-TOTAL  PIC S9(11)V99
                                     SIGN IS LEADING SEPARATE.
              10 BU-TRL-MIN-PAY-TOTAL PIC S9(11)V99
                                     SIGN IS LEADING SEPARATE.
              10 BU-TRL-PAID-TOTAL   PIC S9(11)V99
                                     SIGN IS LEADING SEPARATE.
              10 BU-TRL-PAST-DUE-TOTAL PIC S9(11)V99
                                     SIGN IS LEADING SEPARATE.
              10 BU-TRL-CURRENT-COUNT PIC 9(07).
              10 BU-TRL-30-DAY-COUNT PIC 9(07).
              10 BU-TRL-60-DAY-COUNT PIC 9(07).
              10 BU-TRL-90-DAY-COUNT PIC 9(07).
              10 BU-TRL-CHGOFF-COUNT PIC 9(07).
              10 BU-TRL-CLOSED-COUNT PIC 9(07).
              10 FILLER              PIC X(78).
