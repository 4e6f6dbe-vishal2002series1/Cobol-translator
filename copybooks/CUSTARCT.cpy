      *****************************************************************
      * COPYBOOK:    CUSTARCT
      * PURPOSE:     A/R control balance record (CUSTARCT.DAT). One
      *              record is appended by every CUSTGL-RECON run; the
      *              last record on file carries the A/R control
      *              balance forward to the next day. The first run
      *              writes a baseline ('B') record that sets the
      *              control balance to the promoted master total and
      *              notes how far the journal and audit files ran at
      *              that point - activity before the baseline is
      *              never attributed. Every later run writes a daily
      *              ('D') record. The file is cumulative (always
      *              extended, never recreated). COPYed under a
      *              caller-supplied 01-level, like CUSTMAST.
      *****************************************************************
           05 AC-RECON-DATE          PIC 9(08).
           05 AC-RECORD-TYPE         PIC X(01).
              88 AC-BASELINE         VALUE 'B'.
              88 AC-DAILY            VALUE 'D'.
      *> Journal and audit records already on file at the baseline,
      *> carried forward on every later record - moved up to the
      *> day's file positions whenever a day ends with every run
      *> promoted and in proof, so settled runs drop out.
           05 AC-JRNL-BASE-COUNT     PIC 9(09).
           05 AC-AUDT-BASE-COUNT     PIC 9(09).
      *> Journal records applied to the control balance so far -
      *> the next run applies only the records beyond this count.
           05 AC-JRNL-APPLIED-COUNT  PIC 9(09).
           05 AC-OPENING-BALANCE     PIC S9(11)V99 COMP-3.
           05 AC-JRNL-AR-NET         PIC S9(11)V99 COMP-3.
           05 AC-CONTROL-BALANCE     PIC S9(11)V99 COMP-3.
           05 AC-MASTER-TOTAL        PIC S9(11)V99 COMP-3.
           05 AC-DIFFERENCE          PIC S9(11)V99 COMP-3.
           05 AC-UNEXPLAINED         PIC S9(11)V99 COMP-3.
           05 AC-RESULT              PIC X(08).
              88 AC-IN-PROOF         VALUE 'IN PROOF'.
              88 AC-OUT-OF-PROOF     VALUE 'BREAK'.
           05 FILLER                 PIC X(04).
