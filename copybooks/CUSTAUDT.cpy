      *              change, the run date, the originating program
      *              and action, and the triggering transaction key -
      *              CUSTOMER-MAINT for adds/changes/closes and
      *              transfers, CUSTOMER-BILLING for posting updates,
      *              CUSTOMER-BACKOUT for reversals of a posted batch.
      *              The file is
      *              cumulative (always extended, never recreated) and
      *              is read by CUSTAUD-INQ to answer internal audit's
      *              "who changed what, and when" from the images
              88 AU-PGM-MAINT        VALUE 'MAINT'.
              88 AU-PGM-CHGOFF       VALUE 'CHGOFF'.
              88 AU-PGM-REFUND       VALUE 'REFUND'.
              88 AU-PGM-BACKOUT      VALUE 'BACKOUT'.
           05 AU-ACTION              PIC X(08).
              88 AU-ACT-ADD          VALUE 'ADD'.
              88 AU-ACT-CHANGE       VALUE 'CHANGE'.
              88 AU-ACT-POSTING      VALUE 'POSTING'.
              88 AU-ACT-CHGOFF       VALUE 'CHGOFF'.
              88 AU-ACT-REFUND       VALUE 'REFUND'.
              88 AU-ACT-BACKOUT      VALUE 'BACKOUT'.
      *> A lost/stolen transfer writes two records in one step: the
      *> old account giving up its balances (XFER-OUT) and the
      *> successor opened with them (XFER-IN, spaces before image,
      *> like an ADD).
              88 AU-ACT-XFER-OUT     VALUE 'XFER-OUT'.
              88 AU-ACT-XFER-IN      VALUE 'XFER-IN'.
           05 AU-CUST-ID             PIC 9(08).
           05 AU-TRIGGER.
              10 AU-TRIG-BATCH-ID    PIC X(08).
