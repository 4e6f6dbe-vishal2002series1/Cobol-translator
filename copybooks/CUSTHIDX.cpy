      *****************************************************************
      * COPYBOOK:    CUSTHIDX
      * PURPOSE:     Keyed companion to the posted-transaction history
      *              (CUSTHIST.IDX). Every row on CUSTHIST.DAT appears
      *              here once, keyed by customer ID and transaction
      *              date, so the single-account and date-range
      *              readers START on the account instead of passing
      *              the whole cumulative file. The row number - the
      *              row's position on CUSTHIST.DAT - completes the
      *              key: it keeps keys unique and keeps same-day rows
      *              in posting order. The batch ID is carried as an
      *              alternate key (duplicates allowed) for the batch
      *              checks CUSTOMER-BILLING makes at start-up.
      *              Maintained by CUSTHIST-INDEX after every run
      *              that appends history (CUSTOMER-BILLING,
      *              CUSTOMER-REFUND, CUSTOMER-BACKOUT) and after the
      *              CUSTFILE-ARCH purge rewrites the file.
      *
      *              The record under the all-zero key is the index
      *              control record: how many CUSTHIST.DAT rows are
      *              indexed, the key of the last of them (so the next
      *              extension can prove the file was only appended
      *              to), and a state byte. Each history-writing run
      *              marks the index PENDING with its program and
      *              batch before it appends; CUSTHIST-INDEX sets it
      *              back to CURRENT once the new rows are indexed.
      *              Readers that must see every row refuse to run
      *              against a pending index. COPYed under a
      *              caller-supplied 01-level, like CUSTMAST.
      *****************************************************************
           05 HI-KEY.
              10 HI-KEY-CUST-ID      PIC 9(08).
              10 HI-KEY-TR-DATE      PIC 9(08).
              10 HI-ROW-NUMBER       PIC 9(09).
           05 HI-KEY-BATCH-ID        PIC X(08).
      *> The CUSTHIST.DAT row exactly as written (CUSTHIST layout).
           05 HI-HISTORY-ROW         PIC X(63).
           05 HI-CONTROL-DATA REDEFINES HI-HISTORY-ROW.
              10 HI-CTL-ROW-COUNT    PIC 9(09).
              10 HI-CTL-LAST-CUST-ID PIC 9(08).
              10 HI-CTL-LAST-TR-DATE PIC 9(08).
              10 HI-CTL-STATE        PIC X(01).
                 88 HI-CTL-CURRENT   VALUE 'C'.
                 88 HI-CTL-PENDING   VALUE 'P'.
              10 HI-CTL-PENDING-PGM  PIC X(08).
              10 HI-CTL-PENDING-BATCH PIC X(08).
              10 HI-CTL-BUILD-DATE   PIC 9(08).
              10 HI-CTL-BUILD-MODE   PIC X(08).
              10 FILLER              PIC X(05).
