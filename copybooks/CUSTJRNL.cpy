      *****************************************************************
      * COPYBOOK:    CUSTJRNL
      * PURPOSE:     Cumulative GL journal record (CUSTJRNL.DAT). Every
      *              run that produces GL entries - CUSTOMER-BILLING,
      *              CUSTOMER-CHGOFF, CUSTOMER-REFUND and
      *              CUSTOMER-BACKOUT - appends each entry it writes to
      *              its CUSTGL.DAT extract here as well, stamped with
      *              the producing program and batch ID. CUSTGL.DAT is
      *              recreated by every run for the GL interface pass;
      *              this file is always extended, never recreated, so
      *              CUSTGL-RECON can carry the A/R control balance
      *              from it and tie any difference to the run that
      *              caused it. The program names match the registry
      *              event and audit image program names. COPYed under
      *              a caller-supplied 01-level, like CUSTMAST, so the
      *              layout can't drift between the writers and the
      *              reader.
      *****************************************************************
           05 JR-PROGRAM             PIC X(08).
              88 JR-PGM-BILLING      VALUE 'BILLING'.
              88 JR-PGM-CHGOFF       VALUE 'CHGOFF'.
              88 JR-PGM-REFUND       VALUE 'REFUND'.
              88 JR-PGM-BACKOUT      VALUE 'BACKOUT'.
           05 JR-BATCH-ID            PIC X(08).
      *> The GL extract record exactly as written (CUSTGL layout).
           05 JR-GL-ENTRY.
              10 JR-RUN-DATE         PIC 9(08).
              10 JR-ACCOUNT-NUMBER   PIC X(10).
              10 JR-DR-CR-INDICATOR  PIC X(02).
                 88 JR-IS-DEBIT      VALUE 'DR'.
                 88 JR-IS-CREDIT     VALUE 'CR'.
              10 JR-AMOUNT           PIC S9(9)V99 COMP-3.
              10 JR-DESCRIPTION      PIC X(34).
           05 FILLER                 PIC X(04).
