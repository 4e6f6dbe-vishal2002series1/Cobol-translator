      *****************************************************************
      * COPYBOOK:    CUSTXREF
      * PURPOSE:     Account transfer cross-reference record
      *              (CUSTXREF.DAT), one per lost/stolen account
      *              transfer applied by CUSTOMER-MAINT. The old
      *              account is left on the master in transferred
      *              status; this record points it at the successor
      *              number that took over its balances. The file is
      *              cumulative (always extended, never recreated) and
      *              is read by CUSTTRAN-EDIT and CUSTOMER-BILLING to
      *              reroute later transactions for the old number,
      *              and by CUSTHIST-INQ and CUSTOMER-INQ to follow the
      *              chain from either number. A successor number is
      *              always higher than the number it replaces, so
      *              rerouted work still merges in customer order.
      *              COPYed under a caller-supplied 01-level, like
      *              CUSTMAST, so the layout can't drift between the
      *              writer and the readers.
      *****************************************************************
           05 XR-OLD-CUST-ID         PIC 9(08).
           05 XR-NEW-CUST-ID         PIC 9(08).
           05 XR-TRANSFER-DATE       PIC 9(08).
           05 XR-REASON              PIC X(20).
      *> Balance and disputed bucket carried to the successor at the
      *> moment of transfer, for reconciling the two accounts.
           05 XR-BALANCE-MOVED       PIC S9(9)V99 COMP-3.
           05 XR-DISPUTED-MOVED      PIC S9(9)V99 COMP-3.
           05 FILLER                 PIC X(04).
