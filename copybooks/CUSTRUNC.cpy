      *              record is appended for every completed consuming
      *              run of the customer master (CUSTOMER-BILLING,
      *              CUSTOMER-MAINT, CUSTOMER-CHGOFF,
      *              CUSTOMER-REFUND, CUSTOMER-BACKOUT), for every
      *              completed CUSTPLAN-MAINT run, and for every
      *              promotion of a new
      *              master generation over CUSTMAST.DAT (logged by
      *              CUSTRUN-LOG from the promote job step). Read back
      *              at initialization so a batch can never post twice,
              88 RC-EVENT-CHGOFF     VALUE 'CHGOFF'.
              88 RC-EVENT-REFUND     VALUE 'REFUND'.
              88 RC-EVENT-PROMOTE    VALUE 'PROMOTE'.
      *> A BACKOUT event carries its own batch ID in RC-BATCH-ID and
      *> the billing batch it reversed in RC-REVERSED-BATCH-ID - from
      *> that point the reversed batch ID may post again.
              88 RC-EVENT-BACKOUT    VALUE 'BACKOUT'.
      *> A PLANMNT event is a CUSTPLAN-MAINT run whose CUSTPLNN.DAT
      *> awaits the next PROMOTE, which copies it over CUSTPLAN.DAT;
      *> until then every run that reads or replaces the plan file
      *> treats it like a consuming run.
              88 RC-EVENT-PLANMNT    VALUE 'PLANMNT'.
           05 RC-BATCH-ID            PIC X(08).
           05 RC-BUSINESS-DATE       PIC 9(08).
           05 RC-CYCLE               PIC X(02).
           05 RC-RUN-DATE            PIC 9(08).
           05 RC-RUN-TIME            PIC 9(08).
           05 RC-REVERSED-BATCH-ID   PIC X(08).
