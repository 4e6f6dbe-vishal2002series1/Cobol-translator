      *****************************************************************
      * COPYBOOK:    CUSTSUSP
      * PURPOSE:     Suspense event record (CUSTSUSP.DAT). The file is
      *              cumulative (always extended, never recreated) and
      *              holds one 'I' event for every item put into
      *              suspense by CUSTSUSP-LOAD - edit errors from
      *              CUSTTRAN-EDIT, lockbox items held by CUSTLBX-CONV
      *              and billing rejects from CUSTOMER-BILLING - plus
      *              one 'R' (released) or 'W' (written off) event when
      *              CUSTSUSP-REPAIR resolves the item. An item is open
      *              while it has an 'I' event and no resolving event,
      *              so the money in suspense is always provable as
      *              items in less released less written off.
      *              Every event repeats the item's identity and its
      *              data as suspended, so the proof and the aging
      *              never depend on the resolving run's corrections.
      *              COPYed under a caller-supplied 01-level, like
      *              CUSTMAST, so the layout can't drift between the
      *              writers and the readers.
      *****************************************************************
           05 SP-EVENT-TYPE          PIC X(01).
              88 SP-EVENT-IN         VALUE 'I'.
              88 SP-EVENT-RELEASED   VALUE 'R'.
              88 SP-EVENT-WRITTEN-OFF VALUE 'W'.
      *> Item identity: the source it came from, the reference the
      *> load was run under (batch ID or transmission ID) and its
      *> position within that load. Unique across the file, because
      *> a source reference can only be loaded once.
           05 SP-ITEM-ID.
              10 SP-ITEM-ORIGIN      PIC X(04).
                 88 SP-ORIGIN-EDIT   VALUE 'EDIT'.
                 88 SP-ORIGIN-LOCKBOX VALUE 'LBX '.
                 88 SP-ORIGIN-BILLING VALUE 'BILL'.
              10 SP-ITEM-REF         PIC X(08).
              10 SP-ITEM-SEQ         PIC 9(05).
      *> Business date of this event - for an 'I' event, the date
      *> the item went into suspense, which the aging counts from.
           05 SP-EVENT-DATE          PIC 9(08).
      *> The item as it was suspended. Fields are kept as received,
      *> so an unreadable customer ID or date still shows what came
      *> in; an amount that was not numeric is carried as zero.
           05 SP-ITEM-DATA.
              10 SP-CUST-ID          PIC X(08).
              10 SP-TR-DATE          PIC X(08).
              10 SP-TR-TYPE          PIC X(01).
              10 SP-AMOUNT           PIC S9(7)V99 COMP-3.
              10 SP-REASON-CODE      PIC X(04).
              10 SP-REASON-TEXT      PIC X(18).
           05 SP-EVENT-DATA          PIC X(40).
      *> 'I' - the source record image exactly as the producing
      *> program wrote it (first 40 bytes), for the repair clerk.
           05 SP-IN-DATA REDEFINES SP-EVENT-DATA.
              10 SP-SOURCE-IMAGE     PIC X(40).
      *> 'R' - the corrected transaction released to the capture;
      *> 'W' - only the note is used.
           05 SP-RESOLVE-DATA REDEFINES SP-EVENT-DATA.
              10 SP-REL-CUST-ID      PIC 9(08).
              10 SP-REL-TR-DATE      PIC 9(08).
              10 SP-REL-TR-TYPE      PIC X(01).
              10 SP-REL-AMOUNT       PIC S9(7)V99 COMP-3.
              10 SP-RESOLVE-NOTE     PIC X(18).
           05 FILLER                 PIC X(10).
