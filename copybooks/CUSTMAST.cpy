      *> payments that still arrive post as bad-debt recoveries
      *> instead of balance reductions.
              88 CM-ACCT-CHARGED-OFF VALUE 'O'.
      *> Replaced by a successor account number (lost or stolen card)
      *> through a CUSTOMER-MAINT transfer: every balance and status
      *> field moved to the successor, which the CUSTXREF record for
      *> this account names. Later transactions for this number are
      *> rerouted to the successor; nothing posts here again.
              88 CM-ACCT-TRANSFERRED VALUE 'T'.
           05 CM-RISK-TIER           PIC X(01).
              88 CM-RISK-LOW         VALUE 'L'. *> Preferred customer
              88 CM-RISK-MEDIUM      VALUE 'M' SPACE. *> Standard/default
