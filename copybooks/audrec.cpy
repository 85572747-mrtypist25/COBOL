      *> file that actually holds the money fields. ABefore is
      *> spaces on an Add. AAction: A add, E edit, C close,
      *> F freeze, R reactivate, M mail returned, X change rejected
      *> in apprv_queue (the master never moved), W loan charged off
      *> in chg_off, L loan booked in loan_app, K party linked to
      *> and U party unlinked from a deposit account in acct_rel
      *> (the images there hold the acctrel.txt line, not the
      *> customer record), B branch re-homed in branch_rehome.
           02 ADateAndTime.
               03 ADate PIC 9(8).
               03 ATime PIC 9(6).
