      *> never deleted) or Dormant (no activity past the sweep's
      *> threshold - blocked like Frozen at the machines, but a
      *> verified PIN brings it back by itself where Frozen takes a
      *> supervisor). Written off ("W") means chg_off charged the
      *> remaining Debt off as uncollectable - the record and its
      *> history stay, and any later payment posts as a recovery.
      *> StatusDate is when the status took effect. Records loaded
      *> before the status existed carry a space and are treated
      *> as Active.
           02 AcctStatus PIC X(1).
               88 AcctActive VALUE "A".
               88 AcctFrozen VALUE "F".
               88 AcctClosed VALUE "C".
               88 AcctDormant VALUE "D".
               88 AcctChargedOff VALUE "W".
           02 StatusDate PIC 9(8).
      *> Mailing address and contact details, maintained in
      *> cust_maint and pulled by the statement mailing extract.
