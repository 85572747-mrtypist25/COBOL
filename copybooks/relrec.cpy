      *> Shared account-relationship record layout for acctrel.txt -
      *> one record per customer standing on a deposit account that
      *> accounts.dat files under someone else's IDnum: which
      *> account (the owner's IDnum plus type), who, and in what
      *> role. "P" is the primary owner - always the account's own
      *> IDnum, written by acct_rel beside the first other party so
      *> the file names everyone on the account; the statement
      *> goes to the primary. "J" is a joint owner and "S" an
      *> authorized signer: either may use the account at the ATM
      *> or the overdraft counter on their own PIN, and both are
      *> named on the primary's statement. Maintained only through
      *> acct_rel, which audits every add and removal in
      *> custaudit.log.
           02 RlAcctKey.
               03 RlAcIDnum PIC 9(5).
               03 RlAcType PIC X(1).
           02 Rlspc1 PIC X(1).
           02 RlIDnum PIC 9(5).
           02 Rlspc2 PIC X(1).
           02 RlRole PIC X(1).
               88 RlPrimary VALUE "P".
               88 RlJoint VALUE "J".
               88 RlSigner VALUE "S".
           02 Rlspc3 PIC X(1).
           02 RlAddDate PIC 9(8).
           02 Rlspc4 PIC X(1).
           02 RlOperID PIC 9(4).
