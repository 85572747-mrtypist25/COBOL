      *> Shared fee-schedule record layout for feesched.txt - one
      *> row per fee the bank charges on deposit accounts: which
      *> fee, which account type it lands on, how much, and the
      *> figure that triggers it. Maintained by hand like
      *> procdate.dat. FeeCode:
      *>   MF  monthly maintenance - every account of the type
      *>   MB  below minimum - AcBalance under FeeTrigger dollars
      *>   AX  excess ATM use - per "W" posting in the month past
      *>       the first FeeTrigger (whole number of free draws)
           02 FeeCode PIC X(2).
               88 FeeMaintenance VALUE "MF".
               88 FeeMinBalance VALUE "MB".
               88 FeeAtmExcess VALUE "AX".
           02 Fspc1 PIC X(1).
           02 FeeAcctType PIC X(1).
           02 Fspc2 PIC X(1).
           02 FeeAmount PIC 9(5)V99.
           02 Fspc3 PIC X(1).
           02 FeeTrigger PIC 9(7)V99.
           02 Fspc4 PIC X(1).
           02 FeeDesc PIC X(20).
