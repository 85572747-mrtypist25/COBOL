      *> Shared deposit-rate record layout for deprates.txt - one
      *> row per branch/state code per account type per effective
      *> date: the yearly rate checking ("C") and savings ("S")
      *> balances earn. DRState 00000 is the board's default row for
      *> branches without their own. Rows are never edited or
      *> deleted, the ratetable.txt rule - a rate change is a new
      *> row with a later effective date. The row in force as of a
      *> date is the one with the latest DREffDate not after it, an
      *> exact branch row beating the default.
           02 DRState PIC 9(5).
           02 DRspc1 PIC X(1).
           02 DRType PIC X(1).
           02 DRspc2 PIC X(1).
           02 DRRate PIC 9V9(4).
           02 DRspc3 PIC X(1).
           02 DREffDate PIC 9(8).
