      *> Shared aging record layout for delqage.txt - one record
      *> per customer carrying Debt on delq_report's last run, the
      *> per-account detail behind delqaging.rpt's branch totals.
      *> AgLastPay is the last loan payment the age runs from (the
      *> opening date when there has never been one, zero when not
      *> even that is known), AgDays the age in days on AgRunDate -
      *> 9999 when nothing can date the debt at all.
           02 AgIDnum PIC 9(5).
           02 Agspc1 PIC X(1).
           02 AgLastPay PIC 9(8).
           02 Agspc2 PIC X(1).
           02 AgDays PIC 9(5).
           02 Agspc3 PIC X(1).
           02 AgDebt PIC S9(7)V99 SIGN LEADING SEPARATE.
           02 Agspc4 PIC X(1).
           02 AgRunDate PIC 9(8).
