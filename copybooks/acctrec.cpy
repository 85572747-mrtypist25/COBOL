           02 AcBalance PIC S9(7)V99 SIGN LEADING SEPARATE.
           02 Acspc2 PIC X(1).
           02 AcOpenDate PIC 9(8).
      *> Interest earned but not yet paid: int_accrue adds each
      *> night's share to AcAccrued (held to four places so a small
      *> balance's daily fraction of a cent is not lost) and stamps
      *> AcAccrDate with the bank date it accrued through, so a
      *> rerun of the same night accrues nothing. int_credit pays
      *> the whole cents at month close and leaves the fraction
      *> behind. Records written before accrual existed carry
      *> spaces and have earned nothing yet.
           02 Acspc3 PIC X(1).
           02 AcAccrued PIC S9(7)V9(4) SIGN LEADING SEPARATE.
           02 Acspc4 PIC X(1).
           02 AcAccrDate PIC 9(8).
