      *> Shared funds-hold record layout for holds.txt - one record
      *> per hold placed on a customer's account: the loan line
      *> ("L", which bank_account's overdraft also draws on) or a
      *> checking or savings account. A hold takes its amount out
      *> of what may be drawn without touching the balance itself,
      *> so one court order or uncleared deposit no longer means
      *> freezing the whole customer through AcctStatus.
      *> HdReason: D deposit not yet cleared, G garnishment order,
      *> L other legal order, O other. HdRelease is the bank date
      *> the hold comes off by itself - zero holds until released
      *> by hand. A hold counts while HdStatus is "A" and its
      *> release date is still ahead of the bank date; hold_report
      *> marks it "E" (expired) that evening, and hold_maint marks
      *> a hand release "R". HdStatDate is when it stopped
      *> counting, HdClosedBy who released it (zero on expiry).
           02 HdHoldNum PIC 9(6).
           02 Hdspc1 PIC X(1).
           02 HdIDnum PIC 9(5).
           02 Hdspc2 PIC X(1).
           02 HdAcType PIC X(1).
           02 Hdspc3 PIC X(1).
           02 HdAmount PIC 9(7)V99.
           02 Hdspc4 PIC X(1).
           02 HdReason PIC X(1).
               88 HdDeposit VALUE "D".
               88 HdGarnish VALUE "G".
               88 HdLegal VALUE "L".
               88 HdOther VALUE "O".
           02 Hdspc5 PIC X(1).
           02 HdPlaced PIC 9(8).
           02 Hdspc6 PIC X(1).
           02 HdRelease PIC 9(8).
           02 Hdspc7 PIC X(1).
           02 HdStatus PIC X(1).
               88 HdActive VALUE "A".
               88 HdReleased VALUE "R".
               88 HdExpired VALUE "E".
           02 Hdspc8 PIC X(1).
           02 HdStatDate PIC 9(8).
           02 Hdspc9 PIC X(1).
           02 HdPlacedBy PIC 9(4).
           02 Hdspc10 PIC X(1).
           02 HdClosedBy PIC 9(4).
           02 Hdspc11 PIC X(1).
           02 HdNote PIC X(20).
