      *> Shared payoff-quote record layout for payquote.txt - one
      *> record per quote pay_quote gives: whose loan, the bank date
      *> it was worked out on, the date it is good through, the
      *> Debt it was worked on, the per-diem interest at the
      *> customer's InterestRate, and the payoff to the good-through
      *> date. close_settle charges the per-diem for the days
      *> actually run from the quote date, so paying early costs
      *> less than the letter said, never more. QtStatus "O" is
      *> open, "S" settled by close_settle on QtSettleDate.
           02 QtIDnum PIC 9(5).
           02 Qtspc1 PIC X(1).
           02 QtDate PIC 9(8).
           02 Qtspc2 PIC X(1).
           02 QtGoodThru PIC 9(8).
           02 Qtspc3 PIC X(1).
           02 QtDebt PIC S9(7)V99 SIGN LEADING SEPARATE.
           02 Qtspc4 PIC X(1).
           02 QtPerDiem PIC 9(5)V9(4).
           02 Qtspc5 PIC X(1).
           02 QtInterest PIC S9(7)V99 SIGN LEADING SEPARATE.
           02 Qtspc6 PIC X(1).
           02 QtPayoff PIC S9(7)V99 SIGN LEADING SEPARATE.
           02 Qtspc7 PIC X(1).
           02 QtOperID PIC 9(4).
           02 Qtspc8 PIC X(1).
           02 QtStatus PIC X(1).
               88 QtOpen VALUE "O".
               88 QtSettled VALUE "S".
           02 Qtspc9 PIC X(1).
           02 QtSettleDate PIC 9(8).
