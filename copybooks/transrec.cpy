      *> customer (money out), "F" transfer received (money in) -
      *> "T" and "F" always land as a pair, one on each customer -
      *> "M" the debit leg and "N" the credit leg of a move between
      *> one customer's own accounts, "I" deposit interest credited
      *> at month close, "E" an account fee charged, "U" a fee
      *> refunded, "K" a check paid from checking, "X" a loan's
      *> remaining Debt charged off, "Y" a recovery - a payment
      *> on a loan already charged off, which leaves Debt at zero -
      *> "B" a newly booked loan disbursed by loan_app, which
      *> raises Debt, "Q" the payoff interest close_settle adds to
      *> Debt at a closing, "C" the closing payout of what is left
      *> on a deposit account, and "Z" an unclaimed balance turned
      *> over to the state by escheat_run. "V" is the provisional
      *> credit atm_dispute gives back on a disputed "W" and "D"
      *> that credit taken back out when the case goes against
      *> the customer. Only a "W" hands cash out of a tray, and
      *> only a "W" or a "C" out of a drawer; moves, transfers,
      *> interest, fees, checks, charge-offs, disbursements,
      *> escheats and dispute credits touch no cash, which is what
      *> lets drawer_bal and cash_report tie.
           02 TIDnum PIC 9(5).
           02 Tspc1 PIC X(1).
           02 TType PIC X(1).
