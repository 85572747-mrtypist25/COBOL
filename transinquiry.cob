               PERFORM printTransaction
           END-IF.

      *> "W", a reversed payment ("S"), a transfer sent ("T"), a move's
      *> debit leg ("M"), a fee ("E"), a paid check ("K"), a loan
      *> disbursement ("B"), payoff interest ("Q"), a closing payout
      *> ("C"), a balance escheated to the state ("Z") and a disputed
      *> credit taken back ("D") are money going out, "P", a reversed
      *> withdrawal ("R"), a transfer received ("F"), a move's credit
      *> leg ("N"), interest ("I"), a fee refund ("U"), a recovery on a
      *> charged-off loan ("Y") and a dispute's provisional credit ("V")
      *> are money coming back in. A charge-off ("X") moves no money
      *> either way and is listed without counting in either total.
       printTransaction.
           DISPLAY TDate" "TTime" "TType"    "TAmount"   "TBalance
           ADD 1 TO WTranCount
           EVALUATE TRUE
               WHEN TType = "X"
                   CONTINUE
               WHEN TType = "P" OR TType = "R" OR TType = "F"
                       OR TType = "N" OR TType = "I" OR TType = "U"
                       OR TType = "Y" OR TType = "V"
                   ADD TAmount TO WPaymentTotal
               WHEN OTHER
                   ADD TAmount TO WWithdrawTotal
           END-EVALUATE.

       END PROGRAM trans_inquiry.
