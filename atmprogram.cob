           ACCESS IS RANDOM
           RECORD KEY IS DtIDnum
           FILE STATUS IS ws-dt-status.
       SELECT ChgFile ASSIGN TO "chgoff.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-chg-status.
       SELECT RelFile ASSIGN TO "acctrel.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-rel-status.
       SELECT HoldFile ASSIGN TO "holds.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-hold-status.
       SELECT CardFile ASSIGN TO "cards.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-card-status.
       SELECT LogFile ASSIGN TO "keypass.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-log-status.
       SELECT FeeFile ASSIGN TO "feesched.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fee-status.
       SELECT NoticeFile ASSIGN TO "notices.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-nq-status.
       DATA DIVISION.
       FILE SECTION.
       FD DFile.
       FD DayTotFile.
       01 DayTotRecord.
           COPY "dayttl.cpy".
       FD ChgFile.
       01 ChgRecord.
           COPY "chgrec.cpy".
       FD RelFile.
       01 RelRecord.
           COPY "relrec.cpy".
       FD HoldFile.
       01 HoldRecord.
           COPY "holdrec.cpy".
       FD CardFile.
       01 CardRecord.
           COPY "cardrec.cpy".
      *> Same layout as adc.cob's keypass.log. A refused card goes
      *> down as LAttempt 0 with the terminal in LOperID and the
      *> reason in LFunc, so oper_sec lists it among the denials.
       FD LogFile.
       01 LogRecord.
           02 LDateAndTime.
               03 LDate PIC 9(8).
               03 LTime PIC 9(6).
           02 Lspc PIC X(1).
           02 LAttempt PIC 9(2).
           02 Lspc2 PIC X(1).
           02 LOperID PIC 9(4).
           02 Lspc3 PIC X(1).
           02 LFunc PIC X(8).
       FD FeeFile.
       01 FeeRecord.
           COPY "feerec.cpy".
       FD NoticeFile.
       01 NoticeRecord.
           COPY "notcrec.cpy".
       WORKING-STORAGE SECTION.
       01 WCustomer.
           02 WLoan PIC S9(7)V99.
       01 WXferMode PIC X(1).
       01 WRcvDebt PIC S9(7)V99.
       01 WOperID PIC 9(4).
      *> The card the customer signs on with, and why it was
      *> refused when it was.
       01 WCardNum PIC 9(8).
       01 WCardIDnum PIC 9(5).
       01 WCardExpiry PIC 9(6).
       01 WCardStatus PIC X(1).
           88 WCardHot VALUE "L" "S".
           88 WCardExpired VALUE "E".
       01 WCardFunc PIC X(8).
       01 WTranIDnum PIC 9(5).
      *> Whose deposit account the current withdrawal or deposit
      *> hits - the signed-on customer's own, or one acctrel.txt
      *> lets them draw on as joint owner or signer - and that
      *> holder's daily cash limit.
       01 WAcctOwner PIC 9(5).
       01 WAcctLimit PIC 9(7).
      *> Active funds holds on one account - sumActiveHolds totals
      *> them for WHoldIDnum and WHoldType - and what is left to
      *> draw once they are taken off.
       01 WHoldIDnum PIC 9(5).
       01 WHoldType PIC X(1).
       01 WHoldTotal PIC S9(9)V99.
       01 WAvail PIC S9(9)V99.
       01 WTranType PIC X(1).
       01 WTranAmount PIC S9(7)V99.
       01 WTranAcct PIC X(1).
       01 WTodayStamp.
           02 WToday PIC 9(8).
           02 WTodayTime PIC 9(6).
       01 WTodaySplit REDEFINES WTodayStamp.
           02 WTodayMonth PIC 9(6).
           02 FILLER PIC X(8).
       01 WClockStamp.
           02 WClockDate PIC 9(8).
           02 WClockTime PIC 9(6).
               88 WS-DRAWER-OK VALUE "Y".
           02 WS-CASH-OVER-SW PIC X(1) VALUE "N".
               88 WS-CASH-OVER VALUE "Y".
           02 WS-REL-EOF-SW PIC X(1) VALUE "N".
               88 WS-REL-EOF VALUE "Y".
           02 WS-OWNER-OK-SW PIC X(1) VALUE "Y".
               88 WS-OWNER-OK VALUE "Y".
           02 WS-HOLD-EOF-SW PIC X(1) VALUE "N".
               88 WS-HOLD-EOF VALUE "Y".
           02 WS-CARD-EOF-SW PIC X(1) VALUE "N".
               88 WS-CARD-EOF VALUE "Y".
           02 WS-CARD-HIT-SW PIC X(1) VALUE "N".
               88 WS-CARD-HIT VALUE "Y".
           02 WS-CARD-OK-SW PIC X(1) VALUE "N".
               88 WS-CARD-OK VALUE "Y".
           02 WS-FEE-EOF-SW PIC X(1) VALUE "N".
               88 WS-FEE-EOF VALUE "Y".
           02 WS-LOW-LOADED-SW PIC X(1) VALUE "N".
               88 WS-LOW-LOADED VALUE "Y".
       01 ws-d-status PIC X(2).
       01 ws-t-status PIC X(2).
       01 ws-j-status PIC X(2).
       01 ws-rate-status PIC X(2).
       01 ws-cash-status PIC X(2).
       01 ws-dt-status PIC X(2).
       01 ws-chg-status PIC X(2).
       01 ws-rel-status PIC X(2).
       01 ws-hold-status PIC X(2).
       01 ws-card-status PIC X(2).
       01 ws-log-status PIC X(2).
       01 ws-fee-status PIC X(2).
       01 ws-nq-status PIC X(2).
      *> The savings minimum off feesched.txt's MB row - a balance
      *> that drops below it draws a low-balance letter - and the
      *> balance before the draw that might cross it.
       01 WLowMark PIC S9(7)V99 VALUE 0.
       01 WBalBefore PIC S9(7)V99.
       01 WCashOnHand PIC S9(9)V99.
      *> This terminal's slot in the cash file rewrite - the file
      *> itself holds every terminal, so a drawdown copies all of
               03 WCshOnHand PIC S9(9)V99.
       01 WCshUsed PIC 9(2) VALUE 0.
       01 WCshSub PIC 9(2).
      *> Other customers' accounts this customer stands on as joint
      *> owner or authorized signer, off acctrel.txt at sign-on.
      *> Twenty is far more than anyone signs for.
       01 WLinkTable.
           02 WLnEntry OCCURS 20.
               03 WLnAcIDnum PIC 9(5).
               03 WLnAcType PIC X(1).
       01 WLnUsed PIC 9(2) VALUE 0.
       01 WLnSub PIC 9(2).
       01 WLnHit PIC 9(2).
       01 WQuote.
           02 WQuoteRate PIC 9V9(4).
           02 WPickEff PIC 9(8).
      *> by teller in drawer_bal instead of blaming the whole shift.
               DISPLAY "Operator/terminal ID: "WITH NO ADVANCING
               ACCEPT WOperID
      *> Customers sign on with their card, not a typed customer
      *> ID - cards.txt says whose it is, and a lost, stolen or
      *> expired card stops here before the master is touched.
               DISPLAY "Card number: "WITH NO ADVANCING
               ACCEPT WCardNum.

           PERFORM readBankDate.
           PERFORM checkCard.
           IF WS-CARD-OK
               PERFORM findCustomer
           END-IF.

      *> A frozen or closed account is refused outright - the record
      *> is still on file (that is the point of closing instead of
                           REWRITE Customer
                           DISPLAY "Welcome back - account "WIDnum
                               " is active again"
                           PERFORM queueReactivated
                       END-IF
                       MOVE WIDnum TO WTranIDnum
                       MOVE WIDnum TO WAcctOwner
                       PERFORM loadLinks
                       PERFORM menuRound UNTIL WS-SESSION-DONE
                       PERFORM writeReceipt
               END-EVALUATE
           ELSE
               IF WS-CARD-OK
                   DISPLAY "No customer on file for ID "WIDnum
               END-IF
           END-IF.

           CLOSE DFile.
               WHEN "W"
               WHEN "w"
                   PERFORM promptAcctType
                   IF WS-OWNER-OK
                       IF WAcctType = "L"
                           PERFORM doWithdrawal
                       ELSE
                           PERFORM doAcctWithdrawal
                       END-IF
                   END-IF
               WHEN "S"
               WHEN "s"
               WHEN "P"
               WHEN "p"
                   PERFORM promptAcctType
                   IF WS-OWNER-OK
                       IF WAcctType = "L"
                           PERFORM doPayment
                       ELSE
                           PERFORM doAcctDeposit
                       END-IF
                   END-IF
               WHEN "M"
               WHEN "m"
           STRING "CLOSING BALANCE " WBalanceDisplay
               DELIMITED BY SIZE INTO RcptLine
           WRITE RcptLine
           MOVE WIDnum TO WAcctOwner
           PERFORM sumTodayWithdrawals
           COMPUTE WLimitLeft = WWithdrawLimit - WTodayTotal
           IF WLimitLeft < 0
           MOVE WRcptDetail TO RcptLine
           WRITE RcptLine.

      *> Finds the card on cards.txt and refuses it unless it is
      *> active and inside its expiry month - a card is good
      *> through the last day of the month it names, whether or
      *> not card_maint has got round to marking it expired. Each
      *> refusal goes to keypass.log. No cards.txt yet (status 35)
      *> means no card can be found - reading a file that failed to
      *> open never reaches AT END, so the loop must be skipped
      *> outright.
       checkCard.
           OPEN INPUT CardFile
           IF ws-card-status NOT = "35"
               PERFORM checkOneCard UNTIL WS-CARD-EOF OR WS-CARD-HIT
               CLOSE CardFile
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-CARD-HIT
                   DISPLAY "Card "WCardNum" not recognised - "
                       "please see a teller"
                   MOVE "BADCARD" TO WCardFunc
                   PERFORM logCardRefusal
               WHEN WCardHot
                   DISPLAY "Card "WCardNum" has been reported lost "
                       "or stolen - card retained"
                   MOVE "HOTCARD" TO WCardFunc
                   PERFORM logCardRefusal
               WHEN WCardExpired OR WCardExpiry < WTodayMonth
                   DISPLAY "Card "WCardNum" has expired - "
                       "please see a teller"
                   MOVE "EXPCARD" TO WCardFunc
                   PERFORM logCardRefusal
               WHEN OTHER
                   SET WS-CARD-OK TO TRUE
                   MOVE WCardIDnum TO WIDnum
           END-EVALUATE.

       checkOneCard.
           READ CardFile
               AT END
                   SET WS-CARD-EOF TO TRUE
               NOT AT END
                   IF CdCardNum = WCardNum
                       SET WS-CARD-HIT TO TRUE
                       MOVE CdIDnum TO WCardIDnum
                       MOVE CdExpiry TO WCardExpiry
                       MOVE CdStatus TO WCardStatus
                   END-IF
           END-READ.

      *> keypass.log does not exist yet on a fresh install - EXTEND
      *> fails with status 35, so fall back to OPEN OUTPUT to
      *> create it.
       logCardRefusal.
           MOVE FUNCTION CURRENT-DATE TO LDateAndTime
           MOVE SPACE TO Lspc Lspc2 Lspc3
           MOVE 0 TO LAttempt
           MOVE WOperID TO LOperID
           MOVE WCardFunc TO LFunc
           OPEN EXTEND LogFile
           IF ws-log-status = "35"
               OPEN OUTPUT LogFile
           END-IF
               WRITE LogRecord
               END-WRITE
           CLOSE LogFile.

      *> customers.dat may not exist yet on a brand new install -
      *> status 35 just means "no customer on file", not an error.
      *> The master is indexed on IDnum, so the lookup is one keyed
      *> counter cannot take five times the limit. It is still an
      *> independent per-customer cap, not derived from the loan
      *> balance, so the amount is also capped against WLoan - or
      *> WBalance (unsigned) would wrap instead of going negative -
      *> less any funds held against the loan line.
       doWithdrawal.
           PERFORM sumTodayWithdrawals
           COMPUTE WLimitLeft = WWithdrawLimit - WTodayTotal
           IF WLimitLeft < 0
               MOVE 0 TO WLimitLeft
           END-IF
           MOVE WIDnum TO WHoldIDnum
           MOVE "L" TO WHoldType
           PERFORM sumActiveHolds
           COMPUTE WAvail = WLoan - WHoldTotal
           DISPLAY "Amount to withdraw: "WITH NO ADVANCING
           ACCEPT WWithdraw
           PERFORM checkDrawer
           EVALUATE TRUE
      *> A loan charged off is finished - what is left of the line
      *> is never drawn again, however much Loan still shows.
               WHEN AcctChargedOff
                   DISPLAY "Loan charged off "StatusDate
                       " - no withdrawals allowed"
               WHEN NOT WS-DRAWER-OK
                   DISPLAY "This machine cannot dispense that "
                       "amount right now - please try a smaller "
                       "amount or another machine"
               WHEN WWithdraw NOT > WLimitLeft
                       AND WWithdraw NOT > WAvail
                   COMPUTE WBalance = WLoan - WWithdraw
                   MOVE WBalance TO WBalanceDisplay
                   DISPLAY "Actual balance: "WBalanceDisplay
                       " - remaining today: "WLimitLeft
               WHEN OTHER
                   DISPLAY "Insufficient loan balance - available: "
                       WAvail
                   IF WHoldTotal > 0
                       DISPLAY "Funds on hold: "WHoldTotal
                   END-IF
           END-EVALUATE.

      *> The drawer must cover a dispense before any posting moves:
           MOVE WCshOnHand(WCshSub) TO CshOnHand
           WRITE CashRecord.

      *> What the account holder has already drawn today, in one
      *> keyed read off daytotals.dat - the side file every "W"
      *> posting bumps and every reversal adjusts - instead of the
      *> old front-to-back crawl of transactions.txt that made
      *> lunchtime withdrawals slower every day the ledger grew.
      *> The holder is WAcctOwner: the signed-on customer, or the
      *> owner of a linked account, since cash out of an account
      *> is posted under - and counts against - the IDnum it is
      *> filed under. No file yet (status 35), no record, or a
      *> record left from an earlier day all just mean nothing
      *> drawn today.
       sumTodayWithdrawals.
           MOVE 0 TO WTodayTotal
           OPEN INPUT DayTotFile
           IF ws-dt-status NOT = "35"
               MOVE WAcctOwner TO DtIDnum
               READ DayTotFile
                   INVALID KEY
                       CONTINUE
           END-READ
           CLOSE DayTotFile.

      *> What hold_maint has put on hold against one account - every
      *> hold still active whose release date, if it has one, is
      *> still ahead of the bank date, so a hold comes off on its
      *> date whether or not the evening's hold_report has marked
      *> it expired yet. holds.txt may not exist yet - status 35
      *> just means nothing held, and reading a file that failed to
      *> open never reaches AT END, so the loop must be skipped
      *> outright.
       sumActiveHolds.
           MOVE 0 TO WHoldTotal
           MOVE "N" TO WS-HOLD-EOF-SW
           OPEN INPUT HoldFile
           IF ws-hold-status NOT = "35"
               PERFORM sumOneHold UNTIL WS-HOLD-EOF
               CLOSE HoldFile
           END-IF.

       sumOneHold.
           READ HoldFile
               AT END
                   SET WS-HOLD-EOF TO TRUE
               NOT AT END
                   IF HdIDnum = WHoldIDnum AND HdAcType = WHoldType
                           AND HdActive
                           AND (HdRelease = 0 OR HdRelease > WToday)
                       ADD HdAmount TO WHoldTotal
                   END-IF
           END-READ.

      *> Pays down the customer's loan: the payment comes off both
      *> Debt and the outstanding Loan, so money moves the opposite
      *> way from doWithdrawal but lands on the same Customer record
      *> and in the same transaction ledger. On a loan already
      *> charged off there is no Debt left to pay down - the money
      *> is taken whole as a recovery ("Y") instead.
       doPayment.
           DISPLAY "Amount to pay: "WITH NO ADVANCING
           ACCEPT WPayment
           IF AcctChargedOff
               PERFORM doRecovery
           ELSE
               IF WPayment > 0 AND WPayment NOT > WDebt
                   SUBTRACT WPayment FROM WDebt
                   SUBTRACT WPayment FROM WLoan
                   DISPLAY "Payment accepted - remaining debt: "WDebt
                   MOVE WLoan TO Loan
                   MOVE WDebt TO Debt
                   REWRITE Customer
                   MOVE "P" TO WTranType
                   MOVE WPayment TO WTranAmount
                   MOVE "L" TO WTranAcct
                   MOVE WBalance TO WTranBalance
                   PERFORM writeTransaction
               ELSE
                   DISPLAY "Amount owed is "WDebt" - payment refused"
               END-IF
           END-IF.

      *> Debt and Loan stay where the charge-off left them; the
      *> recovery goes on the ledger, the journal as "RC", and
      *> chgoff.txt for the monthly charge-off report.
       doRecovery.
           IF WPayment > 0
               DISPLAY "Loan was charged off - payment taken as "
                   "a recovery"
               MOVE "Y" TO WTranType
               MOVE WPayment TO WTranAmount
               MOVE "L" TO WTranAcct
               MOVE WBalance TO WTranBalance
               PERFORM writeTransaction
               PERFORM writeRecovery
           ELSE
               DISPLAY "Amount must be more than zero"
           END-IF.

      *> chgoff.txt does not exist yet on a fresh install - EXTEND
      *> fails with status 35, so fall back to OPEN OUTPUT to
      *> create it.
       writeRecovery.
           MOVE WIDnum TO CoIDnum
           MOVE SPACE TO Cospc1 Cospc2 Cospc3 Cospc4 Cospc5
           SET CoRecovery TO TRUE
           MOVE WPayment TO CoAmount
           MOVE WToday TO CoDate
           MOVE WBranchState TO CoBranch
           MOVE WOperID TO CoOperID
           OPEN EXTEND ChgFile
           IF ws-chg-status = "35"
               OPEN OUTPUT ChgFile
           END-IF
               WRITE ChgRecord
               END-WRITE
           CLOSE ChgFile.

      *> Deposit accounts live on accounts.dat beside the loan on
      *> the master - the customer names which account a withdrawal
      *> or payment hits instead of everything landing on the loan.
      *> A customer who stands on someone else's checking or
      *> savings account as joint owner or signer names that
      *> holder too; their own PIN, already checked, is the
      *> authority. The loan is only ever the customer's own.
       promptAcctType.
           DISPLAY "Account - L)oan  C)hecking  S)avings: "
               WITH NO ADVANCING
           ACCEPT WAcctType
           PERFORM normalizeAcctType
           MOVE WIDnum TO WAcctOwner
           MOVE WWithdrawLimit TO WAcctLimit
           MOVE "Y" TO WS-OWNER-OK-SW
           IF WLnUsed > 0 AND (WAcctType = "C" OR WAcctType = "S")
               PERFORM pickAcctOwner
           END-IF.

       pickAcctOwner.
           DISPLAY "Account holder ID (0 = your own): "
               WITH NO ADVANCING
           ACCEPT WAcctOwner
           IF WAcctOwner = 0
               MOVE WIDnum TO WAcctOwner
           END-IF
           IF WAcctOwner NOT = WIDnum
               MOVE 0 TO WLnHit
               PERFORM checkOneLink
                   VARYING WLnSub FROM 1 BY 1
                   UNTIL WLnSub > WLnUsed OR WLnHit > 0
               IF WLnHit = 0
                   MOVE "N" TO WS-OWNER-OK-SW
                   DISPLAY "No "WAcctType" account of "WAcctOwner
                       " is open to you"
               ELSE
                   PERFORM checkAcctOwner
               END-IF
           END-IF.

       checkOneLink.
           IF WLnAcIDnum(WLnSub) = WAcctOwner
                   AND WLnAcType(WLnSub) = WAcctType
               MOVE WLnSub TO WLnHit
           END-IF.

      *> The holder's own record must still allow money to move -
      *> the machine refuses a frozen, closed or dormant holder's
      *> account to a signer exactly as it would refuse the holder,
      *> who is not here to wake a dormant one with their PIN.
      *> Reading the holder reuses the one Customer record area, so
      *> the signed-on customer's record is read back afterward -
      *> later REWRITEs must land on them, as in checkReceiver.
       checkAcctOwner.
           MOVE WAcctOwner TO IDnum
           READ DFile
               INVALID KEY
                   MOVE "N" TO WS-OWNER-OK-SW
                   DISPLAY "No customer on file for ID "WAcctOwner
               NOT INVALID KEY
                   IF AcctFrozen OR AcctClosed OR AcctDormant
                       MOVE "N" TO WS-OWNER-OK-SW
                       DISPLAY "Account holder "WAcctOwner
                           " is status "AcctStatus
                           " - no transactions allowed"
                   ELSE
                       MOVE WithdrawLimit TO WAcctLimit
                   END-IF
           END-READ
           MOVE WIDnum TO IDnum
           READ DFile
               INVALID KEY
                   CONTINUE
           END-READ.

      *> acctrel.txt may not exist yet - status 35 just means no
      *> one has a second party on their accounts, and reading a
      *> file that failed to open never reaches AT END, so the
      *> loop must be skipped outright. The primary's own "P" line
      *> is skipped - their accounts are theirs already.
       loadLinks.
           MOVE 0 TO WLnUsed
           OPEN INPUT RelFile
           IF ws-rel-status NOT = "35"
               PERFORM loadOneLink UNTIL WS-REL-EOF
               CLOSE RelFile
           END-IF.

       loadOneLink.
           READ RelFile
               AT END
                   SET WS-REL-EOF TO TRUE
               NOT AT END
                   IF RlIDnum = WIDnum AND (RlJoint OR RlSigner)
                           AND WLnUsed < 20
                       ADD 1 TO WLnUsed
                       MOVE RlAcIDnum TO WLnAcIDnum(WLnUsed)
                       MOVE RlAcType TO WLnAcType(WLnUsed)
                   END-IF
           END-READ.

       normalizeAcctType.
           EVALUATE WAcctType
      *> exist yet - status 35 just means the customer has no
      *> deposit accounts on file, not an error. The file is left
      *> open I-O for the caller's REWRITE - closeAccount puts it
      *> back. The key is WAcctOwner - the signed-on customer
      *> unless promptAcctType took a linked holder.
       readAccount.
           MOVE "N" TO WS-ACCT-FOUND-SW
           OPEN I-O AcctFile
           IF ws-acct-status NOT = "35"
               MOVE WAcctOwner TO AcIDnum
               MOVE WAcctType TO AcType
               READ AcctFile
                   INVALID KEY
      *> WithdrawLimit caps the customer's whole day across every
      *> account - cash out is cash out - so the ledger total in
      *> sumTodayWithdrawals already includes deposit-side
      *> withdrawals. On a linked account the posting carries the
      *> holder's IDnum and the holder's limit applies. Only the
      *> balance not under a funds hold may be drawn.
       doAcctWithdrawal.
           PERFORM sumTodayWithdrawals
           COMPUTE WLimitLeft = WAcctLimit - WTodayTotal
           IF WLimitLeft < 0
               MOVE 0 TO WLimitLeft
           END-IF
           DISPLAY "Amount to withdraw: "WITH NO ADVANCING
           ACCEPT WWithdraw
           PERFORM checkDrawer
           MOVE WAcctOwner TO WHoldIDnum
           MOVE WAcctType TO WHoldType
           PERFORM sumActiveHolds
           PERFORM readAccount
           IF WS-ACCT-FOUND
               COMPUTE WAvail = AcBalance - WHoldTotal
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-ACCT-FOUND
                   DISPLAY "No "WAcctType" account on file for "
                       WAcctOwner
               WHEN NOT WS-DRAWER-OK
                   DISPLAY "This machine cannot dispense that "
                       "amount right now - please try a smaller "
                       "amount or another machine"
               WHEN WWithdraw > WLimitLeft
                   DISPLAY "Daily limit is "WAcctLimit
                       " - remaining today: "WLimitLeft
               WHEN WWithdraw > WAvail
                   DISPLAY "Available balance is "WAvail
                       " - withdrawal refused"
                   IF WHoldTotal > 0
                       DISPLAY "Funds on hold: "WHoldTotal
                   END-IF
               WHEN OTHER
                   MOVE AcBalance TO WBalBefore
                   SUBTRACT WWithdraw FROM AcBalance
                   REWRITE AcctRecord
                   PERFORM checkLowBalance
                   MOVE AcBalance TO WBalanceDisplay
                   DISPLAY "Account balance: "WBalanceDisplay
                   MOVE "W" TO WTranType
                   MOVE WWithdraw TO WTranAmount
                   MOVE WAcctType TO WTranAcct
                   MOVE AcBalance TO WTranBalance
                   MOVE WAcctOwner TO WTranIDnum
                   PERFORM writeTransaction
                   MOVE WIDnum TO WTranIDnum
                   PERFORM drawDownCash
           END-EVALUATE
           PERFORM closeAccount.
           EVALUATE TRUE
               WHEN NOT WS-ACCT-FOUND
                   DISPLAY "No "WAcctType" account on file for "
                       WAcctOwner
               WHEN WPayment NOT > 0
                   DISPLAY "Amount must be more than zero"
               WHEN OTHER
                   MOVE WPayment TO WTranAmount
                   MOVE WAcctType TO WTranAcct
                   MOVE AcBalance TO WTranBalance
                   MOVE WAcctOwner TO WTranIDnum
                   PERFORM writeTransaction
                   MOVE WIDnum TO WTranIDnum
           END-EVALUATE
           PERFORM closeAccount.

      *> one visit - out of one side the way a withdrawal leaves it,
      *> into the other the way a payment or deposit lands, with
      *> both legs on the ledger and journal so the move reads like
      *> any other pair of postings. Moves stay between the
      *> customer's own accounts - a linked account is reached
      *> through W)ithdraw and P)ayment only.
       doMove.
           MOVE WIDnum TO WAcctOwner
           DISPLAY "From account - L)oan  C)hecking  S)avings: "
               WITH NO ADVANCING
           ACCEPT WAcctType
      *> can never post one leg and then refuse the other.
       checkMoveLegs.
           MOVE "N" TO WS-MOVE-OK-SW
           MOVE WIDnum TO WHoldIDnum
           MOVE WFromType TO WHoldType
           PERFORM sumActiveHolds
           EVALUATE TRUE
               WHEN WMoveAmount NOT > 0
                   DISPLAY "Amount must be more than zero"
      *> The charged-off line is shut to moves and transfers the
      *> same as to the withdrawal menu.
               WHEN WFromType = "L" AND AcctChargedOff
                   DISPLAY "Loan charged off "StatusDate
                       " - no withdrawals allowed"
               WHEN WFromType = "L"
                       AND WMoveAmount > WLoan - WHoldTotal
                   COMPUTE WAvail = WLoan - WHoldTotal
                   DISPLAY "Insufficient loan balance - available: "
                       WAvail
               WHEN WToType = "L" AND WMoveAmount > WDebt
                   DISPLAY "Amount owed is "WDebt" - move refused"
               WHEN OTHER
                   DISPLAY "No "WFromType" account on file for "
                       WIDnum
               ELSE
                   COMPUTE WAvail = AcBalance - WHoldTotal
                   IF WMoveAmount > WAvail
                       MOVE "N" TO WS-MOVE-OK-SW
                       DISPLAY "Available balance is "WAvail
                           " - move refused"
                   END-IF
               END-IF
           ELSE
               MOVE WFromType TO WAcctType
               PERFORM readAccount
               MOVE AcBalance TO WBalBefore
               SUBTRACT WMoveAmount FROM AcBalance
               REWRITE AcctRecord
               PERFORM checkLowBalance
               MOVE AcBalance TO WTranBalance
               PERFORM closeAccount
           END-IF
      *> ("TO"/"TI") so the reports can tie the two sides together.
      *> A transfer is not cash out the door, so unlike the old
      *> withdraw-and-hand-it-over workaround it does not burn the
      *> sender's daily WithdrawLimit. The sender's side is always
      *> their own account.
       doTransfer.
           MOVE WIDnum TO WAcctOwner
           DISPLAY "Transfer to ID number: "WITH NO ADVANCING
           ACCEPT WXferTo
           DISPLAY "From account - L)oan  C)hecking  S)avings: "
       checkTransferLegs.
           MOVE "N" TO WS-XFER-OK-SW
           MOVE SPACE TO WXferMode
           MOVE WIDnum TO WHoldIDnum
           MOVE WFromType TO WHoldType
           PERFORM sumActiveHolds
           EVALUATE TRUE
               WHEN WXferAmount NOT > 0
                   DISPLAY "Amount must be more than zero"
      *> The charged-off line is shut to moves and transfers the
      *> same as to the withdrawal menu.
               WHEN WFromType = "L" AND AcctChargedOff
                   DISPLAY "Loan charged off "StatusDate
                       " - no withdrawals allowed"
               WHEN WFromType = "L"
                       AND WXferAmount > WLoan - WHoldTotal
                   COMPUTE WAvail = WLoan - WHoldTotal
                   DISPLAY "Insufficient loan balance - available: "
                       WAvail
               WHEN OTHER
                   SET WS-XFER-OK TO TRUE
           END-EVALUATE
                   DISPLAY "No "WFromType" account on file for "
                       WIDnum
               ELSE
                   COMPUTE WAvail = AcBalance - WHoldTotal
                   IF WXferAmount > WAvail
                       MOVE "N" TO WS-XFER-OK-SW
                       DISPLAY "Available balance is "WAvail
                           " - transfer refused"
                   END-IF
               END-IF
           ELSE
               MOVE WFromType TO WAcctType
               PERFORM readAccount
               MOVE AcBalance TO WBalBefore
               SUBTRACT WXferAmount FROM AcBalance
               REWRITE AcctRecord
               PERFORM checkLowBalance
               MOVE AcBalance TO WTranBalance
               PERFORM closeAccount
           END-IF
           MOVE WTranAcct TO TAcctType
           MOVE SPACE TO Tspc6
           MOVE WOperID TO TOperID
      *> The session receipt lists the customer's own legs and the
      *> legs on accounts they sign for - a transfer's credit leg
      *> belongs to the receiving customer, and their balance is
      *> not this customer's to read.
           IF (WTranIDnum = WIDnum OR WTranIDnum = WAcctOwner)
                   AND WRcptUsed < 50
               ADD 1 TO WRcptUsed
               MOVE WTranType TO WRcptType(WRcptUsed)
               MOVE WTranAcct TO WRcptAcct(WRcptUsed)
           EVALUATE WTranType
               WHEN "P"
                   MOVE "AP" TO JType
               WHEN "Y"
                   MOVE "RC" TO JType
               WHEN "T"
                   MOVE "TO" TO JType
               WHEN "F"
                   END-IF
           END-READ.

      *> The owner is told the account is active again - a wake-up
      *> they did not make is worth a phone call.
       queueReactivated.
           MOVE WIDnum TO NqIDnum
           SET NqReactivated TO TRUE
           MOVE SPACE TO NqAcType
           MOVE WToday TO NqDate NqRefDate NqDueDate
           MOVE 0 TO NqAmount NqAmount2 NqOldRate NqNewRate
           PERFORM queueNotice.

      *> Only a savings draw that takes the balance from at or over
      *> the minimum to under it sends a letter - one crossing, one
      *> letter, not one per withdrawal while it stays low. The
      *> letter goes to the account's holder, who on a linked
      *> account is not the customer at the machine.
       checkLowBalance.
           IF AcType = "S"
               PERFORM loadLowMark
               IF WLowMark > 0 AND WBalBefore NOT < WLowMark
                       AND AcBalance < WLowMark
                   MOVE AcIDnum TO NqIDnum
                   SET NqLowBalance TO TRUE
                   MOVE AcType TO NqAcType
                   MOVE WToday TO NqDate NqRefDate NqDueDate
                   MOVE AcBalance TO NqAmount
                   MOVE WLowMark TO NqAmount2
                   MOVE 0 TO NqOldRate NqNewRate
                   PERFORM queueNotice
               END-IF
           END-IF.

      *> feesched.txt is read once a session. It may not exist yet -
      *> status 35 just means no minimum, and no letter.
       loadLowMark.
           IF NOT WS-LOW-LOADED
               SET WS-LOW-LOADED TO TRUE
               OPEN INPUT FeeFile
               IF ws-fee-status NOT = "35"
                   PERFORM checkOneFeeRow UNTIL WS-FEE-EOF
                   CLOSE FeeFile
               END-IF
           END-IF.

       checkOneFeeRow.
           READ FeeFile
               AT END
                   SET WS-FEE-EOF TO TRUE
               NOT AT END
                   IF FeeMinBalance AND FeeAcctType = "S"
                       MOVE FeeTrigger TO WLowMark
                   END-IF
           END-READ.

      *> A letter the customer must get goes on the notice queue
      *> for notice_print's nightly run. notices.txt does not exist
      *> until the first request - EXTEND fails with status 35, so
      *> fall back to OPEN OUTPUT to create it.
       queueNotice.
           MOVE SPACE TO Nqspc1 Nqspc2 Nqspc3 Nqspc4 Nqspc5 Nqspc6
               Nqspc7 Nqspc8 Nqspc9
           OPEN EXTEND NoticeFile
           IF ws-nq-status = "35"
               OPEN OUTPUT NoticeFile
           END-IF
               WRITE NoticeRecord
               END-WRITE
           CLOSE NoticeFile.

       END PROGRAM atm_program.
