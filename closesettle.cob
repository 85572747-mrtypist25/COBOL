       IDENTIFICATION DIVISION.
       PROGRAM-ID. close_settle.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DFile ASSIGN TO "customers.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDnum
           FILE STATUS IS ws-d-status.
       SELECT AcctFile ASSIGN TO "accounts.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS AcctKey
           FILE STATUS IS ws-acct-status.
       SELECT QuoteFile ASSIGN TO "payquote.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-quote-status.
       SELECT HoldFile ASSIGN TO "holds.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-hold-status.
       SELECT SOFile ASSIGN TO "standorders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-so-status.
       SELECT NewSOFile ASSIGN TO "standorders.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT TFile ASSIGN TO "transactions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-t-status.
       SELECT JFile ASSIGN TO "journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-j-status.
       SELECT SeqFile ASSIGN TO "jrnlseq.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-seq-status.
       SELECT LogFile ASSIGN TO "keypass.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-log-status.
       SELECT AFile ASSIGN TO "custaudit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-a-status.
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       SELECT RFile ASSIGN TO "closestmt.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD DFile.
       01 Customer.
           COPY "custrec.cpy".
       FD AcctFile.
       01 AcctRecord.
           COPY "acctrec.cpy".
       FD QuoteFile.
       01 QuoteRecord.
           COPY "quoterec.cpy".
       FD HoldFile.
       01 HoldRecord.
           COPY "holdrec.cpy".
       FD SOFile.
       01 SORecord.
           COPY "sordrec.cpy".
       FD NewSOFile.
       01 NewSORecord.
           COPY "sordrec.cpy".
       FD TFile.
       01 TRecord.
           COPY "transrec.cpy".
       FD JFile.
       01 JRecord.
           COPY "jrnlrec.cpy".
       FD SeqFile.
       01 SeqRecord.
           02 SeqLast PIC 9(7).
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
       FD AFile.
       01 AuditRecord.
           COPY "audrec.cpy".
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
       FD RFile.
       01 RLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WBankStamp.
           02 WBankDate PIC 9(8).
           02 WBankTime PIC 9(6).
       01 WClockStamp.
           02 WClockDate PIC 9(8).
           02 WClockTime PIC 9(6).
       01 WIDnum PIC 9(5).
       01 WConfirm PIC X(1).
       01 WBeforeImage PIC X(191).
       01 WOrderEnd PIC 9(8).
      *> The whole quote file loads into this table so the quote
      *> settled can be rewritten in place - the hold_maint shape.
      *> Settled quotes stay on file as history.
       01 WQtTable.
           02 WQtEntry OCCURS 1000 PIC X(82).
       01 WQtUsed PIC 9(4) VALUE 0.
       01 WQtSub PIC 9(4).
       01 WQtHit PIC 9(4) VALUE 0.
      *> The customer's two deposit accounts, checking then savings -
      *> the order the sweep takes them in. Each carries what the
      *> closing statement prints for it.
       01 WAsTable.
           02 WAsEntry OCCURS 2.
               03 WAsType PIC X(1).
               03 WAsFound PIC X(1).
               03 WAsOpenBal PIC S9(7)V99.
               03 WAsInterest PIC S9(7)V99.
               03 WAsSwept PIC S9(7)V99.
               03 WAsPaidOut PIC S9(7)V99.
               03 WAsBalance PIC S9(7)V99.
       01 WAsSub PIC 9(1).
       01 WAsCount PIC 9(1) VALUE 0.
       01 WHoldCount PIC 9(4) VALUE 0.
       01 WSOEnded PIC 9(3) VALUE 0.
       01 WQuoteDays PIC S9(5).
       01 WOpenDebt PIC S9(7)V99.
       01 WOpenLoan PIC S9(7)V99.
      *> The rest of the customer as read - kept here because the
      *> record area cannot be trusted once customers.dat closes.
       01 WCust.
           02 WCustStatus PIC X(1).
               88 WCustClosed VALUE "C".
               88 WCustFrozen VALUE "F".
               88 WCustChargedOff VALUE "W".
           02 WCustStatDate PIC 9(8).
           02 WCustOverdraft PIC S9(7)V99.
           02 WCustFName PIC X(15).
           02 WCustLName PIC X(15).
       01 WInterest PIC S9(7)V99 VALUE 0.
       01 WPayoff PIC S9(7)V99 VALUE 0.
       01 WDeposits PIC S9(7)V99 VALUE 0.
       01 WShortfall PIC S9(7)V99 VALUE 0.
       01 WPayOut PIC S9(7)V99 VALUE 0.
       01 WSweepTotal PIC S9(7)V99 VALUE 0.
       01 WSweepAmt PIC S9(7)V99.
       01 WRefusal PIC X(60).
      *> One ledger posting, filled in by whichever step posts it.
       01 WPosting.
           02 WPostType PIC X(1).
           02 WPostAmount PIC S9(7)V99.
           02 WPostBalance PIC S9(7)V99.
           02 WPostAcct PIC X(1).
       01 secretKey PIC 9(4).
       01 ws-matched-operator PIC 9(4) VALUE 0.
       01 ws-matched-role PIC X(1) VALUE SPACE.
       01 WDenyFunc PIC X(8).
       01 WS-SWITCHES.
           02 WS-KEY-OK-SW PIC X(1) VALUE "N".
               88 WS-KEY-OK VALUE "Y".
           02 WS-FOUND-SW PIC X(1) VALUE "N".
               88 WS-FOUND VALUE "Y".
           02 WS-EOF-SW PIC X(1) VALUE "N".
               88 WS-EOF VALUE "Y".
           02 WS-OVERFLOW-SW PIC X(1) VALUE "N".
               88 WS-OVERFLOW VALUE "Y".
           02 WS-SOEOF-SW PIC X(1) VALUE "N".
               88 WS-SOEOF VALUE "Y".
           02 WS-POSTED-SW PIC X(1) VALUE "N".
               88 WS-POSTED VALUE "Y".
       01 ws-d-status PIC X(2).
       01 ws-acct-status PIC X(2).
       01 ws-quote-status PIC X(2).
       01 ws-hold-status PIC X(2).
       01 ws-so-status PIC X(2).
       01 ws-t-status PIC X(2).
       01 ws-j-status PIC X(2).
       01 ws-seq-status PIC X(2).
       01 WJrnlSeq PIC 9(7).
       01 ws-log-status PIC X(2).
       01 ws-a-status PIC X(2).
       01 ws-bd-status PIC X(2).
       01 WFigureLine.
           02 FILLER PIC X(5) VALUE SPACES.
           02 WFLLabel PIC X(30).
           02 WFLAmount PIC -Z,ZZZ,ZZ9.99.
       01 WAcctLine.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WALName PIC X(9).
           02 WALOpen PIC -Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WALInterest PIC -ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WALSwept PIC -Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WALPaid PIC -Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WALStatus PIC X(6) VALUE "CLOSED".
       01 Dec PIC X(25).

      *> Closes a customer out in one sitting: the loan paid off at
      *> the quote pay_quote gave, plus the per-diem for the days
      *> actually run since; every deposit balance swept into the
      *> payoff first, any shortfall taken at the counter and any
      *> surplus paid out; the accounts.dat records left at zero;
      *> the standing orders ended; and the customer marked closed
      *> ("C") with before and after images on custaudit.log. Every
      *> check is made before the first record moves, so a closing
      *> either happens whole or not at all, and closestmt.rpt
      *> gets the final statement the customer takes away.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" ACCOUNT CLOSING "Dec.
           PERFORM readBankDate
           DISPLAY "Supervisor secret code: "WITH NO ADVANCING
           ACCEPT secretKey
           PERFORM lookupOperator
           EVALUATE TRUE
               WHEN NOT WS-KEY-OK
                   DISPLAY "Code not authorized - closing refused"
               WHEN ws-matched-role NOT = "S"
                   DISPLAY "Closing needs a supervisor sign-on - "
                       "refused"
                   MOVE "CLOSESET" TO WDenyFunc
                   PERFORM logDenied
               WHEN OTHER
                   PERFORM askClosing
           END-EVALUATE.
       STOP RUN.

      *> The business date comes off procdate.dat, the control file
      *> the start-of-day step advances. No control file yet
      *> (status 35) falls back to the calendar so a fresh install
      *> still runs.
       readBankDate.
           MOVE FUNCTION CURRENT-DATE TO WBankStamp
           OPEN INPUT BankDateFile
           IF ws-bd-status NOT = "35"
               READ BankDateFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BankDate TO WBankDate
               END-READ
               CLOSE BankDateFile
           END-IF.

      *> The secret code is checked by oper_signon, which also
      *> holds the operator to the code-age, code-reuse and
      *> idle-operator rules and stamps the sign-on. It hands
      *> back the operator and their role, and sets the key
      *> switch only when the sign-on is good.
       lookupOperator.
           CALL "oper_signon" USING secretKey ws-matched-operator
               ws-matched-role WS-KEY-OK-SW.

      *> LAttempt 0 marks an authority denial by an operator the
      *> file knows, as opposed to a code nobody has. keypass.log
      *> does not exist yet on a fresh install - EXTEND fails with
      *> status 35, so fall back to OPEN OUTPUT to create it.
       logDenied.
           MOVE FUNCTION CURRENT-DATE TO LDateAndTime
           MOVE SPACE TO Lspc Lspc2 Lspc3
           MOVE 0 TO LAttempt
           MOVE ws-matched-operator TO LOperID
           MOVE WDenyFunc TO LFunc
           OPEN EXTEND LogFile
           IF ws-log-status = "35"
               OPEN OUTPUT LogFile
           END-IF
               WRITE LogRecord
               END-WRITE
           CLOSE LogFile.

       askClosing.
           DISPLAY "Customer ID number to close: "WITH NO ADVANCING
           ACCEPT WIDnum
           PERFORM findCustomer
           PERFORM loadAccounts
           PERFORM countHolds
           PERFORM loadQuotes
           PERFORM checkClosing
           IF WRefusal NOT = SPACES
               DISPLAY WRefusal
               DISPLAY "Nothing changed"
           ELSE
               PERFORM workFigures
               PERFORM showFigures
               PERFORM confirmClosing
           END-IF.

      *> customers.dat may not exist yet - status 35 just means
      *> nobody is on file to close.
       findCustomer.
           MOVE "N" TO WS-FOUND-SW
           MOVE SPACE TO WCustStatus
           OPEN INPUT DFile
           IF ws-d-status NOT = "35"
               MOVE WIDnum TO IDnum
               READ DFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-FOUND TO TRUE
                       IF Overdraft NOT NUMERIC
                           MOVE 0 TO Overdraft
                       END-IF
                       MOVE AcctStatus TO WCustStatus
                       MOVE StatusDate TO WCustStatDate
                       MOVE Debt TO WOpenDebt
                       MOVE Loan TO WOpenLoan
                       MOVE Overdraft TO WCustOverdraft
                       MOVE FName TO WCustFName
                       MOVE LName TO WCustLName
               END-READ
               CLOSE DFile
           END-IF.

      *> accounts.dat may not exist yet - status 35 just means the
      *> customer holds no deposit account to sweep.
       loadAccounts.
           MOVE "C" TO WAsType(1)
           MOVE "S" TO WAsType(2)
           OPEN INPUT AcctFile
           PERFORM loadOneAccount
               VARYING WAsSub FROM 1 BY 1 UNTIL WAsSub > 2
           IF ws-acct-status NOT = "35"
               CLOSE AcctFile
           END-IF.

      *> Interest accrued but not yet credited is paid at closing
      *> the way int_credit pays it at month close - the whole
      *> cents, the fraction of a cent left behind.
       loadOneAccount.
           MOVE "N" TO WAsFound(WAsSub)
           MOVE 0 TO WAsOpenBal(WAsSub) WAsInterest(WAsSub)
               WAsSwept(WAsSub) WAsPaidOut(WAsSub)
               WAsBalance(WAsSub)
           IF ws-acct-status NOT = "35"
               MOVE WIDnum TO AcIDnum
               MOVE WAsType(WAsSub) TO AcType
               READ AcctFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WAsFound(WAsSub)
                       ADD 1 TO WAsCount
                       IF AcAccrued NOT NUMERIC
                           MOVE 0 TO AcAccrued
                       END-IF
                       MOVE AcBalance TO WAsOpenBal(WAsSub)
                       IF AcAccrued > 0
                           MOVE AcAccrued TO WAsInterest(WAsSub)
                       END-IF
                       COMPUTE WAsBalance(WAsSub) =
                           AcBalance + WAsInterest(WAsSub)
               END-READ
           END-IF.

      *> Any hold still counting - on the loan line or either
      *> account - stops the closing: a garnishment or uncleared
      *> deposit has to be released in hold_maint first, not swept
      *> out from under the order. holds.txt may not exist yet -
      *> status 35 just means no holds.
       countHolds.
           MOVE 0 TO WHoldCount
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT HoldFile
           IF ws-hold-status NOT = "35"
               PERFORM countOneHold UNTIL WS-EOF
               CLOSE HoldFile
           END-IF.

       countOneHold.
           READ HoldFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF HdIDnum = WIDnum AND HdActive
                           AND (HdRelease = 0 OR HdRelease > WBankDate)
                       ADD 1 TO WHoldCount
                   END-IF
           END-READ.

      *> The latest open quote for the customer is the one that
      *> settles - the file is appended in time order, so the last
      *> one read wins. payquote.txt may not exist yet - status 35
      *> just means no quote has ever been given.
       loadQuotes.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QuoteFile
           IF ws-quote-status NOT = "35"
               PERFORM loadOneQuote UNTIL WS-EOF
               CLOSE QuoteFile
           END-IF.

       loadOneQuote.
           READ QuoteFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WQtUsed < 1000
                       ADD 1 TO WQtUsed
                       MOVE QuoteRecord TO WQtEntry(WQtUsed)
                       IF QtIDnum = WIDnum AND QtOpen
                           MOVE WQtUsed TO WQtHit
                       END-IF
                   ELSE
                       SET WS-OVERFLOW TO TRUE
                   END-IF
           END-READ.

      *> A loan still owing settles only against a quote that is
      *> good today and was worked on the Debt as it stands - a
      *> payment, fee or draw since then means a fresh quote.
      *> Frozen and written-off customers are refused outright: a
      *> fraud hold is not closed around, and a charged-off loan
      *> stays on file as "W" for its recoveries.
       checkClosing.
           MOVE SPACES TO WRefusal
           IF WQtHit > 0
               MOVE WQtEntry(WQtHit) TO QuoteRecord
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   STRING "Customer " WIDnum " not on file"
                       DELIMITED BY SIZE INTO WRefusal
               WHEN WCustClosed
                   STRING "Customer " WIDnum " already closed "
                       WCustStatDate DELIMITED BY SIZE INTO WRefusal
               WHEN WCustChargedOff
                   STRING "Loan charged off - the customer stays on "
                       "file as written off" DELIMITED BY SIZE
                       INTO WRefusal
               WHEN WCustFrozen
                   STRING "Customer is frozen - clear the fraud hold "
                       "first" DELIMITED BY SIZE
                       INTO WRefusal
               WHEN WHoldCount > 0
                   STRING WHoldCount " active hold(s) on file - "
                       "release them in hold_maint first"
                       DELIMITED BY SIZE INTO WRefusal
               WHEN WCustOverdraft > 0
                   MOVE "Overdraft still drawn - repay it first"
                       TO WRefusal
               WHEN WOpenDebt < 0
                   STRING "Debt is below zero - the loan needs "
                       "correcting first" DELIMITED BY SIZE
                       INTO WRefusal
               WHEN WAsFound(1) = "Y" AND WAsOpenBal(1) < 0
                   STRING "Checking is overdrawn - bring it to zero "
                       "first" DELIMITED BY SIZE
                       INTO WRefusal
               WHEN WAsFound(2) = "Y" AND WAsOpenBal(2) < 0
                   STRING "Savings is overdrawn - bring it to zero "
                       "first" DELIMITED BY SIZE
                       INTO WRefusal
               WHEN WS-OVERFLOW
                   STRING "MORE THAN 1000 QUOTES ON payquote.txt - "
                       "REFUSED. Raise the table first."
                       DELIMITED BY SIZE INTO WRefusal
               WHEN WOpenDebt > 0 AND WQtHit = 0
                   MOVE "No open payoff quote - run pay_quote first"
                       TO WRefusal
               WHEN WOpenDebt > 0 AND QtGoodThru < WBankDate
                   STRING "Quote ran out " QtGoodThru
                       " - run pay_quote again"
                       DELIMITED BY SIZE INTO WRefusal
               WHEN WOpenDebt > 0 AND QtDebt NOT = WOpenDebt
                   STRING "Debt has moved since the quote - run "
                       "pay_quote again" DELIMITED BY SIZE
                       INTO WRefusal
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> The per-diem runs from the quote date to today, not to
      *> the good-through date - paying early costs less than the
      *> letter said, never more.
       workFigures.
           MOVE 0 TO WInterest
           IF WOpenDebt > 0
               COMPUTE WQuoteDays =
                   FUNCTION INTEGER-OF-DATE(WBankDate)
                   - FUNCTION INTEGER-OF-DATE(QtDate)
               COMPUTE WInterest ROUNDED = QtPerDiem * WQuoteDays
           END-IF
           COMPUTE WPayoff = WOpenDebt + WInterest
           MOVE 0 TO WDeposits
           PERFORM addOneDeposit
               VARYING WAsSub FROM 1 BY 1 UNTIL WAsSub > 2
           IF WPayoff > WDeposits
               COMPUTE WShortfall = WPayoff - WDeposits
               MOVE 0 TO WPayOut
           ELSE
               MOVE 0 TO WShortfall
               COMPUTE WPayOut = WDeposits - WPayoff
           END-IF.

       addOneDeposit.
           ADD WAsBalance(WAsSub) TO WDeposits.

       showFigures.
           DISPLAY "Customer .................: "WIDnum" "
               WCustFName" "WCustLName
           DISPLAY "Debt .....................: "WOpenDebt
           DISPLAY "Payoff interest ..........: "WInterest
           DISPLAY "Payoff ...................: "WPayoff
           DISPLAY "Deposit accounts .........: "WAsCount
           DISPLAY "Deposits with interest ...: "WDeposits
           DISPLAY "Due from customer ........: "WShortfall
           DISPLAY "Paid out to customer .....: "WPayOut.

      *> A shortfall is cash the customer hands over at the
      *> counter - nothing posts until the supervisor says it is
      *> in hand. Then one last confirm, since nothing here is
      *> undone by a rerun.
       confirmClosing.
           MOVE "Y" TO WConfirm
           IF WShortfall > 0
               DISPLAY "Shortfall of "WShortfall
                   " received from the customer (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WConfirm
           END-IF
           IF WConfirm = "Y" OR WConfirm = "y"
               DISPLAY "Close customer "WIDnum" now (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WConfirm
           END-IF
           IF WConfirm = "Y" OR WConfirm = "y"
               PERFORM postClosing
               IF WS-POSTED
                   DISPLAY "Customer "WIDnum" closed"
                   DISPLAY "Standing orders ended ....: "WSOEnded
                   DISPLAY "Statement written to closestmt.rpt"
               END-IF
           ELSE
               DISPLAY "Nothing changed"
           END-IF.

      *> The loan side moves on the master record in memory and is
      *> rewritten once, with the closed status, at the end; each
      *> step leaves its own ledger and journal line on the way.
      *> The audit images and the statement are taken while the
      *> file is still open. A customer gone from the master since
      *> the figures were shown posts nothing at all.
       postClosing.
           MOVE "N" TO WS-POSTED-SW
           OPEN I-O DFile
           MOVE WIDnum TO IDnum
           READ DFile
               INVALID KEY
                   DISPLAY "Customer "WIDnum" is no longer on "
                       "customers.dat - nothing posted"
               NOT INVALID KEY
                   MOVE Customer TO WBeforeImage
                   PERFORM creditOneInterest
                       VARYING WAsSub FROM 1 BY 1 UNTIL WAsSub > 2
                   PERFORM chargePayoffInterest
                   PERFORM sweepOneAccount
                       VARYING WAsSub FROM 1 BY 1 UNTIL WAsSub > 2
                   PERFORM takeShortfall
                   PERFORM payOutOneAccount
                       VARYING WAsSub FROM 1 BY 1 UNTIL WAsSub > 2
                   PERFORM closeAccounts
                   PERFORM endStandingOrders
                   SET AcctClosed TO TRUE
                   MOVE WBankDate TO StatusDate
                   REWRITE Customer
                   PERFORM writeAudit
                   PERFORM settleQuote
                   PERFORM printStatement
                   SET WS-POSTED TO TRUE
           END-READ
           CLOSE DFile.

      *> Accrued interest lands as a type "I" on the account, the
      *> posting int_credit would have made at month close.
       creditOneInterest.
           IF WAsFound(WAsSub) = "Y" AND WAsInterest(WAsSub) > 0
               MOVE "I" TO WPostType
               MOVE WAsInterest(WAsSub) TO WPostAmount
               COMPUTE WPostBalance =
                   WAsOpenBal(WAsSub) + WAsInterest(WAsSub)
               MOVE WAsType(WAsSub) TO WPostAcct
               PERFORM writeTransaction
           END-IF.

      *> The payoff interest is added to the loan as type "Q" -
      *> onto Debt and the outstanding Loan together, the reverse
      *> of a payment, so Loan minus Balance still equals Debt and
      *> the replays still tie.
       chargePayoffInterest.
           IF WInterest > 0
               ADD WInterest TO Debt
               ADD WInterest TO Loan
               MOVE "Q" TO WPostType
               MOVE WInterest TO WPostAmount
               MOVE Balance TO WPostBalance
               MOVE "L" TO WPostAcct
               PERFORM writeTransaction
           END-IF.

      *> Checking first, then savings, each pays in what it can
      *> toward what is left of the payoff - the own-account move
      *> atm_program makes, "M" off the account and "N" onto the
      *> loan.
       sweepOneAccount.
           IF WAsFound(WAsSub) = "Y" AND Debt > 0
                   AND WAsBalance(WAsSub) > 0
               IF WAsBalance(WAsSub) < Debt
                   MOVE WAsBalance(WAsSub) TO WSweepAmt
               ELSE
                   MOVE Debt TO WSweepAmt
               END-IF
               SUBTRACT WSweepAmt FROM WAsBalance(WAsSub)
               ADD WSweepAmt TO WAsSwept(WAsSub)
               ADD WSweepAmt TO WSweepTotal
               MOVE "M" TO WPostType
               MOVE WSweepAmt TO WPostAmount
               MOVE WAsBalance(WAsSub) TO WPostBalance
               MOVE WAsType(WAsSub) TO WPostAcct
               PERFORM writeTransaction
               SUBTRACT WSweepAmt FROM Debt
               SUBTRACT WSweepAmt FROM Loan
               MOVE "N" TO WPostType
               MOVE Balance TO WPostBalance
               MOVE "L" TO WPostAcct
               PERFORM writeTransaction
           END-IF.

      *> What the deposits did not cover was taken at the counter -
      *> an ordinary "P", cash into the supervisor's drawer.
       takeShortfall.
           IF WShortfall > 0
               SUBTRACT WShortfall FROM Debt
               SUBTRACT WShortfall FROM Loan
               MOVE "P" TO WPostType
               MOVE WShortfall TO WPostAmount
               MOVE Balance TO WPostBalance
               MOVE "L" TO WPostAcct
               PERFORM writeTransaction
           END-IF.

      *> Whatever is left on an account after the payoff goes to
      *> the customer as type "C", the closing payout - cash out of
      *> the supervisor's drawer, so drawer_bal counts it.
       payOutOneAccount.
           IF WAsFound(WAsSub) = "Y" AND WAsBalance(WAsSub) > 0
               MOVE WAsBalance(WAsSub) TO WAsPaidOut(WAsSub)
               MOVE 0 TO WAsBalance(WAsSub)
               MOVE "C" TO WPostType
               MOVE WAsPaidOut(WAsSub) TO WPostAmount
               MOVE 0 TO WPostBalance
               MOVE WAsType(WAsSub) TO WPostAcct
               PERFORM writeTransaction
           END-IF.

      *> Every account is at zero by now. The records stay on
      *> accounts.dat at zero, the interest just paid taken out of
      *> AcAccrued the way int_credit takes it - nothing is dropped
      *> from a master, and the customer's "C" status is what
      *> closes them: int_accrue, fee_assess and orphan_check all
      *> pass over an account whose owner is closed.
       closeAccounts.
           IF WAsCount > 0
               OPEN I-O AcctFile
               PERFORM closeOneAccount
                   VARYING WAsSub FROM 1 BY 1 UNTIL WAsSub > 2
               CLOSE AcctFile
           END-IF.

       closeOneAccount.
           IF WAsFound(WAsSub) = "Y"
               MOVE WIDnum TO AcIDnum
               MOVE WAsType(WAsSub) TO AcType
               READ AcctFile
                   INVALID KEY
                       DISPLAY "Account "WIDnum WAsType(WAsSub)
                           " gone from accounts.dat"
                   NOT INVALID KEY
                       IF AcAccrued NOT NUMERIC
                           MOVE 0 TO AcAccrued
                       END-IF
                       IF AcAccrDate NOT NUMERIC
                           MOVE 0 TO AcAccrDate
                       END-IF
                       MOVE 0 TO AcBalance
                       SUBTRACT WAsInterest(WAsSub) FROM AcAccrued
                       MOVE SPACE TO Acspc3 Acspc4
                       REWRITE AcctRecord
               END-READ
           END-IF.

      *> Orders are ended, not dropped: every order still live today
      *> has its end date pulled back to yesterday, so so_post
      *> never posts it again and the history still shows what the
      *> customer had set up. The file copies through
      *> standorders.tmp and back, the so_maint shape.
      *> standorders.txt may not exist yet - status 35 just means
      *> nothing to end.
       endStandingOrders.
           COMPUTE WOrderEnd = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WBankDate) - 1)
           MOVE "N" TO WS-SOEOF-SW
           OPEN INPUT SOFile
           IF ws-so-status NOT = "35"
               OPEN OUTPUT NewSOFile
               PERFORM endOneOrder UNTIL WS-SOEOF
               CLOSE SOFile
               CLOSE NewSOFile
               PERFORM copyOrdersBack
           END-IF.

       endOneOrder.
           READ SOFile
               AT END
                   SET WS-SOEOF TO TRUE
               NOT AT END
                   IF SOIDnum OF SORecord = WIDnum
                           AND SOEnd OF SORecord NOT < WBankDate
                       MOVE WOrderEnd TO SOEnd OF SORecord
                       ADD 1 TO WSOEnded
                   END-IF
                   MOVE SORecord TO NewSORecord
                   WRITE NewSORecord
           END-READ.

       copyOrdersBack.
           MOVE "N" TO WS-SOEOF-SW
           OPEN INPUT NewSOFile
           OPEN OUTPUT SOFile
           PERFORM copyOneOrderBack UNTIL WS-SOEOF
           CLOSE NewSOFile
           CLOSE SOFile.

       copyOneOrderBack.
           READ NewSOFile
               AT END
                   SET WS-SOEOF TO TRUE
               NOT AT END
                   MOVE NewSORecord TO SORecord
                   WRITE SORecord
           END-READ.

      *> custaudit.log gets the before and after images, action
      *> "C", the same record cust_maint leaves for a close. No
      *> log yet (status 35) - fall back to OPEN OUTPUT to create
      *> it.
       writeAudit.
           MOVE FUNCTION CURRENT-DATE TO ADateAndTime
           MOVE SPACE TO Aspc1 Aspc2 Aspc3 Aspc4
           MOVE ws-matched-operator TO AOperID
           MOVE "C" TO AAction
           MOVE WBeforeImage TO ABefore
           MOVE Customer TO AAfter
           OPEN EXTEND AFile
           IF ws-a-status = "35"
               OPEN OUTPUT AFile
           END-IF
               WRITE AuditRecord
               END-WRITE
           CLOSE AFile.

      *> The quote used is marked settled today and the file
      *> rewritten from the table - no quote at all (nothing was
      *> owed) leaves payquote.txt alone.
       settleQuote.
           IF WQtHit > 0
               MOVE WQtEntry(WQtHit) TO QuoteRecord
               SET QtSettled TO TRUE
               MOVE WBankDate TO QtSettleDate
               MOVE QuoteRecord TO WQtEntry(WQtHit)
               OPEN OUTPUT QuoteFile
               PERFORM rewriteOneQuote
                   VARYING WQtSub FROM 1 BY 1 UNTIL WQtSub > WQtUsed
               CLOSE QuoteFile
           END-IF.

       rewriteOneQuote.
           MOVE WQtEntry(WQtSub) TO QuoteRecord
           WRITE QuoteRecord.

      *> Every closing posting is stamped with the supervisor who
      *> ran it, so drawer_bal charges the counter cash to their
      *> drawer. transactions.txt may not exist yet - EXTEND fails
      *> with status 35, so fall back to OPEN OUTPUT to create it.
       writeTransaction.
           MOVE FUNCTION CURRENT-DATE TO WClockStamp
           MOVE WBankDate TO TDate
           MOVE WClockTime TO TTime
           MOVE WIDnum TO TIDnum
           MOVE SPACE TO Tspc1 Tspc2 Tspc3 Tspc4 Tspc5 Tspc6
           MOVE WPostType TO TType
           MOVE WPostAmount TO TAmount
           MOVE WPostBalance TO TBalance
           MOVE WPostAcct TO TAcctType
           MOVE ws-matched-operator TO TOperID
           OPEN EXTEND TFile
           IF ws-t-status = "35"
               OPEN OUTPUT TFile
           END-IF
               WRITE TRecord
               END-WRITE
           CLOSE TFile
           PERFORM writeJournal.

      *> Every journal record carries the next number in one
      *> unbroken run shared by every posting program - jrnlseq.ctl
      *> holds the last number used. No control file yet (status
      *> 35) just means the numbering starts at one.
       nextJournalSeq.
           MOVE 0 TO WJrnlSeq
           OPEN INPUT SeqFile
           IF ws-seq-status NOT = "35"
               READ SeqFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SeqLast TO WJrnlSeq
               END-READ
               CLOSE SeqFile
           END-IF
           ADD 1 TO WJrnlSeq
           MOVE WJrnlSeq TO SeqLast
           OPEN OUTPUT SeqFile
               WRITE SeqRecord
           CLOSE SeqFile.

      *> The payoff interest goes on the journal as "PI" and the
      *> closing payout as "CP", their own types; the rest carry
      *> the types their usual posters give them. journal.txt does
      *> not exist yet on a fresh install - EXTEND fails with
      *> status 35, so fall back to OPEN OUTPUT to create it.
       writeJournal.
           MOVE TDateAndTime TO JDateAndTime
           MOVE WIDnum TO JIDnum
           MOVE SPACE TO Jspc1 Jspc2 Jspc3 Jspc4
           EVALUATE WPostType
               WHEN "I"
                   MOVE "IC" TO JType
               WHEN "Q"
                   MOVE "PI" TO JType
               WHEN "M"
                   MOVE "MO" TO JType
               WHEN "N"
                   MOVE "MI" TO JType
               WHEN "P"
                   MOVE "AP" TO JType
               WHEN OTHER
                   MOVE "CP" TO JType
           END-EVALUATE
           MOVE WPostAmount TO JAmount
           MOVE WPostBalance TO JBalance
           PERFORM nextJournalSeq
           MOVE SPACE TO Jspc5 Jspc6
           MOVE WJrnlSeq TO JSeq
           MOVE WPostAcct TO JAcctType
           OPEN EXTEND JFile
           IF ws-j-status = "35"
               OPEN OUTPUT JFile
           END-IF
               WRITE JRecord
               END-WRITE
           CLOSE JFile.

      *> The final statement the customer takes away: where it was
      *> sent, the loan paid off, each deposit account from its
      *> opening balance to zero, and what was settled in cash
      *> either way.
       printStatement.
           OPEN OUTPUT RFile
           MOVE SPACES TO RLine
           STRING "FINAL CLOSING STATEMENT               CLOSED "
               WBankDate DELIMITED BY SIZE INTO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "CUSTOMER " IDnum "  " FName DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               LName DELIMITED BY SPACE
               INTO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "         " AddrStreet DELIMITED BY SIZE
               INTO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "         " AddrCity DELIMITED BY "  "
               " " AddrState " " AddrZip
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           WRITE RLine
           MOVE "LOAN" TO RLine
           WRITE RLine
           MOVE "DEBT BEFORE CLOSING" TO WFLLabel
           MOVE WOpenDebt TO WFLAmount
           MOVE WFigureLine TO RLine
           WRITE RLine
           MOVE "PAYOFF INTEREST" TO WFLLabel
           MOVE WInterest TO WFLAmount
           MOVE WFigureLine TO RLine
           WRITE RLine
           MOVE "PAID FROM DEPOSIT ACCOUNTS" TO WFLLabel
           MOVE WSweepTotal TO WFLAmount
           MOVE WFigureLine TO RLine
           WRITE RLine
           MOVE "PAID AT THE COUNTER" TO WFLLabel
           MOVE WShortfall TO WFLAmount
           MOVE WFigureLine TO RLine
           WRITE RLine
           MOVE "DEBT NOW OWED" TO WFLLabel
           MOVE Debt TO WFLAmount
           MOVE WFigureLine TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "ACCOUNT        OPENING    INTEREST    TO LOAN     "
               "  PAID OUT" DELIMITED BY SIZE INTO RLine
           WRITE RLine
           IF WAsCount = 0
               MOVE "  NO DEPOSIT ACCOUNTS" TO RLine
               WRITE RLine
           ELSE
               PERFORM printOneAccount
                   VARYING WAsSub FROM 1 BY 1 UNTIL WAsSub > 2
           END-IF
           MOVE SPACES TO RLine
           WRITE RLine
           MOVE "PAID OUT TO CUSTOMER" TO WFLLabel
           MOVE WPayOut TO WFLAmount
           MOVE WFigureLine TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "     STANDING ORDERS ENDED " WSOEnded
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "ALL ACCOUNTS CLOSED BY SUPERVISOR "
               ws-matched-operator
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           CLOSE RFile.

       printOneAccount.
           IF WAsFound(WAsSub) = "Y"
               IF WAsType(WAsSub) = "C"
                   MOVE "CHECKING" TO WALName
               ELSE
                   MOVE "SAVINGS" TO WALName
               END-IF
               MOVE WAsOpenBal(WAsSub) TO WALOpen
               MOVE WAsInterest(WAsSub) TO WALInterest
               MOVE WAsSwept(WAsSub) TO WALSwept
               MOVE WAsPaidOut(WAsSub) TO WALPaid
               MOVE WAcctLine TO RLine
               WRITE RLine
           END-IF.

       END PROGRAM close_settle.
