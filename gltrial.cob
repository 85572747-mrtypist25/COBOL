       IDENTIFICATION DIVISION.
       PROGRAM-ID. gl_trial.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GlAcctFile ASSIGN TO "glaccts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-ga-status.
       SELECT DFile ASSIGN TO "customers.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS IDnum
           FILE STATUS IS ws-d-status.
       SELECT AcctFile ASSIGN TO "accounts.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS AcctKey
           FILE STATUS IS ws-acct-status.
       SELECT CashFile ASSIGN TO "atmcash.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-cash-status.
       SELECT SuspFile ASSIGN TO "suspense.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-susp-status.
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       SELECT RFile ASSIGN TO "gltrial.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD GlAcctFile.
       01 GlAcctRecord.
           COPY "glacrec.cpy".
       FD DFile.
       01 Customer.
           COPY "custrec.cpy".
       FD AcctFile.
       01 AcctRecord.
           COPY "acctrec.cpy".
       FD CashFile.
       01 CashRecord.
           COPY "cashrec.cpy".
       FD SuspFile.
       01 SuspRecord.
           COPY "susprec.cpy".
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
       FD RFile.
       01 RLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WBankStamp.
           02 WBankDate PIC 9(8).
           02 WBankTime PIC 9(6).
      *> What each subledger adds up to, straight off its own file.
       01 WSubTotals.
           02 WSubLoan PIC S9(11)V99 VALUE 0.
           02 WSubOverdraft PIC S9(11)V99 VALUE 0.
           02 WSubChecking PIC S9(11)V99 VALUE 0.
           02 WSubSavings PIC S9(11)V99 VALUE 0.
           02 WSubCash PIC S9(11)V99 VALUE 0.
           02 WSubSuspense PIC S9(11)V99 VALUE 0.
      *> What the control accounts carrying each code add up to on
      *> the ledger, in the subledger's own sense - an asset as
      *> the debit balance, a liability as the credit balance.
       01 WGlTotals.
           02 WGlLoan PIC S9(11)V99 VALUE 0.
           02 WGlOverdraft PIC S9(11)V99 VALUE 0.
           02 WGlChecking PIC S9(11)V99 VALUE 0.
           02 WGlSavings PIC S9(11)V99 VALUE 0.
           02 WGlCash PIC S9(11)V99 VALUE 0.
           02 WGlSuspense PIC S9(11)V99 VALUE 0.
       01 WCtlCounts.
           02 WCtLoan PIC 9(3) VALUE 0.
           02 WCtOverdraft PIC 9(3) VALUE 0.
           02 WCtChecking PIC 9(3) VALUE 0.
           02 WCtSavings PIC 9(3) VALUE 0.
           02 WCtCash PIC 9(3) VALUE 0.
           02 WCtSuspense PIC 9(3) VALUE 0.
       01 WTotals.
           02 WAcctCount PIC 9(5) VALUE 0.
           02 WDrTotal PIC S9(11)V99 VALUE 0.
           02 WCrTotal PIC S9(11)V99 VALUE 0.
           02 WTbDiff PIC S9(11)V99 VALUE 0.
           02 WOutCount PIC 9(3) VALUE 0.
       01 WBalance PIC S9(11)V99.
       01 WS-SWITCHES.
           02 WS-EOF-SW PIC X(1) VALUE "N".
               88 WS-EOF VALUE "Y".
       01 ws-ga-status PIC X(2).
       01 ws-d-status PIC X(2).
       01 ws-acct-status PIC X(2).
       01 ws-cash-status PIC X(2).
       01 ws-susp-status PIC X(2).
       01 ws-bd-status PIC X(2).
       01 WAcctLine.
           02 WALAcct PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WALName PIC X(25).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WALControl PIC X(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WALDebit PIC -9(11).99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WALCredit PIC -9(11).99.
       01 WTotalLine.
           02 FILLER PIC X(38) VALUE "TOTAL".
           02 WTLDebit PIC -9(11).99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WTLCredit PIC -9(11).99.
      *> One line per control account proved against its subledger.
       01 WCtlLine.
           02 WCLCode PIC X(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WCLGl PIC -9(11).99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WCLSub PIC -9(11).99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WCLDiff PIC -9(11).99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WCLStatus PIC X(20).
       01 WCtlWork.
           02 WCWCode PIC X(4).
           02 WCWGl PIC S9(11)V99.
           02 WCWSub PIC S9(11)V99.
           02 WCWCount PIC 9(3).
       01 Dec PIC X(25).

      *> Trial balance off glaccts.txt as gl_post left it: every GL
      *> account in the debit or credit column, totals that must
      *> agree, and then each control account proved against the
      *> subledger it stands for, added up fresh from that file -
      *> loans and overdrafts off customers.dat, checking and
      *> savings off accounts.dat, terminal cash off atmcash.txt,
      *> lockbox suspense off suspense.txt. Any difference prints
      *> as OUT OF BALANCE with the amount, for operations to chase
      *> before the next day posts. A subledger with no control
      *> account on the chart is listed too, so a missing account
      *> is not mistaken for a proof. Run from the evening batch
      *> after gl_post.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" GL TRIAL BALANCE "Dec.
           PERFORM readBankDate
           PERFORM sumCustomers
           PERFORM sumAccounts
           PERFORM sumCash
           PERFORM sumSuspense

           OPEN OUTPUT RFile
           MOVE SPACES TO RLine
           STRING "GL TRIAL BALANCE AS OF " WBankDate
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "ACCT   NAME                      CTL          DEBIT"
               "           CREDIT" DELIMITED BY SIZE INTO RLine
           WRITE RLine.
      *> glaccts.txt may not exist yet - status 35 just means no
      *> ledger to prove; every subledger then shows with no
      *> control account. Reading a file that failed to open never
      *> reaches AT END, so the loop must be skipped outright.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT GlAcctFile
           IF ws-ga-status NOT = "35"
               PERFORM listOneGlAccount UNTIL WS-EOF
               CLOSE GlAcctFile
           END-IF

           MOVE WDrTotal TO WTLDebit
           MOVE WCrTotal TO WTLCredit
           MOVE WTotalLine TO RLine
           WRITE RLine
           COMPUTE WTbDiff = WDrTotal - WCrTotal
           MOVE SPACES TO RLine
           IF WTbDiff = 0
               STRING "DEBITS EQUAL CREDITS - LEDGER IN BALANCE"
                   DELIMITED BY SIZE INTO RLine
           ELSE
               ADD 1 TO WOutCount
               STRING "*** LEDGER OUT OF BALANCE BY " WTbDiff " ***"
                   DELIMITED BY SIZE INTO RLine
           END-IF
           WRITE RLine

           MOVE SPACES TO RLine
           WRITE RLine
           MOVE "CONTROL ACCOUNTS AGAINST SUBLEDGERS" TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "CTL              LEDGER        SUBLEDGER"
               "       DIFFERENCE" DELIMITED BY SIZE INTO RLine
           WRITE RLine
           MOVE "LOAN" TO WCWCode
           MOVE WGlLoan TO WCWGl
           MOVE WSubLoan TO WCWSub
           MOVE WCtLoan TO WCWCount
           PERFORM proveControl
           MOVE "ODFT" TO WCWCode
           MOVE WGlOverdraft TO WCWGl
           MOVE WSubOverdraft TO WCWSub
           MOVE WCtOverdraft TO WCWCount
           PERFORM proveControl
           MOVE "DEPC" TO WCWCode
           MOVE WGlChecking TO WCWGl
           MOVE WSubChecking TO WCWSub
           MOVE WCtChecking TO WCWCount
           PERFORM proveControl
           MOVE "DEPS" TO WCWCode
           MOVE WGlSavings TO WCWGl
           MOVE WSubSavings TO WCWSub
           MOVE WCtSavings TO WCWCount
           PERFORM proveControl
           MOVE "CASH" TO WCWCode
           MOVE WGlCash TO WCWGl
           MOVE WSubCash TO WCWSub
           MOVE WCtCash TO WCWCount
           PERFORM proveControl
           MOVE "SUSP" TO WCWCode
           MOVE WGlSuspense TO WCWGl
           MOVE WSubSuspense TO WCWSub
           MOVE WCtSuspense TO WCWCount
           PERFORM proveControl

           MOVE SPACES TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           IF WOutCount = 0
               STRING "ALL CONTROL ACCOUNTS PROVE TO THEIR SUBLEDGERS"
                   DELIMITED BY SIZE INTO RLine
           ELSE
               STRING "*** " WOutCount " EXCEPTIONS - SEE ABOVE ***"
                   DELIMITED BY SIZE INTO RLine
           END-IF
           WRITE RLine
           CLOSE RFile.

           DISPLAY "GL accounts listed .......: "WAcctCount
           DISPLAY "Debits ...................: "WDrTotal
           DISPLAY "Credits ..................: "WCrTotal
           DISPLAY "Exceptions ...............: "WOutCount
           DISPLAY "Trial balance written to gltrial.rpt".
       GOBACK.

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

      *> Each subledger file may not exist yet - status 35 just
      *> means that subledger is zero. Reading a file that failed to
      *> open never reaches AT END, so each loop must be skipped
      *> outright.
       sumCustomers.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DFile
           IF ws-d-status NOT = "35"
               PERFORM sumOneCustomer UNTIL WS-EOF
               CLOSE DFile
           END-IF.

      *> A charged-off loan's Debt went to zero when chg_off wrote
      *> it off, so it drops out of the loan book on its own.
      *> Records from before the overdraft field carry spaces and
      *> owe nothing.
       sumOneCustomer.
           READ DFile NEXT
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD Debt TO WSubLoan
                   IF Overdraft IS NUMERIC
                       ADD Overdraft TO WSubOverdraft
                   END-IF
           END-READ.

       sumAccounts.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT AcctFile
           IF ws-acct-status NOT = "35"
               PERFORM sumOneAccount UNTIL WS-EOF
               CLOSE AcctFile
           END-IF.

       sumOneAccount.
           READ AcctFile NEXT
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN AcChecking
                           ADD AcBalance TO WSubChecking
                       WHEN AcSavings
                           ADD AcBalance TO WSubSavings
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       sumCash.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CashFile
           IF ws-cash-status NOT = "35"
               PERFORM sumOneTerminal UNTIL WS-EOF
               CLOSE CashFile
           END-IF.

       sumOneTerminal.
           READ CashFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD CshOnHand TO WSubCash
           END-READ.

       sumSuspense.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SuspFile
           IF ws-susp-status NOT = "35"
               PERFORM sumOneSuspense UNTIL WS-EOF
               CLOSE SuspFile
           END-IF.

       sumOneSuspense.
           READ SuspFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD SuAmount TO WSubSuspense
           END-READ.

      *> A balance never posted carries spaces and lists as zero.
      *> Loans, overdrafts and cash are assets and read as the
      *> debit balance; deposits and suspense are owed to someone
      *> and read as the credit balance.
       listOneGlAccount.
           READ GlAcctFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WAcctCount
                   IF GaBalance IS NUMERIC
                       MOVE GaBalance TO WBalance
                   ELSE
                       MOVE 0 TO WBalance
                   END-IF
                   PERFORM listGlAccount
                   EVALUATE TRUE
                       WHEN GaCtlLoan
                           ADD WBalance TO WGlLoan
                           ADD 1 TO WCtLoan
                       WHEN GaCtlOverdraft
                           ADD WBalance TO WGlOverdraft
                           ADD 1 TO WCtOverdraft
                       WHEN GaCtlCash
                           ADD WBalance TO WGlCash
                           ADD 1 TO WCtCash
                       WHEN GaCtlChecking
                           SUBTRACT WBalance FROM WGlChecking
                           ADD 1 TO WCtChecking
                       WHEN GaCtlSavings
                           SUBTRACT WBalance FROM WGlSavings
                           ADD 1 TO WCtSavings
                       WHEN GaCtlSuspense
                           SUBTRACT WBalance FROM WGlSuspense
                           ADD 1 TO WCtSuspense
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       listGlAccount.
           MOVE GaAcct TO WALAcct
           MOVE GaName TO WALName
           MOVE GaControl TO WALControl
           MOVE 0 TO WALDebit WALCredit
           IF WBalance < 0
               COMPUTE WALCredit = 0 - WBalance
               SUBTRACT WBalance FROM WCrTotal
           ELSE
               MOVE WBalance TO WALDebit
               ADD WBalance TO WDrTotal
           END-IF
           MOVE WAcctLine TO RLine
           WRITE RLine.

      *> A subledger with money on it and no control account on the
      *> chart cannot be proved at all - that is an exception in
      *> its own right, not a pass.
       proveControl.
           MOVE WCWCode TO WCLCode
           MOVE WCWGl TO WCLGl
           MOVE WCWSub TO WCLSub
           COMPUTE WCLDiff = WCWGl - WCWSub
           EVALUATE TRUE
               WHEN WCWCount = 0 AND WCWSub NOT = 0
                   MOVE "*** NO CONTROL ACCT" TO WCLStatus
                   ADD 1 TO WOutCount
               WHEN WCWCount = 0
                   MOVE "NO CONTROL ACCT" TO WCLStatus
               WHEN WCWGl = WCWSub
                   MOVE "IN BALANCE" TO WCLStatus
               WHEN OTHER
                   MOVE "*** OUT OF BALANCE" TO WCLStatus
                   ADD 1 TO WOutCount
           END-EVALUATE
           MOVE WCtlLine TO RLine
           WRITE RLine.

       END PROGRAM gl_trial.
