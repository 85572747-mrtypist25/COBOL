       IDENTIFICATION DIVISION.
       PROGRAM-ID. pay_quote.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DFile ASSIGN TO "customers.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDnum
           FILE STATUS IS ws-d-status.
       SELECT QuoteFile ASSIGN TO "payquote.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-quote-status.
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       SELECT RFile ASSIGN TO "payquote.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD DFile.
       01 Customer.
           COPY "custrec.cpy".
       FD QuoteFile.
       01 QuoteRecord.
           COPY "quoterec.cpy".
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
       FD RFile.
       01 RLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WBankStamp.
           02 WBankDate PIC 9(8).
           02 WBankTime PIC 9(6).
      *> How far ahead a quote may be made good - past a month the
      *> figure is a guess, not a quote.
       01 WMaxQuoteDays PIC 9(3) VALUE 30.
       01 WIDnum PIC 9(5).
       01 WGoodThru PIC 9(8).
       01 WQuoteDays PIC S9(5).
      *> InterestRate is the monthly rate the amortization quotes
      *> at - a day's interest is a twelfth of a year's, spread
      *> over 365 days.
       01 WPerDiem PIC 9(5)V9(4).
       01 WInterest PIC S9(7)V99.
       01 WPayoff PIC S9(7)V99.
       01 WLetterName PIC X(31).
      *> The customer as read - kept here because the record area
      *> cannot be trusted once customers.dat closes.
       01 WCust.
           02 WCustStatus PIC X(1).
               88 WCustClosed VALUE "C".
               88 WCustChargedOff VALUE "W".
           02 WCustStatDate PIC 9(8).
           02 WCustDebt PIC S9(7)V99.
           02 WCustRate PIC 9V9(4).
           02 WCustFName PIC X(15).
           02 WCustLName PIC X(15).
           02 WCustStreet PIC X(25).
           02 WCustCity PIC X(15).
           02 WCustState PIC X(2).
           02 WCustZip PIC X(10).
           02 WCustMailFlag PIC X(1).
               88 WCustMailReturned VALUE "R".
       01 WDiemEdit PIC ZZ,ZZ9.9999.
       01 secretKey PIC 9(4).
       01 ws-matched-operator PIC 9(4) VALUE 0.
       01 ws-matched-role PIC X(1) VALUE SPACE.
       01 WS-SWITCHES.
           02 WS-KEY-OK-SW PIC X(1) VALUE "N".
               88 WS-KEY-OK VALUE "Y".
           02 WS-FOUND-SW PIC X(1) VALUE "N".
               88 WS-FOUND VALUE "Y".
       01 ws-d-status PIC X(2).
       01 ws-quote-status PIC X(2).
       01 ws-bd-status PIC X(2).
       01 WFigureLine.
           02 FILLER PIC X(5) VALUE SPACES.
           02 WFLLabel PIC X(30).
           02 WFLAmount PIC ZZZ,ZZZ,ZZ9.99.
       01 Dec PIC X(25).

      *> Loan payoff quote: the customer's Debt plus per-diem
      *> interest at their InterestRate from the bank date to the
      *> good-through date they name, recorded on payquote.txt for
      *> close_settle and printed as a letter to the address on
      *> file in payquote.rpt. Nothing on the master moves.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" LOAN PAYOFF QUOTE "Dec.
           DISPLAY "Operator secret code: "WITH NO ADVANCING
           ACCEPT secretKey
           PERFORM lookupOperator
           IF NOT WS-KEY-OK
               DISPLAY "Code not authorized - quote refused"
           ELSE
               PERFORM readBankDate
               PERFORM askQuote
           END-IF.
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

       askQuote.
           DISPLAY "Customer ID number: "WITH NO ADVANCING
           ACCEPT WIDnum
           DISPLAY "Good through (YYYYMMDD): "WITH NO ADVANCING
           ACCEPT WGoodThru
           PERFORM findCustomer
           MOVE -1 TO WQuoteDays
           IF WGoodThru IS NUMERIC AND WGoodThru NOT < WBankDate
               IF FUNCTION TEST-DATE-YYYYMMDD(WGoodThru) = 0
                   COMPUTE WQuoteDays =
                       FUNCTION INTEGER-OF-DATE(WGoodThru)
                       - FUNCTION INTEGER-OF-DATE(WBankDate)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   DISPLAY "Customer "WIDnum" not on file"
               WHEN WCustClosed
                   DISPLAY "Customer "WIDnum" was closed "
                       WCustStatDate" - nothing to pay off"
               WHEN WCustChargedOff
                   DISPLAY "Loan charged off "WCustStatDate
                       " - payments post as recoveries, no quote"
               WHEN WCustDebt NOT > 0
                   DISPLAY "Customer "WIDnum" owes nothing - "
                       "close_settle can close without a quote"
               WHEN WQuoteDays < 0 OR WQuoteDays > WMaxQuoteDays
                   DISPLAY "Good-through date must be a real date "
                       "from today to "WMaxQuoteDays" days ahead"
               WHEN OTHER
                   PERFORM makeQuote
           END-EVALUATE.

      *> customers.dat may not exist yet - status 35 just means
      *> nobody is on file to quote.
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
                       MOVE AcctStatus TO WCustStatus
                       MOVE StatusDate TO WCustStatDate
                       MOVE Debt TO WCustDebt
                       MOVE InterestRate TO WCustRate
                       MOVE FName TO WCustFName
                       MOVE LName TO WCustLName
                       MOVE AddrStreet TO WCustStreet
                       MOVE AddrCity TO WCustCity
                       MOVE AddrState TO WCustState
                       MOVE AddrZip TO WCustZip
                       MOVE MailFlag TO WCustMailFlag
               END-READ
               CLOSE DFile
           END-IF.

       makeQuote.
           COMPUTE WPerDiem ROUNDED =
               WCustDebt * WCustRate * 12 / 365
           COMPUTE WInterest ROUNDED = WPerDiem * WQuoteDays
           COMPUTE WPayoff = WCustDebt + WInterest
           PERFORM writeQuote
           PERFORM printLetter
           DISPLAY "Debt .....................: "WCustDebt
           DISPLAY "Interest per day .........: "WPerDiem
           DISPLAY "Interest to "WGoodThru" ....: "WInterest
           DISPLAY "Payoff good through "WGoodThru": "WPayoff
           IF WCustMailReturned
               DISPLAY "Mail to this address has come back - "
                   "hand the letter over, do not post it"
           END-IF
           DISPLAY "Letter written to payquote.rpt".

      *> payquote.txt does not exist yet on a fresh install - EXTEND
      *> fails with status 35, so fall back to OPEN OUTPUT to
      *> create it.
       writeQuote.
           MOVE WIDnum TO QtIDnum
           MOVE SPACE TO Qtspc1 Qtspc2 Qtspc3 Qtspc4 Qtspc5 Qtspc6
               Qtspc7 Qtspc8 Qtspc9
           MOVE WBankDate TO QtDate
           MOVE WGoodThru TO QtGoodThru
           MOVE WCustDebt TO QtDebt
           MOVE WPerDiem TO QtPerDiem
           MOVE WInterest TO QtInterest
           MOVE WPayoff TO QtPayoff
           MOVE ws-matched-operator TO QtOperID
           SET QtOpen TO TRUE
           MOVE 0 TO QtSettleDate
           OPEN EXTEND QuoteFile
           IF ws-quote-status = "35"
               OPEN OUTPUT QuoteFile
           END-IF
               WRITE QuoteRecord
               END-WRITE
           CLOSE QuoteFile.

      *> One letter per quote, addressed the way mail_extract lays
      *> out the statement mailing.
       printLetter.
           OPEN OUTPUT RFile
           MOVE SPACES TO RLine
           STRING "                                                  "
               WBankDate DELIMITED BY SIZE INTO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           WRITE RLine
           MOVE SPACES TO WLetterName
           STRING WCustFName DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WCustLName DELIMITED BY SPACE
               INTO WLetterName
           MOVE WLetterName TO RLine
           WRITE RLine
           MOVE WCustStreet TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING WCustCity DELIMITED BY "  "
               " " WCustState " " WCustZip
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "RE: LOAN PAYOFF QUOTE - CUSTOMER " WIDnum
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "Dear " WCustFName DELIMITED BY SPACE
               "," DELIMITED BY SIZE INTO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           WRITE RLine
           MOVE "As you asked, this is the amount that will pay your "
               TO RLine
           WRITE RLine
           MOVE "loan off in full:" TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           WRITE RLine
           MOVE "LOAN BALANCE OWED" TO WFLLabel
           MOVE WCustDebt TO WFLAmount
           MOVE WFigureLine TO RLine
           WRITE RLine
           MOVE SPACES TO WFLLabel
           STRING "INTEREST TO " WGoodThru
               DELIMITED BY SIZE INTO WFLLabel
           MOVE WInterest TO WFLAmount
           MOVE WFigureLine TO RLine
           WRITE RLine
           MOVE "PAYOFF AMOUNT" TO WFLLabel
           MOVE WPayoff TO WFLAmount
           MOVE WFigureLine TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           WRITE RLine
           MOVE WPerDiem TO WDiemEdit
           MOVE SPACES TO RLine
           STRING "This figure is good through " WGoodThru
               ". Interest runs at " WDiemEdit " a day,"
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           MOVE "so paying sooner costs less. Any payment, fee or "
               TO RLine
           WRITE RLine
           MOVE "withdrawal after today changes the figure - ask for "
               TO RLine
           WRITE RLine
           MOVE "a new quote if your loan moves before you pay."
               TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           WRITE RLine
           MOVE "Yours sincerely," TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "Loan Servicing  (operator " ws-matched-operator ")"
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           CLOSE RFile.

       END PROGRAM pay_quote.
