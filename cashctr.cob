       IDENTIFICATION DIVISION.
       PROGRAM-ID. cash_ctr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TFile ASSIGN TO "transactions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-t-status.
       SELECT DFile ASSIGN TO "customers.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDnum
           FILE STATUS IS ws-d-status.
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       SELECT HolFile ASSIGN TO "holidays.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-hol-status.
      *> The filing extract compliance keys its reports from - one
      *> record per customer over the threshold on the bank date.
       SELECT CtrFile ASSIGN TO "ctrfile.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RFile ASSIGN TO "cashctr.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD TFile.
       01 TRecord.
           COPY "transrec.cpy".
       FD DFile.
       01 Customer.
           COPY "custrec.cpy".
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
       FD HolFile.
       01 HolRecord.
           02 HolDate PIC 9(8).
       FD CtrFile.
       01 CtrRecord.
           02 CtrIDnum PIC 9(5).
           02 Ctspc1 PIC X(1).
           02 CtrDate PIC 9(8).
           02 Ctspc2 PIC X(1).
           02 CtrCashIn PIC 9(7)V99.
           02 Ctspc3 PIC X(1).
           02 CtrCashOut PIC 9(7)V99.
           02 Ctspc4 PIC X(1).
           02 CtrTotal PIC 9(7)V99.
           02 Ctspc5 PIC X(1).
           02 CtrCount PIC 9(3).
           02 Ctspc6 PIC X(1).
           02 CtrFName PIC X(15).
           02 CtrLName PIC X(15).
           02 Ctspc7 PIC X(1).
           02 CtrStreet PIC X(25).
           02 CtrCity PIC X(15).
           02 CtrState PIC X(2).
           02 CtrZip PIC X(10).
       FD RFile.
       01 RLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WTodayStamp.
           02 WToday PIC 9(8).
           02 WTodayTime PIC 9(6).
      *> Filing threshold, the band just under it that counts as a
      *> near miss, and how many business days back the structuring
      *> look goes and how many near-miss days in it get flagged.
       01 WLimits.
           02 WCtrLimit PIC 9(7)V99 VALUE 10000.00.
           02 WNearFloor PIC 9(7)V99 VALUE 9000.00.
           02 WWinDays PIC 9(2) VALUE 5.
           02 WMinNearDays PIC 9(2) VALUE 2.
      *> The business days in the structuring window, newest first -
      *> WWinDate(1) is the bank date itself.
       01 WWindow.
           02 WWinDate PIC 9(8) OCCURS 20.
       01 WWinUsed PIC 9(2) VALUE 0.
       01 WWinStart PIC 9(8).
       01 WCheckDate PIC 9(8).
       01 WDayNum PIC 9(8).
       01 WWeekday PIC 9(1).
      *> One slot per customer per business day in the window that
      *> saw any cash. Two thousand covers a week of a busy lobby.
       01 WCashTable.
           02 WCashEntry OCCURS 2000.
               03 WCaIDnum PIC 9(5).
               03 WCaDate PIC 9(8).
               03 WCaIn PIC S9(9)V99.
               03 WCaOut PIC S9(9)V99.
               03 WCaCount PIC 9(3).
       01 WCashUsed PIC 9(4) VALUE 0.
       01 WCashSub PIC 9(4).
       01 WCashHit PIC 9(4).
       01 WDayTotal PIC S9(9)V99.
      *> Near-miss days rolled up per customer for the structuring
      *> section.
       01 WNearTable.
           02 WNearEntry OCCURS 500.
               03 WNrIDnum PIC 9(5).
               03 WNrDays PIC 9(2).
               03 WNrTotal PIC S9(9)V99.
       01 WNearUsed PIC 9(4) VALUE 0.
       01 WNearSub PIC 9(4).
       01 WNearHit PIC 9(4).
       01 WTotals.
           02 WReadCount PIC 9(7) VALUE 0.
           02 WCashItems PIC 9(7) VALUE 0.
           02 WFiledCount PIC 9(5) VALUE 0.
           02 WFiledTotal PIC S9(9)V99 VALUE 0.
           02 WFlagCount PIC 9(5) VALUE 0.
           02 WDropCount PIC 9(5) VALUE 0.
       01 WS-SWITCHES.
           02 WS-EOF-SW PIC X(1) VALUE "N".
               88 WS-EOF VALUE "Y".
           02 WS-BUSINESS-SW PIC X(1) VALUE "N".
               88 WS-BUSINESS VALUE "Y".
           02 WS-HOL-SW PIC X(1) VALUE "N".
               88 WS-HOLIDAY VALUE "Y".
           02 WS-HOL-EOF-SW PIC X(1) VALUE "N".
               88 WS-HOL-EOF VALUE "Y".
           02 WS-CUST-OK-SW PIC X(1) VALUE "N".
               88 WS-CUST-OK VALUE "Y".
           02 WS-MASTER-SW PIC X(1) VALUE "N".
               88 WS-MASTER VALUE "Y".
       01 ws-t-status PIC X(2).
       01 ws-d-status PIC X(2).
       01 ws-bd-status PIC X(2).
       01 ws-hol-status PIC X(2).
       01 WFileLine.
           02 WFIDnum PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WFName PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WFIn PIC ZZZZZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WFOut PIC ZZZZZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WFTotal PIC ZZZZZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WFCount PIC ZZ9.
       01 WFlagLine.
           02 WGIDnum PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WGName PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WGDays PIC Z9.
           02 FILLER PIC X(11) VALUE " NEAR DAYS ".
           02 WGTotal PIC ZZZZZZZ9.99.
       01 Dec PIC X(25).

      *> Nightly large-cash run for compliance. Every cash posting
      *> on transactions.txt - a "W" withdrawal off any account, a
      *> closing payout ("C") and a cash deposit ("P" on a
      *> checking or savings account) - is added up per
      *> customer per bank date, whichever teller or terminal
      *> stamped it in TOperID. Anyone whose cash on the
      *> bank date goes over the filing threshold lands on
      *> ctrfile.txt with their name and address for the filing.
      *> A second section looks back over the last few business
      *> days, counting the bank's own calendar (procdate.dat and
      *> holidays.txt) rather than the wall calendar, and flags
      *> anyone who kept landing just under the threshold - the
      *> pattern of splitting cash to stay off the filing.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" LARGE CASH REPORT "Dec.
           PERFORM readBankDate.
           PERFORM buildWindow.

      *> transactions.txt may not exist yet - status 35 just means
      *> nothing to add up. Reading a file that failed to open never
      *> reaches AT END, so the loop must be skipped outright.
           OPEN INPUT TFile
           IF ws-t-status NOT = "35"
               PERFORM readOneTransaction UNTIL WS-EOF
               CLOSE TFile
           END-IF.

           OPEN INPUT DFile
           IF ws-d-status NOT = "35"
               SET WS-MASTER TO TRUE
           END-IF
           OPEN OUTPUT CtrFile
           OPEN OUTPUT RFile
           MOVE SPACES TO RLine
           STRING "LARGE CASH REPORT  BANK DATE " WToday
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           WRITE RLine
           MOVE "SECTION 1 - CASH OVER THRESHOLD ON THE BANK DATE"
               TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "ID    NAME                    CASH IN"
               "   CASH OUT      TOTAL CNT"
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           PERFORM checkFilingSlot
               VARYING WCashSub FROM 1 BY 1
               UNTIL WCashSub > WCashUsed
           MOVE SPACES TO RLine
           STRING "CUSTOMERS TO FILE " WFiledCount
               "  CASH " WFiledTotal
               DELIMITED BY SIZE INTO RLine
           WRITE RLine

           MOVE SPACES TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "SECTION 2 - POSSIBLE STRUCTURING  WINDOW "
               WWinStart " TO " WToday
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           PERFORM rollUpNearDay
               VARYING WCashSub FROM 1 BY 1
               UNTIL WCashSub > WCashUsed
           PERFORM checkNearCustomer
               VARYING WNearSub FROM 1 BY 1
               UNTIL WNearSub > WNearUsed
           MOVE SPACES TO RLine
           STRING "CUSTOMERS FLAGGED " WFlagCount
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           IF WDropCount > 0
               MOVE SPACES TO RLine
               STRING "*** " WDropCount " CASH POSTINGS NOT COUNTED"
                   " - TABLE FULL ***"
                   DELIMITED BY SIZE INTO RLine
               WRITE RLine
               DISPLAY "WARNING cash table full - "WDropCount
                   " postings not counted"
           END-IF
           CLOSE RFile
           CLOSE CtrFile
           IF WS-MASTER
               CLOSE DFile
           END-IF

           DISPLAY "Ledger records read ......: "WReadCount
           DISPLAY "Cash postings in window ..: "WCashItems
           DISPLAY "Customers to file ........: "WFiledCount
           DISPLAY "Structuring flags ........: "WFlagCount
           DISPLAY "Filing extract written to ctrfile.txt"
           DISPLAY "Report written to cashctr.rpt".
       GOBACK.

      *> The business date comes off procdate.dat, the control file
      *> the start-of-day step advances. No control file yet
      *> (status 35) falls back to the calendar so a fresh install
      *> still runs.
       readBankDate.
           MOVE FUNCTION CURRENT-DATE TO WTodayStamp
           OPEN INPUT BankDateFile
           IF ws-bd-status NOT = "35"
               READ BankDateFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BankDate TO WToday
               END-READ
               CLOSE BankDateFile
           END-IF.

      *> Walks back from the bank date one calendar day at a time,
      *> keeping only the days date_advance would have stopped on -
      *> the same weekend rule and the same holidays.txt - until
      *> the window holds its business days.
       buildWindow.
           MOVE 1 TO WWinUsed
           MOVE WToday TO WWinDate(1)
           MOVE WToday TO WWinStart
           COMPUTE WDayNum = FUNCTION INTEGER-OF-DATE(WToday)
           PERFORM stepBackOneDay UNTIL WWinUsed NOT < WWinDays.

       stepBackOneDay.
           SUBTRACT 1 FROM WDayNum
           COMPUTE WCheckDate = FUNCTION DATE-OF-INTEGER(WDayNum)
           PERFORM checkBusinessDay
           IF WS-BUSINESS
               ADD 1 TO WWinUsed
               MOVE WCheckDate TO WWinDate(WWinUsed)
               MOVE WCheckDate TO WWinStart
           END-IF.

      *> Day 1 of the date functions' calendar was a Monday, so the
      *> day number mod 7 gives 1 for Monday through 6 for Saturday
      *> and 0 for Sunday.
       checkBusinessDay.
           MOVE "N" TO WS-BUSINESS-SW
           COMPUTE WWeekday = FUNCTION MOD(WDayNum 7)
           IF WWeekday NOT = 6 AND WWeekday NOT = 0
               PERFORM checkHoliday
               IF NOT WS-HOLIDAY
                   SET WS-BUSINESS TO TRUE
               END-IF
           END-IF.

      *> holidays.txt may not exist - status 35 just means no
      *> holidays are on file, and reading a file that failed to
      *> open never reaches AT END, so the loop must be skipped
      *> outright.
       checkHoliday.
           MOVE "N" TO WS-HOL-SW
           MOVE "N" TO WS-HOL-EOF-SW
           OPEN INPUT HolFile
           IF ws-hol-status NOT = "35"
               PERFORM checkOneHoliday
                   UNTIL WS-HOL-EOF OR WS-HOLIDAY
               CLOSE HolFile
           END-IF.

       checkOneHoliday.
           READ HolFile
               AT END
                   SET WS-HOL-EOF TO TRUE
               NOT AT END
                   IF HolDate = WCheckDate
                       SET WS-HOLIDAY TO TRUE
                   END-IF
           END-READ.

      *> Only cash counts: a "W" hands cash out of a drawer or tray
      *> whichever account it came off, and a "P" onto checking or
      *> savings is cash taken in at the counter or the machine.
      *> Loan-side "P"s are left out - lockbox and standing-order
      *> payments land there too and are not cash, and so do the
      *> recoveries ("Y") on charged-off loans. A closing payout
      *> ("C") is cash handed out of a drawer.
       readOneTransaction.
           READ TFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WReadCount
                   IF TDate NOT < WWinStart AND TDate NOT > WToday
                       EVALUATE TRUE
                           WHEN TType = "W" OR TType = "C"
                               PERFORM addCash
                           WHEN TType = "P"
                                   AND (TAcctType = "C"
                                   OR TAcctType = "S")
                               PERFORM addCash
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       addCash.
           ADD 1 TO WCashItems
           MOVE 0 TO WCashHit
           PERFORM findCashSlot
               VARYING WCashSub FROM 1 BY 1
               UNTIL WCashSub > WCashUsed OR WCashHit > 0
           IF WCashHit = 0
               IF WCashUsed < 2000
                   ADD 1 TO WCashUsed
                   MOVE WCashUsed TO WCashHit
                   MOVE TIDnum TO WCaIDnum(WCashHit)
                   MOVE TDate TO WCaDate(WCashHit)
                   MOVE 0 TO WCaIn(WCashHit) WCaOut(WCashHit)
                       WCaCount(WCashHit)
               ELSE
                   ADD 1 TO WDropCount
               END-IF
           END-IF
           IF WCashHit > 0
               ADD 1 TO WCaCount(WCashHit)
               IF TType = "W" OR TType = "C"
                   ADD TAmount TO WCaOut(WCashHit)
               ELSE
                   ADD TAmount TO WCaIn(WCashHit)
               END-IF
           END-IF.

       findCashSlot.
           IF WCaIDnum(WCashSub) = TIDnum
                   AND WCaDate(WCashSub) = TDate
               MOVE WCashSub TO WCashHit
           END-IF.

      *> Cash in and cash out are added together - the filing
      *> threshold is on the customer's whole cash business for
      *> the day, not either direction alone.
       checkFilingSlot.
           COMPUTE WDayTotal = WCaIn(WCashSub) + WCaOut(WCashSub)
           IF WCaDate(WCashSub) = WToday AND WDayTotal > WCtrLimit
               ADD 1 TO WFiledCount
               ADD WDayTotal TO WFiledTotal
               MOVE WCaIDnum(WCashSub) TO IDnum
               PERFORM readCustomer
               PERFORM writeFiling
               MOVE WCaIDnum(WCashSub) TO WFIDnum
               MOVE WCaIn(WCashSub) TO WFIn
               MOVE WCaOut(WCashSub) TO WFOut
               MOVE WDayTotal TO WFTotal
               MOVE WCaCount(WCashSub) TO WFCount
               MOVE WFileLine TO RLine
               WRITE RLine
           END-IF.

      *> A customer no longer on the master still gets filed - the
      *> cash moved either way - with the name and address left
      *> blank for compliance to chase.
       readCustomer.
           MOVE "N" TO WS-CUST-OK-SW
           MOVE SPACES TO WFName WGName
           IF WS-MASTER
               READ DFile
                   INVALID KEY
                       MOVE "NOT ON MASTER" TO WFName WGName
                   NOT INVALID KEY
                       SET WS-CUST-OK TO TRUE
                       MOVE SPACES TO WFName
                       STRING FName DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           LName DELIMITED BY SPACE
                           INTO WFName
                       MOVE WFName TO WGName
               END-READ
           END-IF.

       writeFiling.
           MOVE SPACES TO CtrRecord
           MOVE WCaIDnum(WCashSub) TO CtrIDnum
           MOVE WCaDate(WCashSub) TO CtrDate
           MOVE WCaIn(WCashSub) TO CtrCashIn
           MOVE WCaOut(WCashSub) TO CtrCashOut
           MOVE WDayTotal TO CtrTotal
           MOVE WCaCount(WCashSub) TO CtrCount
           IF WS-CUST-OK
               MOVE FName TO CtrFName
               MOVE LName TO CtrLName
               MOVE AddrStreet TO CtrStreet
               MOVE AddrCity TO CtrCity
               MOVE AddrState TO CtrState
               MOVE AddrZip TO CtrZip
           END-IF
           WRITE CtrRecord.

      *> A near-miss day is one whose cash came within the band
      *> under the threshold without going over it - a day over
      *> the line is already on the filing.
       rollUpNearDay.
           COMPUTE WDayTotal = WCaIn(WCashSub) + WCaOut(WCashSub)
           IF WDayTotal NOT < WNearFloor
                   AND WDayTotal NOT > WCtrLimit
               MOVE 0 TO WNearHit
               PERFORM findNearSlot
                   VARYING WNearSub FROM 1 BY 1
                   UNTIL WNearSub > WNearUsed OR WNearHit > 0
               IF WNearHit = 0 AND WNearUsed < 500
                   ADD 1 TO WNearUsed
                   MOVE WNearUsed TO WNearHit
                   MOVE WCaIDnum(WCashSub) TO WNrIDnum(WNearHit)
                   MOVE 0 TO WNrDays(WNearHit) WNrTotal(WNearHit)
               END-IF
               IF WNearHit > 0
                   ADD 1 TO WNrDays(WNearHit)
                   ADD WDayTotal TO WNrTotal(WNearHit)
               END-IF
           END-IF.

       findNearSlot.
           IF WNrIDnum(WNearSub) = WCaIDnum(WCashSub)
               MOVE WNearSub TO WNearHit
           END-IF.

       checkNearCustomer.
           IF WNrDays(WNearSub) NOT < WMinNearDays
               ADD 1 TO WFlagCount
               MOVE WNrIDnum(WNearSub) TO IDnum
               PERFORM readCustomer
               MOVE WNrIDnum(WNearSub) TO WGIDnum
               MOVE WNrDays(WNearSub) TO WGDays
               MOVE WNrTotal(WNearSub) TO WGTotal
               MOVE WFlagLine TO RLine
               WRITE RLine
           END-IF.

       END PROGRAM cash_ctr.
