       IDENTIFICATION DIVISION.
       PROGRAM-ID. orphan_check.
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
           ACCESS IS SEQUENTIAL
           RECORD KEY IS AcctKey
           FILE STATUS IS ws-acct-status.
       SELECT SOFile ASSIGN TO "standorders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-so-status.
       SELECT DayTotFile ASSIGN TO "daytotals.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS DtIDnum
           FILE STATUS IS ws-dt-status.
       SELECT SuspFile ASSIGN TO "suspense.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-susp-status.
       SELECT PendFile ASSIGN TO "pending.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-pend-status.
       SELECT TFile ASSIGN TO "transactions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-t-status.
       SELECT CashFile ASSIGN TO "atmcash.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-cash-status.
       SELECT LoadFile ASSIGN TO "cashload.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-load-status.
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       SELECT RFile ASSIGN TO "orphcheck.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD DFile.
       01 Customer.
           COPY "custrec.cpy".
       FD AcctFile.
       01 AcctRecord.
           COPY "acctrec.cpy".
       FD SOFile.
       01 SORecord.
           COPY "sordrec.cpy".
       FD DayTotFile.
       01 DayTotRecord.
           COPY "dayttl.cpy".
       FD SuspFile.
       01 SuspRecord.
           COPY "susprec.cpy".
       FD PendFile.
       01 PendRecord.
           COPY "pendrec.cpy".
       FD TFile.
       01 TRecord.
           COPY "transrec.cpy".
       FD CashFile.
       01 CashRecord.
           COPY "cashrec.cpy".
       FD LoadFile.
       01 LoadRecord.
           COPY "loadrec.cpy".
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
       FD RFile.
       01 RLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WBankStamp.
           02 WBankDate PIC 9(8).
           02 WBankTime PIC 9(6).
      *> What the master says about the IDnum being checked.
       01 WLookIDnum PIC 9(5).
       01 WLookState PIC X(1).
           88 WLookMissing VALUE "M".
           88 WLookClosed VALUE "C".
           88 WLookOpen VALUE "O".
      *> daytotals.dat in key order, each row with the net of its
      *> day's postings as transactions.txt tells it. WDtFrom is
      *> the earliest date still on the live ledger - a row for a
      *> day before it has had its postings archived and cannot be
      *> proved either way.
       01 WDtTable.
           02 WDtEntry OCCURS 5000.
               03 WDtIDnum PIC 9(5).
               03 WDtDate PIC 9(8).
               03 WDtTotal PIC S9(9)V99.
               03 WDtPosted PIC S9(9)V99.
       01 WDtUsed PIC 9(4) VALUE 0.
       01 WDtSub PIC 9(4).
       01 WDtHit PIC 9(4).
       01 WDtLow PIC 9(4).
       01 WDtHigh PIC 9(4).
       01 WDtMid PIC 9(4).
       01 WDtFrom PIC 9(8).
       01 WDtUnproved PIC 9(5).
       01 WTermID PIC 9(4).
       01 WCounts.
           02 WSevere PIC 9(5).
           02 WWarning PIC 9(5).
       01 WS-SWITCHES.
           02 WS-EOF-SW PIC X(1) VALUE "N".
               88 WS-EOF VALUE "Y".
           02 WS-LOAD-EOF-SW PIC X(1) VALUE "N".
               88 WS-LOAD-EOF VALUE "Y".
           02 WS-LOADED-SW PIC X(1) VALUE "N".
               88 WS-LOADED VALUE "Y".
           02 WS-DFILE-OK-SW PIC X(1) VALUE "N".
               88 WS-DFILE-OK VALUE "Y".
           02 WS-OVERFLOW-SW PIC X(1) VALUE "N".
               88 WS-OVERFLOW VALUE "Y".
       01 ws-d-status PIC X(2).
       01 ws-acct-status PIC X(2).
       01 ws-so-status PIC X(2).
       01 ws-dt-status PIC X(2).
       01 ws-susp-status PIC X(2).
       01 ws-pend-status PIC X(2).
       01 ws-t-status PIC X(2).
       01 ws-cash-status PIC X(2).
       01 ws-load-status PIC X(2).
       01 ws-bd-status PIC X(2).
      *> One line per exception. A severe one leaves money or a
      *> control wrong and stops the evening under eod_driver; a
      *> warning is for the morning to tidy.
       01 WExcLine.
           02 WXSeverity PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WXFile PIC X(16).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WXKey PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WXReason PIC X(45).
       01 WMoneyEdit PIC -ZZZZZZ9.99.
       01 WMoneyEdit2 PIC -ZZZZZZ9.99.
       01 Dec PIC X(25).
       LINKAGE SECTION.
       01 OrphSevere PIC 9(5).

      *> The satellite files all hang off customers.dat by IDnum and
      *> nothing else holds them to it: an accounts.dat record,
      *> standing order, daytotals.dat row, suspense item or
      *> pending edit whose customer is gone; a live standing order
      *> or a deposit account with money on a closed customer; a daily
      *> total that disagrees with the day's postings; and a cash-
      *> managed terminal that has never had a load logged. Each
      *> goes on orphcheck.rpt with its severity, and the count of
      *> severe ones goes back to eod_driver, which stops the
      *> evening on any. Nothing is changed - every fix is a
      *> decision for the morning.
       PROCEDURE DIVISION USING OrphSevere.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" ORPHAN CHECK "Dec.
           PERFORM readBankDate
           MOVE 0 TO WSevere WWarning WDtUsed
           MOVE "N" TO WS-DFILE-OK-SW WS-OVERFLOW-SW
           OPEN OUTPUT RFile
           MOVE SPACES TO RLine
           STRING "CROSS-FILE ORPHAN CHECK  BANK DATE " WBankDate
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "SEVERITY FILE             KEY      PROBLEM"
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
      *> With no customers.dat every satellite record is an orphan
      *> but nothing can post either - a fresh install, not a
      *> night to stop. Only the ledger checks run.
           OPEN INPUT DFile
           IF ws-d-status NOT = "35"
               SET WS-DFILE-OK TO TRUE
               PERFORM checkAccounts
               PERFORM checkStandingOrders
               PERFORM checkSuspense
               PERFORM checkPending
           END-IF
           PERFORM checkDayTotals
           IF WS-DFILE-OK
               CLOSE DFile
           END-IF
           PERFORM checkTerminals

           MOVE SPACES TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "SEVERE " WSevere "  WARNINGS " WWarning
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           CLOSE RFile
           MOVE WSevere TO OrphSevere
           DISPLAY "Severe exceptions ........: "WSevere
           DISPLAY "Warnings .................: "WWarning
           DISPLAY "Report written to orphcheck.rpt"
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

      *> Looks WLookIDnum up on the master and says whether it is
      *> missing, closed or open.
       lookupCustomer.
           MOVE WLookIDnum TO IDnum
           READ DFile
               INVALID KEY
                   SET WLookMissing TO TRUE
               NOT INVALID KEY
                   IF AcctClosed
                       SET WLookClosed TO TRUE
                   ELSE
                       SET WLookOpen TO TRUE
                   END-IF
           END-READ.

      *> accounts.dat may not exist yet - status 35 just means no
      *> deposit account has been opened, and reading a file that
      *> failed to open never reaches AT END, so the loop must be
      *> skipped outright. The same holds for every file below.
       checkAccounts.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT AcctFile
           IF ws-acct-status NOT = "35"
               PERFORM checkOneAccount UNTIL WS-EOF
               CLOSE AcctFile
           END-IF.

      *> An account with no owner is money the master cannot see.
      *> One on a closed customer is severe while it still holds
      *> money - the closure never swept it. Once it is at zero it
      *> is just a settled closing: close_settle leaves the record
      *> on file and the customer's "C" status closes it.
       checkOneAccount.
           READ AcctFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE AcIDnum TO WLookIDnum
                   PERFORM lookupCustomer
                   MOVE "accounts.dat" TO WXFile
                   MOVE SPACES TO WXKey
                   STRING AcIDnum AcType DELIMITED BY SIZE INTO WXKey
                   EVALUATE TRUE
                       WHEN WLookMissing
                           MOVE "NO CUSTOMER ON FILE" TO WXReason
                           PERFORM writeSevere
                       WHEN WLookClosed AND AcBalance NOT = 0
                           MOVE AcBalance TO WMoneyEdit
                           MOVE SPACES TO WXReason
                           STRING "OPEN ON CLOSED CUSTOMER BAL "
                               WMoneyEdit DELIMITED BY SIZE
                               INTO WXReason
                           PERFORM writeSevere
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *> so_post lists an order it cannot post on soexcept.rpt and
      *> goes on, so a bad order only costs a payment - a warning.
      *> Only an order still live is worth raising on a closed
      *> customer; one past its end date is history.
       checkStandingOrders.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SOFile
           IF ws-so-status NOT = "35"
               PERFORM checkOneOrder UNTIL WS-EOF
               CLOSE SOFile
           END-IF.

       checkOneOrder.
           READ SOFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SOIDnum TO WLookIDnum
                   PERFORM lookupCustomer
                   MOVE "standorders.txt" TO WXFile
                   MOVE SOIDnum TO WXKey
                   EVALUATE TRUE
                       WHEN WLookMissing
                           MOVE "NO CUSTOMER ON FILE" TO WXReason
                           PERFORM writeWarning
                       WHEN WLookClosed AND SOEnd NOT < WBankDate
                           MOVE SPACES TO WXReason
                           STRING "LIVE ON CLOSED CUSTOMER TO " SOEnd
                               DELIMITED BY SIZE INTO WXReason
                           PERFORM writeWarning
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *> A suspense item often bounced because its IDnum was not on
      *> file - it is still money the queue has to repost or
      *> refund, so it is listed, but only as a warning.
       checkSuspense.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SuspFile
           IF ws-susp-status NOT = "35"
               PERFORM checkOneSuspense UNTIL WS-EOF
               CLOSE SuspFile
           END-IF.

       checkOneSuspense.
           READ SuspFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SuIDnum TO WLookIDnum
                   PERFORM lookupCustomer
                   IF WLookMissing
                       MOVE "suspense.txt" TO WXFile
                       MOVE SuRef TO WXKey
                       MOVE SPACES TO WXReason
                       STRING "NO CUSTOMER " SuIDnum
                           DELIMITED BY SIZE INTO WXReason
                       PERFORM writeWarning
                   END-IF
           END-READ.

      *> A pending add is for a customer not on file yet by its
      *> nature; only a pending edit can have lost its customer,
      *> and apprv_queue would refuse it at approval anyway.
       checkPending.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PendFile
           IF ws-pend-status NOT = "35"
               PERFORM checkOnePending UNTIL WS-EOF
               CLOSE PendFile
           END-IF.

       checkOnePending.
           READ PendFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PnPending AND PnAction NOT = "A"
                       MOVE PnIDnum TO WLookIDnum
                       PERFORM lookupCustomer
                       IF WLookMissing
                           MOVE "pending.dat" TO WXFile
                           MOVE PnIDnum TO WXKey
                           MOVE "EDIT PENDING FOR NO CUSTOMER"
                               TO WXReason
                           PERFORM writeWarning
                       END-IF
                   END-IF
           END-READ.

      *> daytotals.dat is what the ATM's daily limit trusts, so a
      *> row that disagrees with the postings is severe. The rows
      *> are loaded, transactions.txt is netted against them the
      *> way atm_program and trans_rev keep them - "W" adds, its
      *> reversal "R" gives back, a reversed payment "S" uses the
      *> limit up - and every row is then proved on its own day.
       checkDayTotals.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DayTotFile
           IF ws-dt-status NOT = "35"
               PERFORM loadOneDayTotal UNTIL WS-EOF
               CLOSE DayTotFile
           END-IF
      *> More rows than the table holds cannot be proved at all -
      *> said once on the report rather than half checked.
           IF WS-OVERFLOW
               MOVE "daytotals.dat" TO WXFile
               MOVE SPACES TO WXKey
               MOVE "MORE THAN 5000 ROWS - NOT CHECKED" TO WXReason
               PERFORM writeWarning
           ELSE
               MOVE 99999999 TO WDtFrom
               MOVE "N" TO WS-EOF-SW
               OPEN INPUT TFile
               IF ws-t-status NOT = "35"
                   PERFORM netOnePosting UNTIL WS-EOF
                   CLOSE TFile
               END-IF
               MOVE 0 TO WDtUnproved
               PERFORM proveOneDayTotal
                   VARYING WDtSub FROM 1 BY 1 UNTIL WDtSub > WDtUsed
               IF WDtUnproved > 0
                   MOVE SPACES TO RLine
                   STRING "daytotals.dat ROWS FOR ARCHIVED DAYS NOT "
                       "PROVED " WDtUnproved
                       DELIMITED BY SIZE INTO RLine
                   WRITE RLine
               END-IF
           END-IF.

       loadOneDayTotal.
           READ DayTotFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WDtUsed < 5000
                       ADD 1 TO WDtUsed
                       MOVE DtIDnum TO WDtIDnum(WDtUsed)
                       MOVE DtDate TO WDtDate(WDtUsed)
                       MOVE DtTotal TO WDtTotal(WDtUsed)
                       MOVE 0 TO WDtPosted(WDtUsed)
                       IF WS-DFILE-OK
                           MOVE DtIDnum TO WLookIDnum
                           PERFORM lookupCustomer
                           IF WLookMissing
                               MOVE "daytotals.dat" TO WXFile
                               MOVE DtIDnum TO WXKey
                               MOVE "NO CUSTOMER ON FILE" TO WXReason
                               PERFORM writeWarning
                           END-IF
                       END-IF
                   ELSE
                       SET WS-OVERFLOW TO TRUE
                       SET WS-EOF TO TRUE
                   END-IF
           END-READ.

      *> A "W" or "S" on the bank date must have reached a row
      *> dated today - atm_program and trans_rev write one on the
      *> spot - so one that did not is listed as it is read.
       netOnePosting.
           READ TFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF TDate < WDtFrom
                       MOVE TDate TO WDtFrom
                   END-IF
                   IF TType = "W" OR TType = "R" OR TType = "S"
                       PERFORM findDayTotal
                       IF WDtHit > 0
                           IF WDtDate(WDtHit) = TDate
                               PERFORM netIntoDayTotal
                           END-IF
                       END-IF
                       IF (TType = "W" OR TType = "S")
                               AND TDate = WBankDate
                           IF WDtHit = 0
                               PERFORM writeNoDayTotal
                           ELSE
                               IF WDtDate(WDtHit) < TDate
                                   PERFORM writeNoDayTotal
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       netIntoDayTotal.
           IF TType = "R"
               SUBTRACT TAmount FROM WDtPosted(WDtHit)
           ELSE
               ADD TAmount TO WDtPosted(WDtHit)
           END-IF.

       writeNoDayTotal.
           MOVE "daytotals.dat" TO WXFile
           MOVE TIDnum TO WXKey
           MOVE TAmount TO WMoneyEdit
           MOVE SPACES TO WXReason
           STRING TType " TODAY " WMoneyEdit " NOT IN TOTAL"
               DELIMITED BY SIZE INTO WXReason
           PERFORM writeSevere.

      *> daytotals.dat is read in key order, so the table is in
      *> IDnum order and halved down to the one row, if any.
       findDayTotal.
           MOVE 0 TO WDtHit
           MOVE 1 TO WDtLow
           MOVE WDtUsed TO WDtHigh
           PERFORM halveDayTotals
               UNTIL WDtLow > WDtHigh OR WDtHit > 0.

       halveDayTotals.
           COMPUTE WDtMid = (WDtLow + WDtHigh) / 2
           EVALUATE TRUE
               WHEN WDtIDnum(WDtMid) = TIDnum
                   MOVE WDtMid TO WDtHit
               WHEN WDtIDnum(WDtMid) < TIDnum
                   COMPUTE WDtLow = WDtMid + 1
               WHEN WDtMid = 1
                   MOVE 0 TO WDtHigh
               WHEN OTHER
                   COMPUTE WDtHigh = WDtMid - 1
           END-EVALUATE.

       proveOneDayTotal.
           IF WDtDate(WDtSub) < WDtFrom
               ADD 1 TO WDtUnproved
           ELSE
               IF WDtPosted(WDtSub) NOT = WDtTotal(WDtSub)
                   MOVE "daytotals.dat" TO WXFile
                   MOVE WDtIDnum(WDtSub) TO WXKey
                   MOVE WDtTotal(WDtSub) TO WMoneyEdit
                   MOVE WDtPosted(WDtSub) TO WMoneyEdit2
                   MOVE SPACES TO WXReason
                   STRING WDtDate(WDtSub) " TOTAL" WMoneyEdit " POSTED"
                       WMoneyEdit2 DELIMITED BY SIZE INTO WXReason
                   PERFORM writeSevere
               END-IF
           END-IF.

      *> A terminal on atmcash.txt with no load ever logged has a
      *> drawer figure nobody can reconcile - cash_report has
      *> nothing to start from. cashload.txt is reread for each
      *> terminal, the few there are.
       checkTerminals.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CashFile
           IF ws-cash-status NOT = "35"
               PERFORM checkOneTerminal UNTIL WS-EOF
               CLOSE CashFile
           END-IF.

       checkOneTerminal.
           READ CashFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE CshTermID TO WTermID
                   PERFORM findTerminalLoad
                   IF NOT WS-LOADED
                       MOVE "atmcash.txt" TO WXFile
                       MOVE CshTermID TO WXKey
                       MOVE "NO cashload.txt HISTORY" TO WXReason
                       PERFORM writeWarning
                   END-IF
           END-READ.

       findTerminalLoad.
           MOVE "N" TO WS-LOADED-SW WS-LOAD-EOF-SW
           OPEN INPUT LoadFile
           IF ws-load-status NOT = "35"
               PERFORM scanOneLoad UNTIL WS-LOAD-EOF OR WS-LOADED
               CLOSE LoadFile
           END-IF.

       scanOneLoad.
           READ LoadFile
               AT END
                   SET WS-LOAD-EOF TO TRUE
               NOT AT END
                   IF LdTermID = WTermID
                       SET WS-LOADED TO TRUE
                   END-IF
           END-READ.

       writeSevere.
           MOVE "SEVERE" TO WXSeverity
           ADD 1 TO WSevere
           MOVE WExcLine TO RLine
           WRITE RLine.

       writeWarning.
           MOVE "WARNING" TO WXSeverity
           ADD 1 TO WWarning
           MOVE WExcLine TO RLine
           WRITE RLine.

       END PROGRAM orphan_check.
