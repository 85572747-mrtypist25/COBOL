       IDENTIFICATION DIVISION.
       PROGRAM-ID. escheat_run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AcctFile ASSIGN TO "accounts.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AcctKey
           FILE STATUS IS ws-acct-status.
       SELECT DFile ASSIGN TO "customers.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDnum
           FILE STATUS IS ws-d-status.
       SELECT EschFile ASSIGN TO "escheat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-esch-status.
       SELECT HoldFile ASSIGN TO "holds.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-hold-status.
       SELECT TFile ASSIGN TO "transactions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-t-status.
       SELECT LFile ASSIGN TO "bank_ledger.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-l-status.
      *> ledger_arch moves old months into trans<yyyymm>.arc and
      *> ledgr<yyyymm>.arc files - the activity search walks both
      *> sets by name ahead of the live ledgers, the way
      *> dormant_sweep does, so a posting archived past the
      *> retention window still counts as the owner's.
       SELECT TArcFile ASSIGN TO DYNAMIC WTArcName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-tarc-status.
       SELECT LArcFile ASSIGN TO DYNAMIC WLArcName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-larc-status.
       SELECT JFile ASSIGN TO "journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-j-status.
       SELECT SeqFile ASSIGN TO "jrnlseq.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-seq-status.
       SELECT LogFile ASSIGN TO "keypass.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-log-status.
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       SELECT EschWork ASSIGN TO "eschwork.tmp".
       SELECT EschSortFile ASSIGN TO "eschsort.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LetterFile ASSIGN TO "escheatltr.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT StateFile ASSIGN TO "escheat.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RFile ASSIGN TO "eschrun.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AcctFile.
       01 AcctRecord.
           COPY "acctrec.cpy".
       FD DFile.
       01 Customer.
           COPY "custrec.cpy".
       FD EschFile.
       01 EschRecord.
           COPY "eschrec.cpy".
       FD HoldFile.
       01 HoldRecord.
           COPY "holdrec.cpy".
       FD TFile.
       01 TRecord.
           COPY "transrec.cpy".
       FD LFile.
       01 LRecord.
           COPY "ledgrec.cpy".
       FD TArcFile.
       01 TArcRecord PIC X(51).
       FD LArcFile.
       01 LArcRecord PIC X(47).
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
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
      *> The sort carries the whole case behind its state and owner
      *> keys.
       SD EschWork.
       01 WEschSortRec.
           02 WSState PIC X(2).
           02 WSLName PIC X(15).
           02 WSFName PIC X(15).
           02 WSIDnum PIC 9(5).
           02 WSCase PIC X(135).
       FD EschSortFile.
       01 GEschSortRec.
           02 GSKeys PIC X(37).
           02 GSCase PIC X(135).
       FD LetterFile.
       01 LetterLine PIC X(80).
       FD StateFile.
       01 StateLine PIC X(120).
       FD RFile.
       01 RLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WBankStamp.
           02 WBankDate PIC 9(8).
           02 WBankTime PIC 9(6).
       01 WBankSplit REDEFINES WBankStamp.
           02 WBankMonth PIC 9(6).
           02 WBankDay PIC 9(2).
           02 FILLER PIC 9(6).
       01 WClockStamp.
           02 WClockDate PIC 9(8).
           02 WClockTime PIC 9(6).
       01 WBankNum PIC 9(8).
       01 WArcFrom PIC 9(6).
       01 WTArcName PIC X(20).
       01 WLArcName PIC X(20).
       01 WArcMonth.
           02 WArcYear PIC 9(4).
           02 WArcMon PIC 9(2).
       01 WArcMonthNum REDEFINES WArcMonth PIC 9(6).
      *> The escheat period is the state's - three years of owner
      *> silence is the usual figure for demand deposits. The
      *> letter window is how long the owner has to answer the
      *> due-diligence letter before the money goes.
       01 WEschDays PIC 9(5).
       01 WWindowDays PIC 9(3).
       01 WConfirm PIC X(1).
       01 WIDnum PIC 9(5).
       01 WScannedID PIC 9(5) VALUE 0.
       01 WLastDate PIC 9(8).
       01 WQuietDays PIC S9(5).
       01 WAnswerBy PIC 9(8).
       01 WWindowEnd PIC 9(8).
       01 WPayAmount PIC S9(7)V99.
       01 WHoldCount PIC 9(4).
      *> The whole case file loads into this table so each case can
      *> be moved on in place and the file rewritten once at the
      *> end - the hold_maint shape. Claimed and turned-over cases
      *> stay on file as the record of what was done. WEsSeen marks
      *> the cases whose account the pass found on accounts.dat.
       01 WEsTable.
           02 WEsEntry OCCURS 1000 PIC X(135).
       01 WEsSeenTable.
           02 WEsSeen OCCURS 1000 PIC X(1).
       01 WEsUsed PIC 9(4) VALUE 0.
       01 WEsSub PIC 9(4).
       01 WEsHit PIC 9(4).
      *> One ledger posting, filled in by whichever step posts it.
       01 WPosting.
           02 WPostType PIC X(1).
           02 WPostAmount PIC S9(7)V99.
           02 WPostBalance PIC S9(7)V99.
       01 WTotals.
           02 WAcctCount PIC 9(5) VALUE 0.
           02 WLetterCount PIC 9(5) VALUE 0.
           02 WNoLetterCount PIC 9(5) VALUE 0.
           02 WClaimCount PIC 9(5) VALUE 0.
           02 WPendCount PIC 9(5) VALUE 0.
           02 WTurnCount PIC 9(5) VALUE 0.
           02 WTurnTotal PIC S9(11)V99 VALUE 0.
           02 WTableFullCount PIC 9(5) VALUE 0.
       01 WStateTotals.
           02 WStateCode PIC X(2).
           02 WStateCount PIC 9(5).
           02 WStateTotal PIC S9(11)V99.
       01 secretKey PIC 9(4).
       01 ws-matched-operator PIC 9(4) VALUE 0.
       01 ws-matched-role PIC X(1) VALUE SPACE.
       01 WDenyFunc PIC X(8).
       01 WS-SWITCHES.
           02 WS-KEY-OK-SW PIC X(1) VALUE "N".
               88 WS-KEY-OK VALUE "Y".
           02 WS-EOF-SW PIC X(1) VALUE "N".
               88 WS-EOF VALUE "Y".
           02 WS-TEOF-SW PIC X(1) VALUE "N".
               88 WS-TEOF VALUE "Y".
           02 WS-LEOF-SW PIC X(1) VALUE "N".
               88 WS-LEOF VALUE "Y".
           02 WS-AEOF-SW PIC X(1) VALUE "N".
               88 WS-AEOF VALUE "Y".
           02 WS-HEOF-SW PIC X(1) VALUE "N".
               88 WS-HEOF VALUE "Y".
           02 WS-SEOF-SW PIC X(1) VALUE "N".
               88 WS-SEOF VALUE "Y".
           02 WS-FOUND-SW PIC X(1) VALUE "N".
               88 WS-FOUND VALUE "Y".
           02 WS-OVERFLOW-SW PIC X(1) VALUE "N".
               88 WS-OVERFLOW VALUE "Y".
       01 ws-acct-status PIC X(2).
       01 ws-d-status PIC X(2).
       01 ws-esch-status PIC X(2).
       01 ws-hold-status PIC X(2).
       01 ws-t-status PIC X(2).
       01 ws-l-status PIC X(2).
       01 ws-tarc-status PIC X(2).
       01 ws-larc-status PIC X(2).
       01 ws-j-status PIC X(2).
       01 ws-seq-status PIC X(2).
       01 WJrnlSeq PIC 9(7).
       01 ws-log-status PIC X(2).
       01 ws-bd-status PIC X(2).
       01 WCaseLine.
           02 WCAction PIC X(12).
           02 WCIDnum PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WCAcType PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WCName PIC X(31).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WCLastAct PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WCAmount PIC -9(7).99.
       01 WMoneyEdit PIC Z,ZZZ,ZZ9.99.
      *> The unclaimed-property report is the fixed-width file the
      *> state takes: for each state a header, one detail record
      *> per owner and account, and a trailer with the count and
      *> dollar total, amounts in cents with no point or sign.
      *> Property type AC01 is a checking account, AC02 savings.
       01 WStateHeader.
           02 WSHType PIC X(1) VALUE "H".
           02 WSHState PIC X(2).
           02 WSHReportDate PIC 9(8).
           02 WSHTitle PIC X(30) VALUE "UNCLAIMED PROPERTY REPORT".
           02 FILLER PIC X(79) VALUE SPACES.
       01 WStateDetail.
           02 WSDType PIC X(1) VALUE "D".
           02 WSDState PIC X(2).
           02 WSDOwnerID PIC 9(5).
           02 WSDAcType PIC X(1).
           02 WSDPropType PIC X(4).
           02 WSDLName PIC X(15).
           02 WSDFName PIC X(15).
           02 WSDStreet PIC X(25).
           02 WSDCity PIC X(15).
           02 WSDOwnerState PIC X(2).
           02 WSDZip PIC X(10).
           02 WSDLastAct PIC 9(8).
           02 WSDAmount PIC 9(9).
           02 FILLER PIC X(8) VALUE SPACES.
       01 WStateTrailer.
           02 WSTType PIC X(1) VALUE "T".
           02 WSTState PIC X(2).
           02 WSTCount PIC 9(5).
           02 WSTAmount PIC 9(11).
           02 FILLER PIC X(101) VALUE SPACES.
       01 Dec PIC X(25).

      *> The yearly unclaimed-property run. Every checking or savings
      *> account still holding money whose owner has been Dormant
      *> and silent past the escheat period opens a case on
      *> escheat.txt with a due-diligence letter to the last address
      *> on file - none where the post office already returns the
      *> mail (MailFlag "R"). A case whose letter window has run
      *> out with the owner still dormant is turned over: accrued
      *> interest is paid in first, then the whole balance moves off
      *> the account to the escheat liability as type "Z" on the
      *> ledger and "ES" on the journal, and escheat.rpt lists it
      *> for the owner's state. An owner who wakes the account in
      *> the meantime claims it, and the case closes with nothing
      *> moved. A rerun the same day opens no second case and turns
      *> nothing over twice.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" UNCLAIMED PROPERTY RUN "Dec.
           PERFORM readBankDate
           COMPUTE WBankNum = FUNCTION INTEGER-OF-DATE(WBankDate).
           DISPLAY "Supervisor secret code: "WITH NO ADVANCING
           ACCEPT secretKey
           PERFORM lookupOperator
           EVALUATE TRUE
               WHEN NOT WS-KEY-OK
                   DISPLAY "Code not authorized - run refused"
               WHEN ws-matched-role NOT = "S"
                   DISPLAY "The unclaimed-property run needs a "
                       "supervisor sign-on - refused"
                   MOVE "ESCHEAT" TO WDenyFunc
                   PERFORM logDenied
               WHEN OTHER
                   PERFORM askEscheat
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
           MOVE FUNCTION CURRENT-DATE TO LDateAndTime OF LogRecord
           MOVE SPACE TO Lspc Lspc2 OF LogRecord Lspc3 OF LogRecord
           MOVE 0 TO LAttempt
           MOVE ws-matched-operator TO LOperID OF LogRecord
           MOVE WDenyFunc TO LFunc
           OPEN EXTEND LogFile
           IF ws-log-status = "35"
               OPEN OUTPUT LogFile
           END-IF
               WRITE LogRecord
               END-WRITE
           CLOSE LogFile.

      *> The operator names the retention window, the same prompt
      *> dormant_sweep asks, the escheat period and the letter
      *> window - then confirms, since money leaves accounts.
       askEscheat.
           DISPLAY "Earliest archive month (YYYYMM, 0 if none): "
               WITH NO ADVANCING
           ACCEPT WArcFrom
           DISPLAY "Escheat period (days silent, 1095 = three "
               "years): "WITH NO ADVANCING
           ACCEPT WEschDays
           DISPLAY "Letter window (days to answer): "
               WITH NO ADVANCING
           ACCEPT WWindowDays
           COMPUTE WAnswerBy = FUNCTION DATE-OF-INTEGER(
               WBankNum + WWindowDays)
           COMPUTE WWindowEnd = FUNCTION DATE-OF-INTEGER(
               WBankNum - WWindowDays)
           DISPLAY "Write letters and turn over every unanswered "
               "case (Y/N): "WITH NO ADVANCING
           ACCEPT WConfirm
           EVALUATE TRUE
               WHEN WEschDays = 0
                   DISPLAY "Escheat period must be more than zero"
               WHEN WConfirm = "Y" OR WConfirm = "y"
                   PERFORM runEscheat
               WHEN OTHER
                   DISPLAY "Nothing changed"
           END-EVALUATE.

       runEscheat.
           PERFORM loadCases
      *> More cases than the table holds: the rewrite would
      *> silently destroy every case past it, so the run refuses
      *> whole and escheat.txt is left untouched.
           IF WS-OVERFLOW
               DISPLAY "MORE THAN 1000 CASES ON escheat.txt - RUN "
                   "REFUSED, NOTHING CHANGED. Raise the table first."
           ELSE
               OPEN OUTPUT RFile
               OPEN OUTPUT LetterFile
               MOVE SPACES TO RLine
               STRING "UNCLAIMED PROPERTY RUN " WBankDate
                   "  PERIOD " WEschDays " DAYS  WINDOW "
                   WWindowDays " DAYS"
                   DELIMITED BY SIZE INTO RLine
               WRITE RLine
               MOVE "ACTION      ID    A NAME                          "
                   TO RLine
               WRITE RLine
               PERFORM scanAccounts
               PERFORM closeUnseenCases
                   VARYING WEsSub FROM 1 BY 1 UNTIL WEsSub > WEsUsed
               PERFORM writeRunTotals
               CLOSE LetterFile
               CLOSE RFile
               PERFORM rewriteCases
               PERFORM sortTurnedOver
               PERFORM printStateReport
               DISPLAY "Accounts read ............: "WAcctCount
               DISPLAY "Letters written ..........: "WLetterCount
               DISPLAY "Cases without a letter ...: "WNoLetterCount
               DISPLAY "Cases claimed ............: "WClaimCount
               DISPLAY "Cases held back ..........: "WPendCount
               DISPLAY "Accounts turned over .....: "WTurnCount
               DISPLAY "Amount turned over .......: "WTurnTotal
               IF WTableFullCount > 0
                   DISPLAY "NOT OPENED - TABLE FULL ..: "
                       WTableFullCount
               END-IF
               DISPLAY "Run listed in eschrun.rpt, letters in "
                   "escheatltr.rpt, state report in escheat.rpt"
           END-IF.

      *> escheat.txt may not exist yet - status 35 just means no
      *> case has ever been opened, and reading a file that failed
      *> to open never reaches AT END, so the loop must be skipped
      *> outright.
       loadCases.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT EschFile
           IF ws-esch-status NOT = "35"
               PERFORM loadOneCase UNTIL WS-EOF
               CLOSE EschFile
           END-IF.

       loadOneCase.
           READ EschFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WEsUsed < 1000
                       ADD 1 TO WEsUsed
                       MOVE EschRecord TO WEsEntry(WEsUsed)
                       MOVE "N" TO WEsSeen(WEsUsed)
                   ELSE
                       SET WS-OVERFLOW TO TRUE
                   END-IF
           END-READ.

      *> accounts.dat may not exist yet - status 35 just means no
      *> deposit account to look at.
       scanAccounts.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT DFile
           OPEN I-O AcctFile
           IF ws-acct-status NOT = "35"
               PERFORM checkOneAccount UNTIL WS-EOF
               CLOSE AcctFile
           END-IF
           IF ws-d-status NOT = "35"
               CLOSE DFile
           END-IF.

      *> An account with an open case is moved on; one without is
      *> looked at as a new case only while its owner is Dormant
      *> and it still holds money.
       checkOneAccount.
           READ AcctFile NEXT
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WAcctCount
                   PERFORM findCustomer
                   PERFORM findOpenCase
                   IF WEsHit > 0
                       MOVE "Y" TO WEsSeen(WEsHit)
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT WS-FOUND
                           CONTINUE
                       WHEN WEsHit > 0
                           PERFORM moveCaseOn
                       WHEN AcctDormant AND AcBalance > 0
                           PERFORM checkNewCase
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *> An account whose owner is not on the master belongs to
      *> orphan_check, not here.
       findCustomer.
           MOVE "N" TO WS-FOUND-SW
           IF ws-d-status NOT = "35"
               MOVE AcIDnum TO IDnum
               READ DFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-FOUND TO TRUE
               END-READ
           END-IF.

       findOpenCase.
           MOVE 0 TO WEsHit
           PERFORM checkOneOpenCase
               VARYING WEsSub FROM 1 BY 1 UNTIL WEsSub > WEsUsed.

       checkOneOpenCase.
           MOVE WEsEntry(WEsSub) TO EschRecord
           IF EsIDnum = AcIDnum AND EsAcType = AcType
                   AND (EsLetterSent OR EsNoLetter)
               MOVE WEsSub TO WEsHit
           END-IF.

      *> An owner no longer Dormant has come back - a verified PIN
      *> or a teller's reactivation - and claims the money where it
      *> sits. A case still inside its letter window waits. Past
      *> the window the balance goes, unless a hold still counts
      *> against the account or the owner has been frozen or
      *> closed since: those wait for next year's run, with the
      *> reason listed, rather than moving money a court or an
      *> investigator has a claim on.
       moveCaseOn.
           MOVE WEsEntry(WEsHit) TO EschRecord
           EVALUATE TRUE
               WHEN AcctActive OR AcctStatus = SPACE
                   SET EsClaimed TO TRUE
                   MOVE WBankDate TO EsStatDate
                   MOVE ws-matched-operator TO EsOperID
                   ADD 1 TO WClaimCount
                   MOVE "CLAIMED" TO WCAction
                   PERFORM writeCaseLine
               WHEN EsOpened > WWindowEnd
                   CONTINUE
               WHEN NOT AcctDormant
                   ADD 1 TO WPendCount
                   MOVE "HELD-STATUS" TO WCAction
                   PERFORM writeCaseLine
               WHEN OTHER
                   PERFORM countAccountHolds
                   IF WHoldCount > 0
                       ADD 1 TO WPendCount
                       MOVE "HELD-HOLD" TO WCAction
                       PERFORM writeCaseLine
                   ELSE
                       PERFORM turnOver
                   END-IF
           END-EVALUATE
           MOVE EschRecord TO WEsEntry(WEsHit).

      *> A case whose account is gone from accounts.dat was closed
      *> out - close_settle paid the balance to its owner - so it is
      *> claimed too.
       closeUnseenCases.
           MOVE WEsEntry(WEsSub) TO EschRecord
           IF WEsSeen(WEsSub) = "N"
                   AND (EsLetterSent OR EsNoLetter)
               SET EsClaimed TO TRUE
               MOVE WBankDate TO EsStatDate
               MOVE ws-matched-operator TO EsOperID
               MOVE EschRecord TO WEsEntry(WEsSub)
               ADD 1 TO WClaimCount
               MOVE "CLOSED" TO WCAction
               MOVE EsIDnum TO WCIDnum
               MOVE EsAcType TO WCAcType
               MOVE SPACES TO WCName
               STRING EsFName DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   EsLName DELIMITED BY SPACE
                   INTO WCName
               MOVE EsLastAct TO WCLastAct
               MOVE EsAmount TO WCAmount
               MOVE WCaseLine TO RLine
               WRITE RLine
           END-IF.

      *> holds.txt may not exist yet - status 35 just means no
      *> holds.
       countAccountHolds.
           MOVE 0 TO WHoldCount
           MOVE "N" TO WS-HEOF-SW
           OPEN INPUT HoldFile
           IF ws-hold-status NOT = "35"
               PERFORM countOneHold UNTIL WS-HEOF
               CLOSE HoldFile
           END-IF.

       countOneHold.
           READ HoldFile
               AT END
                   SET WS-HEOF TO TRUE
               NOT AT END
                   IF HdIDnum = AcIDnum AND HdAcType = AcType
                           AND HdActive
                           AND (HdRelease = 0 OR HdRelease > WBankDate)
                       ADD 1 TO WHoldCount
                   END-IF
           END-READ.

      *> Interest accrued but not yet credited belongs to the owner
      *> and goes with the balance - the whole cents paid in as a
      *> type "I" the way int_credit pays them, the fraction of a
      *> cent left behind. Then the whole balance leaves the
      *> account for the escheat liability as type "Z". The name
      *> and address the state is sent are the latest on file.
       turnOver.
           IF AcAccrued NOT NUMERIC
               MOVE 0 TO AcAccrued
           END-IF
           MOVE AcAccrued TO WPayAmount
           IF WPayAmount > 0
               ADD WPayAmount TO AcBalance
               SUBTRACT WPayAmount FROM AcAccrued
               MOVE "I" TO WPostType
               MOVE WPayAmount TO WPostAmount
               MOVE AcBalance TO WPostBalance
               PERFORM writeTransaction
           END-IF
           IF AcBalance > 0
               MOVE AcBalance TO WPayAmount
               MOVE 0 TO AcBalance
               MOVE "Z" TO WPostType
               MOVE WPayAmount TO WPostAmount
               MOVE AcBalance TO WPostBalance
               PERFORM writeTransaction
               SET EsTurnedOver TO TRUE
               MOVE WPayAmount TO EsAmount
               ADD 1 TO WTurnCount
               ADD WPayAmount TO WTurnTotal
               MOVE "TURNED OVER" TO WCAction
           ELSE
      *> Fees took what was left before the window ran out -
      *> nothing remains to turn over, and the case closes.
               SET EsClaimed TO TRUE
               MOVE 0 TO EsAmount
               ADD 1 TO WClaimCount
               MOVE "NOTHING LEFT" TO WCAction
           END-IF
           MOVE SPACE TO Acspc3 Acspc4
           IF AcAccrDate NOT NUMERIC
               MOVE 0 TO AcAccrDate
           END-IF
           REWRITE AcctRecord
           MOVE WBankDate TO EsStatDate
           MOVE ws-matched-operator TO EsOperID
           PERFORM copyOwnerAddress
           PERFORM writeCaseLine.

      *> A new case needs the owner silent past the escheat period -
      *> dated by the last posting the owner made anywhere. Bank
      *> postings (interest, fees, refunds) are not the owner
      *> speaking and do not count. The two accounts of one owner
      *> come next to each other on accounts.dat, so the ledgers
      *> are walked once per owner.
       checkNewCase.
           MOVE AcIDnum TO WIDnum
           IF WIDnum NOT = WScannedID
               PERFORM findLastActivity
               MOVE WIDnum TO WScannedID
           END-IF
           IF WLastDate = 0
               MOVE 99999 TO WQuietDays
           ELSE
               COMPUTE WQuietDays = WBankNum
                   - FUNCTION INTEGER-OF-DATE(WLastDate)
           END-IF
           IF WQuietDays NOT < WEschDays
               IF WEsUsed < 1000
                   PERFORM openCase
               ELSE
                   ADD 1 TO WTableFullCount
               END-IF
           END-IF.

       openCase.
           ADD 1 TO WEsUsed
           MOVE "Y" TO WEsSeen(WEsUsed)
           MOVE SPACES TO EschRecord
           MOVE AcIDnum TO EsIDnum
           MOVE AcType TO EsAcType
           MOVE WBankDate TO EsOpened
           MOVE WLastDate TO EsLastAct
           MOVE AcBalance TO EsAmount
           MOVE WBankDate TO EsStatDate
           MOVE ws-matched-operator TO EsOperID
           PERFORM copyOwnerAddress
           IF MailReturned
               SET EsNoLetter TO TRUE
               ADD 1 TO WNoLetterCount
               MOVE "NO LETTER" TO WCAction
           ELSE
               SET EsLetterSent TO TRUE
               ADD 1 TO WLetterCount
               MOVE "LETTER SENT" TO WCAction
               PERFORM writeLetter
           END-IF
           MOVE EschRecord TO WEsEntry(WEsUsed)
           PERFORM writeCaseLine.

       copyOwnerAddress.
           MOVE LName TO EsLName
           MOVE FName TO EsFName
           MOVE AddrStreet TO EsStreet
           MOVE AddrCity TO EsCity
           MOVE AddrState TO EsState
           MOVE AddrZip TO EsZip.

      *> The most recent owner posting anywhere: both live ledgers
      *> and both archive sets. An owner with no posting at all
      *> falls back to the day the account was opened.
       findLastActivity.
           MOVE 0 TO WLastDate
           IF WArcFrom > 0
               MOVE WArcFrom TO WArcMonthNum
               PERFORM scanOneArchiveMonth
                   UNTIL WArcMonthNum > WBankMonth
           END-IF
           MOVE "N" TO WS-TEOF-SW
           OPEN INPUT TFile
           IF ws-t-status NOT = "35"
               PERFORM scanOneTrans UNTIL WS-TEOF
               CLOSE TFile
           END-IF
           MOVE "N" TO WS-LEOF-SW
           OPEN INPUT LFile
           IF ws-l-status NOT = "35"
               PERFORM scanOneLedger UNTIL WS-LEOF
               CLOSE LFile
           END-IF
           IF WLastDate = 0
               IF AcOpenDate IS NUMERIC AND AcOpenDate > 0
                   MOVE AcOpenDate TO WLastDate
               END-IF
           END-IF.

      *> A month that was never archived simply is not there
      *> (status 35) and is skipped - its records are still in the
      *> live ledgers.
       scanOneArchiveMonth.
           MOVE SPACES TO WTArcName
           STRING "trans" WArcMonth ".arc"
               DELIMITED BY SIZE INTO WTArcName
           MOVE "N" TO WS-AEOF-SW
           OPEN INPUT TArcFile
           IF ws-tarc-status NOT = "35"
               PERFORM scanOneTransArc UNTIL WS-AEOF
               CLOSE TArcFile
           END-IF
           MOVE SPACES TO WLArcName
           STRING "ledgr" WArcMonth ".arc"
               DELIMITED BY SIZE INTO WLArcName
           MOVE "N" TO WS-AEOF-SW
           OPEN INPUT LArcFile
           IF ws-larc-status NOT = "35"
               PERFORM scanOneLedgerArc UNTIL WS-AEOF
               CLOSE LArcFile
           END-IF
           ADD 1 TO WArcMon
           IF WArcMon > 12
               MOVE 1 TO WArcMon
               ADD 1 TO WArcYear
           END-IF.

       scanOneTransArc.
           READ TArcFile
               AT END
                   SET WS-AEOF TO TRUE
               NOT AT END
                   MOVE TArcRecord TO TRecord
                   PERFORM noteTransDate
           END-READ.

       scanOneLedgerArc.
           READ LArcFile
               AT END
                   SET WS-AEOF TO TRUE
               NOT AT END
                   MOVE LArcRecord TO LRecord
                   PERFORM noteLedgerDate
           END-READ.

       scanOneTrans.
           READ TFile
               AT END
                   SET WS-TEOF TO TRUE
               NOT AT END
                   PERFORM noteTransDate
           END-READ.

       scanOneLedger.
           READ LFile
               AT END
                   SET WS-LEOF TO TRUE
               NOT AT END
                   PERFORM noteLedgerDate
           END-READ.

       noteTransDate.
           IF TIDnum = WIDnum AND TDate > WLastDate
                   AND TType NOT = "I" AND TType NOT = "E"
                   AND TType NOT = "U" AND TType NOT = "Z"
               MOVE TDate TO WLastDate
           END-IF.

       noteLedgerDate.
           IF LIDnum = WIDnum AND LDate OF LRecord > WLastDate
               MOVE LDate OF LRecord TO WLastDate
           END-IF.

      *> One letter per case to the last address on file, cut from
      *> the next by a rule the way stmt_gen separates statements.
       writeLetter.
           MOVE ALL "=" TO LetterLine
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           STRING "                                                  "
               WBankDate DELIMITED BY SIZE INTO LetterLine
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           STRING FName DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               LName DELIMITED BY SPACE
               INTO LetterLine
           WRITE LetterLine
           MOVE AddrStreet TO LetterLine
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           STRING AddrCity DELIMITED BY "  "
               " " AddrState " " AddrZip
               DELIMITED BY SIZE INTO LetterLine
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           IF AcType = "C"
               STRING "RE: YOUR CHECKING ACCOUNT - CUSTOMER " AcIDnum
                   DELIMITED BY SIZE INTO LetterLine
           ELSE
               STRING "RE: YOUR SAVINGS ACCOUNT - CUSTOMER " AcIDnum
                   DELIMITED BY SIZE INTO LetterLine
           END-IF
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           WRITE LetterLine
           MOVE AcBalance TO WMoneyEdit
           MOVE SPACES TO LetterLine
           STRING "Our records show a balance of " WMoneyEdit
               " with no activity" DELIMITED BY SIZE INTO LetterLine
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           STRING "by you since " WLastDate
               ". Under state unclaimed-property law we must"
               DELIMITED BY SIZE INTO LetterLine
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           STRING "turn this money over to the state unless you "
               "contact us by " WAnswerBy "."
               DELIMITED BY SIZE INTO LetterLine
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           WRITE LetterLine
           MOVE "To keep the account, sign on at any of our machines "
               TO LetterLine
           WRITE LetterLine
           MOVE "with your PIN or call at a branch. Once turned over,"
               TO LetterLine
           WRITE LetterLine
           MOVE "the money can only be claimed from the state."
               TO LetterLine
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           WRITE LetterLine
           MOVE "Yours sincerely," TO LetterLine
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           WRITE LetterLine
           MOVE "Deposit Services" TO LetterLine
           WRITE LetterLine.

       writeCaseLine.
           MOVE EsIDnum TO WCIDnum
           MOVE EsAcType TO WCAcType
           MOVE SPACES TO WCName
           STRING EsFName DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               EsLName DELIMITED BY SPACE
               INTO WCName
           MOVE EsLastAct TO WCLastAct
           MOVE EsAmount TO WCAmount
           MOVE WCaseLine TO RLine
           WRITE RLine.

       writeRunTotals.
           MOVE SPACES TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "LETTERS " WLetterCount "  NO LETTER "
               WNoLetterCount "  CLAIMED " WClaimCount
               "  HELD " WPendCount
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "TURNED OVER " WTurnCount "  TOTAL " WTurnTotal
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           IF WTableFullCount > 0
               MOVE SPACES TO RLine
               STRING "NOT OPENED - CASE TABLE FULL " WTableFullCount
                   DELIMITED BY SIZE INTO RLine
               WRITE RLine
           END-IF.

       rewriteCases.
           OPEN OUTPUT EschFile
           PERFORM rewriteOneCase
               VARYING WEsSub FROM 1 BY 1 UNTIL WEsSub > WEsUsed
           CLOSE EschFile.

       rewriteOneCase.
           MOVE WEsEntry(WEsSub) TO EschRecord
           WRITE EschRecord.

      *> The cases turned over today, in state and owner order, for
      *> the state report - the SORT leaves an empty eschsort.tmp
      *> behind when nothing went.
       sortTurnedOver.
           SORT EschWork
               ON ASCENDING KEY WSState
               ON ASCENDING KEY WSLName
               ON ASCENDING KEY WSFName
               ON ASCENDING KEY WSIDnum
               INPUT PROCEDURE IS releaseTurnedOver
               GIVING EschSortFile.

       releaseTurnedOver.
           PERFORM releaseOneCase
               VARYING WEsSub FROM 1 BY 1 UNTIL WEsSub > WEsUsed.

       releaseOneCase.
           MOVE WEsEntry(WEsSub) TO EschRecord
           IF EsTurnedOver AND EsStatDate = WBankDate
               IF EsState = SPACES
                   MOVE "XX" TO EsState
               END-IF
               MOVE EsState TO WSState
               MOVE EsLName TO WSLName
               MOVE EsFName TO WSFName
               MOVE EsIDnum TO WSIDnum
               MOVE EschRecord TO WSCase
               RELEASE WEschSortRec
           END-IF.

      *> One header, detail run and trailer per owner state. An
      *> owner with no state on file was released under "XX", the
      *> code the state uses for an unknown address.
       printStateReport.
           MOVE SPACES TO WStateCode
           MOVE "N" TO WS-SEOF-SW
           OPEN INPUT EschSortFile
           OPEN OUTPUT StateFile
           PERFORM printOneTurnedOver UNTIL WS-SEOF
           IF WStateCode NOT = SPACES
               PERFORM writeStateTrailer
           END-IF
           CLOSE StateFile
           CLOSE EschSortFile.

       printOneTurnedOver.
           READ EschSortFile
               AT END
                   SET WS-SEOF TO TRUE
               NOT AT END
                   MOVE GSCase TO EschRecord
                   IF EsState NOT = WStateCode
                       IF WStateCode NOT = SPACES
                           PERFORM writeStateTrailer
                       END-IF
                       MOVE EsState TO WStateCode
                       MOVE 0 TO WStateCount WStateTotal
                       MOVE WStateCode TO WSHState
                       MOVE WBankDate TO WSHReportDate
                       MOVE WStateHeader TO StateLine
                       WRITE StateLine
                   END-IF
                   PERFORM writeStateDetail
           END-READ.

       writeStateDetail.
           MOVE WStateCode TO WSDState
           MOVE EsIDnum TO WSDOwnerID
           MOVE EsAcType TO WSDAcType
           IF EsAcType = "C"
               MOVE "AC01" TO WSDPropType
           ELSE
               MOVE "AC02" TO WSDPropType
           END-IF
           MOVE EsLName TO WSDLName
           MOVE EsFName TO WSDFName
           MOVE EsStreet TO WSDStreet
           MOVE EsCity TO WSDCity
           MOVE EsState TO WSDOwnerState
           MOVE EsZip TO WSDZip
           MOVE EsLastAct TO WSDLastAct
           COMPUTE WSDAmount = EsAmount * 100
           MOVE WStateDetail TO StateLine
           WRITE StateLine
           ADD 1 TO WStateCount
           ADD EsAmount TO WStateTotal.

       writeStateTrailer.
           MOVE WStateCode TO WSTState
           MOVE WStateCount TO WSTCount
           COMPUTE WSTAmount = WStateTotal * 100
           MOVE WStateTrailer TO StateLine
           WRITE StateLine.

      *> Stamped with the supervisor who ran the turnover, but no
      *> cash crosses a counter. transactions.txt may not exist
      *> yet - EXTEND fails with status 35, so fall back to OPEN
      *> OUTPUT to create it.
       writeTransaction.
           MOVE FUNCTION CURRENT-DATE TO WClockStamp
           MOVE WBankDate TO TDate
           MOVE WClockTime TO TTime
           MOVE AcIDnum TO TIDnum
           MOVE SPACE TO Tspc1 Tspc2 Tspc3 Tspc4 Tspc5 Tspc6
           MOVE WPostType TO TType
           MOVE WPostAmount TO TAmount
           MOVE WPostBalance TO TBalance
           MOVE AcType TO TAcctType
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

      *> The turnover goes on the journal as "ES", its own type, so
      *> gl_post can carry it from the deposit control to the
      *> escheat liability; the interest paid in ahead of it is the
      *> usual "IC". journal.txt does not exist yet on a fresh
      *> install - EXTEND fails with status 35, so fall back to
      *> OPEN OUTPUT to create it.
       writeJournal.
           MOVE TDateAndTime TO JDateAndTime
           MOVE AcIDnum TO JIDnum
           MOVE SPACE TO Jspc1 Jspc2 Jspc3 Jspc4
           IF WPostType = "I"
               MOVE "IC" TO JType
           ELSE
               MOVE "ES" TO JType
           END-IF
           MOVE WPostAmount TO JAmount
           MOVE WPostBalance TO JBalance
           PERFORM nextJournalSeq
           MOVE SPACE TO Jspc5 Jspc6
           MOVE WJrnlSeq TO JSeq
           MOVE AcType TO JAcctType
           OPEN EXTEND JFile
           IF ws-j-status = "35"
               OPEN OUTPUT JFile
           END-IF
               WRITE JRecord
               END-WRITE
           CLOSE JFile.

       END PROGRAM escheat_run.
