       IDENTIFICATION DIVISION.
       PROGRAM-ID. gl_post.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ChartFile ASSIGN TO "glchart.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-chart-status.
       SELECT GlAcctFile ASSIGN TO "glaccts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-ga-status.
       SELECT GlRunFile ASSIGN TO "glpost.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-grun-status.
       SELECT GlEntryFile ASSIGN TO "glpost.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-ge-status.
       SELECT JFile ASSIGN TO "journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-j-status.
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       SELECT RFile ASSIGN TO "glpost.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ChartFile.
       01 ChartRecord.
           COPY "glcoa.cpy".
       FD GlAcctFile.
       01 GlAcctRecord.
           COPY "glacrec.cpy".
      *> One record per bank date already posted - the feerun.ctl
      *> idea for a run that must never put the same journal line
      *> into the ledger twice. GrLastSeq is the highest JSeq on
      *> journal.txt when the post ran: everything up to it is in
      *> the ledger, and the next post takes every line above it,
      *> whatever date the line carries. Records written before it
      *> was kept carry spaces.
       FD GlRunFile.
       01 GlRunRecord.
           02 GrDate PIC 9(8).
           02 Grspc1 PIC X(1).
           02 GrLines PIC 9(7).
           02 Grspc2 PIC X(1).
           02 GrLastSeq PIC 9(7).
      *> The GL entry file: one line per account the post touched,
      *> with the post's debits and credits to it. Appended to each
      *> bank date, so the file is the ledger's posting history and
      *> each day's lines net to zero on their own.
       FD GlEntryFile.
       01 GlEntryRecord.
           02 GeDate PIC 9(8).
           02 Gespc1 PIC X(1).
           02 GeAcct PIC X(6).
           02 Gespc2 PIC X(1).
           02 GeDebit PIC S9(11)V99 SIGN LEADING SEPARATE.
           02 Gespc3 PIC X(1).
           02 GeCredit PIC S9(11)V99 SIGN LEADING SEPARATE.
           02 Gespc4 PIC X(1).
           02 GeName PIC X(25).
       FD JFile.
       01 JRecord.
           COPY "jrnlrec.cpy".
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
       FD RFile.
       01 RLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WBankStamp.
           02 WBankDate PIC 9(8).
           02 WBankTime PIC 9(6).
      *> The chart and the account master both load whole up front
      *> so the journal is read once - the rate_apply shape.
       01 WChTable.
           02 WChEntry OCCURS 200.
               03 WChJType PIC X(2).
               03 WChAcctType PIC X(1).
               03 WChDebit PIC X(6).
               03 WChCredit PIC X(6).
       01 WChUsed PIC 9(3) VALUE 0.
       01 WChSub PIC 9(3).
       01 WChHit PIC 9(3).
       01 WGaTable.
           02 WGaEntry OCCURS 200.
               03 WGaAcct PIC X(6).
               03 WGaName PIC X(25).
               03 WGaControl PIC X(4).
               03 WGaBalance PIC S9(11)V99.
               03 WGaDayDr PIC S9(11)V99.
               03 WGaDayCr PIC S9(11)V99.
       01 WGaUsed PIC 9(3) VALUE 0.
       01 WGaSub PIC 9(3).
       01 WDrHit PIC 9(3).
       01 WCrHit PIC 9(3).
       01 WFindAcct PIC X(6).
       01 WFindHit PIC 9(3).
       01 WSide PIC X(1).
      *> The last journal sequence already in the ledger, and the
      *> highest one this post has seen.
       01 WLastSeq PIC 9(7) VALUE 0.
       01 WHighSeq PIC 9(7) VALUE 0.
       01 WTotals.
           02 WReadCount PIC 9(7) VALUE 0.
           02 WPostCount PIC 9(7) VALUE 0.
           02 WExcCount PIC 9(7) VALUE 0.
           02 WExcTotal PIC S9(11)V99 VALUE 0.
           02 WDrTotal PIC S9(11)V99 VALUE 0.
           02 WCrTotal PIC S9(11)V99 VALUE 0.
       01 WS-SWITCHES.
           02 WS-EOF-SW PIC X(1) VALUE "N".
               88 WS-EOF VALUE "Y".
           02 WS-CHART-EOF-SW PIC X(1) VALUE "N".
               88 WS-CHART-EOF VALUE "Y".
           02 WS-GA-EOF-SW PIC X(1) VALUE "N".
               88 WS-GA-EOF VALUE "Y".
           02 WS-GRUN-EOF-SW PIC X(1) VALUE "N".
               88 WS-GRUN-EOF VALUE "Y".
           02 WS-DONE-BEFORE-SW PIC X(1) VALUE "N".
               88 WS-DONE-BEFORE VALUE "Y".
           02 WS-TABLE-OVER-SW PIC X(1) VALUE "N".
               88 WS-TABLE-OVER VALUE "Y".
           02 WS-HAVE-SEQ-SW PIC X(1) VALUE "N".
               88 WS-HAVE-SEQ VALUE "Y".
       01 ws-chart-status PIC X(2).
       01 ws-ga-status PIC X(2).
       01 ws-grun-status PIC X(2).
       01 ws-ge-status PIC X(2).
       01 ws-j-status PIC X(2).
       01 ws-bd-status PIC X(2).
       01 WExcLine.
           02 WXIDnum PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WXJType PIC X(2).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WXSide PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WXAmount PIC -9(7).99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WXSeq PIC X(7).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WXReason PIC X(30).
       01 WEntryLine.
           02 WELAcct PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WELName PIC X(25).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WELDebit PIC -9(11).99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WELCredit PIC -9(11).99.
       01 WTotalLine.
           02 FILLER PIC X(33) VALUE "TOTAL".
           02 WTLDebit PIC -9(11).99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WTLCredit PIC -9(11).99.
       01 Dec PIC X(25).

      *> Daily general-ledger posting. Every journal.txt line not
      *> yet in the ledger - every JSeq above the last one posted,
      *> so a line written after the evening's post, or stamped
      *> with an earlier date by the month-end close, is taken by
      *> the next one - is mapped through the chart of accounts
      *> (glchart.txt) by its JType and side to one GL debit and one
      *> GL credit, and the day is summarised per account - so the
      *> entries balance by construction and glpost.rpt proves it.
      *> The summary is appended to glpost.txt and carried into the
      *> balances on glaccts.txt, which gl_trial then proves against
      *> the subledgers. A journal line the chart cannot place is
      *> listed as an exception and stays out of the ledger for
      *> good - the run number moves past it like any other line,
      *> so adding the chart row afterwards only places the lines
      *> still to come. Until the listed amount goes in by a manual
      *> GL adjustment it shows up as a control account out of
      *> balance. glpost.ctl keeps the last JSeq posted and
      *> refuses a second post of the same bank date.
      *> Run from the evening batch.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" GENERAL LEDGER POSTING "Dec.
           PERFORM readBankDate
           PERFORM loadChart
           PERFORM loadGlAccounts
           PERFORM checkGlRun
           EVALUATE TRUE
               WHEN WChUsed = 0 OR WGaUsed = 0
                   DISPLAY "No chart of accounts or GL account master "
                       "on file - nothing posted"
               WHEN WS-DONE-BEFORE
                   DISPLAY "The ledger for "WBankDate" was already "
                       "posted - run refused"
      *> A chart or master past the table would leave accounts out
      *> of the rewrite and lose their balances - refuse whole.
               WHEN WS-TABLE-OVER
                   DISPLAY "MORE THAN 200 CHART ROWS OR GL ACCOUNTS - "
                       "RUN REFUSED, NOTHING POSTED. "
                       "Raise the table first."
               WHEN OTHER
                   PERFORM postDay
           END-EVALUATE.
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

      *> glchart.txt may not exist yet - status 35 just means there
      *> is no chart and nothing can post, and reading a file that
      *> failed to open never reaches AT END, so the loop must be
      *> skipped outright.
       loadChart.
           OPEN INPUT ChartFile
           IF ws-chart-status NOT = "35"
               PERFORM loadOneChartRow UNTIL WS-CHART-EOF
               CLOSE ChartFile
           END-IF.

       loadOneChartRow.
           READ ChartFile
               AT END
                   SET WS-CHART-EOF TO TRUE
               NOT AT END
                   IF WChUsed < 200
                       ADD 1 TO WChUsed
                       MOVE GcJType TO WChJType(WChUsed)
                       MOVE GcAcctType TO WChAcctType(WChUsed)
                       MOVE GcDebit TO WChDebit(WChUsed)
                       MOVE GcCredit TO WChCredit(WChUsed)
                   ELSE
                       SET WS-TABLE-OVER TO TRUE
                   END-IF
           END-READ.

      *> glaccts.txt may not exist yet - status 35 just means no GL
      *> accounts are set up. A balance never posted (a hand-keyed
      *> new account) carries spaces and starts at zero.
       loadGlAccounts.
           OPEN INPUT GlAcctFile
           IF ws-ga-status NOT = "35"
               PERFORM loadOneGlAccount UNTIL WS-GA-EOF
               CLOSE GlAcctFile
           END-IF.

       loadOneGlAccount.
           READ GlAcctFile
               AT END
                   SET WS-GA-EOF TO TRUE
               NOT AT END
                   IF WGaUsed < 200
                       ADD 1 TO WGaUsed
                       MOVE GaAcct TO WGaAcct(WGaUsed)
                       MOVE GaName TO WGaName(WGaUsed)
                       MOVE GaControl TO WGaControl(WGaUsed)
                       IF GaBalance IS NUMERIC
                           MOVE GaBalance TO WGaBalance(WGaUsed)
                       ELSE
                           MOVE 0 TO WGaBalance(WGaUsed)
                       END-IF
                       MOVE 0 TO WGaDayDr(WGaUsed) WGaDayCr(WGaUsed)
                   ELSE
                       SET WS-TABLE-OVER TO TRUE
                   END-IF
           END-READ.

      *> No glpost.ctl (status 35) means no day has ever been
      *> posted. The whole file is read for the highest GrLastSeq.
      *> With none on it - a fresh install, or only records from
      *> before the number was kept - the ledger is taken to hold
      *> everything dated before the bank date, and this post
      *> takes the bank date's lines the way the date-by-date post
      *> did; from then on the number rules.
       checkGlRun.
           OPEN INPUT GlRunFile
           IF ws-grun-status NOT = "35"
               PERFORM checkOneGlRun UNTIL WS-GRUN-EOF
               CLOSE GlRunFile
           END-IF.

       checkOneGlRun.
           READ GlRunFile
               AT END
                   SET WS-GRUN-EOF TO TRUE
               NOT AT END
                   IF GrDate = WBankDate
                       SET WS-DONE-BEFORE TO TRUE
                   END-IF
                   IF GrLastSeq IS NUMERIC
                       SET WS-HAVE-SEQ TO TRUE
                       IF GrLastSeq > WLastSeq
                           MOVE GrLastSeq TO WLastSeq
                       END-IF
                   END-IF
           END-READ.

       postDay.
           OPEN OUTPUT RFile
           MOVE SPACES TO RLine
           IF WS-HAVE-SEQ
               STRING "GENERAL LEDGER POSTING FOR " WBankDate
                   "  JOURNAL AFTER SEQ " WLastSeq
                   DELIMITED BY SIZE INTO RLine
           ELSE
               STRING "GENERAL LEDGER POSTING FOR " WBankDate
                   "  JOURNAL DATED " WBankDate " ON"
                   DELIMITED BY SIZE INTO RLine
           END-IF
           WRITE RLine
           MOVE SPACES TO RLine
           WRITE RLine
           MOVE "JOURNAL LINES NOT POSTED" TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "ID    JT S     AMOUNT    SEQ     REASON"
               DELIMITED BY SIZE INTO RLine
           WRITE RLine.
      *> journal.txt may not exist yet - status 35 just means a day
      *> with nothing to post; the balances still carry forward.
      *> The last number stays where it was until a line above it
      *> is seen.
           MOVE WLastSeq TO WHighSeq
           OPEN INPUT JFile
           IF ws-j-status NOT = "35"
               PERFORM postOneJournalLine UNTIL WS-EOF
               CLOSE JFile
           END-IF

           MOVE SPACES TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "ACCT   NAME                            DEBITS"
               "          CREDITS" DELIMITED BY SIZE INTO RLine
           WRITE RLine
           PERFORM writeGlEntries
           PERFORM rewriteGlAccounts
           PERFORM markGlRun

           MOVE WDrTotal TO WTLDebit
           MOVE WCrTotal TO WTLCredit
           MOVE WTotalLine TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           IF WDrTotal = WCrTotal
               STRING "DEBITS EQUAL CREDITS - DAY IN BALANCE"
                   DELIMITED BY SIZE INTO RLine
           ELSE
               STRING "*** DEBITS DO NOT EQUAL CREDITS ***"
                   DELIMITED BY SIZE INTO RLine
           END-IF
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "JOURNAL LINES " WReadCount "  POSTED " WPostCount
               "  NOT POSTED " WExcCount " " WExcTotal
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "JOURNAL POSTED THROUGH SEQ " WHighSeq
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           CLOSE RFile.

           DISPLAY "Journal lines taken up ...: "WReadCount
           DISPLAY "Posted to the ledger .....: "WPostCount
           DISPLAY "Not posted - see report ..: "WExcCount
           DISPLAY "Debits ...................: "WDrTotal
           DISPLAY "Credits ..................: "WCrTotal
           DISPLAY "Posting written to glpost.txt and glpost.rpt".

      *> A journal line from before sequencing (JSeq spaces) can
      *> only be placed by its date, so it is taken on the bank
      *> date alone.
       postOneJournalLine.
           READ JFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN JSeq IS NOT NUMERIC
                           IF JDate = WBankDate AND NOT WS-HAVE-SEQ
                               ADD 1 TO WReadCount
                               PERFORM postJournalLine
                           END-IF
                       WHEN WS-HAVE-SEQ AND JSeq > WLastSeq
                           ADD 1 TO WReadCount
                           PERFORM postJournalLine
                       WHEN NOT WS-HAVE-SEQ AND JDate NOT < WBankDate
                           ADD 1 TO WReadCount
                           PERFORM postJournalLine
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF JSeq IS NUMERIC AND JSeq > WHighSeq
                       MOVE JSeq TO WHighSeq
                   END-IF
           END-READ.

      *> Old journal lines carry a space for the side and mean the
      *> loan. The chart row gives the two account numbers; both
      *> must be on the master or the line is not posted at all -
      *> half an entry would put the ledger itself out of balance.
       postJournalLine.
           MOVE JAcctType TO WSide
           IF WSide = SPACE
               MOVE "L" TO WSide
           END-IF
           MOVE 0 TO WChHit
           PERFORM findChartRow
               VARYING WChSub FROM 1 BY 1
               UNTIL WChSub > WChUsed OR WChHit > 0
           IF WChHit = 0
               MOVE "NO CHART ROW FOR TYPE/SIDE" TO WXReason
               PERFORM writeException
           ELSE
               MOVE WChDebit(WChHit) TO WFindAcct
               PERFORM findGlAccount
               MOVE WFindHit TO WDrHit
               MOVE WChCredit(WChHit) TO WFindAcct
               PERFORM findGlAccount
               MOVE WFindHit TO WCrHit
               IF WDrHit = 0 OR WCrHit = 0
                   MOVE "CHART NAMES AN UNKNOWN GL ACCT" TO WXReason
                   PERFORM writeException
               ELSE
                   ADD JAmount TO WGaDayDr(WDrHit)
                   ADD JAmount TO WGaDayCr(WCrHit)
                   ADD 1 TO WPostCount
               END-IF
           END-IF.

       findChartRow.
           IF WChJType(WChSub) = JType
                   AND WChAcctType(WChSub) = WSide
               MOVE WChSub TO WChHit
           END-IF.

       findGlAccount.
           MOVE 0 TO WFindHit
           PERFORM checkOneGlAccount
               VARYING WGaSub FROM 1 BY 1
               UNTIL WGaSub > WGaUsed OR WFindHit > 0.

       checkOneGlAccount.
           IF WGaAcct(WGaSub) = WFindAcct
               MOVE WGaSub TO WFindHit
           END-IF.

       writeException.
           ADD 1 TO WExcCount
           ADD JAmount TO WExcTotal
           MOVE JIDnum TO WXIDnum
           MOVE JType TO WXJType
           MOVE WSide TO WXSide
           MOVE JAmount TO WXAmount
           MOVE JSeq TO WXSeq
           MOVE WExcLine TO RLine
           WRITE RLine.

      *> Only the accounts the day moved get an entry line.
      *> glpost.txt does not exist yet on a fresh install - EXTEND
      *> fails with status 35, so fall back to OPEN OUTPUT to
      *> create it.
       writeGlEntries.
           OPEN EXTEND GlEntryFile
           IF ws-ge-status = "35"
               OPEN OUTPUT GlEntryFile
           END-IF
           PERFORM writeOneGlEntry
               VARYING WGaSub FROM 1 BY 1
               UNTIL WGaSub > WGaUsed
           CLOSE GlEntryFile.

       writeOneGlEntry.
           IF WGaDayDr(WGaSub) NOT = 0 OR WGaDayCr(WGaSub) NOT = 0
               MOVE WBankDate TO GeDate
               MOVE SPACE TO Gespc1 Gespc2 Gespc3 Gespc4
               MOVE WGaAcct(WGaSub) TO GeAcct
               MOVE WGaDayDr(WGaSub) TO GeDebit
               MOVE WGaDayCr(WGaSub) TO GeCredit
               MOVE WGaName(WGaSub) TO GeName
               WRITE GlEntryRecord
               END-WRITE
               ADD WGaDayDr(WGaSub) TO WDrTotal
               ADD WGaDayCr(WGaSub) TO WCrTotal
               MOVE WGaAcct(WGaSub) TO WELAcct
               MOVE WGaName(WGaSub) TO WELName
               MOVE WGaDayDr(WGaSub) TO WELDebit
               MOVE WGaDayCr(WGaSub) TO WELCredit
               MOVE WEntryLine TO RLine
               WRITE RLine
           END-IF.

      *> The whole master is written back in the order it was read,
      *> every balance carried forward to the bank date whether or
      *> not the day moved it.
       rewriteGlAccounts.
           OPEN OUTPUT GlAcctFile
           PERFORM rewriteOneGlAccount
               VARYING WGaSub FROM 1 BY 1
               UNTIL WGaSub > WGaUsed
           CLOSE GlAcctFile.

       rewriteOneGlAccount.
           MOVE SPACES TO GlAcctRecord
           MOVE WGaAcct(WGaSub) TO GaAcct
           MOVE WGaName(WGaSub) TO GaName
           MOVE WGaControl(WGaSub) TO GaControl
           COMPUTE GaBalance = WGaBalance(WGaSub)
               + WGaDayDr(WGaSub) - WGaDayCr(WGaSub)
           MOVE WBankDate TO GaPostDate
           WRITE GlAcctRecord
           END-WRITE.

      *> glpost.ctl does not exist yet on a fresh install - EXTEND
      *> fails with status 35, so fall back to OPEN OUTPUT to
      *> create it.
       markGlRun.
           MOVE WBankDate TO GrDate
           MOVE SPACE TO Grspc1 Grspc2
           MOVE WPostCount TO GrLines
           MOVE WHighSeq TO GrLastSeq
           OPEN EXTEND GlRunFile
           IF ws-grun-status = "35"
               OPEN OUTPUT GlRunFile
           END-IF
               WRITE GlRunRecord
               END-WRITE
           CLOSE GlRunFile.

       END PROGRAM gl_post.
