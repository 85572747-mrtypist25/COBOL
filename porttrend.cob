       IDENTIFICATION DIVISION.
       PROGRAM-ID. port_trend.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SnapFile ASSIGN TO DYNAMIC WSnapName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-snap-status.
       SELECT DFile ASSIGN TO "customers.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDnum OF Customer
           FILE STATUS IS ws-d-status.
       SELECT SFile ASSIGN TO "statenames2.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-s-status.
       SELECT RFile ASSIGN TO "porttrend.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CsvFile ASSIGN TO "porttrend.csv"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SnapFile.
       01 SnapRecord.
           COPY "snaprec.cpy".
       FD DFile.
       01 Customer.
           COPY "custrec.cpy".
       FD SFile.
       01 BranchData.
           02 idNum PIC 9(5).
           02 sName PIC X(15).
           02 cName PIC X(15).
           02 OperID PIC 9(4).
           02 RegionCode PIC X(5).
           02 BrStatus PIC X(1).
               88 BrClosed VALUE "C".
           02 BrCloseDate PIC 9(8).
           02 BrSuccessor PIC 9(5).
       FD RFile.
       01 RLine PIC X(80).
       FD CsvFile.
       01 CsvRecord PIC X(100).
       WORKING-STORAGE SECTION.
       01 WLastPeriod.
           02 WLastYear PIC 9(4).
           02 WLastMon PIC 9(2).
       01 WLastPeriodNum REDEFINES WLastPeriod PIC 9(6).
       01 WWorkPeriod.
           02 WWorkYear PIC 9(4).
           02 WWorkMon PIC 9(2).
       01 WWorkPeriodNum REDEFINES WWorkPeriod PIC 9(6).
       01 WPeriodsWanted PIC 9(2).
       01 WCsvAnswer PIC X(1).
       01 WSnapName PIC X(20).
      *> Slot 1 is the period before the first one reported - read
      *> only so the first reported period has something to be
      *> compared against. WPerState is "M" when the snapshot is
      *> not on file, "F" when no earlier snapshot was found to
      *> compare with, and WPerPrev the slot it was compared to.
       01 WPeriodTable.
           02 WPerEntry OCCURS 13.
               03 WPerNum PIC 9(6).
               03 WPerState PIC X(1).
               03 WPerPrev PIC 9(2).
       01 WPerCount PIC 9(2).
       01 WPerSub PIC 9(2).
       01 WLastLoaded PIC 9(2) VALUE 0.
      *> statenames2.txt's branches, plus one slot for customers
      *> whose BranchState is on no branch line. Each branch holds
      *> its figures for every period slot.
       01 WBranchTable.
           02 WBrEntry OCCURS 200.
               03 WBrIDnum PIC 9(5).
               03 WBrSName PIC X(15).
               03 WBrCName PIC X(15).
               03 WBrRegion PIC X(5).
               03 WBrFig OCCURS 13.
                   04 WBfDebtors PIC 9(5).
                   04 WBfLoanBook PIC S9(11)V99.
                   04 WBfNew PIC 9(5).
                   04 WBfDropped PIC 9(5).
                   04 WBfBalance PIC S9(11)V99.
       01 WBrUsed PIC 9(3) VALUE 0.
       01 WBrSub PIC 9(3).
       01 WBrHit PIC 9(3).
       01 WBrNone PIC 9(3) VALUE 0.
       01 WRegionTable.
           02 WRgCode PIC X(5) OCCURS 200.
       01 WRgUsed PIC 9(3) VALUE 0.
       01 WRgSub PIC 9(3).
       01 WRgHit PIC 9(3).
      *> One period's snapshot, and the last one loaded before it,
      *> each as IDnum and branch slot. pos_snap walks customers.dat
      *> in key order, so both come in IDnum order and new and
      *> dropped customers fall out of a single merge.
       01 WCurTable.
           02 WCuEntry OCCURS 5000.
               03 WCuIDnum PIC 9(5).
               03 WCuBranch PIC 9(3).
       01 WCurUsed PIC 9(4) VALUE 0.
       01 WPrevTable.
           02 WPvEntry OCCURS 5000.
               03 WPvIDnum PIC 9(5).
               03 WPvBranch PIC 9(3).
       01 WPrevUsed PIC 9(4) VALUE 0.
       01 WMi PIC 9(5).
       01 WMj PIC 9(5).
      *> The figures being printed - one branch, a region's sum or
      *> the whole bank's - and the two running sums.
       01 WFigTable.
           02 WFig OCCURS 13.
               03 WFgDebtors PIC 9(5).
               03 WFgLoanBook PIC S9(11)V99.
               03 WFgNew PIC 9(5).
               03 WFgDropped PIC 9(5).
               03 WFgBalance PIC S9(11)V99.
       01 WRegFigTable.
           02 WRegFig OCCURS 13.
               03 WRfDebtors PIC 9(5).
               03 WRfLoanBook PIC S9(11)V99.
               03 WRfNew PIC 9(5).
               03 WRfDropped PIC 9(5).
               03 WRfBalance PIC S9(11)V99.
       01 WAllFigTable.
           02 WAllFig OCCURS 13.
               03 WAfDebtors PIC 9(5).
               03 WAfLoanBook PIC S9(11)V99.
               03 WAfNew PIC 9(5).
               03 WAfDropped PIC 9(5).
               03 WAfBalance PIC S9(11)V99.
       01 WMovement PIC S9(11)V99.
      *> What the figure lines are for, carried into the CSV.
       01 WFigLevel PIC X(6).
       01 WFigRegion PIC X(5).
       01 WFigBranch PIC 9(5).
       01 WRunStamp.
           02 WRunDate PIC 9(8).
           02 WRunTime PIC 9(6).
       01 WPrintLine PIC X(80).
       01 WPageNum PIC 9(3) VALUE 0.
       01 WLineCount PIC 9(2) VALUE 0.
       01 WLinesPerPage PIC 9(2) VALUE 50.
       01 WS-SWITCHES.
           02 WS-SEOF-SW PIC X(1) VALUE "N".
               88 WS-SEOF VALUE "Y".
           02 WS-SNAP-EOF-SW PIC X(1) VALUE "N".
               88 WS-SNAP-EOF VALUE "Y".
           02 WS-OVERFLOW-SW PIC X(1) VALUE "N".
               88 WS-OVERFLOW VALUE "Y".
           02 WS-DFILE-OK-SW PIC X(1) VALUE "N".
               88 WS-DFILE-OK VALUE "Y".
           02 WS-CSV-SW PIC X(1) VALUE "N".
               88 WS-CSV VALUE "Y".
       01 ws-snap-status PIC X(2).
       01 ws-d-status PIC X(2).
       01 ws-s-status PIC X(2).
       01 WTrendLine.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WTLPeriod PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WTLDebtors PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WTLLoanBook PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WTLNew PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WTLDropped PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WTLBalance PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WTLMovement PIC -ZZZ,ZZZ,ZZ9.99.
      *> The spreadsheet gets signed dollars-and-cents with an
      *> explicit decimal point, the gl_extract layout.
       01 WCsvLine.
           02 WCLLevel PIC X(6).
           02 FILLER PIC X(1) VALUE ",".
           02 WCLRegion PIC X(5).
           02 FILLER PIC X(1) VALUE ",".
           02 WCLBranch PIC 9(5).
           02 FILLER PIC X(1) VALUE ",".
           02 WCLPeriod PIC 9(6).
           02 FILLER PIC X(1) VALUE ",".
           02 WCLDebtors PIC 9(5).
           02 FILLER PIC X(1) VALUE ",".
           02 WCLLoanBook PIC -9(11).99.
           02 FILLER PIC X(1) VALUE ",".
           02 WCLNew PIC 9(5).
           02 FILLER PIC X(1) VALUE ",".
           02 WCLDropped PIC 9(5).
           02 FILLER PIC X(1) VALUE ",".
           02 WCLBalance PIC -9(11).99.
           02 FILLER PIC X(1) VALUE ",".
           02 WCLMovement PIC -9(11).99.
       01 Dec PIC X(25).

      *> Month-over-month portfolio trend off the posnap<yyyymm>.dat
      *> snapshots pos_snap leaves at every close: for each branch
      *> on statenames2.txt, then each region, then the whole bank,
      *> one line per period with the customers owing Debt, the
      *> loan book (their Debt), IDnums new to the snapshot and
      *> IDnums gone from it since the period before, and the
      *> total Balance with its movement on that period. A
      *> customer is counted under the branch the master has them
      *> at today, so a re-homed customer's history moves with
      *> them. The same lines can go to porttrend.csv for finance.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" PORTFOLIO TREND "Dec.
           MOVE FUNCTION CURRENT-DATE TO WRunStamp
           DISPLAY "Latest period (YYYYMM): "WITH NO ADVANCING
           ACCEPT WLastPeriod
           DISPLAY "Periods to compare (1-12): "WITH NO ADVANCING
           ACCEPT WPeriodsWanted
           DISPLAY "Also write porttrend.csv (Y/N): "
               WITH NO ADVANCING
           ACCEPT WCsvAnswer
           IF WCsvAnswer = "Y" OR WCsvAnswer = "y"
               SET WS-CSV TO TRUE
           END-IF
           IF WPeriodsWanted < 1 OR WPeriodsWanted > 12
                   OR WLastMon < 1 OR WLastMon > 12
               DISPLAY "Periods must be 1-12 and the period a real "
                   "YYYYMM - nothing reported"
               STOP RUN
           END-IF

           PERFORM buildPeriods
           PERFORM loadBranches
      *> customers.dat does not exist yet on a fresh install -
      *> status 35 just puts everyone under no branch.
           OPEN INPUT DFile
           IF ws-d-status NOT = "35"
               SET WS-DFILE-OK TO TRUE
           END-IF
           PERFORM processPeriod
               VARYING WPerSub FROM 1 BY 1
               UNTIL WPerSub > WPerCount OR WS-OVERFLOW
           IF WS-DFILE-OK
               CLOSE DFile
           END-IF
      *> A snapshot or branch file bigger than the tables would
      *> give figures that quietly leave customers out, so the
      *> run reports nothing rather than a wrong trend.
           IF WS-OVERFLOW
               DISPLAY "MORE THAN 5000 CUSTOMERS IN A SNAPSHOT OR 200 "
                   "BRANCHES - REFUSED, NOTHING REPORTED. Raise the "
                   "table first."
               STOP RUN
           END-IF

           OPEN OUTPUT RFile
           IF WS-CSV
               OPEN OUTPUT CsvFile
               MOVE SPACES TO CsvRecord
               STRING "LEVEL,REGION,BRANCH,PERIOD,DEBTORS,LOANBOOK,"
                   "NEW,DROPPED,BALANCE,MOVEMENT"
                   DELIMITED BY SIZE INTO CsvRecord
               WRITE CsvRecord
           END-IF
           PERFORM printHeading
           PERFORM notePeriod
               VARYING WPerSub FROM 2 BY 1 UNTIL WPerSub > WPerCount
           INITIALIZE WAllFigTable
           PERFORM printRegion
               VARYING WRgSub FROM 1 BY 1 UNTIL WRgSub > WRgUsed
           MOVE WAllFigTable TO WFigTable
           MOVE SPACES TO WPrintLine
           PERFORM writeReportLine
           MOVE "ALL BRANCHES" TO WPrintLine
           PERFORM writeReportLine
           MOVE "TOTAL " TO WFigLevel
           MOVE "ALL  " TO WFigRegion
           MOVE 0 TO WFigBranch
           PERFORM printFigures
           CLOSE RFile
           IF WS-CSV
               CLOSE CsvFile
               DISPLAY "Figures written to porttrend.csv"
           END-IF
           DISPLAY "Trend written to porttrend.rpt".
       STOP RUN.

      *> Works back month by month from the latest period, one
      *> slot further than asked for - the comparison base.
       buildPeriods.
           COMPUTE WPerCount = WPeriodsWanted + 1
           MOVE WLastPeriodNum TO WWorkPeriodNum
           PERFORM buildOnePeriod
               VARYING WPerSub FROM WPerCount BY -1 UNTIL WPerSub < 1.

       buildOnePeriod.
           MOVE WWorkPeriodNum TO WPerNum(WPerSub)
           MOVE SPACE TO WPerState(WPerSub)
           MOVE 0 TO WPerPrev(WPerSub)
           IF WWorkMon = 1
               MOVE 12 TO WWorkMon
               SUBTRACT 1 FROM WWorkYear
           ELSE
               SUBTRACT 1 FROM WWorkMon
           END-IF.

      *> statenames2.txt may not exist yet (adc.cob has never been
      *> run) - status 35 just leaves every customer under no
      *> branch, and reading a file that failed to open never
      *> reaches AT END, so the loop must be skipped outright.
       loadBranches.
           INITIALIZE WBranchTable
           OPEN INPUT SFile
           IF ws-s-status NOT = "35"
               PERFORM loadOneBranch UNTIL WS-SEOF
               CLOSE SFile
           END-IF
           IF WBrUsed < 200
               ADD 1 TO WBrUsed
               MOVE WBrUsed TO WBrNone
               MOVE 0 TO WBrIDnum(WBrNone)
               MOVE "NO BRANCH" TO WBrSName(WBrNone)
               MOVE SPACES TO WBrCName(WBrNone)
               MOVE "NONE" TO WBrRegion(WBrNone)
           ELSE
               SET WS-OVERFLOW TO TRUE
           END-IF
           PERFORM noteRegion
               VARYING WBrSub FROM 1 BY 1 UNTIL WBrSub > WBrUsed.

       loadOneBranch.
           READ SFile
               AT END
                   SET WS-SEOF TO TRUE
               NOT AT END
                   IF WBrUsed < 199
                       ADD 1 TO WBrUsed
                       MOVE idNum OF BranchData TO WBrIDnum(WBrUsed)
                       MOVE sName TO WBrSName(WBrUsed)
                       MOVE cName TO WBrCName(WBrUsed)
                       MOVE RegionCode TO WBrRegion(WBrUsed)
                   ELSE
                       SET WS-OVERFLOW TO TRUE
                   END-IF
           END-READ.

      *> Regions print in the order their first branch appears.
       noteRegion.
           MOVE 0 TO WRgHit
           PERFORM checkOneRegion
               VARYING WRgSub FROM 1 BY 1
               UNTIL WRgSub > WRgUsed OR WRgHit > 0
           IF WRgHit = 0
               ADD 1 TO WRgUsed
               MOVE WBrRegion(WBrSub) TO WRgCode(WRgUsed)
           END-IF.

       checkOneRegion.
           IF WRgCode(WRgSub) = WBrRegion(WBrSub)
               MOVE WRgSub TO WRgHit
           END-IF.

      *> A period whose snapshot is not on file (status 35) is
      *> marked and skipped - the next one found compares with the
      *> last one that was, rather than seeing every customer
      *> drop out and come back.
       processPeriod.
           MOVE SPACES TO WSnapName
           STRING "posnap" WPerNum(WPerSub) ".dat"
               DELIMITED BY SIZE INTO WSnapName
           MOVE 0 TO WCurUsed
           MOVE "N" TO WS-SNAP-EOF-SW
           OPEN INPUT SnapFile
           IF ws-snap-status = "35"
               MOVE "M" TO WPerState(WPerSub)
           ELSE
               PERFORM loadOneSnap UNTIL WS-SNAP-EOF
               CLOSE SnapFile
               IF WLastLoaded = 0
                   MOVE "F" TO WPerState(WPerSub)
               ELSE
                   MOVE WLastLoaded TO WPerPrev(WPerSub)
                   MOVE 1 TO WMi WMj
                   PERFORM mergeStep
                       UNTIL WMi > WPrevUsed AND WMj > WCurUsed
               END-IF
               MOVE WCurTable TO WPrevTable
               MOVE WCurUsed TO WPrevUsed
               MOVE WPerSub TO WLastLoaded
           END-IF.

       loadOneSnap.
           READ SnapFile
               AT END
                   SET WS-SNAP-EOF TO TRUE
               NOT AT END
                   IF WCurUsed < 5000
                       ADD 1 TO WCurUsed
                       MOVE SnIDnum TO WCuIDnum(WCurUsed)
                       PERFORM findCustomerBranch
                       MOVE WBrHit TO WCuBranch(WCurUsed)
                       IF SnDebt > 0
                           ADD 1 TO WBfDebtors(WBrHit, WPerSub)
                       END-IF
                       ADD SnDebt TO WBfLoanBook(WBrHit, WPerSub)
                       ADD SnBalance TO WBfBalance(WBrHit, WPerSub)
                   ELSE
                       SET WS-OVERFLOW TO TRUE
                       SET WS-SNAP-EOF TO TRUE
                   END-IF
           END-READ.

      *> The customer's branch today, off the master. One no longer
      *> on file, or at a BranchState no branch line carries, goes
      *> under no branch.
       findCustomerBranch.
           MOVE WBrNone TO WBrHit
           IF WS-DFILE-OK
               MOVE SnIDnum TO IDnum OF Customer
               READ DFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM matchBranch
                           VARYING WBrSub FROM 1 BY 1
                           UNTIL WBrSub NOT < WBrNone
               END-READ
           END-IF.

       matchBranch.
           IF WBrIDnum(WBrSub) = BranchState
               MOVE WBrSub TO WBrHit
               MOVE WBrNone TO WBrSub
           END-IF.

      *> One step of the merge of the last snapshot (i) with this
      *> one (j): an IDnum only in the last is dropped, at the
      *> branch it was counted under then; one only in this is new.
       mergeStep.
           EVALUATE TRUE
               WHEN WMj > WCurUsed
                   ADD 1 TO WBfDropped(WPvBranch(WMi), WPerSub)
                   ADD 1 TO WMi
               WHEN WMi > WPrevUsed
                   ADD 1 TO WBfNew(WCuBranch(WMj), WPerSub)
                   ADD 1 TO WMj
               WHEN WPvIDnum(WMi) < WCuIDnum(WMj)
                   ADD 1 TO WBfDropped(WPvBranch(WMi), WPerSub)
                   ADD 1 TO WMi
               WHEN WPvIDnum(WMi) > WCuIDnum(WMj)
                   ADD 1 TO WBfNew(WCuBranch(WMj), WPerSub)
                   ADD 1 TO WMj
               WHEN OTHER
                   ADD 1 TO WMi
                   ADD 1 TO WMj
           END-EVALUATE.

      *> Periods that could not be compared are said so once at the
      *> top, instead of a zero that reads like no movement.
       notePeriod.
           EVALUATE WPerState(WPerSub)
               WHEN "M"
                   MOVE SPACES TO WPrintLine
                   STRING "PERIOD " WPerNum(WPerSub)
                       " - NO SNAPSHOT ON FILE, LEFT OUT"
                       DELIMITED BY SIZE INTO WPrintLine
                   PERFORM writeReportLine
               WHEN "F"
                   MOVE SPACES TO WPrintLine
                   STRING "PERIOD " WPerNum(WPerSub)
                       " - NO EARLIER SNAPSHOT, NEW/DROPPED/MOVEMENT"
                       " NOT COMPARED" DELIMITED BY SIZE
                       INTO WPrintLine
                   PERFORM writeReportLine
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       printRegion.
           INITIALIZE WRegFigTable
           MOVE SPACES TO WPrintLine
           PERFORM writeReportLine
           MOVE SPACES TO WPrintLine
           STRING "REGION " WRgCode(WRgSub)
               DELIMITED BY SIZE INTO WPrintLine
           PERFORM writeReportLine
           PERFORM printRegionBranch
               VARYING WBrSub FROM 1 BY 1 UNTIL WBrSub > WBrUsed
           MOVE WRegFigTable TO WFigTable
           MOVE SPACES TO WPrintLine
           STRING "  REGION " WRgCode(WRgSub) " TOTAL"
               DELIMITED BY SIZE INTO WPrintLine
           PERFORM writeReportLine
           MOVE "REGION" TO WFigLevel
           MOVE WRgCode(WRgSub) TO WFigRegion
           MOVE 0 TO WFigBranch
           PERFORM printFigures.

       printRegionBranch.
           IF WBrRegion(WBrSub) = WRgCode(WRgSub)
               PERFORM copyBranchFigures
                   VARYING WPerSub FROM 1 BY 1
                   UNTIL WPerSub > WPerCount
               MOVE SPACES TO WPrintLine
               STRING "  BRANCH " WBrIDnum(WBrSub) " "
                   WBrSName(WBrSub) " " WBrCName(WBrSub)
                   DELIMITED BY SIZE INTO WPrintLine
               PERFORM writeReportLine
               MOVE "BRANCH" TO WFigLevel
               MOVE WBrRegion(WBrSub) TO WFigRegion
               MOVE WBrIDnum(WBrSub) TO WFigBranch
               PERFORM printFigures
           END-IF.

       copyBranchFigures.
           MOVE WBfDebtors(WBrSub, WPerSub) TO WFgDebtors(WPerSub)
           MOVE WBfLoanBook(WBrSub, WPerSub) TO WFgLoanBook(WPerSub)
           MOVE WBfNew(WBrSub, WPerSub) TO WFgNew(WPerSub)
           MOVE WBfDropped(WBrSub, WPerSub) TO WFgDropped(WPerSub)
           MOVE WBfBalance(WBrSub, WPerSub) TO WFgBalance(WPerSub)
           ADD WBfDebtors(WBrSub, WPerSub) TO WRfDebtors(WPerSub)
               WAfDebtors(WPerSub)
           ADD WBfLoanBook(WBrSub, WPerSub) TO WRfLoanBook(WPerSub)
               WAfLoanBook(WPerSub)
           ADD WBfNew(WBrSub, WPerSub) TO WRfNew(WPerSub)
               WAfNew(WPerSub)
           ADD WBfDropped(WBrSub, WPerSub) TO WRfDropped(WPerSub)
               WAfDropped(WPerSub)
           ADD WBfBalance(WBrSub, WPerSub) TO WRfBalance(WPerSub)
               WAfBalance(WPerSub).

      *> One line per reported period out of WFigTable - slot 1 is
      *> only the comparison base and does not print.
       printFigures.
           PERFORM printOneFigure
               VARYING WPerSub FROM 2 BY 1 UNTIL WPerSub > WPerCount.

       printOneFigure.
           IF WPerState(WPerSub) NOT = "M"
               MOVE 0 TO WMovement
               IF WPerPrev(WPerSub) > 0
                   COMPUTE WMovement = WFgBalance(WPerSub)
                       - WFgBalance(WPerPrev(WPerSub))
               END-IF
               MOVE WPerNum(WPerSub) TO WTLPeriod
               MOVE WFgDebtors(WPerSub) TO WTLDebtors
               MOVE WFgLoanBook(WPerSub) TO WTLLoanBook
               MOVE WFgNew(WPerSub) TO WTLNew
               MOVE WFgDropped(WPerSub) TO WTLDropped
               MOVE WFgBalance(WPerSub) TO WTLBalance
               MOVE WMovement TO WTLMovement
               MOVE WTrendLine TO WPrintLine
               PERFORM writeReportLine
               IF WS-CSV
                   MOVE WFigLevel TO WCLLevel
                   MOVE WFigRegion TO WCLRegion
                   MOVE WFigBranch TO WCLBranch
                   MOVE WPerNum(WPerSub) TO WCLPeriod
                   MOVE WFgDebtors(WPerSub) TO WCLDebtors
                   MOVE WFgLoanBook(WPerSub) TO WCLLoanBook
                   MOVE WFgNew(WPerSub) TO WCLNew
                   MOVE WFgDropped(WPerSub) TO WCLDropped
                   MOVE WFgBalance(WPerSub) TO WCLBalance
                   MOVE WMovement TO WCLMovement
                   MOVE WCsvLine TO CsvRecord
                   WRITE CsvRecord
               END-IF
           END-IF.

      *> Starts a new page: page number up, heading, run stamp and
      *> column headings reprinted, line count back to zero.
       printHeading.
           ADD 1 TO WPageNum
           MOVE 0 TO WLineCount
           MOVE SPACES TO RLine
           STRING "PORTFOLIO TREND BY BRANCH AND REGION"
               "              PAGE " WPageNum
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "RUN " WRunDate " AT " WRunTime "  PERIODS "
               WPerNum(2) " TO " WPerNum(WPerCount)
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "  PERIOD DEBTR       LOAN BOOK   NEW  DROP"
               "        BALANCES        MOVEMENT"
               DELIMITED BY SIZE INTO RLine
           WRITE RLine.

      *> Every report line goes to the screen and the print file,
      *> with the heading reprinted whenever a page fills.
       writeReportLine.
           DISPLAY WPrintLine
           IF WLineCount NOT < WLinesPerPage
               PERFORM printHeading
           END-IF
           MOVE WPrintLine TO RLine
           WRITE RLine
           ADD 1 TO WLineCount.

       END PROGRAM port_trend.
