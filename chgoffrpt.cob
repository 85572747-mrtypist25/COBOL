       IDENTIFICATION DIVISION.
       PROGRAM-ID. chgoff_report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ChgFile ASSIGN TO "chgoff.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-chg-status.
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       SELECT RFile ASSIGN TO "chgoffrpt.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ChgFile.
       01 ChgRecord.
           COPY "chgrec.cpy".
       01 ChgSplit.
           02 FILLER PIC X(18).
           02 CoMonth PIC 9(6).
           02 FILLER PIC X(13).
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
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
       01 WPeriod PIC 9(6).
      *> Per-branch totals filled in one pass over the history -
      *> the branch_report table pattern, up to two hundred
      *> branch/state codes.
       01 WBrTable.
           02 WBrEntry OCCURS 200.
               03 WBrState PIC 9(5).
               03 WBrChgCount PIC 9(5).
               03 WBrChgTotal PIC S9(11)V99.
               03 WBrRecCount PIC 9(5).
               03 WBrRecTotal PIC S9(11)V99.
       01 WBrUsed PIC 9(3) VALUE 0.
       01 WBrSub PIC 9(3).
       01 WBrHit PIC 9(3).
       01 WNetLoss PIC S9(11)V99.
       01 WTotals.
           02 WChgCount PIC 9(5) VALUE 0.
           02 WChgTotal PIC S9(11)V99 VALUE 0.
           02 WRecCount PIC 9(5) VALUE 0.
           02 WRecTotal PIC S9(11)V99 VALUE 0.
           02 WDropCount PIC 9(5) VALUE 0.
       01 WS-SWITCHES.
           02 WS-EOF-SW PIC X(1) VALUE "N".
               88 WS-EOF VALUE "Y".
       01 ws-chg-status PIC X(2).
       01 ws-bd-status PIC X(2).
       01 WBrLine.
           02 WBLState PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WBLChgCount PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WBLChgTotal PIC -9(9).99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WBLRecCount PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WBLRecTotal PIC -9(9).99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WBLNet PIC -9(9).99.
       01 Dec PIC X(25).

      *> Monthly charge-off and recovery report: every write-off
      *> chg_off made and every recovery the payment programs took
      *> in the month, off chgoff.txt, counted and totaled by the
      *> branch the loan was booked at, with the net loss - what
      *> was written off less what came back.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" CHARGE-OFFS AND RECOVERIES "Dec.
           PERFORM readBankDate.
           DISPLAY "Month to report (YYYYMM, 0 = bank date month): "
               WITH NO ADVANCING
           ACCEPT WPeriod
           IF WPeriod = 0
               MOVE WBankMonth TO WPeriod
           END-IF.

      *> No history yet (status 35) just means nothing has ever
      *> been charged off - the report still prints, empty.
      *> Reading a file that failed to open never reaches AT END,
      *> so the loop must be skipped outright.
           OPEN INPUT ChgFile
           IF ws-chg-status NOT = "35"
               PERFORM readOneHistory UNTIL WS-EOF
               CLOSE ChgFile
           END-IF.

           OPEN OUTPUT RFile
           MOVE SPACES TO RLine
           STRING "CHARGE-OFFS AND RECOVERIES BY BRANCH  MONTH "
               WPeriod DELIMITED BY SIZE INTO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "STATE  CHG  CHARGED OFF   REC    RECOVERED"
               "     NET LOSS" DELIMITED BY SIZE INTO RLine
           WRITE RLine
           PERFORM printBranchLine
               VARYING WBrSub FROM 1 BY 1
               UNTIL WBrSub > WBrUsed
           COMPUTE WNetLoss = WChgTotal - WRecTotal
           MOVE SPACES TO RLine
           STRING "TOTAL CHARGED OFF " WChgCount " " WChgTotal
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "TOTAL RECOVERED   " WRecCount " " WRecTotal
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "NET LOSS                " WNetLoss
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           IF WDropCount > 0
               MOVE SPACES TO RLine
               STRING "*** " WDropCount " RECORDS FROM BRANCHES PAST "
                   "THE TABLE - IN TOTALS ONLY ***"
                   DELIMITED BY SIZE INTO RLine
               WRITE RLine
           END-IF
           CLOSE RFile.

           DISPLAY "Charged off ..............: "WChgCount
               " " WChgTotal
           DISPLAY "Recovered ................: "WRecCount
               " " WRecTotal
           DISPLAY "Report written to chgoffrpt.rpt".
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

       readOneHistory.
           READ ChgFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CoMonth = WPeriod
                       PERFORM addHistory
                   END-IF
           END-READ.

      *> Finds the branch in the table, or claims the next free
      *> slot - the branch_report pattern. A record past the table
      *> still counts in the grand totals.
       addHistory.
           MOVE 0 TO WBrHit
           PERFORM findBranchSlot
               VARYING WBrSub FROM 1 BY 1
               UNTIL WBrSub > WBrUsed OR WBrHit > 0
           IF WBrHit = 0
               IF WBrUsed < 200
                   ADD 1 TO WBrUsed
                   MOVE WBrUsed TO WBrHit
                   MOVE CoBranch TO WBrState(WBrHit)
                   MOVE 0 TO WBrChgCount(WBrHit) WBrChgTotal(WBrHit)
                       WBrRecCount(WBrHit) WBrRecTotal(WBrHit)
               ELSE
                   ADD 1 TO WDropCount
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN CoChargeOff
                   ADD 1 TO WChgCount
                   ADD CoAmount TO WChgTotal
                   IF WBrHit > 0
                       ADD 1 TO WBrChgCount(WBrHit)
                       ADD CoAmount TO WBrChgTotal(WBrHit)
                   END-IF
               WHEN CoRecovery
                   ADD 1 TO WRecCount
                   ADD CoAmount TO WRecTotal
                   IF WBrHit > 0
                       ADD 1 TO WBrRecCount(WBrHit)
                       ADD CoAmount TO WBrRecTotal(WBrHit)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       findBranchSlot.
           IF WBrState(WBrSub) = CoBranch
               MOVE WBrSub TO WBrHit
           END-IF.

       printBranchLine.
           MOVE WBrState(WBrSub) TO WBLState
           MOVE WBrChgCount(WBrSub) TO WBLChgCount
           MOVE WBrChgTotal(WBrSub) TO WBLChgTotal
           MOVE WBrRecCount(WBrSub) TO WBLRecCount
           MOVE WBrRecTotal(WBrSub) TO WBLRecTotal
           COMPUTE WBLNet = WBrChgTotal(WBrSub) - WBrRecTotal(WBrSub)
           MOVE WBrLine TO RLine
           WRITE RLine.

       END PROGRAM chgoff_report.
