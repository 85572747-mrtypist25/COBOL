       IDENTIFICATION DIVISION.
       PROGRAM-ID. disp_aging.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CaseFile ASSIGN TO "disputes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-case-status.
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       SELECT RFile ASSIGN TO "dispaging.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CaseFile.
       01 CaseRecord.
           COPY "dsprec.cpy".
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
       FD RFile.
       01 RLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WBankStamp.
           02 WBankDate PIC 9(8).
           02 WBankTime PIC 9(6).
      *> One slot per terminal that has ever had a case against it:
      *> every case counts, settled or not, so the machines that
      *> cause the disputes stand out even when the cases are
      *> settled on time.
       01 WTmTable.
           02 WTmEntry OCCURS 500.
               03 WTmTermID PIC 9(4).
               03 WTmCases PIC 9(5).
               03 WTmReversed PIC 9(5).
               03 WTmOpen PIC 9(5).
               03 WTmOverdue PIC 9(5).
               03 WTmOverAmt PIC S9(9)V99.
               03 WTmListed PIC X(1).
       01 WTmUsed PIC 9(4) VALUE 0.
       01 WTmSub PIC 9(4).
       01 WTmHit PIC 9(4).
       01 WTmBest PIC 9(4).
       01 WDaysOver PIC 9(5).
       01 WTotals.
           02 WCaseCount PIC 9(5) VALUE 0.
           02 WOpenCount PIC 9(5) VALUE 0.
           02 WOverCount PIC 9(5) VALUE 0.
           02 WOverAmount PIC S9(11)V99 VALUE 0.
       01 WS-SWITCHES.
           02 WS-EOF-SW PIC X(1) VALUE "N".
               88 WS-EOF VALUE "Y".
           02 WS-OVERFLOW-SW PIC X(1) VALUE "N".
               88 WS-OVERFLOW VALUE "Y".
       01 ws-case-status PIC X(2).
       01 ws-bd-status PIC X(2).
       01 WTermLine.
           02 FILLER PIC X(9) VALUE "TERMINAL ".
           02 WTLTermID PIC 9(4).
           02 FILLER PIC X(8) VALUE "  CASES ".
           02 WTLCases PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE "  REVERSED ".
           02 WTLReversed PIC ZZZZ9.
           02 FILLER PIC X(7) VALUE "  OPEN ".
           02 WTLOpen PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE "  PAST DUE ".
           02 WTLOverdue PIC ZZZZ9.
       01 WCaseLine.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WCLCaseNum PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WCLIDnum PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WCLAcType PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WCLTranDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WCLClaim PIC ZZZZZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WCLReason PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WCLOpened PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WCLDeadline PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WCLDaysOver PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WCLOpenBy PIC 9(4).
       01 WSumLine.
           02 FILLER PIC X(17) VALUE "  PAST DUE COUNT ".
           02 WSLCount PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE "  AMOUNT ".
           02 WSLAmount PIC ZZZZZZZZZZ9.99.
       01 Dec PIC X(25).

      *> The evening's dispute aging. Every open case in
      *> disputes.txt whose deadline has passed is listed under
      *> the terminal that posted the disputed withdrawal, with how
      *> many days it is overdue. The terminals come busiest first
      *> - most cases of any status - so the machines that cause
      *> the disputes head the report whether or not anything is
      *> overdue on them today. Nothing is changed; only atm_dispute
      *> settles a case.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" DISPUTE AGING "Dec.
           PERFORM readBankDate
           PERFORM loadTerminals

           OPEN OUTPUT RFile
           MOVE SPACES TO RLine
           STRING "ATM DISPUTES PAST DEADLINE ON " WBankDate
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           IF WS-OVERFLOW
               MOVE SPACES TO RLine
               STRING "*** MORE THAN 500 TERMINALS ON disputes.txt "
                   "- LATER ONES NOT LISTED. Raise the table first."
                   DELIMITED BY SIZE INTO RLine
               WRITE RLine
           END-IF
           PERFORM listNextTerminal WTmUsed TIMES
           MOVE SPACES TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           MOVE WOverAmount TO WSLAmount
           STRING "CASES " WCaseCount "  OPEN " WOpenCount
               "  PAST DUE " WOverCount "  AMOUNT " WSLAmount
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           CLOSE RFile.

           DISPLAY "Open cases ................: "WOpenCount
           DISPLAY "Past their deadline .......: "WOverCount
           DISPLAY "Report written to dispaging.rpt".
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

      *> disputes.txt may not exist yet - status 35 just means no
      *> case has ever been opened, and reading a file that failed
      *> to open never reaches AT END, so the loop must be skipped
      *> outright.
       loadTerminals.
           OPEN INPUT CaseFile
           IF ws-case-status NOT = "35"
               PERFORM countOneCase UNTIL WS-EOF
               CLOSE CaseFile
           END-IF.

       countOneCase.
           READ CaseFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WCaseCount
                   IF DsOpen
                       ADD 1 TO WOpenCount
                   END-IF
                   PERFORM findTerminal
                   IF WTmHit > 0
                       ADD 1 TO WTmCases(WTmHit)
                       IF DsReversed
                           ADD 1 TO WTmReversed(WTmHit)
                       END-IF
                       IF DsOpen
                           ADD 1 TO WTmOpen(WTmHit)
                       END-IF
                       IF DsOpen AND DsDeadline < WBankDate
                           ADD 1 TO WTmOverdue(WTmHit)
                           ADD DsClaimAmt TO WTmOverAmt(WTmHit)
                       END-IF
                   END-IF
           END-READ.

       findTerminal.
           MOVE 0 TO WTmHit
           PERFORM checkOneTerminal
               VARYING WTmSub FROM 1 BY 1
               UNTIL WTmSub > WTmUsed OR WTmHit > 0
           IF WTmHit = 0
               IF WTmUsed < 500
                   ADD 1 TO WTmUsed
                   MOVE WTmUsed TO WTmHit
                   MOVE DsTermID TO WTmTermID(WTmHit)
                   MOVE 0 TO WTmCases(WTmHit) WTmReversed(WTmHit)
                       WTmOpen(WTmHit) WTmOverdue(WTmHit)
                       WTmOverAmt(WTmHit)
                   MOVE "N" TO WTmListed(WTmHit)
               ELSE
                   SET WS-OVERFLOW TO TRUE
               END-IF
           END-IF.

       checkOneTerminal.
           IF WTmTermID(WTmSub) = DsTermID
               MOVE WTmSub TO WTmHit
           END-IF.

      *> Picks the terminal with the most cases not yet listed and
      *> lists it - one pass per terminal, busiest first.
       listNextTerminal.
           MOVE 0 TO WTmBest
           PERFORM pickBusiest
               VARYING WTmSub FROM 1 BY 1
               UNTIL WTmSub > WTmUsed
           MOVE "Y" TO WTmListed(WTmBest)
           MOVE SPACES TO RLine
           WRITE RLine
           MOVE WTmTermID(WTmBest) TO WTLTermID
           MOVE WTmCases(WTmBest) TO WTLCases
           MOVE WTmReversed(WTmBest) TO WTLReversed
           MOVE WTmOpen(WTmBest) TO WTLOpen
           MOVE WTmOverdue(WTmBest) TO WTLOverdue
           MOVE WTermLine TO RLine
           WRITE RLine
           IF WTmOverdue(WTmBest) > 0
               MOVE SPACES TO RLine
               STRING "  CASE#  ID    A WITHDRAWN     CLAIM R OPENED"
                   "   DEADLINE  DAYS OPER" DELIMITED BY SIZE
                   INTO RLine
               WRITE RLine
               PERFORM listTerminalCases
               MOVE WTmOverdue(WTmBest) TO WSLCount
               MOVE WTmOverAmt(WTmBest) TO WSLAmount
               MOVE WSumLine TO RLine
               WRITE RLine
               ADD WTmOverdue(WTmBest) TO WOverCount
               ADD WTmOverAmt(WTmBest) TO WOverAmount
           END-IF.

       pickBusiest.
           IF WTmListed(WTmSub) = "N"
               IF WTmBest = 0
                   MOVE WTmSub TO WTmBest
               ELSE
                   IF WTmCases(WTmSub) > WTmCases(WTmBest)
                       MOVE WTmSub TO WTmBest
                   END-IF
               END-IF
           END-IF.

      *> The case file is read again for each terminal with
      *> overdue cases, in file order, which is case order.
       listTerminalCases.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CaseFile
           PERFORM listOneCase UNTIL WS-EOF
           CLOSE CaseFile.

       listOneCase.
           READ CaseFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF DsTermID = WTmTermID(WTmBest) AND DsOpen
                           AND DsDeadline < WBankDate
                       COMPUTE WDaysOver =
                           FUNCTION INTEGER-OF-DATE(WBankDate)
                           - FUNCTION INTEGER-OF-DATE(DsDeadline)
                       MOVE DsCaseNum TO WCLCaseNum
                       MOVE DsIDnum TO WCLIDnum
                       MOVE DsAcType TO WCLAcType
                       MOVE DsTranDate TO WCLTranDate
                       MOVE DsClaimAmt TO WCLClaim
                       MOVE DsReason TO WCLReason
                       MOVE DsOpened TO WCLOpened
                       MOVE DsDeadline TO WCLDeadline
                       MOVE WDaysOver TO WCLDaysOver
                       MOVE DsOpenBy TO WCLOpenBy
                       MOVE WCaseLine TO RLine
                       WRITE RLine
                   END-IF
           END-READ.

       END PROGRAM disp_aging.
