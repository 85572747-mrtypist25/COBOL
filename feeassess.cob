       IDENTIFICATION DIVISION.
       PROGRAM-ID. fee_assess.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FeeFile ASSIGN TO "feesched.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fee-status.
       SELECT FeeRunFile ASSIGN TO "feerun.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-frun-status.
       SELECT DoneFile ASSIGN TO "feedone.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-done-status.
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
       SELECT TFile ASSIGN TO "transactions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-t-status.
       SELECT JFile ASSIGN TO "journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-j-status.
       SELECT SeqFile ASSIGN TO "jrnlseq.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-seq-status.
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       SELECT RFile ASSIGN TO "feeassess.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD FeeFile.
       01 FeeRecord.
           COPY "feerec.cpy".
      *> One record per month already assessed - the eomrun.ckpt
      *> idea for a run that must never charge the same month's
      *> fees twice.
       FD FeeRunFile.
       01 FeeRunRecord.
           02 FrPeriod PIC 9(6).
           02 Frspc1 PIC X(1).
           02 FrDate PIC 9(8).
      *> One record per fee charged, written as each is posted, so
      *> a run that stops partway can be run again without
      *> charging twice what it already charged - feerun.ctl only
      *> records a month once the whole pass is through.
       FD DoneFile.
       01 DoneRecord.
           02 FdPeriod PIC 9(6).
           02 Fdspc1 PIC X(1).
           02 FdIDnum PIC 9(5).
           02 Fdspc2 PIC X(1).
           02 FdType PIC X(1).
           02 Fdspc3 PIC X(1).
           02 FdCode PIC X(2).
       FD AcctFile.
       01 AcctRecord.
           COPY "acctrec.cpy".
       FD DFile.
       01 Customer.
           COPY "custrec.cpy".
       FD TFile.
       01 TRecord.
           COPY "transrec.cpy".
       FD JFile.
       01 JRecord.
           COPY "jrnlrec.cpy".
       FD SeqFile.
       01 SeqRecord.
           02 SeqLast PIC 9(7).
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
           02 FILLER PIC 9(8).
       01 WClockStamp.
           02 WClockDate PIC 9(8).
           02 WClockTime PIC 9(6).
       01 WPeriod PIC 9(6).
       01 WRecMonth PIC 9(6).
      *> The schedule is a handful of rows - it loads whole and
      *> every account is run past every row of its type.
       01 WFeeTable.
           02 WFeeEntry OCCURS 20.
               03 WFCode PIC X(2).
               03 WFAcctType PIC X(1).
               03 WFAmount PIC 9(5)V99.
               03 WFTrigger PIC 9(7)V99.
               03 WFDesc PIC X(20).
       01 WFeeUsed PIC 9(2) VALUE 0.
       01 WFeeSub PIC 9(2).
      *> One slot per deposit account that drew cash this month:
      *> how many "W" postings it carries, net of reversals. Five
      *> hundred is far more accounts than one month's ledger
      *> draws on.
       01 WDrawTable.
           02 WDrEntry OCCURS 500.
               03 WDrKey.
                   04 WDrIDnum PIC 9(5).
                   04 WDrType PIC X(1).
               03 WDrCount PIC S9(5).
       01 WDrUsed PIC 9(3) VALUE 0.
       01 WDrSub PIC 9(3).
       01 WDrHit PIC 9(3).
      *> The fees already charged for the month by an earlier run
      *> that did not finish, from feedone.ctl.
       01 WDoneTable.
           02 WDoneKey OCCURS 5000.
               03 WDnIDnum PIC 9(5).
               03 WDnType PIC X(1).
               03 WDnCode PIC X(2).
       01 WDoneUsed PIC 9(4) VALUE 0.
       01 WDoneSub PIC 9(4).
       01 WFeeKey.
           02 WFkIDnum PIC 9(5).
           02 WFkType PIC X(1).
           02 WFkCode PIC X(2).
       01 WDrawKey.
           02 WDrawIDnum PIC 9(5).
           02 WDrawType PIC X(1).
       01 WDraws PIC S9(5).
       01 WExcess PIC S9(5).
       01 WCharge PIC 9(7)V99.
       01 WWaiveReason PIC X(25).
       01 WTotals.
           02 WAcctCount PIC 9(5) VALUE 0.
           02 WChargedCount PIC 9(5) VALUE 0.
           02 WWaivedCount PIC 9(5) VALUE 0.
           02 WChargedTotal PIC S9(9)V99 VALUE 0.
           02 WWaivedTotal PIC S9(9)V99 VALUE 0.
           02 WSkippedCount PIC 9(5) VALUE 0.
       01 WS-SWITCHES.
           02 WS-EOF-SW PIC X(1) VALUE "N".
               88 WS-EOF VALUE "Y".
           02 WS-FEE-EOF-SW PIC X(1) VALUE "N".
               88 WS-FEE-EOF VALUE "Y".
           02 WS-FRUN-EOF-SW PIC X(1) VALUE "N".
               88 WS-FRUN-EOF VALUE "Y".
           02 WS-TEOF-SW PIC X(1) VALUE "N".
               88 WS-TEOF VALUE "Y".
           02 WS-DONE-BEFORE-SW PIC X(1) VALUE "N".
               88 WS-DONE-BEFORE VALUE "Y".
           02 WS-NO-MASTER-SW PIC X(1) VALUE "N".
               88 WS-NO-MASTER VALUE "Y".
           02 WS-DRAW-OVER-SW PIC X(1) VALUE "N".
               88 WS-DRAW-OVER VALUE "Y".
           02 WS-DONE-EOF-SW PIC X(1) VALUE "N".
               88 WS-DONE-EOF VALUE "Y".
           02 WS-DONE-OVER-SW PIC X(1) VALUE "N".
               88 WS-DONE-OVER VALUE "Y".
           02 WS-FEE-DONE-SW PIC X(1) VALUE "N".
               88 WS-FEE-DONE VALUE "Y".
       01 ws-fee-status PIC X(2).
       01 ws-frun-status PIC X(2).
       01 ws-done-status PIC X(2).
       01 ws-acct-status PIC X(2).
       01 ws-d-status PIC X(2).
       01 ws-t-status PIC X(2).
       01 ws-j-status PIC X(2).
       01 ws-seq-status PIC X(2).
       01 WJrnlSeq PIC 9(7).
       01 ws-bd-status PIC X(2).
       01 WFeeLine.
           02 WLIDnum PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WLType PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WLCode PIC X(2).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WLAmount PIC 9(7).99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WLResult PIC X(8).
           02 WLReason PIC X(25).
       01 Dec PIC X(25).

      *> Monthly fee assessment on the deposit accounts: every row
      *> of feesched.txt is applied to every account of its type -
      *> maintenance on all of them, the below-minimum fee where
      *> AcBalance is under the row's minimum, the excess-ATM fee
      *> per "W" posting in the month past the free ones. Each fee
      *> charged posts as type "E" on transactions.txt and "FE" on
      *> the shared journal, stamped with the batch operator 0000.
      *> A fee that is not charged - frozen, dormant or closed
      *> owner, or a balance that cannot cover it - is listed as
      *> waived on feeassess.rpt with the reason, so nothing is
      *> forgiven silently. feerun.ctl refuses a second run for
      *> the same month; feedone.ctl lets a run that stopped
      *> partway be run again, skipping every fee it had already
      *> charged.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" ACCOUNT FEE ASSESSMENT "Dec.
           PERFORM readBankDate
           DISPLAY "Month to assess (YYYYMM, 0 = bank date month): "
               WITH NO ADVANCING
           ACCEPT WPeriod
           IF WPeriod = 0
               MOVE WBankMonth TO WPeriod
           END-IF
           PERFORM loadFeeSchedule
           PERFORM checkFeeRun
           PERFORM loadFeesDone
           EVALUATE TRUE
               WHEN WFeeUsed = 0
                   DISPLAY "No fee schedule on file - nothing assessed"
               WHEN WS-DONE-BEFORE
                   DISPLAY "Fees for "WPeriod" were already assessed "
                       "- run refused"
               WHEN WS-DONE-OVER
                   DISPLAY "MORE THAN 5000 FEES ON feedone.ctl FOR "
                       WPeriod" - RUN REFUSED, NOTHING CHARGED. "
                       "Raise the table first."
               WHEN OTHER
                   PERFORM countDraws
      *> More drawing accounts than the table holds would charge
      *> the ones past it no excess fee at all - refuse whole
      *> rather than assess half the month.
                   IF WS-DRAW-OVER
                       DISPLAY "MORE THAN 500 DRAWING ACCOUNTS IN "
                           WPeriod" - RUN REFUSED, NOTHING CHARGED. "
                           "Raise the table first."
                   ELSE
                       PERFORM assessMonth
                   END-IF
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

      *> feesched.txt may not exist yet - status 35 just means no
      *> fees are charged, and reading a file that failed to open
      *> never reaches AT END, so the loop must be skipped outright.
       loadFeeSchedule.
           OPEN INPUT FeeFile
           IF ws-fee-status NOT = "35"
               PERFORM loadOneFee UNTIL WS-FEE-EOF
               CLOSE FeeFile
           END-IF.

       loadOneFee.
           READ FeeFile
               AT END
                   SET WS-FEE-EOF TO TRUE
               NOT AT END
                   IF WFeeUsed < 20
                       ADD 1 TO WFeeUsed
                       MOVE FeeCode TO WFCode(WFeeUsed)
                       MOVE FeeAcctType TO WFAcctType(WFeeUsed)
                       MOVE FeeAmount TO WFAmount(WFeeUsed)
                       MOVE FeeTrigger TO WFTrigger(WFeeUsed)
                       MOVE FeeDesc TO WFDesc(WFeeUsed)
                   END-IF
           END-READ.

      *> No feerun.ctl (status 35) means no month has ever been
      *> assessed.
       checkFeeRun.
           OPEN INPUT FeeRunFile
           IF ws-frun-status NOT = "35"
               PERFORM checkOneFeeRun
                   UNTIL WS-FRUN-EOF OR WS-DONE-BEFORE
               CLOSE FeeRunFile
           END-IF.

       checkOneFeeRun.
           READ FeeRunFile
               AT END
                   SET WS-FRUN-EOF TO TRUE
               NOT AT END
                   IF FrPeriod = WPeriod
                       SET WS-DONE-BEFORE TO TRUE
                   END-IF
           END-READ.

      *> feedone.ctl may not exist yet - status 35 just means no
      *> run has ever stopped partway. Only this month's records
      *> matter; reading a file that failed to open never reaches
      *> AT END, so the loop must be skipped outright.
       loadFeesDone.
           OPEN INPUT DoneFile
           IF ws-done-status NOT = "35"
               PERFORM loadOneFeeDone UNTIL WS-DONE-EOF
               CLOSE DoneFile
           END-IF.

       loadOneFeeDone.
           READ DoneFile
               AT END
                   SET WS-DONE-EOF TO TRUE
               NOT AT END
                   IF FdPeriod = WPeriod
                       IF WDoneUsed < 5000
                           ADD 1 TO WDoneUsed
                           MOVE FdIDnum TO WDnIDnum(WDoneUsed)
                           MOVE FdType TO WDnType(WDoneUsed)
                           MOVE FdCode TO WDnCode(WDoneUsed)
                       ELSE
                           SET WS-DONE-OVER TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *> One pass over the ledger counts each deposit account's
      *> cash draws for the month. A reversed withdrawal ("R")
      *> gives the draw back - the customer is not charged for a
      *> dispense the bank had to undo. transactions.txt may not
      *> exist yet - status 35 just means no draws at all.
       countDraws.
           OPEN INPUT TFile
           IF ws-t-status NOT = "35"
               PERFORM countOneDraw UNTIL WS-TEOF
               CLOSE TFile
           END-IF.

       countOneDraw.
           READ TFile
               AT END
                   SET WS-TEOF TO TRUE
               NOT AT END
                   COMPUTE WRecMonth = TYear * 100 + TMonth
                   IF WRecMonth = WPeriod
                           AND (TAcctType = "C" OR TAcctType = "S")
                           AND (TType = "W" OR TType = "R")
                       MOVE TIDnum TO WDrawIDnum
                       MOVE TAcctType TO WDrawType
                       PERFORM findDrawSlot
                       IF WDrHit = 0
                           SET WS-DRAW-OVER TO TRUE
                       ELSE
                           IF TType = "W"
                               ADD 1 TO WDrCount(WDrHit)
                           ELSE
                               SUBTRACT 1 FROM WDrCount(WDrHit)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *> Finds the account's slot, or claims the next free one -
      *> the jrnl_verify chain-table pattern.
       findDrawSlot.
           MOVE 0 TO WDrHit
           PERFORM checkOneDrawSlot
               VARYING WDrSub FROM 1 BY 1
               UNTIL WDrSub > WDrUsed OR WDrHit > 0
           IF WDrHit = 0 AND WDrUsed < 500
               ADD 1 TO WDrUsed
               MOVE WDrawKey TO WDrKey(WDrUsed)
               MOVE 0 TO WDrCount(WDrUsed)
               MOVE WDrUsed TO WDrHit
           END-IF.

       checkOneDrawSlot.
           IF WDrKey(WDrSub) = WDrawKey
               MOVE WDrSub TO WDrHit
           END-IF.

      *> accounts.dat may not exist yet - status 35 just means no
      *> deposit accounts to charge. Reading a file that failed to
      *> open never reaches AT END, so the loop must be skipped
      *> outright. The month is marked assessed once the pass is
      *> through.
       assessMonth.
           OPEN OUTPUT RFile
           MOVE SPACES TO RLine
           STRING "FEE ASSESSMENT FOR " WPeriod "  RUN " WBankDate
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           MOVE "ID    T FE     AMOUNT RESULT  REASON" TO RLine
           WRITE RLine
           OPEN INPUT DFile
           IF ws-d-status = "35"
               SET WS-NO-MASTER TO TRUE
           END-IF
           OPEN I-O AcctFile
           IF ws-acct-status NOT = "35"
               PERFORM assessOneAccount UNTIL WS-EOF
               CLOSE AcctFile
           END-IF
           IF NOT WS-NO-MASTER
               CLOSE DFile
           END-IF
           MOVE SPACES TO RLine
           STRING "CHARGED " WChargedCount " TOTAL " WChargedTotal
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "WAIVED  " WWaivedCount " TOTAL " WWaivedTotal
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           IF WSkippedCount > 0
               MOVE SPACES TO RLine
               STRING "SKIPPED " WSkippedCount
                   " CHARGED BY AN EARLIER RUN"
                   DELIMITED BY SIZE INTO RLine
               WRITE RLine
           END-IF
           CLOSE RFile
           PERFORM markFeeRun
           DISPLAY "Accounts read ............: "WAcctCount
           DISPLAY "Fees charged .............: "WChargedCount
           DISPLAY "Amount charged ...........: "WChargedTotal
           DISPLAY "Fees waived ..............: "WWaivedCount
           DISPLAY "Amount waived ............: "WWaivedTotal
           DISPLAY "Charged by an earlier run : "WSkippedCount
           DISPLAY "Detail written to feeassess.rpt".

       assessOneAccount.
           READ AcctFile NEXT
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WAcctCount
                   PERFORM findWaiveReason
                   PERFORM findAccountDraws
                   PERFORM assessOneFee
                       VARYING WFeeSub FROM 1 BY 1
                       UNTIL WFeeSub > WFeeUsed
           END-READ.

      *> An owner the bank has stopped dealing with is not charged
      *> for the privilege: frozen and dormant accounts are
      *> already refused at the machines, and a closed customer's
      *> leftovers wait for settlement, not fees.
       findWaiveReason.
           MOVE SPACES TO WWaiveReason
           IF NOT WS-NO-MASTER
               MOVE AcIDnum TO IDnum
               READ DFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN AcctFrozen
                               MOVE "ACCOUNT FROZEN" TO WWaiveReason
                           WHEN AcctDormant
                               MOVE "ACCOUNT DORMANT" TO WWaiveReason
                           WHEN AcctClosed
                               MOVE "ACCOUNT CLOSED" TO WWaiveReason
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF.

       findAccountDraws.
           MOVE 0 TO WDraws
           MOVE AcIDnum TO WDrawIDnum
           MOVE AcType TO WDrawType
           PERFORM findDrawHit
               VARYING WDrSub FROM 1 BY 1
               UNTIL WDrSub > WDrUsed.

       findDrawHit.
           IF WDrKey(WDrSub) = WDrawKey
               MOVE WDrCount(WDrSub) TO WDraws
           END-IF.

      *> Works out what one schedule row charges this account -
      *> nothing when the row is for the other account type or its
      *> trigger is not met, or when an earlier run of the month
      *> already charged it.
       assessOneFee.
           MOVE 0 TO WCharge
           MOVE "N" TO WS-FEE-DONE-SW
           IF WFAcctType(WFeeSub) = AcType
               PERFORM checkFeeDone
           END-IF
           IF WS-FEE-DONE
               ADD 1 TO WSkippedCount
               MOVE "SKIPPED" TO WLResult
               MOVE "CHARGED BY EARLIER RUN" TO WLReason
               PERFORM writeFeeLine
           END-IF
           IF WFAcctType(WFeeSub) = AcType AND NOT WS-FEE-DONE
               EVALUATE WFCode(WFeeSub)
                   WHEN "MF"
                       MOVE WFAmount(WFeeSub) TO WCharge
                   WHEN "MB"
                       IF AcBalance < WFTrigger(WFeeSub)
                           MOVE WFAmount(WFeeSub) TO WCharge
                       END-IF
                   WHEN "AX"
                       COMPUTE WExcess = WDraws - WFTrigger(WFeeSub)
                       IF WExcess > 0
                           COMPUTE WCharge =
                               WFAmount(WFeeSub) * WExcess
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WCharge > 0
               EVALUATE TRUE
                   WHEN WWaiveReason NOT = SPACES
                       MOVE WWaiveReason TO WLReason
                       PERFORM writeWaived
                   WHEN WCharge > AcBalance
                       MOVE "BALANCE WOULD GO NEGATIVE" TO WLReason
                       PERFORM writeWaived
                   WHEN OTHER
                       PERFORM chargeFee
               END-EVALUATE
           END-IF.

       checkFeeDone.
           MOVE AcIDnum TO WFkIDnum
           MOVE AcType TO WFkType
           MOVE WFCode(WFeeSub) TO WFkCode
           PERFORM checkOneFeeDone
               VARYING WDoneSub FROM 1 BY 1
               UNTIL WDoneSub > WDoneUsed OR WS-FEE-DONE.

       checkOneFeeDone.
           IF WDoneKey(WDoneSub) = WFeeKey
               SET WS-FEE-DONE TO TRUE
           END-IF.

       chargeFee.
           SUBTRACT WCharge FROM AcBalance
           IF AcAccrued NOT NUMERIC
               MOVE 0 TO AcAccrued
           END-IF
           IF AcAccrDate NOT NUMERIC
               MOVE 0 TO AcAccrDate
           END-IF
           MOVE SPACE TO Acspc3 Acspc4
           REWRITE AcctRecord
           ADD 1 TO WChargedCount
           ADD WCharge TO WChargedTotal
           PERFORM writeTransaction
           PERFORM writeJournal
           PERFORM markFeeDone
           MOVE WFDesc(WFeeSub) TO WLReason
           MOVE "CHARGED" TO WLResult
           PERFORM writeFeeLine.

       writeWaived.
           ADD 1 TO WWaivedCount
           ADD WCharge TO WWaivedTotal
           MOVE "WAIVED" TO WLResult
           PERFORM writeFeeLine.

       writeFeeLine.
           MOVE AcIDnum TO WLIDnum
           MOVE AcType TO WLType
           MOVE WFCode(WFeeSub) TO WLCode
           MOVE WCharge TO WLAmount
           MOVE WFeeLine TO RLine
           WRITE RLine.

      *> feedone.ctl does not exist until the first fee is charged
      *> - EXTEND fails with status 35, so fall back to OPEN
      *> OUTPUT to create it.
       markFeeDone.
           MOVE WPeriod TO FdPeriod
           MOVE AcIDnum TO FdIDnum
           MOVE AcType TO FdType
           MOVE WFCode(WFeeSub) TO FdCode
           MOVE SPACE TO Fdspc1 Fdspc2 Fdspc3
           OPEN EXTEND DoneFile
           IF ws-done-status = "35"
               OPEN OUTPUT DoneFile
           END-IF
               WRITE DoneRecord
               END-WRITE
           CLOSE DoneFile.

      *> feerun.ctl does not exist yet on a fresh install - EXTEND
      *> fails with status 35, so fall back to OPEN OUTPUT to
      *> create it.
       markFeeRun.
           MOVE WPeriod TO FrPeriod
           MOVE SPACE TO Frspc1
           MOVE WBankDate TO FrDate
           OPEN EXTEND FeeRunFile
           IF ws-frun-status = "35"
               OPEN OUTPUT FeeRunFile
           END-IF
               WRITE FeeRunRecord
               END-WRITE
           CLOSE FeeRunFile.

      *> A fee is money out that no teller handed over - type "E"
      *> on the account it was charged to, stamped with operator
      *> 0000, the reserved id for the batch, so drawer_bal never
      *> charges it to a drawer. transactions.txt may not exist
      *> yet - EXTEND fails with status 35, so fall back to OPEN
      *> OUTPUT to create it.
       writeTransaction.
           MOVE FUNCTION CURRENT-DATE TO WClockStamp
           MOVE WBankDate TO TDate
           MOVE WClockTime TO TTime
           MOVE AcIDnum TO TIDnum
           MOVE SPACE TO Tspc1 Tspc2 Tspc3 Tspc4 Tspc5 Tspc6
           MOVE "E" TO TType
           MOVE WCharge TO TAmount
           MOVE AcBalance TO TBalance
           MOVE AcType TO TAcctType
           MOVE 0 TO TOperID
           OPEN EXTEND TFile
           IF ws-t-status = "35"
               OPEN OUTPUT TFile
           END-IF
               WRITE TRecord
               END-WRITE
           CLOSE TFile.

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

      *> The shared journal gets the fee as "FE", its own type, so
      *> a refund through trans_rev can find it and the GL can
      *> tell fee income from a withdrawal. journal.txt does not
      *> exist yet on a fresh install - EXTEND fails with status
      *> 35, so fall back to OPEN OUTPUT to create it.
       writeJournal.
           MOVE TDateAndTime TO JDateAndTime
           MOVE AcIDnum TO JIDnum
           MOVE SPACE TO Jspc1 Jspc2 Jspc3 Jspc4
           MOVE "FE" TO JType
           MOVE WCharge TO JAmount
           MOVE AcBalance TO JBalance
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

       END PROGRAM fee_assess.
