       IDENTIFICATION DIVISION.
       PROGRAM-ID. int_accrue.
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
       SELECT DRateFile ASSIGN TO "deprates.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-drate-status.
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       SELECT RFile ASSIGN TO "intaccrue.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AcctFile.
       01 AcctRecord.
           COPY "acctrec.cpy".
       FD DFile.
       01 Customer.
           COPY "custrec.cpy".
       FD DRateFile.
       01 DRateRecord.
           COPY "deprrec.cpy".
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
       FD RFile.
       01 RLine PIC X(100).
       WORKING-STORAGE SECTION.
       01 WBankStamp.
           02 WBankDate PIC 9(8).
           02 WBankTime PIC 9(6).
      *> The whole table loads up front so the sweep reads the rate
      *> file once, not once per account - the rate_apply shape.
       01 WDRTable.
           02 WDREntry OCCURS 200.
               03 WDRState PIC 9(5).
               03 WDRType PIC X(1).
               03 WDRRate PIC 9V9(4).
               03 WDREffDate PIC 9(8).
       01 WDRUsed PIC 9(3) VALUE 0.
       01 WDRSub PIC 9(3).
       01 WPick.
           02 WPickRate PIC 9V9(4).
           02 WPickEff PIC 9(8).
           02 WDefRate PIC 9V9(4).
           02 WDefEff PIC 9(8).
       01 WBranch PIC 9(5).
       01 WDays PIC 9(5).
       01 WDayAccrual PIC S9(7)V9(4).
       01 WTotals.
           02 WReadCount PIC 9(5) VALUE 0.
           02 WAccruedCount PIC 9(5) VALUE 0.
           02 WSkipCount PIC 9(5) VALUE 0.
           02 WClosedCount PIC 9(5) VALUE 0.
           02 WNightTotal PIC S9(9)V9(4) VALUE 0.
           02 WUnpaidTotal PIC S9(9)V9(4) VALUE 0.
       01 WS-SWITCHES.
           02 WS-EOF-SW PIC X(1) VALUE "N".
               88 WS-EOF VALUE "Y".
           02 WS-DRATE-EOF-SW PIC X(1) VALUE "N".
               88 WS-DRATE-EOF VALUE "Y".
           02 WS-CUST-CLOSED-SW PIC X(1) VALUE "N".
               88 WS-CUST-CLOSED VALUE "Y".
           02 WS-NO-MASTER-SW PIC X(1) VALUE "N".
               88 WS-NO-MASTER VALUE "Y".
       01 ws-acct-status PIC X(2).
       01 ws-d-status PIC X(2).
       01 ws-drate-status PIC X(2).
       01 ws-bd-status PIC X(2).
       01 WAccrualLine.
           02 WAIDnum PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WAType PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WABranch PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WABalance PIC -9(7).99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WARate PIC 9.9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WADays PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WANight PIC -9(7).9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WAUnpaid PIC -9(7).9(4).
       01 WTotalLine.
           02 FILLER PIC X(20) VALUE "ACCRUED TONIGHT".
           02 WTNight PIC -9(9).9(4).
           02 FILLER PIC X(16) VALUE "  UNPAID TO DATE".
           02 WTUnpaid PIC -9(9).9(4).
       01 Dec PIC X(25).

      *> Nightly interest accrual on the checking and savings
      *> balances in accounts.dat. Each account earns its balance
      *> times the yearly rate deprates.txt carries for its type
      *> and the owner's branch, over 365, for every calendar day
      *> since the bank date it last accrued through - so the
      *> weekend and holiday days the bank date skips still earn.
      *> Nothing is paid here: the amount piles up in AcAccrued
      *> until int_credit pays it at month close, and
      *> intaccrue.rpt lists every account's accrued-but-unpaid
      *> figure for audit. Run from the evening batch.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" DEPOSIT INTEREST ACCRUAL "Dec.
           PERFORM readBankDate
           PERFORM loadRateTable

           OPEN OUTPUT RFile
           MOVE SPACES TO RLine
           STRING "INTEREST ACCRUAL THROUGH " WBankDate
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "ID    T BRNCH    BALANCE    RATE  DAYS"
               "       TONIGHT   UNPAID TO DATE"
               DELIMITED BY SIZE INTO RLine
           WRITE RLine.
      *> No customer master just means every account accrues at the
      *> default row - the branch lookup cannot find anyone.
           OPEN INPUT DFile
           IF ws-d-status = "35"
               SET WS-NO-MASTER TO TRUE
           END-IF.
      *> accounts.dat may not exist yet - status 35 just means no
      *> deposit accounts to accrue. Reading a file that failed to
      *> open never reaches AT END, so the loop must be skipped
      *> outright.
           OPEN I-O AcctFile
           IF ws-acct-status NOT = "35"
               PERFORM accrueOneAccount UNTIL WS-EOF
               CLOSE AcctFile
           END-IF
           IF NOT WS-NO-MASTER
               CLOSE DFile
           END-IF

           MOVE WNightTotal TO WTNight
           MOVE WUnpaidTotal TO WTUnpaid
           MOVE WTotalLine TO RLine
           WRITE RLine
           CLOSE RFile.

           DISPLAY "Accounts read ............: "WReadCount
           DISPLAY "Accrued tonight ..........: "WAccruedCount
           DISPLAY "Already accrued - skipped : "WSkipCount
           DISPLAY "Closed customer - skipped : "WClosedCount
           DISPLAY "Interest accrued tonight .: "WNightTotal
           DISPLAY "Accrued and unpaid .......: "WUnpaidTotal
           DISPLAY "Accrual detail written to intaccrue.rpt".
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

      *> deprates.txt may not exist yet - status 35 just means no
      *> rates on file and nothing earns, and reading a file that
      *> failed to open never reaches AT END, so the loop must be
      *> skipped outright.
       loadRateTable.
           OPEN INPUT DRateFile
           IF ws-drate-status NOT = "35"
               PERFORM loadOneRateRow UNTIL WS-DRATE-EOF
               CLOSE DRateFile
           END-IF.

       loadOneRateRow.
           READ DRateFile
               AT END
                   SET WS-DRATE-EOF TO TRUE
               NOT AT END
                   IF WDRUsed < 200
                       ADD 1 TO WDRUsed
                       MOVE DRState TO WDRState(WDRUsed)
                       MOVE DRType TO WDRType(WDRUsed)
                       MOVE DRRate TO WDRRate(WDRUsed)
                       MOVE DREffDate TO WDREffDate(WDRUsed)
                   END-IF
           END-READ.

       accrueOneAccount.
           READ AcctFile NEXT
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WReadCount
                   PERFORM accrueAccount
           END-READ.

      *> An account already stamped with tonight's bank date has
      *> had its share - a rerun of the evening adds nothing. A
      *> closed customer's accounts stop earning the day the
      *> customer closed; what they had already accrued is still
      *> owed and stays on the record for int_credit.
       accrueAccount.
           IF AcAccrued NOT NUMERIC
               MOVE 0 TO AcAccrued
           END-IF
           IF AcAccrDate NOT NUMERIC
               MOVE 0 TO AcAccrDate
           END-IF
           IF AcAccrDate NOT < WBankDate
               ADD 1 TO WSkipCount
           ELSE
               PERFORM findBranch
               IF WS-CUST-CLOSED
                   ADD 1 TO WClosedCount
               ELSE
                   PERFORM computeAccrual
                   MOVE SPACE TO Acspc3 Acspc4
                   ADD WDayAccrual TO AcAccrued
                   MOVE WBankDate TO AcAccrDate
                   REWRITE AcctRecord
                   ADD 1 TO WAccruedCount
                   ADD WDayAccrual TO WNightTotal
                   PERFORM writeAccrualLine
               END-IF
           END-IF
           ADD AcAccrued TO WUnpaidTotal.

      *> The rate follows the owner's branch, so the owner's
      *> customer record supplies BranchState. An account whose
      *> owner has left the master accrues at the default row.
       findBranch.
           MOVE 0 TO WBranch
           MOVE "N" TO WS-CUST-CLOSED-SW
           IF NOT WS-NO-MASTER
               MOVE AcIDnum TO IDnum
               READ DFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BranchState TO WBranch
                       IF AcctClosed
                           SET WS-CUST-CLOSED TO TRUE
                       END-IF
               END-READ
           END-IF.

      *> Every calendar day since the last accrual earns - the
      *> very first night an account is seen earns one day, not
      *> back-interest to its opening. An overdrawn or empty
      *> balance earns nothing.
       computeAccrual.
           IF AcAccrDate = 0
               MOVE 1 TO WDays
           ELSE
               COMPUTE WDays =
                   FUNCTION INTEGER-OF-DATE(WBankDate)
                   - FUNCTION INTEGER-OF-DATE(AcAccrDate)
           END-IF
           PERFORM pickDepositRate
           MOVE 0 TO WDayAccrual
           IF AcBalance > 0 AND WPickRate > 0
               COMPUTE WDayAccrual ROUNDED =
                   AcBalance * WPickRate * WDays / 365
           END-IF.

      *> The row in force as of the bank date for this account's
      *> type: latest effective date not after it, an exact branch
      *> row beating the 00000 default - the pick rate_apply makes.
       pickDepositRate.
           MOVE 0 TO WPickRate WPickEff WDefRate WDefEff
           PERFORM checkOneDepositRate
               VARYING WDRSub FROM 1 BY 1
               UNTIL WDRSub > WDRUsed
           IF WPickEff = 0 AND WDefEff > 0
               MOVE WDefRate TO WPickRate
               MOVE WDefEff TO WPickEff
           END-IF.

       checkOneDepositRate.
           IF WDRType(WDRSub) = AcType
                   AND WDREffDate(WDRSub) NOT > WBankDate
               IF WDRState(WDRSub) = WBranch
                       AND WDREffDate(WDRSub) NOT < WPickEff
                   MOVE WDRRate(WDRSub) TO WPickRate
                   MOVE WDREffDate(WDRSub) TO WPickEff
               END-IF
               IF WDRState(WDRSub) = 0
                       AND WDREffDate(WDRSub) NOT < WDefEff
                   MOVE WDRRate(WDRSub) TO WDefRate
                   MOVE WDREffDate(WDRSub) TO WDefEff
               END-IF
           END-IF.

       writeAccrualLine.
           MOVE AcIDnum TO WAIDnum
           MOVE AcType TO WAType
           MOVE WBranch TO WABranch
           MOVE AcBalance TO WABalance
           MOVE WPickRate TO WARate
           MOVE WDays TO WADays
           MOVE WDayAccrual TO WANight
           MOVE AcAccrued TO WAUnpaid
           MOVE WAccrualLine TO RLine
           WRITE RLine.

       END PROGRAM int_accrue.
