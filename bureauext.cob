       IDENTIFICATION DIVISION.
       PROGRAM-ID. bureau_extract.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DFile ASSIGN TO "customers.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS IDnum
           FILE STATUS IS ws-d-status.
       SELECT SnapFile ASSIGN TO DYNAMIC WSnapName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-snap-status.
       SELECT PrevSnapFile ASSIGN TO DYNAMIC WPrevSnapName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-psnap-status.
       SELECT AgeFile ASSIGN TO "delqage.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-age-status.
       SELECT ParmFile ASSIGN TO "eomparm.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-parm-status.
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       SELECT BureauFile ASSIGN TO DYNAMIC WBureauName
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RejFile ASSIGN TO "bureaurej.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD DFile.
       01 Customer.
           COPY "custrec.cpy".
       FD SnapFile.
       01 SnapRecord.
           COPY "snaprec.cpy".
       FD PrevSnapFile.
       01 PrevSnapRecord.
           COPY "snaprec.cpy".
       FD AgeFile.
       01 AgeRecord.
           COPY "agerec.cpy".
       FD ParmFile.
       01 EomParm.
           COPY "eomparm.cpy".
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
       FD BureauFile.
       01 BureauLine PIC X(150).
       FD RejFile.
       01 RejLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WBankStamp.
           02 WBankDate PIC 9(8).
           02 WBankTime PIC 9(6).
       01 WParmPeriod PIC 9(6) VALUE 0.
       01 WPeriod.
           02 WPerYear PIC 9(4).
           02 WPerMon PIC 9(2).
       01 WPeriodNum REDEFINES WPeriod PIC 9(6).
       01 WPrevPeriod.
           02 WPrevYear PIC 9(4).
           02 WPrevMon PIC 9(2).
       01 WPrevPeriodNum REDEFINES WPrevPeriod PIC 9(6).
       01 WNextPeriod.
           02 WNextYear PIC 9(4).
           02 WNextMon PIC 9(2).
       01 WNextPeriodNum REDEFINES WNextPeriod PIC 9(6).
      *> The last day of the period - an aging run before it cannot
      *> describe the month being reported.
       01 WPeriodEnd PIC 9(8).
       01 WSnapName PIC X(20).
       01 WPrevSnapName PIC X(20).
       01 WBureauName PIC X(20).
       01 WIDnum PIC 9(5).
      *> What the period's snapshot, the prior one and the aging
      *> say about the customer being read.
       01 WSnapDebt PIC S9(9)V99.
       01 WPrevDebt PIC S9(9)V99.
       01 WAgeDays PIC 9(5).
       01 WAgeLastPay PIC 9(8).
       01 WAgeRunDate PIC 9(8).
       01 WAgeDebt PIC S9(9)V99.
       01 WPastDue PIC S9(9)V99.
       01 WRejReason PIC X(24).
       01 WTotals.
           02 WReadCount PIC 9(5) VALUE 0.
           02 WReportCount PIC 9(7) VALUE 0.
           02 WRejCount PIC 9(5) VALUE 0.
           02 WBalanceTotal PIC S9(11)V99 VALUE 0.
           02 WPastDueTotal PIC S9(11)V99 VALUE 0.
       01 WS-SWITCHES.
           02 WS-EOF-SW PIC X(1) VALUE "N".
               88 WS-EOF VALUE "Y".
           02 WS-SNAPEOF-SW PIC X(1) VALUE "N".
               88 WS-SNAPEOF VALUE "Y".
           02 WS-SNAP-HIT-SW PIC X(1) VALUE "N".
               88 WS-SNAP-HIT VALUE "Y".
           02 WS-PREV-HIT-SW PIC X(1) VALUE "N".
               88 WS-PREV-HIT VALUE "Y".
           02 WS-AGEEOF-SW PIC X(1) VALUE "N".
               88 WS-AGEEOF VALUE "Y".
           02 WS-AGE-HIT-SW PIC X(1) VALUE "N".
               88 WS-AGE-HIT VALUE "Y".
       01 ws-d-status PIC X(2).
       01 ws-snap-status PIC X(2).
       01 ws-psnap-status PIC X(2).
       01 ws-age-status PIC X(2).
       01 ws-parm-status PIC X(2).
       01 ws-bd-status PIC X(2).
      *> The fixed-width layout the bureaus take: one header, one
      *> detail per loan customer, one trailer with the count and
      *> the balance and past-due totals in cents to tie against.
       01 WBureauHeader.
           02 WBHType PIC X(1) VALUE "H".
           02 WBHPeriod PIC 9(6).
           02 WBHRunDate PIC 9(8).
           02 WBHTitle PIC X(30) VALUE "LOAN PORTFOLIO STATUS".
           02 FILLER PIC X(105) VALUE SPACES.
      *> Status: CU current, DL delinquent (30 days or more past
      *> due), CL closed, CO charged off. Bucket: CUR, 030, 060 or
      *> 090 days past due, off delq_report's aging.
       01 WBureauDetail.
           02 WBDType PIC X(1) VALUE "D".
           02 WBDPeriod PIC 9(6).
           02 WBDIDnum PIC 9(5).
           02 WBDLName PIC X(15).
           02 WBDFName PIC X(15).
           02 WBDStreet PIC X(25).
           02 WBDCity PIC X(15).
           02 WBDState PIC X(2).
           02 WBDZip PIC X(10).
           02 WBDPhone PIC X(12).
           02 WBDStatus PIC X(2).
           02 WBDStatusDate PIC 9(8).
           02 WBDBalance PIC 9(9).
           02 WBDPastDue PIC 9(9).
           02 WBDBucket PIC X(3).
           02 WBDDays PIC 9(5).
           02 WBDLastPay PIC 9(8).
       01 WBureauTrailer.
           02 WBTType PIC X(1) VALUE "T".
           02 WBTPeriod PIC 9(6).
           02 WBTCount PIC 9(7).
           02 WBTBalance PIC 9(13).
           02 WBTPastDue PIC 9(13).
           02 FILLER PIC X(110) VALUE SPACES.
       01 WRejDetail.
           02 WRIDnum PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WRName PIC X(31).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WRReason PIC X(24).
       01 Dec PIC X(25).

      *> Monthly credit-bureau extract. Every loan customer - Debt
      *> on the master, on the period's posnap snapshot or on the
      *> one before (so a loan paid off or closed in the month is
      *> reported once more, as such), or charged off - gets one
      *> fixed-width record with the snapshot balance and
      *> delq_report's aging. A customer the bureau could not match
      *> to a person - no name, no full address, no snapshot row,
      *> no aging for a debt - is rejected onto bureaurej.rpt
      *> instead, for the morning to fix before next month. So is a
      *> debt whose aging is out of date: delq_report is run by
      *> hand, not by the close, so its delqage.txt may be from
      *> before the month ended or age a different Debt than the
      *> snapshot holds, and its buckets cannot be sent as the
      *> month's.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" CREDIT BUREAU EXTRACT "Dec.
           PERFORM readBankDate
      *> A month-end close in flight names the period itself
      *> through eomparm.tmp - the prompt only asks standalone.
           PERFORM readEomParm
           IF WParmPeriod > 0
               MOVE WParmPeriod TO WPeriodNum
           ELSE
               DISPLAY "Period to report (YYYYMM): "
                   WITH NO ADVANCING
               ACCEPT WPeriod
           END-IF.

           MOVE WPeriodNum TO WPrevPeriodNum
           IF WPrevMon = 1
               MOVE 12 TO WPrevMon
               SUBTRACT 1 FROM WPrevYear
           ELSE
               SUBTRACT 1 FROM WPrevMon
           END-IF
           MOVE WPeriodNum TO WNextPeriodNum
           IF WNextMon = 12
               MOVE 1 TO WNextMon
               ADD 1 TO WNextYear
           ELSE
               ADD 1 TO WNextMon
           END-IF
           COMPUTE WPeriodEnd = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WNextPeriodNum * 100 + 1)
               - 1)
           MOVE SPACES TO WSnapName
           STRING "posnap" WPeriod ".dat"
               DELIMITED BY SIZE INTO WSnapName
           MOVE SPACES TO WPrevSnapName
           STRING "posnap" WPrevPeriod ".dat"
               DELIMITED BY SIZE INTO WPrevSnapName
           MOVE SPACES TO WBureauName
           STRING "bureau" WPeriod ".txt"
               DELIMITED BY SIZE INTO WBureauName.

      *> The balances come off the period's snapshot - without it
      *> there is nothing to report, and pos_snap has to run first.
           OPEN INPUT SnapFile
           IF ws-snap-status = "35"
               DISPLAY "No "WSnapName" on file - run pos_snap for "
                   "the period first. Nothing extracted."
           ELSE
               CLOSE SnapFile
               PERFORM buildExtract
           END-IF.
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

      *> eomparm.tmp may not exist, or holds a zero period - either
      *> way no close is in flight and the prompt takes over.
       readEomParm.
           OPEN INPUT ParmFile
           IF ws-parm-status NOT = "35"
               READ ParmFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EomPeriod TO WParmPeriod
               END-READ
               CLOSE ParmFile
           END-IF.

      *> customers.dat may not exist yet - status 35 just means no
      *> one to report. Reading a file that failed to open never
      *> reaches AT END, so the loop must be skipped outright.
       buildExtract.
           OPEN OUTPUT BureauFile
           OPEN OUTPUT RejFile
           MOVE WPeriodNum TO WBHPeriod
           MOVE WBankDate TO WBHRunDate
           MOVE WBureauHeader TO BureauLine
           WRITE BureauLine
           MOVE SPACES TO RejLine
           STRING "CREDIT BUREAU REJECTS  PERIOD " WPeriod
               "  RUN " WBankDate
               DELIMITED BY SIZE INTO RejLine
           WRITE RejLine
           OPEN INPUT DFile
           IF ws-d-status NOT = "35"
               PERFORM extractOneCustomer UNTIL WS-EOF
               CLOSE DFile
           END-IF
           MOVE WPeriodNum TO WBTPeriod
           MOVE WReportCount TO WBTCount
           COMPUTE WBTBalance = WBalanceTotal * 100
           COMPUTE WBTPastDue = WPastDueTotal * 100
           MOVE WBureauTrailer TO BureauLine
           WRITE BureauLine
           CLOSE BureauFile
           CLOSE RejFile
           DISPLAY "Customers read ...........: "WReadCount
           DISPLAY "Loan records reported ....: "WReportCount
           DISPLAY "Rejected - incomplete ....: "WRejCount
           DISPLAY "Rejects listed in bureaurej.rpt"
           DISPLAY "Extract written to "WBureauName.

       extractOneCustomer.
           READ DFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WReadCount
                   MOVE IDnum TO WIDnum
                   PERFORM seekSnapshot
                   PERFORM seekPrevSnapshot
                   IF Debt NOT = 0 OR AcctChargedOff
                           OR WSnapDebt NOT = 0 OR WPrevDebt NOT = 0
                       PERFORM checkOneLoan
                   END-IF
           END-READ.

      *> Everything the bureau matches on has to be there, and the
      *> balance has to be one it can take.
       checkOneLoan.
           MOVE SPACES TO WRejReason
           MOVE 0 TO WAgeDays WAgeLastPay WAgeRunDate WAgeDebt
           MOVE "N" TO WS-AGE-HIT-SW
           IF WSnapDebt > 0
               PERFORM seekAging
           END-IF
           EVALUATE TRUE
               WHEN LName = SPACES OR FName = SPACES
                   MOVE "NO NAME" TO WRejReason
               WHEN AddrStreet = SPACES OR AddrCity = SPACES
                       OR AddrState = SPACES OR AddrZip = SPACES
                   MOVE "ADDRESS INCOMPLETE" TO WRejReason
               WHEN NOT WS-SNAP-HIT
                   MOVE "NOT ON SNAPSHOT" TO WRejReason
               WHEN WSnapDebt < 0
                   MOVE "NEGATIVE BALANCE" TO WRejReason
               WHEN WSnapDebt > 0 AND NOT WS-AGE-HIT
                   MOVE "NO AGING - RUN DELQ" TO WRejReason
               WHEN WSnapDebt > 0 AND (WAgeRunDate < WPeriodEnd
                       OR WAgeDebt NOT = WSnapDebt)
                   MOVE "AGING OUT OF DATE" TO WRejReason
           END-EVALUATE
           IF WRejReason = SPACES
               PERFORM writeDetail
           ELSE
               PERFORM writeReject
           END-IF.

      *> The snapshot may be missing a customer opened after it
      *> was taken - no row is a reject, not an error. Reading a
      *> file that failed to open never reaches AT END, so the
      *> loop must be skipped outright.
       seekSnapshot.
           MOVE 0 TO WSnapDebt
           MOVE "N" TO WS-SNAP-HIT-SW
           MOVE "N" TO WS-SNAPEOF-SW
           OPEN INPUT SnapFile
           IF ws-snap-status NOT = "35"
               PERFORM seekOneSnapRow
                   UNTIL WS-SNAPEOF OR WS-SNAP-HIT
               CLOSE SnapFile
           END-IF.

       seekOneSnapRow.
           READ SnapFile
               AT END
                   SET WS-SNAPEOF TO TRUE
               NOT AT END
                   IF SnIDnum OF SnapRecord = WIDnum
                       SET WS-SNAP-HIT TO TRUE
                       MOVE SnDebt OF SnapRecord TO WSnapDebt
                   END-IF
           END-READ.

      *> The prior snapshot may not exist (the first month, or
      *> months closed before snapshots did) - status 35 or no row
      *> just mean no prior debt.
       seekPrevSnapshot.
           MOVE 0 TO WPrevDebt
           MOVE "N" TO WS-PREV-HIT-SW
           MOVE "N" TO WS-SNAPEOF-SW
           OPEN INPUT PrevSnapFile
           IF ws-psnap-status NOT = "35"
               PERFORM seekOnePrevRow
                   UNTIL WS-SNAPEOF OR WS-PREV-HIT
               CLOSE PrevSnapFile
           END-IF.

       seekOnePrevRow.
           READ PrevSnapFile
               AT END
                   SET WS-SNAPEOF TO TRUE
               NOT AT END
                   IF SnIDnum OF PrevSnapRecord = WIDnum
                       SET WS-PREV-HIT TO TRUE
                       MOVE SnDebt OF PrevSnapRecord TO WPrevDebt
                   END-IF
           END-READ.

      *> delqage.txt may not exist yet - status 35 just means
      *> delq_report has never run, and every debt is rejected
      *> until it has.
       seekAging.
           MOVE "N" TO WS-AGEEOF-SW
           OPEN INPUT AgeFile
           IF ws-age-status NOT = "35"
               PERFORM seekOneAgeRow
                   UNTIL WS-AGEEOF OR WS-AGE-HIT
               CLOSE AgeFile
           END-IF.

       seekOneAgeRow.
           READ AgeFile
               AT END
                   SET WS-AGEEOF TO TRUE
               NOT AT END
                   IF AgIDnum = WIDnum
                       SET WS-AGE-HIT TO TRUE
                       MOVE AgDays TO WAgeDays
                       MOVE AgLastPay TO WAgeLastPay
                       MOVE AgRunDate TO WAgeRunDate
                       MOVE AgDebt TO WAgeDebt
                   END-IF
           END-READ.

      *> delq_report ages the whole Debt from the last payment, so
      *> past 30 days the whole balance is past due. A charged-off
      *> loan carries no balance once chg_off has written it off.
       writeDetail.
           MOVE 0 TO WPastDue
           MOVE "CUR" TO WBDBucket
           IF WSnapDebt > 0 AND WAgeDays NOT < 30
               MOVE WSnapDebt TO WPastDue
               EVALUATE TRUE
                   WHEN WAgeDays < 60
                       MOVE "030" TO WBDBucket
                   WHEN WAgeDays < 90
                       MOVE "060" TO WBDBucket
                   WHEN OTHER
                       MOVE "090" TO WBDBucket
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN AcctChargedOff
                   MOVE "CO" TO WBDStatus
               WHEN AcctClosed
                   MOVE "CL" TO WBDStatus
               WHEN WPastDue > 0
                   MOVE "DL" TO WBDStatus
               WHEN OTHER
                   MOVE "CU" TO WBDStatus
           END-EVALUATE
           MOVE WPeriodNum TO WBDPeriod
           MOVE IDnum TO WBDIDnum
           MOVE LName TO WBDLName
           MOVE FName TO WBDFName
           MOVE AddrStreet TO WBDStreet
           MOVE AddrCity TO WBDCity
           MOVE AddrState TO WBDState
           MOVE AddrZip TO WBDZip
           MOVE Phone TO WBDPhone
           IF StatusDate IS NUMERIC
               MOVE StatusDate TO WBDStatusDate
           ELSE
               MOVE 0 TO WBDStatusDate
           END-IF
           COMPUTE WBDBalance = WSnapDebt * 100
           COMPUTE WBDPastDue = WPastDue * 100
           IF WPastDue > 0
               MOVE WAgeDays TO WBDDays
           ELSE
               MOVE 0 TO WBDDays
           END-IF
           MOVE WAgeLastPay TO WBDLastPay
           MOVE WBureauDetail TO BureauLine
           WRITE BureauLine
           ADD 1 TO WReportCount
           ADD WSnapDebt TO WBalanceTotal
           ADD WPastDue TO WPastDueTotal.

       writeReject.
           ADD 1 TO WRejCount
           MOVE IDnum TO WRIDnum
           MOVE SPACES TO WRName
           STRING FName DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               LName DELIMITED BY SPACE
               INTO WRName
           MOVE WRejReason TO WRReason
           MOVE WRejDetail TO RejLine
           WRITE RejLine.

       END PROGRAM bureau_extract.
