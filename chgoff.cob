       IDENTIFICATION DIVISION.
       PROGRAM-ID. chg_off.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DFile ASSIGN TO "customers.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS IDnum
           FILE STATUS IS ws-d-status.
       SELECT TFile ASSIGN TO "transactions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-t-status.
      *> ledger_arch moves old months into trans<yyyymm>.arc files -
      *> the payment search walks them by name ahead of the live
      *> ledger, the same way delq_report ages, so a payment
      *> archived past the retention window still counts.
       SELECT ArcFile ASSIGN TO DYNAMIC WArcName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-arc-status.
       SELECT JFile ASSIGN TO "journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-j-status.
       SELECT SeqFile ASSIGN TO "jrnlseq.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-seq-status.
       SELECT LogFile ASSIGN TO "keypass.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-log-status.
       SELECT AFile ASSIGN TO "custaudit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-a-status.
       SELECT ChgFile ASSIGN TO "chgoff.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-chg-status.
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       SELECT RFile ASSIGN TO "chgoff.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD DFile.
       01 Customer.
           COPY "custrec.cpy".
       FD TFile.
       01 TRecord.
           COPY "transrec.cpy".
       FD ArcFile.
       01 ArcRecord PIC X(51).
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
       FD AFile.
       01 AuditRecord.
           COPY "audrec.cpy".
       FD ChgFile.
       01 ChgRecord.
           COPY "chgrec.cpy".
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
       01 WClockStamp.
           02 WClockDate PIC 9(8).
           02 WClockTime PIC 9(6).
       01 WBankNum PIC 9(8).
       01 WIDnum PIC 9(5).
       01 WLastPayDate PIC 9(8).
       01 WAgeDays PIC S9(5).
       01 WMinAge PIC 9(4).
       01 WChgAmount PIC S9(7)V99.
       01 WBeforeImage PIC X(191).
       01 WArcFrom PIC 9(6).
       01 WArcName PIC X(20).
       01 WArcMonth.
           02 WArcYear PIC 9(4).
           02 WArcMon PIC 9(2).
       01 WArcMonthNum REDEFINES WArcMonth PIC 9(6).
       01 WConfirm PIC X(1).
       01 WTotals.
           02 WDebtorCount PIC 9(5) VALUE 0.
           02 WChgCount PIC 9(5) VALUE 0.
           02 WChgTotal PIC S9(11)V99 VALUE 0.
       01 secretKey PIC 9(4).
       01 ws-matched-operator PIC 9(4) VALUE 0.
       01 ws-matched-role PIC X(1) VALUE SPACE.
       01 WDenyFunc PIC X(8).
       01 WS-SWITCHES.
           02 WS-EOF-SW PIC X(1) VALUE "N".
               88 WS-EOF VALUE "Y".
           02 WS-TEOF-SW PIC X(1) VALUE "N".
               88 WS-TEOF VALUE "Y".
           02 WS-AEOF-SW PIC X(1) VALUE "N".
               88 WS-AEOF VALUE "Y".
           02 WS-KEY-OK-SW PIC X(1) VALUE "N".
               88 WS-KEY-OK VALUE "Y".
       01 ws-d-status PIC X(2).
       01 ws-t-status PIC X(2).
       01 ws-arc-status PIC X(2).
       01 ws-j-status PIC X(2).
       01 ws-seq-status PIC X(2).
       01 WJrnlSeq PIC 9(7).
       01 ws-log-status PIC X(2).
       01 ws-a-status PIC X(2).
       01 ws-chg-status PIC X(2).
       01 ws-bd-status PIC X(2).
       01 WChgLine.
           02 WCIDnum PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WCName PIC X(31).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WCBranch PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WCAmount PIC -9(7).99.
           02 FILLER PIC X(6) VALUE " DAYS ".
           02 WCDays PIC 9(5).
       01 Dec PIC X(25).

      *> Writes off loans that will never be paid. Every customer
      *> still carrying Debt is aged the way delq_report ages them -
      *> by the last loan payment on the ledger - and each one past
      *> the age the supervisor names has the whole remaining Debt
      *> charged off: off Debt and the outstanding Loan the way a
      *> payment would take it, typed "X" on the ledger and "CO" on
      *> the journal, with the customer marked written off ("W").
      *> Nothing is deleted - the record, its ledger history and an
      *> audit image on custaudit.log all stay - and chgoff.txt gets
      *> the write-off for the monthly charge-off report. Any
      *> payment that turns up afterwards posts as a recovery.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" LOAN CHARGE-OFF "Dec.
           PERFORM readBankDate
           COMPUTE WBankNum = FUNCTION INTEGER-OF-DATE(WBankDate).
           DISPLAY "Supervisor secret code: "WITH NO ADVANCING
           ACCEPT secretKey
           PERFORM lookupOperator
           EVALUATE TRUE
               WHEN NOT WS-KEY-OK
                   DISPLAY "Code not authorized - charge-off refused"
               WHEN ws-matched-role NOT = "S"
                   DISPLAY "Charge-off needs a supervisor sign-on - "
                       "refused"
                   MOVE "CHGOFF" TO WDenyFunc
                   PERFORM logDenied
               WHEN OTHER
                   PERFORM askChargeOff
           END-EVALUATE.
       STOP RUN.

      *> The operator names the retention window, the same prompt
      *> delq_report asks, and the age past which a loan is written
      *> off - then confirms, since nothing here is undone by a
      *> rerun.
       askChargeOff.
           DISPLAY "Earliest archive month (YYYYMM, 0 if none): "
               WITH NO ADVANCING
           ACCEPT WArcFrom
           DISPLAY "Charge off loans unpaid for at least (days): "
               WITH NO ADVANCING
           ACCEPT WMinAge
           DISPLAY "Charge off every loan unpaid "WMinAge
               " days or more (Y/N): "WITH NO ADVANCING
           ACCEPT WConfirm
           IF WConfirm = "Y" OR WConfirm = "y"
               PERFORM runChargeOff
           ELSE
               DISPLAY "Nothing charged off"
           END-IF.

       runChargeOff.
           OPEN OUTPUT RFile
           MOVE SPACES TO RLine
           STRING "LOAN CHARGE-OFF  RUN " WBankDate
               "  MINIMUM AGE " WMinAge " DAYS"
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           MOVE "ID    NAME                            BRANCH AMOUNT"
               TO RLine
           WRITE RLine
      *> customers.dat may not exist yet - status 35 just means no
      *> debt to charge off. Reading a file that failed to open
      *> never reaches AT END, so the loop must be skipped outright.
           OPEN I-O DFile
           IF ws-d-status NOT = "35"
               PERFORM checkOneCustomer UNTIL WS-EOF
               CLOSE DFile
           END-IF
           MOVE SPACES TO RLine
           STRING "LOANS CHARGED OFF " WChgCount
               "  TOTAL " WChgTotal
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           CLOSE RFile

           DISPLAY "Debtors aged .............: "WDebtorCount
           DISPLAY "Loans charged off ........: "WChgCount
           DISPLAY "Amount charged off .......: "WChgTotal
           DISPLAY "Report written to chgoff.rpt".

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
           MOVE FUNCTION CURRENT-DATE TO LDateAndTime
           MOVE SPACE TO Lspc Lspc2 Lspc3
           MOVE 0 TO LAttempt
           MOVE ws-matched-operator TO LOperID
           MOVE WDenyFunc TO LFunc
           OPEN EXTEND LogFile
           IF ws-log-status = "35"
               OPEN OUTPUT LogFile
           END-IF
               WRITE LogRecord
               END-WRITE
           CLOSE LogFile.

      *> Only loans still carrying Debt can be charged off, and one
      *> already written off has nothing left to write.
       checkOneCustomer.
           READ DFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF Debt > 0 AND NOT AcctChargedOff
                       ADD 1 TO WDebtorCount
                       MOVE IDnum TO WIDnum
                       PERFORM findLastPayment
                       PERFORM computeAge
                       IF WAgeDays NOT < WMinAge
                           PERFORM chargeOffLoan
                       END-IF
                   END-IF
           END-READ.

      *> Walks the archives oldest first and then the live ledger,
      *> keeping the date of the last loan payment seen - the
      *> ledgers are appended in time order, so the last one read
      *> is the most recent.
       findLastPayment.
           MOVE 0 TO WLastPayDate
           IF WArcFrom > 0
               MOVE WArcFrom TO WArcMonthNum
               PERFORM scanOneArchiveMonth
                   UNTIL WArcMonthNum > WBankMonth
           END-IF
           MOVE "N" TO WS-TEOF-SW
           OPEN INPUT TFile
           IF ws-t-status NOT = "35"
               PERFORM scanOneRecord UNTIL WS-TEOF
               CLOSE TFile
           END-IF.

      *> A month that was never archived simply is not there
      *> (status 35) and is skipped - its records are still in the
      *> live ledger.
       scanOneArchiveMonth.
           MOVE SPACES TO WArcName
           STRING "trans" WArcMonth ".arc"
               DELIMITED BY SIZE INTO WArcName
           MOVE "N" TO WS-AEOF-SW
           OPEN INPUT ArcFile
           IF ws-arc-status NOT = "35"
               PERFORM scanOneArchived UNTIL WS-AEOF
               CLOSE ArcFile
           END-IF
           ADD 1 TO WArcMon
           IF WArcMon > 12
               MOVE 1 TO WArcMon
               ADD 1 TO WArcYear
           END-IF.

       scanOneArchived.
           READ ArcFile
               AT END
                   SET WS-AEOF TO TRUE
               NOT AT END
                   MOVE ArcRecord TO TRecord
                   PERFORM noteLastPayment
           END-READ.

       scanOneRecord.
           READ TFile
               AT END
                   SET WS-TEOF TO TRUE
               NOT AT END
                   PERFORM noteLastPayment
           END-READ.

      *> Only loan credits count - a payment keyed as "P" or the
      *> credit leg of an own-account move ("N") both service the
      *> loan, while a deposit into checking says nothing about it.
       noteLastPayment.
           IF TIDnum = WIDnum
                   AND (TType = "P" OR TType = "N")
                   AND (TAcctType = "L" OR TAcctType = SPACE)
               MOVE TDate TO WLastPayDate
           END-IF.

      *> An account that has never paid ages from the day it was
      *> opened (StatusDate) - and when even that is unusable, as
      *> on records loaded before the status fields existed, the
      *> debt is simply as old as anyone can prove.
       computeAge.
           IF WLastPayDate = 0
               IF StatusDate IS NUMERIC AND StatusDate > 0
                   MOVE StatusDate TO WLastPayDate
               END-IF
           END-IF
           IF WLastPayDate = 0
               MOVE 9999 TO WAgeDays
           ELSE
               COMPUTE WAgeDays = WBankNum
                   - FUNCTION INTEGER-OF-DATE(WLastPayDate)
           END-IF.

      *> The whole remaining Debt comes off Debt and the Loan
      *> together, exactly as a payment of that size would, so
      *> Loan minus Balance still equals Debt afterwards and
      *> recon_report's replay still ties.
       chargeOffLoan.
           MOVE Customer TO WBeforeImage
           MOVE Debt TO WChgAmount
           SUBTRACT WChgAmount FROM Debt
           SUBTRACT WChgAmount FROM Loan
           SET AcctChargedOff TO TRUE
           MOVE WBankDate TO StatusDate
           REWRITE Customer
           ADD 1 TO WChgCount
           ADD WChgAmount TO WChgTotal
           PERFORM writeAudit
           PERFORM writeTransaction
           PERFORM writeJournal
           PERFORM writeHistory
           PERFORM writeChgLine.

      *> custaudit.log gets the before and after images, the same
      *> record cust_maint leaves for a status change, action "W".
      *> No log yet (status 35) - fall back to OPEN OUTPUT to
      *> create it.
       writeAudit.
           MOVE FUNCTION CURRENT-DATE TO ADateAndTime
           MOVE SPACE TO Aspc1 Aspc2 Aspc3 Aspc4
           MOVE ws-matched-operator TO AOperID
           MOVE "W" TO AAction
           MOVE WBeforeImage TO ABefore
           MOVE Customer TO AAfter
           OPEN EXTEND AFile
           IF ws-a-status = "35"
               OPEN OUTPUT AFile
           END-IF
               WRITE AuditRecord
               END-WRITE
           CLOSE AFile.

      *> The write-off is a loan-side ledger line of its own, type
      *> "X" - not a payment, so delq_report never takes it for
      *> one - stamped with the supervisor who ran the charge-off.
      *> transactions.txt may not exist yet - EXTEND fails with
      *> status 35, so fall back to OPEN OUTPUT to create it.
       writeTransaction.
           MOVE FUNCTION CURRENT-DATE TO WClockStamp
           MOVE WBankDate TO TDate
           MOVE WClockTime TO TTime
           MOVE IDnum TO TIDnum
           MOVE SPACE TO Tspc1 Tspc2 Tspc3 Tspc4 Tspc5 Tspc6
           MOVE "X" TO TType
           MOVE WChgAmount TO TAmount
           MOVE Balance TO TBalance
           MOVE "L" TO TAcctType
           MOVE ws-matched-operator TO TOperID
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

      *> The shared journal gets the write-off as "CO", its own
      *> type. journal.txt does not exist yet on a fresh install -
      *> EXTEND fails with status 35, so fall back to OPEN OUTPUT
      *> to create it.
       writeJournal.
           MOVE TDateAndTime TO JDateAndTime
           MOVE IDnum TO JIDnum
           MOVE SPACE TO Jspc1 Jspc2 Jspc3 Jspc4
           MOVE "CO" TO JType
           MOVE WChgAmount TO JAmount
           MOVE Balance TO JBalance
           PERFORM nextJournalSeq
           MOVE SPACE TO Jspc5 Jspc6
           MOVE WJrnlSeq TO JSeq
           MOVE "L" TO JAcctType
           OPEN EXTEND JFile
           IF ws-j-status = "35"
               OPEN OUTPUT JFile
           END-IF
               WRITE JRecord
               END-WRITE
           CLOSE JFile.

      *> chgoff.txt does not exist yet on a fresh install - EXTEND
      *> fails with status 35, so fall back to OPEN OUTPUT to
      *> create it.
       writeHistory.
           MOVE IDnum TO CoIDnum
           MOVE SPACE TO Cospc1 Cospc2 Cospc3 Cospc4 Cospc5
           SET CoChargeOff TO TRUE
           MOVE WChgAmount TO CoAmount
           MOVE WBankDate TO CoDate
           MOVE BranchState TO CoBranch
           MOVE ws-matched-operator TO CoOperID
           OPEN EXTEND ChgFile
           IF ws-chg-status = "35"
               OPEN OUTPUT ChgFile
           END-IF
               WRITE ChgRecord
               END-WRITE
           CLOSE ChgFile.

       writeChgLine.
           MOVE IDnum TO WCIDnum
           MOVE SPACES TO WCName
           STRING FName DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               LName DELIMITED BY SPACE
               INTO WCName
           MOVE BranchState TO WCBranch
           MOVE WChgAmount TO WCAmount
           IF WAgeDays > 99999
               MOVE 99999 TO WCDays
           ELSE
               MOVE WAgeDays TO WCDays
           END-IF
           MOVE WChgLine TO RLine
           WRITE RLine.

       END PROGRAM chg_off.
