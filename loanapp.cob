       IDENTIFICATION DIVISION.
       PROGRAM-ID. loan_app.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LoanFile ASSIGN TO "loanapp.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-loan-status.
       SELECT DFile ASSIGN TO "customers.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDnum
           FILE STATUS IS ws-d-status.
       SELECT RateFile ASSIGN TO "ratetable.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-rate-status.
       SELECT ApprvFile ASSIGN TO "apprv.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-apv-status.
       SELECT TFile ASSIGN TO "transactions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-t-status.
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
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       DATA DIVISION.
       FILE SECTION.
       FD LoanFile.
       01 LoanRecord.
           COPY "loanrec.cpy".
       FD DFile.
       01 Customer.
           COPY "custrec.cpy".
       FD RateFile.
       01 RateRecord.
           COPY "raterec.cpy".
      *> One record: the money figure above which a change needs a
      *> second, senior operator - the same threshold cust_maint
      *> queues on. No file (or zero) means any operator may
      *> approve any amount.
       FD ApprvFile.
       01 ApprvRecord.
           02 ApprvLimit PIC 9(7)V99.
       FD TFile.
       01 TRecord.
           COPY "transrec.cpy".
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
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WBankStamp.
           02 WBankDate PIC 9(8).
           02 WBankTime PIC 9(6).
       01 WClockStamp.
           02 WClockDate PIC 9(8).
           02 WClockTime PIC 9(6).
      *> The whole application file loads into this table so a
      *> decision or a booking can rewrite the one record it
      *> changes - the apprv_queue shape. Five hundred slots is
      *> years of applications at a branch this size.
       01 WLaTable.
           02 WLaEntry OCCURS 500.
               03 WLaAppNum PIC 9(6).
               03 WLaIDnum PIC 9(5).
               03 WLaAmount PIC 9(7)V99.
               03 WLaTerm PIC 9(3).
               03 WLaPurpose PIC X(20).
               03 WLaTakenBy PIC 9(4).
               03 WLaAppDate PIC 9(8).
               03 WLaStatus PIC X(1).
               03 WLaDecDate PIC 9(8).
               03 WLaDecBy PIC 9(4).
               03 WLaReason PIC X(25).
               03 WLaBookDate PIC 9(8).
               03 WLaBookBy PIC 9(4).
               03 WLaRate PIC 9V9(4).
       01 WLaUsed PIC 9(3) VALUE 0.
       01 WLaSub PIC 9(3).
       01 WLaHit PIC 9(3).
       01 WLaHigh PIC 9(6) VALUE 0.
       01 WRTTable.
           02 WRTEntry OCCURS 200.
               03 WRTState PIC 9(5).
               03 WRTRate PIC 9V9(4).
               03 WRTEffDate PIC 9(8).
       01 WRTUsed PIC 9(3) VALUE 0.
       01 WRTSub PIC 9(3).
       01 WPick.
           02 WPickRate PIC 9V9(4).
           02 WPickEff PIC 9(8).
           02 WDefRate PIC 9V9(4).
           02 WDefEff PIC 9(8).
       01 WApp.
           02 WAppNum PIC 9(6).
           02 WIDnum PIC 9(5).
           02 WAmount PIC 9(7)V99.
           02 WTerm PIC 9(3).
           02 WPurpose PIC X(20).
           02 WReason PIC X(25).
      *> The customer's status as read - kept here because the
      *> record area cannot be trusted once customers.dat closes.
       01 WCustStatus PIC X(1).
           88 WCustClosed VALUE "C".
           88 WCustFrozen VALUE "F".
           88 WCustChargedOff VALUE "W".
       01 WChoice PIC X(1).
       01 WDecision PIC X(1).
       01 WApprvLimit PIC 9(7)V99 VALUE 0.
       01 WBeforeImage PIC X(191).
       01 WJrnlSeq PIC 9(7).
       01 secretKey PIC 9(4).
       01 ws-matched-operator PIC 9(4) VALUE 0.
       01 ws-matched-role PIC X(1) VALUE SPACE.
       01 WDenyFunc PIC X(8).
       01 WS-SWITCHES.
           02 WS-EOF-SW PIC X(1) VALUE "N".
               88 WS-EOF VALUE "Y".
           02 WS-RATE-EOF-SW PIC X(1) VALUE "N".
               88 WS-RATE-EOF VALUE "Y".
           02 WS-KEY-OK-SW PIC X(1) VALUE "N".
               88 WS-KEY-OK VALUE "Y".
           02 WS-OVERFLOW-SW PIC X(1) VALUE "N".
               88 WS-OVERFLOW VALUE "Y".
           02 WS-FOUND-SW PIC X(1) VALUE "N".
               88 WS-FOUND VALUE "Y".
           02 WS-BOOKED-SW PIC X(1) VALUE "N".
               88 WS-BOOKED VALUE "Y".
       01 ws-loan-status PIC X(2).
       01 ws-d-status PIC X(2).
       01 ws-rate-status PIC X(2).
       01 ws-apv-status PIC X(2).
       01 ws-t-status PIC X(2).
       01 ws-j-status PIC X(2).
       01 ws-seq-status PIC X(2).
       01 ws-log-status PIC X(2).
       01 ws-a-status PIC X(2).
       01 ws-bd-status PIC X(2).
       01 Dec PIC X(25).

      *> Loan applications from intake to booking. A teller takes
      *> the application (N) - customer, amount, term in months,
      *> purpose - and it waits as pending on loanapp.txt. The
      *> underwriting decision (U) approves or declines it with the
      *> reason; an amount over the apprv.ctl limit takes a
      *> supervisor to approve, the same threshold cust_maint
      *> queues on. Booking (B) an approved application puts the
      *> money on the customer's loan, prices it at the
      *> ratetable.txt row in force on the booking date, audits
      *> the master change in custaudit.log and posts the
      *> disbursement to the ledger and journal. Every step stays
      *> on the application record for the pipeline report.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" LOAN APPLICATIONS "Dec.
           DISPLAY "Operator secret code: "WITH NO ADVANCING
           ACCEPT secretKey
           PERFORM lookupOperator
           IF NOT WS-KEY-OK
               DISPLAY "Code not authorized - loan applications "
                   "refused"
           ELSE
               PERFORM readBankDate
               PERFORM readApprvLimit
               PERFORM loadApplications
      *> More applications than the table holds: the rewrite after
      *> a decision would silently destroy everything past the
      *> five hundredth, so the run refuses whole and loanapp.txt
      *> is left untouched.
               IF WS-OVERFLOW
                   DISPLAY "MORE THAN 500 APPLICATIONS ON loanapp.txt"
                       " - REFUSED, NOTHING CHANGED. Raise the "
                       "table first."
               ELSE
                   PERFORM workApplication
               END-IF
           END-IF.
       STOP RUN.

       workApplication.
           DISPLAY "N)ew application  U)nderwrite  B)ook: "
               WITH NO ADVANCING
           ACCEPT WChoice
           EVALUATE WChoice
               WHEN "N"
               WHEN "n"
                   PERFORM takeApplication
               WHEN "U"
               WHEN "u"
                   PERFORM findApplication
                   IF WLaHit > 0
                       PERFORM underwriteApplication
                   END-IF
               WHEN "B"
               WHEN "b"
                   PERFORM findApplication
                   IF WLaHit > 0
                       PERFORM bookApplication
                   END-IF
               WHEN OTHER
                   DISPLAY "Not a valid choice"
           END-EVALUATE.

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

      *> apprv.ctl may not exist - the threshold stays zero and
      *> any operator may approve any amount.
       readApprvLimit.
           OPEN INPUT ApprvFile
           IF ws-apv-status NOT = "35"
               READ ApprvFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ApprvLimit TO WApprvLimit
               END-READ
               CLOSE ApprvFile
           END-IF.

      *> loanapp.txt may not exist yet - status 35 just means no
      *> applications so far, and reading a file that failed to
      *> open never reaches AT END, so the loop must be skipped
      *> outright. The highest number on file is kept so a new
      *> application takes the next one.
       loadApplications.
           OPEN INPUT LoanFile
           IF ws-loan-status NOT = "35"
               PERFORM loadOneApplication UNTIL WS-EOF
               CLOSE LoanFile
           END-IF.

       loadOneApplication.
           READ LoanFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF LaAppNum > WLaHigh
                       MOVE LaAppNum TO WLaHigh
                   END-IF
                   IF WLaUsed < 500
                       ADD 1 TO WLaUsed
                       MOVE LaAppNum TO WLaAppNum(WLaUsed)
                       MOVE LaIDnum TO WLaIDnum(WLaUsed)
                       MOVE LaAmount TO WLaAmount(WLaUsed)
                       MOVE LaTerm TO WLaTerm(WLaUsed)
                       MOVE LaPurpose TO WLaPurpose(WLaUsed)
                       MOVE LaTakenBy TO WLaTakenBy(WLaUsed)
                       MOVE LaAppDate TO WLaAppDate(WLaUsed)
                       MOVE LaStatus TO WLaStatus(WLaUsed)
                       MOVE LaDecDate TO WLaDecDate(WLaUsed)
                       MOVE LaDecBy TO WLaDecBy(WLaUsed)
                       MOVE LaReason TO WLaReason(WLaUsed)
                       MOVE LaBookDate TO WLaBookDate(WLaUsed)
                       MOVE LaBookBy TO WLaBookBy(WLaUsed)
                       MOVE LaRate TO WLaRate(WLaUsed)
                   ELSE
                       SET WS-OVERFLOW TO TRUE
                   END-IF
           END-READ.

      *> The applicant must already be a customer the bank can lend
      *> to - a closed, frozen or charged-off record takes no new
      *> application.
       takeApplication.
           DISPLAY "Customer ID number: "WITH NO ADVANCING
           ACCEPT WIDnum
           PERFORM lookupCustomer
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   DISPLAY "No customer on file for ID "WIDnum
               WHEN WCustClosed OR WCustFrozen OR WCustChargedOff
                   DISPLAY "Customer "WIDnum" is status "WCustStatus
                       " - no application taken"
               WHEN OTHER
                   DISPLAY "Amount requested: "WITH NO ADVANCING
                   ACCEPT WAmount
                   DISPLAY "Term in months: "WITH NO ADVANCING
                   ACCEPT WTerm
                   DISPLAY "Purpose: "WITH NO ADVANCING
                   ACCEPT WPurpose
                   IF WAmount = 0 OR WTerm = 0
                       DISPLAY "Amount and term must both be more "
                           "than zero - no application taken"
                   ELSE
                       PERFORM writeApplication
                   END-IF
           END-EVALUATE.

      *> customers.dat does not exist yet on a fresh install -
      *> status 35 just means no customer found.
       lookupCustomer.
           MOVE "N" TO WS-FOUND-SW
           MOVE SPACE TO WCustStatus
           OPEN INPUT DFile
           IF ws-d-status NOT = "35"
               MOVE WIDnum TO IDnum
               READ DFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-FOUND TO TRUE
                       MOVE AcctStatus TO WCustStatus
               END-READ
               CLOSE DFile
           END-IF.

      *> loanapp.txt does not exist yet on a fresh install - EXTEND
      *> fails with status 35, so fall back to OPEN OUTPUT to
      *> create it.
       writeApplication.
           MOVE SPACES TO LoanRecord
           ADD 1 TO WLaHigh
           MOVE WLaHigh TO LaAppNum
           MOVE WIDnum TO LaIDnum
           MOVE WAmount TO LaAmount
           MOVE WTerm TO LaTerm
           MOVE WPurpose TO LaPurpose
           MOVE ws-matched-operator TO LaTakenBy
           MOVE WBankDate TO LaAppDate
           SET LaPending TO TRUE
           MOVE 0 TO LaDecDate LaDecBy LaBookDate LaBookBy LaRate
           OPEN EXTEND LoanFile
           IF ws-loan-status = "35"
               OPEN OUTPUT LoanFile
           END-IF
               WRITE LoanRecord
               END-WRITE
           CLOSE LoanFile
           DISPLAY "Application "LaAppNum" taken for customer "
               WIDnum" - pending underwriting".

       findApplication.
           DISPLAY "Application number: "WITH NO ADVANCING
           ACCEPT WAppNum
           MOVE 0 TO WLaHit
           PERFORM checkOneApplication
               VARYING WLaSub FROM 1 BY 1
               UNTIL WLaSub > WLaUsed OR WLaHit > 0
           IF WLaHit = 0
               DISPLAY "No application "WAppNum" on file"
           ELSE
               DISPLAY "Customer "WLaIDnum(WLaHit)" amount "
                   WLaAmount(WLaHit)" term "WLaTerm(WLaHit)
                   " purpose "WLaPurpose(WLaHit)
               DISPLAY "Taken "WLaAppDate(WLaHit)" by "
                   WLaTakenBy(WLaHit)" status "WLaStatus(WLaHit)
           END-IF.

       checkOneApplication.
           IF WLaAppNum(WLaSub) = WAppNum
               MOVE WLaSub TO WLaHit
           END-IF.

      *> Only a pending application can be decided, and either way
      *> the decision needs its reason. An approval over the
      *> apprv.ctl limit needs a supervisor, and a teller's
      *> attempt logs to keypass.log the way any other authority
      *> denial does.
       underwriteApplication.
           IF WLaStatus(WLaHit) NOT = "P"
               DISPLAY "Application "WAppNum" is not pending - "
                   "already decided"
           ELSE
               DISPLAY "A)pprove  D)ecline: "WITH NO ADVANCING
               ACCEPT WDecision
               DISPLAY "Reason: "WITH NO ADVANCING
               ACCEPT WReason
               EVALUATE TRUE
                   WHEN WDecision NOT = "A" AND WDecision NOT = "a"
                           AND WDecision NOT = "D"
                           AND WDecision NOT = "d"
                       DISPLAY "Not a valid choice"
                   WHEN WReason = SPACES
                       DISPLAY "A decision needs its reason - "
                           "nothing recorded"
                   WHEN (WDecision = "A" OR WDecision = "a")
                           AND WApprvLimit > 0
                           AND WLaAmount(WLaHit) > WApprvLimit
                           AND ws-matched-role NOT = "S"
                       DISPLAY "Amounts over "WApprvLimit" need a "
                           "supervisor to approve - refused"
                       MOVE "LOANAPRV" TO WDenyFunc
                       PERFORM logDenied
                   WHEN OTHER
                       IF WDecision = "A" OR WDecision = "a"
                           MOVE "A" TO WLaStatus(WLaHit)
                       ELSE
                           MOVE "D" TO WLaStatus(WLaHit)
                       END-IF
                       MOVE WBankDate TO WLaDecDate(WLaHit)
                       MOVE ws-matched-operator TO WLaDecBy(WLaHit)
                       MOVE WReason TO WLaReason(WLaHit)
                       PERFORM rewriteApplications
                       DISPLAY "Application "WAppNum" now status "
                           WLaStatus(WLaHit)
               END-EVALUATE
           END-IF.

      *> Only an approved application books, and only onto a
      *> customer the bank can still lend to. The booking must find
      *> a rate in force or it does not go on at all - a loan
      *> priced at whatever rate the record happened to carry is
      *> exactly what the rate table exists to prevent. No
      *> customers.dat (status 35) leaves nothing to book onto.
       bookApplication.
           MOVE "N" TO WS-BOOKED-SW
           IF WLaStatus(WLaHit) NOT = "A"
               DISPLAY "Application "WAppNum" is not approved - "
                   "cannot book"
           ELSE
               PERFORM loadRateTable
               OPEN I-O DFile
               IF ws-d-status NOT = "35"
                   MOVE WLaIDnum(WLaHit) TO IDnum
                   READ DFile
                       INVALID KEY
                           DISPLAY "No customer on file for ID "
                               WLaIDnum(WLaHit)
                       NOT INVALID KEY
                           PERFORM bookLoan
                   END-READ
                   CLOSE DFile
               ELSE
                   DISPLAY "No customer master on file - refused"
               END-IF
               IF WS-BOOKED
                   MOVE "B" TO WLaStatus(WLaHit)
                   MOVE WBankDate TO WLaBookDate(WLaHit)
                   MOVE ws-matched-operator TO WLaBookBy(WLaHit)
                   MOVE WPickRate TO WLaRate(WLaHit)
                   PERFORM rewriteApplications
               END-IF
           END-IF.

      *> The loan grows by the amount disbursed and so does what is
      *> owed - Balance, the line still available to draw, does not
      *> move, so Debt stays Loan minus Balance.
       bookLoan.
           PERFORM pickTableRate
           EVALUATE TRUE
               WHEN AcctClosed OR AcctFrozen OR AcctChargedOff
                   DISPLAY "Customer "IDnum" is status "AcctStatus
                       " - cannot book"
               WHEN WPickRate = 0
                   DISPLAY "No rate in force on ratetable.txt for "
                       "branch "BranchState" - cannot book"
               WHEN OTHER
                   MOVE Customer TO WBeforeImage
                   ADD WLaAmount(WLaHit) TO Loan
                   ADD WLaAmount(WLaHit) TO Debt
                   MOVE WPickRate TO InterestRate
                   REWRITE Customer
                   PERFORM writeAudit
                   PERFORM writeTransaction
                   PERFORM writeJournal
                   SET WS-BOOKED TO TRUE
                   DISPLAY "Application "WAppNum" booked at rate "
                       WPickRate" - customer "IDnum" Debt now "Debt
           END-EVALUATE.

      *> ratetable.txt may not exist yet - status 35 just means no
      *> rates on file, and reading a file that failed to open
      *> never reaches AT END, so the loop must be skipped outright.
       loadRateTable.
           OPEN INPUT RateFile
           IF ws-rate-status NOT = "35"
               PERFORM loadOneRateRow UNTIL WS-RATE-EOF
               CLOSE RateFile
           END-IF.

       loadOneRateRow.
           READ RateFile
               AT END
                   SET WS-RATE-EOF TO TRUE
               NOT AT END
                   IF WRTUsed < 200
                       ADD 1 TO WRTUsed
                       MOVE RTState TO WRTState(WRTUsed)
                       MOVE RTRate TO WRTRate(WRTUsed)
                       MOVE RTEffDate TO WRTEffDate(WRTUsed)
                   END-IF
           END-READ.

      *> The row in force as of the booking date: latest effective
      *> date not after it, an exact branch row beating the 00000
      *> default - the pick rate_apply makes.
       pickTableRate.
           MOVE 0 TO WPickRate WPickEff WDefRate WDefEff
           PERFORM checkOneRateRow
               VARYING WRTSub FROM 1 BY 1
               UNTIL WRTSub > WRTUsed
           IF WPickRate = 0 AND WDefRate > 0
               MOVE WDefRate TO WPickRate
               MOVE WDefEff TO WPickEff
           END-IF.

       checkOneRateRow.
           IF WRTEffDate(WRTSub) NOT > WBankDate
               IF WRTState(WRTSub) = BranchState
                       AND WRTEffDate(WRTSub) NOT < WPickEff
                   MOVE WRTRate(WRTSub) TO WPickRate
                   MOVE WRTEffDate(WRTSub) TO WPickEff
               END-IF
               IF WRTState(WRTSub) = 0
                       AND WRTEffDate(WRTSub) NOT < WDefEff
                   MOVE WRTRate(WRTSub) TO WDefRate
                   MOVE WRTEffDate(WRTSub) TO WDefEff
               END-IF
           END-IF.

      *> custaudit.log gets the before and after images, the same
      *> record cust_maint leaves for an edit, action "L". No log
      *> yet (status 35) - fall back to OPEN OUTPUT to create it.
       writeAudit.
           MOVE FUNCTION CURRENT-DATE TO ADateAndTime
           MOVE SPACE TO Aspc1 Aspc2 Aspc3 Aspc4
           MOVE ws-matched-operator TO AOperID
           MOVE "L" TO AAction
           MOVE WBeforeImage TO ABefore
           MOVE Customer TO AAfter
           OPEN EXTEND AFile
           IF ws-a-status = "35"
               OPEN OUTPUT AFile
           END-IF
               WRITE AuditRecord
               END-WRITE
           CLOSE AFile.

      *> The disbursement is a loan-side ledger line of its own,
      *> type "B" - it raises Debt the way a reversed payment does,
      *> but is not a withdrawal, so the daily limit and the cash
      *> drawers never see it. Stamped with the operator who booked
      *> it. transactions.txt may not exist yet - EXTEND fails with
      *> status 35, so fall back to OPEN OUTPUT to create it.
       writeTransaction.
           MOVE FUNCTION CURRENT-DATE TO WClockStamp
           MOVE WBankDate TO TDate
           MOVE WClockTime TO TTime
           MOVE IDnum TO TIDnum
           MOVE SPACE TO Tspc1 Tspc2 Tspc3 Tspc4 Tspc5 Tspc6
           MOVE "B" TO TType
           MOVE WLaAmount(WLaHit) TO TAmount
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

      *> The shared journal gets the disbursement as "LD", its own
      *> type. journal.txt does not exist yet on a fresh install -
      *> EXTEND fails with status 35, so fall back to OPEN OUTPUT
      *> to create it.
       writeJournal.
           MOVE TDateAndTime TO JDateAndTime
           MOVE IDnum TO JIDnum
           MOVE SPACE TO Jspc1 Jspc2 Jspc3 Jspc4
           MOVE "LD" TO JType
           MOVE WLaAmount(WLaHit) TO JAmount
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

      *> The whole file is written back in the order it was read,
      *> with only the one application's decision or booking
      *> changed.
       rewriteApplications.
           OPEN OUTPUT LoanFile
           PERFORM rewriteOneApplication
               VARYING WLaSub FROM 1 BY 1
               UNTIL WLaSub > WLaUsed
           CLOSE LoanFile.

       rewriteOneApplication.
           MOVE SPACES TO LoanRecord
           MOVE WLaAppNum(WLaSub) TO LaAppNum
           MOVE WLaIDnum(WLaSub) TO LaIDnum
           MOVE WLaAmount(WLaSub) TO LaAmount
           MOVE WLaTerm(WLaSub) TO LaTerm
           MOVE WLaPurpose(WLaSub) TO LaPurpose
           MOVE WLaTakenBy(WLaSub) TO LaTakenBy
           MOVE WLaAppDate(WLaSub) TO LaAppDate
           MOVE WLaStatus(WLaSub) TO LaStatus
           MOVE WLaDecDate(WLaSub) TO LaDecDate
           MOVE WLaDecBy(WLaSub) TO LaDecBy
           MOVE WLaReason(WLaSub) TO LaReason
           MOVE WLaBookDate(WLaSub) TO LaBookDate
           MOVE WLaBookBy(WLaSub) TO LaBookBy
           MOVE WLaRate(WLaSub) TO LaRate
           WRITE LoanRecord.

       END PROGRAM loan_app.
