       IDENTIFICATION DIVISION.
       PROGRAM-ID. atm_dispute.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CaseFile ASSIGN TO "disputes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-case-status.
       SELECT DFile ASSIGN TO "customers.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDnum
           FILE STATUS IS ws-d-status.
       SELECT AcctFile ASSIGN TO "accounts.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS AcctKey
           FILE STATUS IS ws-acct-status.
       SELECT TFile ASSIGN TO "transactions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-t-status.
       SELECT JFile ASSIGN TO "journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-j-status.
       SELECT SeqFile ASSIGN TO "jrnlseq.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-seq-status.
       SELECT CashFile ASSIGN TO "atmcash.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-cash-status.
       SELECT CountFile ASSIGN TO "cashmove.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-cnt-status.
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       SELECT LogFile ASSIGN TO "keypass.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-log-status.
       DATA DIVISION.
       FILE SECTION.
       FD CaseFile.
       01 CaseRecord.
           COPY "dsprec.cpy".
       FD DFile.
       01 Customer.
           COPY "custrec.cpy".
       FD AcctFile.
       01 AcctRecord.
           COPY "acctrec.cpy".
       FD TFile.
       01 TRecord.
           COPY "transrec.cpy".
       FD JFile.
       01 JRecord.
           COPY "jrnlrec.cpy".
       FD SeqFile.
       01 SeqRecord.
           02 SeqLast PIC 9(7).
       FD CashFile.
       01 CashRecord.
           COPY "cashrec.cpy".
      *> cash_report's count line, read back field for field.
       FD CountFile.
       01 CountLine.
           02 CmDate PIC 9(8).
           02 FILLER PIC X(6).
           02 CmTermID PIC 9(4).
           02 FILLER PIC X(7).
           02 CmLoads PIC -9(9).99.
           02 FILLER PIC X(6).
           02 CmDisp PIC -9(9).99.
           02 FILLER PIC X(6).
           02 CmBook PIC -9(9).99.
           02 FILLER PIC X(5).
           02 CmCount PIC -9(9).99.
           02 FILLER PIC X(5).
           02 CmOverShort PIC -9(9).99.
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
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
       WORKING-STORAGE SECTION.
       01 WBankStamp.
           02 WBankDate PIC 9(8).
           02 WBankTime PIC 9(6).
       01 WClockStamp.
           02 WClockDate PIC 9(8).
           02 WClockTime PIC 9(6).
      *> How long a case may stay open, in calendar days from the
      *> bank date it was opened - the investigation window the
      *> card rules allow before the provisional credit must be
      *> settled one way or the other.
       01 WSettleDays PIC 9(3) VALUE 45.
      *> The whole case file loads into this table so settling
      *> rewrites the one case it changes - the hold_maint shape.
      *> Settled cases stay on file as the history disp_aging
      *> counts by terminal, so the table is sized for years of
      *> them.
       01 WDsTable.
           02 WDsEntry OCCURS 1000.
               03 WDsCaseNum PIC 9(6).
               03 WDsIDnum PIC 9(5).
               03 WDsAcType PIC X(1).
               03 WDsTermID PIC 9(4).
               03 WDsTranStamp.
                   04 WDsTranDate PIC 9(8).
                   04 WDsTranTime PIC 9(6).
               03 WDsTranAmt PIC 9(7)V99.
               03 WDsClaimAmt PIC 9(7)V99.
               03 WDsReason PIC X(1).
               03 WDsOpened PIC 9(8).
               03 WDsDeadline PIC 9(8).
               03 WDsStatus PIC X(1).
               03 WDsSettled PIC 9(8).
               03 WDsOpenBy PIC 9(4).
               03 WDsSetBy PIC 9(4).
               03 WDsCountDate PIC 9(8).
               03 WDsCountOver PIC S9(9)V99.
               03 WDsNote PIC X(30).
       01 WDsUsed PIC 9(4) VALUE 0.
       01 WDsSub PIC 9(4).
       01 WDsHit PIC 9(4).
       01 WDsHigh PIC 9(6) VALUE 0.
       01 WCase.
           02 WCaseNum PIC 9(6).
           02 WIDnum PIC 9(5).
           02 WStamp PIC 9(14).
           02 WClaimAmt PIC 9(7)V99.
           02 WReason PIC X(1).
           02 WNote PIC X(30).
      *> The withdrawal the claim is against, off the ledger.
       01 WOriginal.
           02 WOrigAcct PIC X(1).
           02 WOrigTerm PIC 9(4).
           02 WOrigAmount PIC S9(7)V99.
      *> What the posting paragraphs move: "V" gives the claim
      *> back, "D" takes it back out again.
       01 WPosting.
           02 WPostType PIC X(1).
           02 WPostIDnum PIC 9(5).
           02 WPostAcct PIC X(1).
           02 WPostAmount PIC S9(7)V99.
           02 WNewBalance PIC S9(7)V99.
      *> The evidence a settlement is checked against: the first
      *> cash_report count of the terminal on or after the
      *> disputed withdrawal, and what is already made final
      *> against that same count.
       01 WEvidence.
           02 WCountDate PIC 9(8).
           02 WCountBook PIC S9(9)V99.
           02 WCountCash PIC S9(9)V99.
           02 WCountOver PIC S9(9)V99.
           02 WCountUsed PIC S9(9)V99.
           02 WCountLeft PIC S9(9)V99.
           02 WTermOnHand PIC S9(9)V99.
      *> The customer's status as read - kept here because the
      *> record area cannot be trusted once customers.dat closes.
       01 WCustStatus PIC X(1).
           88 WCustClosed VALUE "C".
           88 WCustChargedOff VALUE "W".
       01 WChoice PIC X(1).
       01 WListCount PIC 9(4).
       01 secretKey PIC 9(4).
       01 ws-matched-operator PIC 9(4) VALUE 0.
       01 ws-matched-role PIC X(1) VALUE SPACE.
       01 WDenyFunc PIC X(8).
       01 WJrnlSeq PIC 9(7).
       01 WS-SWITCHES.
           02 WS-EOF-SW PIC X(1) VALUE "N".
               88 WS-EOF VALUE "Y".
           02 WS-TEOF-SW PIC X(1) VALUE "N".
               88 WS-TEOF VALUE "Y".
           02 WS-KEY-OK-SW PIC X(1) VALUE "N".
               88 WS-KEY-OK VALUE "Y".
           02 WS-OVERFLOW-SW PIC X(1) VALUE "N".
               88 WS-OVERFLOW VALUE "Y".
           02 WS-FOUND-SW PIC X(1) VALUE "N".
               88 WS-FOUND VALUE "Y".
           02 WS-CUST-FOUND-SW PIC X(1) VALUE "N".
               88 WS-CUST-FOUND VALUE "Y".
           02 WS-DONE-SW PIC X(1) VALUE "N".
               88 WS-DONE VALUE "Y".
           02 WS-CNT-EOF-SW PIC X(1) VALUE "N".
               88 WS-CNT-EOF VALUE "Y".
           02 WS-COUNTED-SW PIC X(1) VALUE "N".
               88 WS-COUNTED VALUE "Y".
           02 WS-CASH-EOF-SW PIC X(1) VALUE "N".
               88 WS-CASH-EOF VALUE "Y".
           02 WS-TERM-MANAGED-SW PIC X(1) VALUE "N".
               88 WS-TERM-MANAGED VALUE "Y".
       01 ws-case-status PIC X(2).
       01 ws-d-status PIC X(2).
       01 ws-acct-status PIC X(2).
       01 ws-t-status PIC X(2).
       01 ws-j-status PIC X(2).
       01 ws-seq-status PIC X(2).
       01 ws-cash-status PIC X(2).
       01 ws-cnt-status PIC X(2).
       01 ws-bd-status PIC X(2).
       01 ws-log-status PIC X(2).
       01 Dec PIC X(25).

      *> ATM dispute cases. When a customer says a machine did not
      *> pay out, trans_rev would undo the withdrawal for good on
      *> the spot; a dispute instead O)pens a case against the "W"
      *> and gives the claimed amount back as provisional credit -
      *> its own "V" posting, journal type "DC" - with a deadline
      *> for settling it. S)ettle checks the terminal's next
      *> cash_report count and its atmcash.txt position: a drawer
      *> that counted over by the claim makes the credit final,
      *> otherwise the provisional credit is reversed ("D" on the
      *> ledger, "DR" on the journal). L)ist shows a customer's
      *> cases. Any operator may open a case for the customer at
      *> the counter, but settling one moves money for good and is
      *> a supervisor's call - a teller's attempt logs to
      *> keypass.log like any other authority denial. disp_aging
      *> lists the open cases past their deadline each evening.
      *> While a case is open or final, trans_rev refuses to
      *> reverse its withdrawal - the case has already given the
      *> cash back. Once a case is reversed the withdrawal can be
      *> reversed as usual.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" ATM DISPUTES "Dec.
           DISPLAY "Operator secret code: "WITH NO ADVANCING
           ACCEPT secretKey
           PERFORM lookupOperator
           IF NOT WS-KEY-OK
               DISPLAY "Code not authorized - dispute work refused"
           ELSE
               PERFORM readBankDate
               PERFORM loadCases
      *> More cases than the table holds: the rewrite after a
      *> change would silently destroy everything past the
      *> thousandth, so the run refuses whole and disputes.txt is
      *> left untouched.
               IF WS-OVERFLOW
                   DISPLAY "MORE THAN 1000 CASES ON disputes.txt"
                       " - REFUSED, NOTHING CHANGED. Raise the "
                       "table first."
               ELSE
                   PERFORM workCases
               END-IF
           END-IF.
       STOP RUN.

       workCases.
           DISPLAY "O)pen case  S)ettle case  L)ist cases: "
               WITH NO ADVANCING
           ACCEPT WChoice
           EVALUATE WChoice
               WHEN "O"
               WHEN "o"
                   PERFORM openCase
               WHEN "S"
               WHEN "s"
                   PERFORM settleCase
               WHEN "L"
               WHEN "l"
                   PERFORM listCases
               WHEN OTHER
                   DISPLAY "Not a valid choice"
           END-EVALUATE.

      *> The business date comes off procdate.dat, the control file
      *> the start-of-day step advances. Only the time of day comes
      *> off the wall clock. No control file yet (status 35) falls
      *> back to the calendar so a fresh install still runs.
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

      *> disputes.txt may not exist yet - status 35 just means no
      *> case has ever been opened, and reading a file that failed
      *> to open never reaches AT END, so the loop must be skipped
      *> outright. The highest number on file is kept so a new
      *> case takes the next one.
       loadCases.
           OPEN INPUT CaseFile
           IF ws-case-status NOT = "35"
               PERFORM loadOneCase UNTIL WS-EOF
               CLOSE CaseFile
           END-IF.

       loadOneCase.
           READ CaseFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF DsCaseNum > WDsHigh
                       MOVE DsCaseNum TO WDsHigh
                   END-IF
                   IF WDsUsed < 1000
                       ADD 1 TO WDsUsed
                       MOVE DsCaseNum TO WDsCaseNum(WDsUsed)
                       MOVE DsIDnum TO WDsIDnum(WDsUsed)
                       MOVE DsAcType TO WDsAcType(WDsUsed)
                       MOVE DsTermID TO WDsTermID(WDsUsed)
                       MOVE DsTranStamp TO WDsTranStamp(WDsUsed)
                       MOVE DsTranAmt TO WDsTranAmt(WDsUsed)
                       MOVE DsClaimAmt TO WDsClaimAmt(WDsUsed)
                       MOVE DsReason TO WDsReason(WDsUsed)
                       MOVE DsOpened TO WDsOpened(WDsUsed)
                       MOVE DsDeadline TO WDsDeadline(WDsUsed)
                       MOVE DsStatus TO WDsStatus(WDsUsed)
                       MOVE DsSettled TO WDsSettled(WDsUsed)
                       MOVE DsOpenBy TO WDsOpenBy(WDsUsed)
                       MOVE DsSetBy TO WDsSetBy(WDsUsed)
                       MOVE DsCountDate TO WDsCountDate(WDsUsed)
                       MOVE DsCountOver TO WDsCountOver(WDsUsed)
                       MOVE DsNote TO WDsNote(WDsUsed)
                   ELSE
                       SET WS-OVERFLOW TO TRUE
                   END-IF
           END-READ.

      *> A case is opened against a withdrawal still on the
      *> ledger, for a customer still on the master and not closed
      *> or charged off - there the claim is settled by hand. One
      *> withdrawal takes one case whatever became of an earlier
      *> one, and the claim can be all of it or part, never more.
       openCase.
           DISPLAY "Customer ID number: "WITH NO ADVANCING
           ACCEPT WIDnum
           DISPLAY "Withdrawal timestamp (YYYYMMDDHHMMSS): "
               WITH NO ADVANCING
           ACCEPT WStamp
           DISPLAY "Amount the customer did not get: "
               WITH NO ADVANCING
           ACCEPT WClaimAmt
           DISPLAY "Claim - N)o cash  P)art of the cash  O)ther: "
               WITH NO ADVANCING
           ACCEPT WReason
           EVALUATE WReason
               WHEN "n"
                   MOVE "N" TO WReason
               WHEN "p"
                   MOVE "P" TO WReason
               WHEN "o"
                   MOVE "O" TO WReason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY "Customer's account of it: "WITH NO ADVANCING
           ACCEPT WNote
           PERFORM findOriginal
           PERFORM lookupCustomer
           MOVE 0 TO WDsHit
           PERFORM checkOneWithdrawal
               VARYING WDsSub FROM 1 BY 1
               UNTIL WDsSub > WDsUsed OR WDsHit > 0
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   DISPLAY "No withdrawal on the ledger for "WIDnum
                       " at "WStamp
               WHEN NOT WS-CUST-FOUND
                   DISPLAY "No customer on file for ID "WIDnum
               WHEN WCustClosed OR WCustChargedOff
                   DISPLAY "Customer "WIDnum" is status "WCustStatus
                       " - settle the claim by hand"
               WHEN WDsHit > 0
                   DISPLAY "Case "WDsCaseNum(WDsHit)" already "
                       "opened for that withdrawal - status "
                       WDsStatus(WDsHit)
               WHEN WReason NOT = "N" AND WReason NOT = "P"
                       AND WReason NOT = "O"
                   DISPLAY "Not a valid claim"
               WHEN WClaimAmt = 0
                   DISPLAY "Amount must be more than zero"
               WHEN WClaimAmt > WOrigAmount
                   DISPLAY "The withdrawal was only "WOrigAmount
                       " - claim refused"
               WHEN WDsUsed NOT < 1000
                   DISPLAY "disputes.txt is full - Raise the table "
                       "first."
               WHEN OTHER
                   MOVE "V" TO WPostType
                   MOVE WIDnum TO WPostIDnum
                   MOVE WOrigAcct TO WPostAcct
                   MOVE WClaimAmt TO WPostAmount
                   PERFORM postProvisional
                   IF WS-DONE
                       PERFORM storeCase
                   END-IF
           END-EVALUATE.

       checkOneWithdrawal.
           IF WDsIDnum(WDsSub) = WIDnum
                   AND WDsTranStamp(WDsSub) = WStamp
               MOVE WDsSub TO WDsHit
           END-IF.

      *> Finds the withdrawal by customer and timestamp - only a
      *> "W" hands out cash, so only a "W" can be disputed. The
      *> terminal that posted it is its TOperID stamp.
      *> transactions.txt may not exist yet - status 35 just means
      *> no ledger at all, and reading a file that failed to open
      *> never reaches AT END, so the loop must be skipped outright.
       findOriginal.
           MOVE "N" TO WS-FOUND-SW WS-TEOF-SW
           OPEN INPUT TFile
           IF ws-t-status NOT = "35"
               PERFORM matchOneRecord UNTIL WS-TEOF OR WS-FOUND
               CLOSE TFile
           END-IF.

       matchOneRecord.
           READ TFile
               AT END
                   SET WS-TEOF TO TRUE
               NOT AT END
                   IF TIDnum = WIDnum AND TDateAndTime = WStamp
                           AND TType = "W"
                       SET WS-FOUND TO TRUE
                       MOVE TAcctType TO WOrigAcct
                       MOVE TOperID TO WOrigTerm
                       MOVE TAmount TO WOrigAmount
                   END-IF
           END-READ.

      *> customers.dat does not exist yet on a fresh install -
      *> status 35 just means no customer found.
       lookupCustomer.
           MOVE "N" TO WS-CUST-FOUND-SW
           MOVE SPACE TO WCustStatus
           OPEN INPUT DFile
           IF ws-d-status NOT = "35"
               MOVE WIDnum TO IDnum
               READ DFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CUST-FOUND TO TRUE
                       MOVE AcctStatus TO WCustStatus
               END-READ
               CLOSE DFile
           END-IF.

      *> The case goes on file only once its credit has posted.
       storeCase.
           ADD 1 TO WDsUsed
           ADD 1 TO WDsHigh
           MOVE WDsHigh TO WDsCaseNum(WDsUsed)
           MOVE WIDnum TO WDsIDnum(WDsUsed)
           MOVE WOrigAcct TO WDsAcType(WDsUsed)
           MOVE WOrigTerm TO WDsTermID(WDsUsed)
           MOVE WStamp TO WDsTranStamp(WDsUsed)
           MOVE WOrigAmount TO WDsTranAmt(WDsUsed)
           MOVE WClaimAmt TO WDsClaimAmt(WDsUsed)
           MOVE WReason TO WDsReason(WDsUsed)
           MOVE WBankDate TO WDsOpened(WDsUsed)
           COMPUTE WDsDeadline(WDsUsed) = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WBankDate) + WSettleDays)
           MOVE "O" TO WDsStatus(WDsUsed)
           MOVE 0 TO WDsSettled(WDsUsed) WDsSetBy(WDsUsed)
               WDsCountDate(WDsUsed) WDsCountOver(WDsUsed)
           MOVE ws-matched-operator TO WDsOpenBy(WDsUsed)
           MOVE WNote TO WDsNote(WDsUsed)
           PERFORM rewriteCases
           DISPLAY "Case "WDsHigh" opened - "WClaimAmt
               " credited provisionally to "WIDnum" "WOrigAcct
           DISPLAY "Settle by "WDsDeadline(WDsUsed).

      *> Settling needs a supervisor before anything is shown. The
      *> evidence is the terminal's first cash_report count on or
      *> after the day of the withdrawal: a tray that did not pay
      *> out still holds the notes the ledger says left it, so the
      *> count comes out over book by them. The credit is made
      *> final only on that evidence - an overage already used to
      *> make another case on the same count final is not counted
      *> twice - and only for a terminal atmcash.txt still carries.
      *> Without it the provisional credit can only be reversed.
       settleCase.
           DISPLAY "Case number: "WITH NO ADVANCING
           ACCEPT WCaseNum
           MOVE 0 TO WDsHit
           PERFORM checkOneCase
               VARYING WDsSub FROM 1 BY 1
               UNTIL WDsSub > WDsUsed OR WDsHit > 0
           EVALUATE TRUE
               WHEN ws-matched-role NOT = "S"
                   DISPLAY "Settling a dispute needs a supervisor "
                       "sign-on - refused"
                   MOVE "DISPUTE" TO WDenyFunc
                   PERFORM logDenied
               WHEN WDsHit = 0
                   DISPLAY "No case "WCaseNum" on file"
               WHEN WDsStatus(WDsHit) NOT = "O"
                   DISPLAY "Case "WCaseNum" is already settled - "
                       "status "WDsStatus(WDsHit)" on "
                       WDsSettled(WDsHit)
               WHEN OTHER
                   PERFORM weighEvidence
                   PERFORM decideCase
           END-EVALUATE.

       checkOneCase.
           IF WDsCaseNum(WDsSub) = WCaseNum
               MOVE WDsSub TO WDsHit
           END-IF.

       weighEvidence.
           PERFORM findCount
           PERFORM readTermPosition
           MOVE 0 TO WCountUsed
           IF WS-COUNTED
               PERFORM addUsedOverage
                   VARYING WDsSub FROM 1 BY 1
                   UNTIL WDsSub > WDsUsed
           END-IF
           COMPUTE WCountLeft = WCountOver - WCountUsed
           DISPLAY "Case "WDsCaseNum(WDsHit)" customer "
               WDsIDnum(WDsHit)" "WDsAcType(WDsHit)" terminal "
               WDsTermID(WDsHit)
           DISPLAY "Withdrawal "WDsTranStamp(WDsHit)" for "
               WDsTranAmt(WDsHit)" - claim "WDsClaimAmt(WDsHit)
               " ("WDsReason(WDsHit)")"
           DISPLAY "Opened "WDsOpened(WDsHit)" settle by "
               WDsDeadline(WDsHit)" - "WDsNote(WDsHit)
           IF WS-TERM-MANAGED
               DISPLAY "Terminal book cash now ...: "WTermOnHand
           ELSE
               DISPLAY "Terminal "WDsTermID(WDsHit)" is not on "
                   "atmcash.txt - no book to count against"
           END-IF
           IF WS-COUNTED
               DISPLAY "Count of "WCountDate" book ..: "WCountBook
               DISPLAY "Counted ..................: "WCountCash
               DISPLAY "Over(+)/short(-) .........: "WCountOver
               DISPLAY "Already made final on it .: "WCountUsed
           ELSE
               DISPLAY "No cash count for the terminal on or after "
                   WDsTranDate(WDsHit)" yet"
           END-IF.

      *> cashmove.rpt may not exist yet - status 35 just means no
      *> drawer has been counted, and reading a file that failed
      *> to open never reaches AT END, so the loop must be skipped
      *> outright. The overage is worked out from the count and
      *> the book, not read off the O/S column, which lines
      *> written before the report line was widened do not carry.
       findCount.
           MOVE "N" TO WS-COUNTED-SW WS-CNT-EOF-SW
           OPEN INPUT CountFile
           IF ws-cnt-status NOT = "35"
               PERFORM readOneCount UNTIL WS-CNT-EOF OR WS-COUNTED
               CLOSE CountFile
           END-IF.

       readOneCount.
           READ CountFile
               AT END
                   SET WS-CNT-EOF TO TRUE
               NOT AT END
                   IF CmDate IS NUMERIC AND CmTermID IS NUMERIC
                       IF CmTermID = WDsTermID(WDsHit)
                               AND CmDate NOT < WDsTranDate(WDsHit)
                           SET WS-COUNTED TO TRUE
                           MOVE CmDate TO WCountDate
                           MOVE CmBook TO WCountBook
                           MOVE CmCount TO WCountCash
                           COMPUTE WCountOver =
                               WCountCash - WCountBook
                       END-IF
                   END-IF
           END-READ.

      *> atmcash.txt may not exist yet - status 35 just means the
      *> terminal is not cash-managed, and reading a file that
      *> failed to open never reaches AT END, so the loop must be
      *> skipped outright.
       readTermPosition.
           MOVE "N" TO WS-TERM-MANAGED-SW WS-CASH-EOF-SW
           MOVE 0 TO WTermOnHand
           OPEN INPUT CashFile
           IF ws-cash-status NOT = "35"
               PERFORM readOneTermSlot UNTIL WS-CASH-EOF
               CLOSE CashFile
           END-IF.

       readOneTermSlot.
           READ CashFile
               AT END
                   SET WS-CASH-EOF TO TRUE
               NOT AT END
                   IF CshTermID = WDsTermID(WDsHit)
                       SET WS-TERM-MANAGED TO TRUE
                       MOVE CshOnHand TO WTermOnHand
                   END-IF
           END-READ.

       addUsedOverage.
           IF WDsStatus(WDsSub) = "F"
                   AND WDsTermID(WDsSub) = WDsTermID(WDsHit)
                   AND WDsCountDate(WDsSub) = WCountDate
               ADD WDsClaimAmt(WDsSub) TO WCountUsed
           END-IF.

       decideCase.
           DISPLAY "F)inal credit  R)everse credit  anything else "
               "leaves it open: "WITH NO ADVANCING
           ACCEPT WChoice
           EVALUATE WChoice
               WHEN "F"
               WHEN "f"
                   PERFORM makeFinal
               WHEN "R"
               WHEN "r"
                   PERFORM reverseProvisional
               WHEN OTHER
                   DISPLAY "Case "WDsCaseNum(WDsHit)" left open"
           END-EVALUATE.

      *> Nothing moves when the credit is made final - the "V"
      *> already put the money back; the case just stops being
      *> provisional.
       makeFinal.
           EVALUATE TRUE
               WHEN NOT WS-TERM-MANAGED
                   DISPLAY "No book cash for the terminal - the "
                       "credit cannot be made final"
               WHEN NOT WS-COUNTED
                   DISPLAY "No count to check against - reverse the "
                       "credit or wait for the next count"
               WHEN WCountLeft < WDsClaimAmt(WDsHit)
                   DISPLAY "The count does not show the cash - "
                       "the credit cannot be made final"
               WHEN OTHER
                   MOVE "F" TO WDsStatus(WDsHit)
                   PERFORM markSettled
                   DISPLAY "Case "WDsCaseNum(WDsHit)" settled - "
                       "credit of "WDsClaimAmt(WDsHit)" is final"
           END-EVALUATE.

       reverseProvisional.
           MOVE "D" TO WPostType
           MOVE WDsIDnum(WDsHit) TO WPostIDnum
           MOVE WDsAcType(WDsHit) TO WPostAcct
           MOVE WDsClaimAmt(WDsHit) TO WPostAmount
           PERFORM postProvisional
           IF WS-DONE
               MOVE "R" TO WDsStatus(WDsHit)
               PERFORM markSettled
               DISPLAY "Case "WDsCaseNum(WDsHit)" settled - "
                   "provisional credit of "WDsClaimAmt(WDsHit)
                   " reversed"
           END-IF.

      *> The count the case was weighed against goes on the case
      *> either way, so the next case on the same count sees what
      *> this one used.
       markSettled.
           MOVE WBankDate TO WDsSettled(WDsHit)
           MOVE ws-matched-operator TO WDsSetBy(WDsHit)
           IF WS-COUNTED
               MOVE WCountDate TO WDsCountDate(WDsHit)
               MOVE WCountOver TO WDsCountOver(WDsHit)
           END-IF
           PERFORM rewriteCases.

      *> A deposit-account withdrawal is credited back on
      *> accounts.dat, a loan-line one on the customer master -
      *> the same split trans_rev makes. The posting goes to the
      *> ledger and the journal only once the balance has moved.
       postProvisional.
           MOVE "N" TO WS-DONE-SW
           IF WPostAcct = "C" OR WPostAcct = "S"
               PERFORM postOnAccount
           ELSE
               PERFORM postOnCustomer
           END-IF
           IF WS-DONE
               PERFORM writeTransaction
               PERFORM writeJournal
           END-IF.

      *> The credit returns the amount to Balance and takes it off
      *> Debt the way a reversed withdrawal does; taking it back
      *> draws on the line again the way the withdrawal did. A
      *> credit larger than the Debt on file, or a reversal larger
      *> than the Balance left, means later postings have moved
      *> the position past the case - refused and left for the
      *> supervisor to unpick by hand, trans_rev's rule.
       postOnCustomer.
           OPEN I-O DFile
           IF ws-d-status NOT = "35"
               MOVE WPostIDnum TO IDnum
               READ DFile
                   INVALID KEY
                       DISPLAY "No customer on file for ID "
                           WPostIDnum
                   NOT INVALID KEY
                       IF WPostType = "V"
                           IF WPostAmount > Debt
                               DISPLAY "Debt on file is "Debt
                                   " - credit refused"
                           ELSE
                               ADD WPostAmount TO Balance
                               SUBTRACT WPostAmount FROM Debt
                               REWRITE Customer
                               SET WS-DONE TO TRUE
                           END-IF
                       ELSE
                           IF WPostAmount > Balance
                               DISPLAY "Balance on file is "Balance
                                   " - reversal refused"
                           ELSE
                               SUBTRACT WPostAmount FROM Balance
                               ADD WPostAmount TO Debt
                               REWRITE Customer
                               SET WS-DONE TO TRUE
                           END-IF
                       END-IF
                       MOVE Balance TO WNewBalance
               END-READ
               CLOSE DFile
           ELSE
               DISPLAY "No customer master on file - refused"
           END-IF.

      *> Checking or savings: the credit goes back on the account
      *> balance, and taking it back is refused when the balance
      *> no longer covers it.
       postOnAccount.
           OPEN I-O AcctFile
           IF ws-acct-status NOT = "35"
               MOVE WPostIDnum TO AcIDnum
               MOVE WPostAcct TO AcType
               READ AcctFile
                   INVALID KEY
                       DISPLAY "No "WPostAcct" account on file for "
                           WPostIDnum
                   NOT INVALID KEY
                       IF WPostType = "V"
                           ADD WPostAmount TO AcBalance
                           REWRITE AcctRecord
                           SET WS-DONE TO TRUE
                       ELSE
                           IF WPostAmount > AcBalance
                               DISPLAY "Account balance is "AcBalance
                                   " - reversal refused"
                           ELSE
                               SUBTRACT WPostAmount FROM AcBalance
                               REWRITE AcctRecord
                               SET WS-DONE TO TRUE
                           END-IF
                       END-IF
                       MOVE AcBalance TO WNewBalance
               END-READ
               CLOSE AcctFile
           ELSE
               DISPLAY "No account file on file - refused"
           END-IF.

      *> "V" gives the disputed cash back provisionally, "D" takes
      *> it back out when the case goes against the customer;
      *> neither moves notes through a tray or a drawer. EXTEND
      *> cannot fail with status 35 here - the disputed withdrawal
      *> was read off this file.
       writeTransaction.
           MOVE FUNCTION CURRENT-DATE TO WClockStamp
           MOVE WBankDate TO TDate
           MOVE WClockTime TO TTime
           MOVE WPostIDnum TO TIDnum
           MOVE SPACE TO Tspc1 Tspc2 Tspc3 Tspc4 Tspc5 Tspc6
           MOVE WPostType TO TType
           MOVE WPostAmount TO TAmount
           MOVE WNewBalance TO TBalance
           MOVE WPostAcct TO TAcctType
           MOVE ws-matched-operator TO TOperID
           OPEN EXTEND TFile
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

      *> The shared journal gets the provisional credit as "DC" and
      *> its reversal as "DR", types of their own so neither reads
      *> as a trans_rev reversal. journal.txt does not exist yet on
      *> a fresh install - EXTEND fails with status 35, so fall
      *> back to OPEN OUTPUT to create it.
       writeJournal.
           MOVE TDateAndTime TO JDateAndTime
           MOVE WPostIDnum TO JIDnum
           MOVE SPACE TO Jspc1 Jspc2 Jspc3 Jspc4
           IF WPostType = "V"
               MOVE "DC" TO JType
           ELSE
               MOVE "DR" TO JType
           END-IF
           MOVE WPostAmount TO JAmount
           MOVE WNewBalance TO JBalance
           PERFORM nextJournalSeq
           MOVE SPACE TO Jspc5 Jspc6
           MOVE WJrnlSeq TO JSeq
           MOVE WPostAcct TO JAcctType
           OPEN EXTEND JFile
           IF ws-j-status = "35"
               OPEN OUTPUT JFile
           END-IF
               WRITE JRecord
               END-WRITE
           CLOSE JFile.

       listCases.
           DISPLAY "Customer ID number: "WITH NO ADVANCING
           ACCEPT WIDnum
           DISPLAY "CASE#  A TERM WITHDRAWAL     CLAIM     R OPENED"
               "   DEADLINE ST SETTLED"
           MOVE 0 TO WListCount
           PERFORM listOneCase
               VARYING WDsSub FROM 1 BY 1
               UNTIL WDsSub > WDsUsed
           IF WListCount = 0
               DISPLAY "No dispute cases on file for "WIDnum
           END-IF.

       listOneCase.
           IF WDsIDnum(WDsSub) = WIDnum
               ADD 1 TO WListCount
               DISPLAY WDsCaseNum(WDsSub)" "WDsAcType(WDsSub)" "
                   WDsTermID(WDsSub)" "WDsTranStamp(WDsSub)" "
                   WDsClaimAmt(WDsSub)" "WDsReason(WDsSub)" "
                   WDsOpened(WDsSub)" "WDsDeadline(WDsSub)" "
                   WDsStatus(WDsSub)"  "WDsSettled(WDsSub)
           END-IF.

      *> The whole file is written back in the order it was read,
      *> with only the one case opened or settled changed.
       rewriteCases.
           OPEN OUTPUT CaseFile
           PERFORM rewriteOneCase
               VARYING WDsSub FROM 1 BY 1
               UNTIL WDsSub > WDsUsed
           CLOSE CaseFile.

       rewriteOneCase.
           MOVE SPACES TO CaseRecord
           MOVE WDsCaseNum(WDsSub) TO DsCaseNum
           MOVE WDsIDnum(WDsSub) TO DsIDnum
           MOVE WDsAcType(WDsSub) TO DsAcType
           MOVE WDsTermID(WDsSub) TO DsTermID
           MOVE WDsTranStamp(WDsSub) TO DsTranStamp
           MOVE WDsTranAmt(WDsSub) TO DsTranAmt
           MOVE WDsClaimAmt(WDsSub) TO DsClaimAmt
           MOVE WDsReason(WDsSub) TO DsReason
           MOVE WDsOpened(WDsSub) TO DsOpened
           MOVE WDsDeadline(WDsSub) TO DsDeadline
           MOVE WDsStatus(WDsSub) TO DsStatus
           MOVE WDsSettled(WDsSub) TO DsSettled
           MOVE WDsOpenBy(WDsSub) TO DsOpenBy
           MOVE WDsSetBy(WDsSub) TO DsSetBy
           MOVE WDsCountDate(WDsSub) TO DsCountDate
           MOVE WDsCountOver(WDsSub) TO DsCountOver
           MOVE WDsNote(WDsSub) TO DsNote
           WRITE CaseRecord.

       END PROGRAM atm_dispute.
