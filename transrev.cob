       SELECT SeqFile ASSIGN TO "jrnlseq.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-seq-status.
       SELECT AcctFile ASSIGN TO "accounts.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
       SELECT LogFile ASSIGN TO "keypass.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-log-status.
       SELECT RefundFile ASSIGN TO "feerefund.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-rf-status.
       SELECT CaseFile ASSIGN TO "disputes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-case-status.
       SELECT DayTotFile ASSIGN TO "daytotals.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
       FD SeqFile.
       01 SeqRecord.
           02 SeqLast PIC 9(7).
       FD AcctFile.
       01 AcctRecord.
           COPY "acctrec.cpy".
           02 LOperID PIC 9(4).
           02 Lspc3 PIC X(1).
           02 LFunc PIC X(8).
      *> One record per fee refunded, carrying the stamp and amount
      *> of the "E" it gave back - the "U" on the ledger is stamped
      *> with the time of the refund, so it cannot say which fee
      *> it refunded.
       FD RefundFile.
       01 RefundRecord.
           02 RfIDnum PIC 9(5).
           02 Rfspc1 PIC X(1).
           02 RfAcct PIC X(1).
           02 Rfspc2 PIC X(1).
           02 RfOrigStamp PIC 9(14).
           02 Rfspc3 PIC X(1).
           02 RfAmount PIC 9(7)V99.
           02 Rfspc4 PIC X(1).
           02 RfDateAndTime PIC 9(14).
           02 Rfspc5 PIC X(1).
           02 RfOperID PIC 9(4).
       FD CaseFile.
       01 CaseRecord.
           COPY "dsprec.cpy".
       FD DayTotFile.
       01 DayTotRecord.
           COPY "dayttl.cpy".
           02 WOrigAcct PIC X(1).
           02 WOrigAmount PIC S9(7)V99.
           02 WNewBalance PIC S9(7)V99.
       01 WRefundedOn PIC 9(14).
       01 WCaseNum PIC 9(6).
       01 WCaseStatus PIC X(1).
       01 secretKey PIC 9(4).
       01 ws-matched-operator PIC 9(4) VALUE 0.
       01 ws-matched-role PIC X(1) VALUE SPACE.
               88 WS-FOUND VALUE "Y".
           02 WS-KEY-OK-SW PIC X(1) VALUE "N".
               88 WS-KEY-OK VALUE "Y".
           02 WS-DONE-SW PIC X(1) VALUE "N".
               88 WS-DONE VALUE "Y".
           02 WS-RF-EOF-SW PIC X(1) VALUE "N".
               88 WS-RF-EOF VALUE "Y".
           02 WS-REFUNDED-SW PIC X(1) VALUE "N".
               88 WS-REFUNDED VALUE "Y".
           02 WS-CASE-EOF-SW PIC X(1) VALUE "N".
               88 WS-CASE-EOF VALUE "Y".
           02 WS-DISPUTED-SW PIC X(1) VALUE "N".
               88 WS-DISPUTED VALUE "Y".
       01 ws-d-status PIC X(2).
       01 ws-t-status PIC X(2).
       01 ws-j-status PIC X(2).
       01 ws-seq-status PIC X(2).
       01 WJrnlSeq PIC 9(7).
       01 ws-acct-status PIC X(2).
       01 ws-log-status PIC X(2).
       01 ws-dt-status PIC X(2).
       01 ws-rf-status PIC X(2).
       01 ws-case-status PIC X(2).
       01 Dec PIC X(25).

       PROCEDURE DIVISION.
      *> Backing a posting out moves money, so the run is gated on
      *> the authorized-operator file the same way adc.cob gates data
      *> entry - no code on file, no reversal.
           DISPLAY "Operator secret code: "WITH NO ADVANCING
           ACCEPT secretKey
           PERFORM lookupOperator
           IF NOT WS-KEY-OK
               DISPLAY "Code not authorized - reversal refused"
           ELSE
               DISPLAY "Customer ID number: "WITH NO ADVANCING
               ACCEPT WIDnum
               DISPLAY "Timestamp (YYYYMMDDHHMMSS): "WITH NO ADVANCING
               ACCEPT WStamp
               PERFORM readBankDate
               PERFORM findOriginal
               PERFORM reverseIfAllowed
           END-IF.
       STOP RUN.

      *> Backing a posting out is supervisor work - a teller's code
      *> opens the door to data entry, not to moving money back.
      *> The one exception is refunding an account fee ("E"), which
      *> the teller at the counter settles with the customer - once:
      *> a fee already on feerefund.txt is refused whoever asks.
      *> A withdrawal under an open or final atm_dispute case is
      *> refused the same way - the case has already given the
      *> cash back, and a reversal would give it twice. The
      *> denied attempt logs to keypass.log the way a failed secret
      *> code does, so oper_sec can show who tried what.
       reverseIfAllowed.
           EVALUATE TRUE
           WHEN NOT WS-FOUND
               DISPLAY "No matching ledger entry for "WIDnum
                   " at "WStamp
           WHEN WS-REFUNDED
               DISPLAY "Fee at "WStamp" was already refunded on "
                   WRefundedOn" - refused"
           WHEN WS-DISPUTED
               DISPLAY "Withdrawal at "WStamp" is under dispute case "
                   WCaseNum" - status "WCaseStatus" - refused"
           WHEN ws-matched-role NOT = "S" AND WOrigType NOT = "E"
               DISPLAY "Reversals need a supervisor sign-on - refused"
               MOVE "REVERSAL" TO WDenyFunc
               PERFORM logDenied
           WHEN OTHER
      *> A deposit-account posting is backed out on accounts.dat,
      *> a loan posting on the customer master - the same split
      *> the ATM applies when it posts.
               IF WOrigAcct = "C" OR WOrigAcct = "S"
                   PERFORM reverseOnAccount
               ELSE
                   PERFORM reverseOnCustomer
               END-IF
               IF WS-DONE
                   PERFORM writeReversal
                   PERFORM writeJournal
                   PERFORM adjustDayTotal
                   IF WOrigType = "E"
                       PERFORM logRefund
                   END-IF
                   DISPLAY "Reversal posted for "WIDnum
                       " amount "WOrigAmount
               END-IF
           END-EVALUATE.

      *> The business date comes off procdate.dat, the control file
      *> the start-of-day step advances - a reversal keyed after
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
      *> file knows, as opposed to a code nobody has - oper_sec
           CLOSE LogFile.

      *> Finds the original posting by customer and timestamp. Only
      *> a withdrawal, a payment or an account fee can be reversed -
      *> a reversal of a reversal is re-keying the transaction, not
      *> a correction.
      *> transactions.txt may not exist yet - status 35 just means no
      *> ledger at all, and reading a file that failed to open never
      *> reaches AT END, so the loop must be skipped outright.
           IF ws-t-status NOT = "35"
               PERFORM matchOneRecord UNTIL WS-TEOF OR WS-FOUND
               CLOSE TFile
           END-IF
           IF WS-FOUND AND WOrigType = "E"
               PERFORM checkRefunded
           END-IF
           IF WS-FOUND AND WOrigType = "W"
               PERFORM checkDisputed
           END-IF.

       matchOneRecord.
                   SET WS-TEOF TO TRUE
               NOT AT END
                   IF TIDnum = WIDnum AND TDateAndTime = WStamp
                           AND (TType = "W" OR TType = "P"
                           OR TType = "E")
                       SET WS-FOUND TO TRUE
                       MOVE TType TO WOrigType
                       MOVE TAcctType TO WOrigAcct
                   END-IF
           END-READ.

      *> A fee is refunded once. feerefund.txt may not exist yet -
      *> status 35 just means no fee has ever been refunded, and
      *> reading a file that failed to open never reaches AT END,
      *> so the loop must be skipped outright.
       checkRefunded.
           OPEN INPUT RefundFile
           IF ws-rf-status NOT = "35"
               PERFORM checkOneRefund UNTIL WS-RF-EOF OR WS-REFUNDED
               CLOSE RefundFile
           END-IF.

       checkOneRefund.
           READ RefundFile
               AT END
                   SET WS-RF-EOF TO TRUE
               NOT AT END
                   IF RfIDnum = WIDnum AND RfAcct = WOrigAcct
                           AND RfOrigStamp = WStamp
                           AND RfAmount = WOrigAmount
                       SET WS-REFUNDED TO TRUE
                       MOVE RfDateAndTime TO WRefundedOn
                   END-IF
           END-READ.

      *> A case reversed ("R") has taken its provisional credit
      *> back, so the withdrawal can be reversed as usual.
      *> disputes.txt may not exist yet - status 35 just means no
      *> case has ever been opened, and reading a file that failed
      *> to open never reaches AT END, so the loop must be skipped
      *> outright.
       checkDisputed.
           OPEN INPUT CaseFile
           IF ws-case-status NOT = "35"
               PERFORM checkOneCase UNTIL WS-CASE-EOF OR WS-DISPUTED
               CLOSE CaseFile
           END-IF.

       checkOneCase.
           READ CaseFile
               AT END
                   SET WS-CASE-EOF TO TRUE
               NOT AT END
                   IF DsIDnum = WIDnum AND DsTranStamp = WStamp
                           AND (DsOpen OR DsFinal)
                       SET WS-DISPUTED TO TRUE
                       MOVE DsCaseNum TO WCaseNum
                       MOVE DsStatus TO WCaseStatus
                   END-IF
           END-READ.

      *> Puts the money back on the Customer record: reversing a
      *> withdrawal returns the amount to Balance and takes it off
      *> Debt, reversing a payment puts it back on Debt and the
               DISPLAY "No customer master on file - reversal refused"
           END-IF.

      *> Puts the money back on the deposit account. Reversing a
      *> withdrawal or refunding a fee returns the amount to the
      *> account balance. Reversing a deposit takes it back out, and
      *> is refused when the balance no longer covers it - the same
      *> later-posting rule reverseOnCustomer applies to Debt.
       reverseOnAccount.
           OPEN I-O AcctFile
           IF ws-acct-status NOT = "35"
                       DISPLAY "No "WOrigAcct" account on file for "
                           WIDnum
                   NOT INVALID KEY
                       IF WOrigType = "W" OR WOrigType = "E"
                           ADD WOrigAmount TO AcBalance
                           REWRITE AcctRecord
                           SET WS-DONE TO TRUE

      *> The offsetting entry goes to the same ledger as the original
      *> so both stay visible for audit: "R" gives a withdrawal back,
      *> "S" takes a reversed payment back out, "U" refunds a fee.
      *> EXTEND cannot fail with status 35 here - findOriginal
      *> already read the file.
       writeReversal.
           MOVE FUNCTION CURRENT-DATE TO WClockStamp
           MOVE WToday TO TDate
           MOVE WClockTime TO TTime
           MOVE WIDnum TO TIDnum
           MOVE SPACE TO Tspc1
           EVALUATE WOrigType
               WHEN "W"
                   MOVE "R" TO TType
               WHEN "E"
                   MOVE "U" TO TType
               WHEN OTHER
                   MOVE "S" TO TType
           END-EVALUATE
           MOVE SPACE TO Tspc2
           MOVE WOrigAmount TO TAmount
           MOVE SPACE TO Tspc3
      *> "S" must land even when the customer has drawn nothing
      *> today, so it writes or resets the record the way
      *> atm_program's bumpDayTotal does, file creation included.
      *> A fee never touched the daily limit, so its refund leaves
      *> the file alone.
       adjustDayTotal.
           IF WOrigType NOT = "E"
               PERFORM adjustDayTotalRecord
           END-IF.

       adjustDayTotalRecord.
           OPEN I-O DayTotFile
           IF ws-dt-status = "35"
               OPEN OUTPUT DayTotFile
           END-READ
           CLOSE DayTotFile.

      *> feerefund.txt does not exist until the first refund -
      *> EXTEND fails with status 35, so fall back to OPEN OUTPUT
      *> to create it.
       logRefund.
           MOVE WIDnum TO RfIDnum
           MOVE WOrigAcct TO RfAcct
           MOVE WStamp TO RfOrigStamp
           MOVE WOrigAmount TO RfAmount
           MOVE TDateAndTime TO RfDateAndTime
           MOVE ws-matched-operator TO RfOperID
           MOVE SPACE TO Rfspc1 Rfspc2 Rfspc3 Rfspc4 Rfspc5
           OPEN EXTEND RefundFile
           IF ws-rf-status = "35"
               OPEN OUTPUT RefundFile
           END-IF
               WRITE RefundRecord
               END-WRITE
           CLOSE RefundFile.

      *> The shared journal gets the reversal too, typed by what was
      *> reversed. journal.txt does not exist yet on a fresh install -
      *> EXTEND fails with status 35, so fall back to OPEN OUTPUT to
           MOVE TDateAndTime TO JDateAndTime
           MOVE WIDnum TO JIDnum
           MOVE SPACE TO Jspc1
           EVALUATE WOrigType
               WHEN "W"
                   MOVE "RW" TO JType
               WHEN "E"
                   MOVE "RF" TO JType
               WHEN OTHER
                   MOVE "RP" TO JType
           END-EVALUATE
           MOVE SPACE TO Jspc2
           MOVE WOrigAmount TO JAmount
           MOVE SPACE TO Jspc3
