       IDENTIFICATION DIVISION.
       PROGRAM-ID. check_post.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The presentment file as the clearing house delivers it: one
      *> line per check drawn on us - drawer's account, check
      *> number, amount, their reference.
       SELECT CkFile ASSIGN TO "clearing.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-ck-status.
      *> What goes back to the clearing house unpaid - the same
      *> item with the reason it bounced.
       SELECT RetFile ASSIGN TO "returns.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-ret-status.
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
       SELECT HoldFile ASSIGN TO "holds.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-hold-status.
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
       SELECT RFile ASSIGN TO "checkedit.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CkFile.
       01 CkItem.
           02 CkIDnum PIC 9(5).
           02 Ckspc1 PIC X(1).
           02 CkSerial PIC 9(8).
           02 Ckspc2 PIC X(1).
           02 CkAmount PIC 9(7)V99.
           02 Ckspc3 PIC X(1).
           02 CkRef PIC X(10).
      *> RtCode is the short code the clearing house keys on:
      *>   NF  not sufficient funds     FZ  account frozen
      *>   CL  account closed           DM  account dormant
      *>   NA  no checking account      ZA  zero amount
       FD RetFile.
       01 RetItem.
           02 RtIDnum PIC 9(5).
           02 Rtspc1 PIC X(1).
           02 RtSerial PIC 9(8).
           02 Rtspc2 PIC X(1).
           02 RtAmount PIC 9(7)V99.
           02 Rtspc3 PIC X(1).
           02 RtRef PIC X(10).
           02 Rtspc4 PIC X(1).
           02 RtCode PIC X(2).
           02 Rtspc5 PIC X(1).
           02 RtReason PIC X(25).
           02 Rtspc6 PIC X(1).
           02 RtDate PIC 9(8).
       FD DFile.
       01 Customer.
           COPY "custrec.cpy".
       FD AcctFile.
       01 AcctRecord.
           COPY "acctrec.cpy".
       FD HoldFile.
       01 HoldRecord.
           COPY "holdrec.cpy".
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
       01 WTodayStamp.
           02 WToday PIC 9(8).
           02 WTodayTime PIC 9(6).
       01 WClockStamp.
           02 WClockDate PIC 9(8).
           02 WClockTime PIC 9(6).
       01 WTotals.
           02 WItemCount PIC 9(5) VALUE 0.
           02 WItemTotal PIC S9(9)V99 VALUE 0.
           02 WPaidCount PIC 9(5) VALUE 0.
           02 WPaidTotal PIC S9(9)V99 VALUE 0.
           02 WRetCount PIC 9(5) VALUE 0.
           02 WRetTotal PIC S9(9)V99 VALUE 0.
      *> Active funds holds on the checking account - sumActiveHolds
      *> totals them - and what is left to pay from once they are
      *> taken off.
       01 WHoldTotal PIC S9(9)V99.
       01 WAvail PIC S9(9)V99.
       01 WRetCode PIC X(2).
       01 WReason PIC X(25).
       01 secretKey PIC 9(4).
       01 ws-matched-role PIC X(1) VALUE SPACE.
       01 ws-matched-operator PIC 9(4) VALUE 0.
       01 WS-SWITCHES.
           02 WS-EOF-SW PIC X(1) VALUE "N".
               88 WS-EOF VALUE "Y".
           02 WS-KEY-OK-SW PIC X(1) VALUE "N".
               88 WS-KEY-OK VALUE "Y".
           02 WS-POSTED-SW PIC X(1) VALUE "N".
               88 WS-POSTED VALUE "Y".
           02 WS-HOLD-EOF-SW PIC X(1) VALUE "N".
               88 WS-HOLD-EOF VALUE "Y".
       01 ws-ck-status PIC X(2).
       01 ws-ret-status PIC X(2).
       01 ws-d-status PIC X(2).
       01 ws-acct-status PIC X(2).
       01 ws-hold-status PIC X(2).
       01 ws-t-status PIC X(2).
       01 ws-j-status PIC X(2).
       01 ws-seq-status PIC X(2).
       01 WJrnlSeq PIC 9(7).
       01 ws-bd-status PIC X(2).
       01 WEditLine.
           02 WESeq PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WEIDnum PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WESerial PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WEAmount PIC 9(7).99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WEResult PIC X(9).
           02 WECode PIC X(3).
           02 WEReason PIC X(25).
       01 WTieLine.
           02 WTLabel PIC X(10).
           02 FILLER PIC X(7) VALUE " COUNT ".
           02 WTCount PIC ZZZZ9.
           02 FILLER PIC X(8) VALUE " AMOUNT ".
           02 WTAmount PIC -9(9).99.
       01 Dec PIC X(25).

      *> Posts the clearing house's presentment file: each check
      *> is charged to the drawer's checking account on the bank
      *> date, onto transactions.txt and the journal - lockbox_post
      *> turned around for debits. A check that would overdraw the
      *> account, or that is drawn on a frozen, closed or dormant
      *> customer, is not paid: it goes to returns.txt with a
      *> reason code for the clearing house. checkedit.rpt proves
      *> the run - presented equals paid plus returned, by count
      *> and by dollars.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" CHECK CLEARING POSTING "Dec.
           PERFORM readBankDate.
      *> The run moves money, so it is gated on the authorized-
      *> operator file the same way lockbox_post gates its run -
      *> no code on file, no run.
           DISPLAY "Operator secret code: "WITH NO ADVANCING
           ACCEPT secretKey
           PERFORM lookupOperator
           IF NOT WS-KEY-OK
               DISPLAY "Code not authorized - posting refused"
               STOP RUN
           END-IF.
      *> No clearing file means nothing was presented - status 35
      *> on the input is a normal quiet day, not an error. Reading
      *> a file that failed to open never reaches AT END, so the
      *> run must be skipped outright.
           OPEN INPUT CkFile
           IF ws-ck-status = "35"
               DISPLAY "No clearing.txt on file - nothing to post"
           ELSE
               OPEN OUTPUT RFile
               MOVE SPACES TO RLine
               STRING "CHECK CLEARING EDIT  BANK DATE " WToday
                   DELIMITED BY SIZE INTO RLine
               WRITE RLine
               MOVE "SEQ   ID    CHECK    AMOUNT     RESULT   REASON"
                   TO RLine
               WRITE RLine
               PERFORM postOneItem UNTIL WS-EOF
               PERFORM writeTieLines
               CLOSE RFile
               CLOSE CkFile
               DISPLAY "Items presented ..........: "WItemCount
                   " " WItemTotal
               DISPLAY "Paid .....................: "WPaidCount
                   " " WPaidTotal
               DISPLAY "Returned .................: "WRetCount
                   " " WRetTotal
               DISPLAY "Edit report written to checkedit.rpt"
           END-IF.
       STOP RUN.

      *> The business date comes off procdate.dat, the control file
      *> the start-of-day step advances. No control file yet
      *> (status 35) falls back to the calendar so a fresh install
      *> still runs.
       readBankDate.
           MOVE FUNCTION CURRENT-DATE TO WTodayStamp
           OPEN INPUT BankDateFile
           IF ws-bd-status NOT = "35"
               READ BankDateFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BankDate TO WToday
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

       postOneItem.
           READ CkFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WItemCount
                   ADD CkAmount TO WItemTotal
                   PERFORM applyItem
                   IF WS-POSTED
                       ADD 1 TO WPaidCount
                       ADD CkAmount TO WPaidTotal
                       MOVE SPACES TO WRetCode WReason
                       MOVE "PAID" TO WEResult
                   ELSE
                       ADD 1 TO WRetCount
                       ADD CkAmount TO WRetTotal
                       MOVE "RETURNED" TO WEResult
                       PERFORM writeReturn
                   END-IF
                   PERFORM writeEditLine
           END-READ.

      *> The drawer's standing comes off the customer master, the
      *> money off the checking record - the same status refusals
      *> the ATM gives, and the same "balance less holds must cover
      *> it" rule doAcctWithdrawal applies - a check is never paid
      *> out of funds a deposit hold or a court order has set aside.
       applyItem.
           MOVE "N" TO WS-POSTED-SW
           MOVE SPACES TO WRetCode WReason
           PERFORM checkDrawer
           IF WRetCode = SPACES
               PERFORM chargeAccount
           END-IF.

       checkDrawer.
           OPEN INPUT DFile
           IF ws-d-status = "35"
               MOVE "NA" TO WRetCode
               MOVE "NO CUSTOMER MASTER" TO WReason
           ELSE
               MOVE CkIDnum TO IDnum
               READ DFile
                   INVALID KEY
                       MOVE "NA" TO WRetCode
                       MOVE "UNKNOWN IDNUM" TO WReason
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN AcctClosed
                               MOVE "CL" TO WRetCode
                               MOVE "ACCOUNT CLOSED" TO WReason
                           WHEN AcctFrozen
                               MOVE "FZ" TO WRetCode
                               MOVE "ACCOUNT FROZEN" TO WReason
                           WHEN AcctDormant
                               MOVE "DM" TO WRetCode
                               MOVE "ACCOUNT DORMANT" TO WReason
                           WHEN CkAmount NOT > 0
                               MOVE "ZA" TO WRetCode
                               MOVE "ZERO AMOUNT" TO WReason
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
               CLOSE DFile
           END-IF.

       chargeAccount.
           OPEN I-O AcctFile
           IF ws-acct-status = "35"
               MOVE "NA" TO WRetCode
               MOVE "NO CHECKING ACCOUNT" TO WReason
           ELSE
               MOVE CkIDnum TO AcIDnum
               MOVE "C" TO AcType
               READ AcctFile
                   INVALID KEY
                       MOVE "NA" TO WRetCode
                       MOVE "NO CHECKING ACCOUNT" TO WReason
                   NOT INVALID KEY
                       PERFORM sumActiveHolds
                       COMPUTE WAvail = AcBalance - WHoldTotal
                       EVALUATE TRUE
                           WHEN CkAmount > AcBalance
                               MOVE "NF" TO WRetCode
                               MOVE "INSUFFICIENT FUNDS" TO WReason
                           WHEN CkAmount > WAvail
                               MOVE "NF" TO WRetCode
                               MOVE "FUNDS ON HOLD" TO WReason
                           WHEN OTHER
                               SUBTRACT CkAmount FROM AcBalance
                               REWRITE AcctRecord
                               SET WS-POSTED TO TRUE
                               PERFORM writeTransaction
                               PERFORM writeJournal
                       END-EVALUATE
               END-READ
               CLOSE AcctFile
           END-IF.

      *> What hold_maint has put on hold against the checking
      *> account - atm_program's rule: every hold still active
      *> whose release date, if it has one, is still ahead of the
      *> bank date. holds.txt may not exist yet - status 35 just
      *> means nothing held, and reading a file that failed to
      *> open never reaches AT END, so the loop must be skipped
      *> outright.
       sumActiveHolds.
           MOVE 0 TO WHoldTotal
           MOVE "N" TO WS-HOLD-EOF-SW
           OPEN INPUT HoldFile
           IF ws-hold-status NOT = "35"
               PERFORM sumOneHold UNTIL WS-HOLD-EOF
               CLOSE HoldFile
           END-IF.

       sumOneHold.
           READ HoldFile
               AT END
                   SET WS-HOLD-EOF TO TRUE
               NOT AT END
                   IF HdIDnum = CkIDnum AND HdAcType = "C"
                           AND HdActive
                           AND (HdRelease = 0 OR HdRelease > WToday)
                       ADD HdAmount TO WHoldTotal
                   END-IF
           END-READ.

      *> returns.txt does not exist yet on a fresh install - EXTEND
      *> fails with status 35, so fall back to OPEN OUTPUT to
      *> create it. The clearing house collects the file, so
      *> returns from earlier runs stay until they take it away.
       writeReturn.
           MOVE CkIDnum TO RtIDnum
           MOVE SPACE TO Rtspc1 Rtspc2 Rtspc3 Rtspc4 Rtspc5 Rtspc6
           MOVE CkSerial TO RtSerial
           MOVE CkAmount TO RtAmount
           MOVE CkRef TO RtRef
           MOVE WRetCode TO RtCode
           MOVE WReason TO RtReason
           MOVE WToday TO RtDate
           OPEN EXTEND RetFile
           IF ws-ret-status = "35"
               OPEN OUTPUT RetFile
           END-IF
               WRITE RetItem
               END-WRITE
           CLOSE RetFile.

       writeEditLine.
           MOVE WItemCount TO WESeq
           MOVE CkIDnum TO WEIDnum
           MOVE CkSerial TO WESerial
           MOVE CkAmount TO WEAmount
           MOVE WRetCode TO WECode
           MOVE WReason TO WEReason
           MOVE WEditLine TO RLine
           WRITE RLine.

      *> The three control lines the clearing house settlement is
      *> proved against, then the proof itself: every presented
      *> item was either paid or returned, by count and dollars.
       writeTieLines.
           MOVE "PRESENTED" TO WTLabel
           MOVE WItemCount TO WTCount
           MOVE WItemTotal TO WTAmount
           MOVE WTieLine TO RLine
           WRITE RLine
           MOVE "PAID" TO WTLabel
           MOVE WPaidCount TO WTCount
           MOVE WPaidTotal TO WTAmount
           MOVE WTieLine TO RLine
           WRITE RLine
           MOVE "RETURNED" TO WTLabel
           MOVE WRetCount TO WTCount
           MOVE WRetTotal TO WTAmount
           MOVE WTieLine TO RLine
           WRITE RLine
           IF WItemCount = WPaidCount + WRetCount
                   AND WItemTotal = WPaidTotal + WRetTotal
               MOVE "PRESENTED = PAID + RETURNED - RUN TIES" TO RLine
           ELSE
               MOVE "*** PRESENTED DOES NOT EQUAL PAID + RETURNED ***"
                   TO RLine
               DISPLAY "WARNING clearing run does not tie"
           END-IF
           WRITE RLine.

      *> A paid check is money out that no drawer handed over -
      *> type "K" on the checking account, stamped with the
      *> operator who ran the posting. transactions.txt may not
      *> exist yet - EXTEND fails with status 35, so fall back to
      *> OPEN OUTPUT to create it.
       writeTransaction.
           MOVE FUNCTION CURRENT-DATE TO WClockStamp
           MOVE WToday TO TDate
           MOVE WClockTime TO TTime
           MOVE CkIDnum TO TIDnum
           MOVE SPACE TO Tspc1 Tspc2 Tspc3 Tspc4 Tspc5 Tspc6
           MOVE "K" TO TType
           MOVE CkAmount TO TAmount
           MOVE AcBalance TO TBalance
           MOVE "C" TO TAcctType
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

      *> The shared journal gets the paid check as "CK", its own
      *> type. journal.txt does not exist yet on a fresh install -
      *> EXTEND fails with status 35, so fall back to OPEN OUTPUT
      *> to create it.
       writeJournal.
           MOVE TDateAndTime TO JDateAndTime
           MOVE CkIDnum TO JIDnum
           MOVE SPACE TO Jspc1 Jspc2 Jspc3 Jspc4
           MOVE "CK" TO JType
           MOVE CkAmount TO JAmount
           MOVE AcBalance TO JBalance
           PERFORM nextJournalSeq
           MOVE SPACE TO Jspc5 Jspc6
           MOVE WJrnlSeq TO JSeq
           MOVE "C" TO JAcctType
           OPEN EXTEND JFile
           IF ws-j-status = "35"
               OPEN OUTPUT JFile
           END-IF
               WRITE JRecord
               END-WRITE
           CLOSE JFile.

       END PROGRAM check_post.
