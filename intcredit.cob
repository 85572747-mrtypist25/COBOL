       IDENTIFICATION DIVISION.
       PROGRAM-ID. int_credit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AcctFile ASSIGN TO "accounts.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
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
       SELECT ParmFile ASSIGN TO "eomparm.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-parm-status.
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       SELECT RFile ASSIGN TO "intcredit.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
       FD ParmFile.
       01 EomParm.
           COPY "eomparm.cpy".
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
       FD RFile.
       01 RLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WBankStamp.
           02 WBankDate PIC 9(8).
           02 WBankTime PIC 9(6).
       01 WParmPeriod PIC 9(6) VALUE 0.
       01 WNextPeriod.
           02 WNextYear PIC 9(4).
           02 WNextMon PIC 9(2).
       01 WNextPeriodNum REDEFINES WNextPeriod PIC 9(6).
      *> The date the payment is posted under - the last day of the
      *> period being closed, or the bank date if that comes first.
       01 WPostDate PIC 9(8).
       01 WClockStamp.
           02 WClockDate PIC 9(8).
           02 WClockTime PIC 9(6).
       01 WPayAmount PIC S9(7)V99.
       01 WTotals.
           02 WReadCount PIC 9(5) VALUE 0.
           02 WPaidCount PIC 9(5) VALUE 0.
           02 WPaidTotal PIC S9(9)V99 VALUE 0.
           02 WCarryTotal PIC S9(9)V9(4) VALUE 0.
       01 WS-SWITCHES.
           02 WS-EOF-SW PIC X(1) VALUE "N".
               88 WS-EOF VALUE "Y".
       01 ws-acct-status PIC X(2).
       01 ws-t-status PIC X(2).
       01 ws-j-status PIC X(2).
       01 ws-seq-status PIC X(2).
       01 WJrnlSeq PIC 9(7).
       01 ws-bd-status PIC X(2).
       01 ws-parm-status PIC X(2).
       01 WCreditLine.
           02 WCIDnum PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WCType PIC X(1).
           02 FILLER PIC X(6) VALUE " PAID ".
           02 WCPaid PIC -9(7).99.
           02 FILLER PIC X(9) VALUE " BALANCE ".
           02 WCBalance PIC -9(7).99.
           02 FILLER PIC X(7) VALUE " CARRY ".
           02 WCCarry PIC -9.9(4).
       01 Dec PIC X(25).

      *> Month-close interest payment: every deposit account's
      *> accrued interest is paid into its balance as a type "I"
      *> posting on transactions.txt and an "IC" entry on the
      *> shared journal, stamped with the batch operator 0000.
      *> Only whole cents are paid - the fraction of a cent stays
      *> in AcAccrued and earns its way into next month's payment.
      *> The payment and the reduction of AcAccrued land in the
      *> same REWRITE, so an account is never paid twice for the
      *> same accrual even if the run dies halfway and is rerun;
      *> eom_driver's flag keeps the whole step from running twice
      *> in one close. The payment is dated the last day of the
      *> period the driver is closing, so a close run after the
      *> month has turned still pays into the month it closes -
      *> gl_post takes the lines up by their JSeq, not their date.
      *> Run from the month-end driver.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" DEPOSIT INTEREST CREDIT "Dec.
           PERFORM readBankDate
           PERFORM readEomParm
           PERFORM setPostDate

           OPEN OUTPUT RFile
           MOVE SPACES TO RLine
           STRING "INTEREST CREDITED " WPostDate
               DELIMITED BY SIZE INTO RLine
           WRITE RLine.
      *> accounts.dat may not exist yet - status 35 just means no
      *> deposit accounts to pay. Reading a file that failed to
      *> open never reaches AT END, so the loop must be skipped
      *> outright.
           OPEN I-O AcctFile
           IF ws-acct-status NOT = "35"
               PERFORM creditOneAccount UNTIL WS-EOF
               CLOSE AcctFile
           END-IF
           MOVE SPACES TO RLine
           STRING "ACCOUNTS PAID " WPaidCount
               "  TOTAL PAID " WPaidTotal
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           CLOSE RFile.

           DISPLAY "Accounts read ............: "WReadCount
           DISPLAY "Accounts paid ............: "WPaidCount
           DISPLAY "Interest paid ............: "WPaidTotal
           DISPLAY "Fractions carried forward : "WCarryTotal
           DISPLAY "Credit detail written to intcredit.rpt".
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
      *> way no close is in flight and the bank date is used.
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

      *> A period closed early, before its last day, is never paid
      *> under a date still to come.
       setPostDate.
           MOVE WBankDate TO WPostDate
           IF WParmPeriod > 0
               MOVE WParmPeriod TO WNextPeriodNum
               IF WNextMon = 12
                   MOVE 1 TO WNextMon
                   ADD 1 TO WNextYear
               ELSE
                   ADD 1 TO WNextMon
               END-IF
               COMPUTE WPostDate = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WNextPeriodNum * 100 + 1)
                   - 1)
               IF WPostDate > WBankDate
                   MOVE WBankDate TO WPostDate
               END-IF
           END-IF.

       creditOneAccount.
           READ AcctFile NEXT
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WReadCount
                   PERFORM creditAccount
           END-READ.

      *> Records written before accrual existed carry spaces and
      *> have nothing to pay. Moving the four-place accrual into a
      *> two-place amount drops the fraction of a cent, which is
      *> exactly the part left behind.
       creditAccount.
           IF AcAccrued NOT NUMERIC
               MOVE 0 TO AcAccrued
           END-IF
           MOVE AcAccrued TO WPayAmount
           IF WPayAmount > 0
               ADD WPayAmount TO AcBalance
               SUBTRACT WPayAmount FROM AcAccrued
               MOVE SPACE TO Acspc3 Acspc4
               IF AcAccrDate NOT NUMERIC
                   MOVE 0 TO AcAccrDate
               END-IF
               REWRITE AcctRecord
               ADD 1 TO WPaidCount
               ADD WPayAmount TO WPaidTotal
               PERFORM writeTransaction
               PERFORM writeJournal
               PERFORM writeCreditLine
           END-IF
           ADD AcAccrued TO WCarryTotal.

       writeCreditLine.
           MOVE AcIDnum TO WCIDnum
           MOVE AcType TO WCType
           MOVE WPayAmount TO WCPaid
           MOVE AcBalance TO WCBalance
           MOVE AcAccrued TO WCCarry
           MOVE WCreditLine TO RLine
           WRITE RLine.

      *> Interest is money in that no teller handed over - type
      *> "I" on the account it was paid to, stamped with operator
      *> 0000, the reserved id for the batch, so drawer_bal never
      *> charges it to a drawer. transactions.txt may not exist
      *> yet - EXTEND fails with status 35, so fall back to OPEN
      *> OUTPUT to create it.
       writeTransaction.
           MOVE FUNCTION CURRENT-DATE TO WClockStamp
           MOVE WPostDate TO TDate
           MOVE WClockTime TO TTime
           MOVE AcIDnum TO TIDnum
           MOVE SPACE TO Tspc1 Tspc2 Tspc3 Tspc4 Tspc5 Tspc6
           MOVE "I" TO TType
           MOVE WPayAmount TO TAmount
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

      *> The shared journal gets the payment as "IC", its own type,
      *> so jrnl_report and the GL can tell interest paid from a
      *> deposit. journal.txt does not exist yet on a fresh
      *> install - EXTEND fails with status 35, so fall back to
      *> OPEN OUTPUT to create it.
       writeJournal.
           MOVE TDateAndTime TO JDateAndTime
           MOVE AcIDnum TO JIDnum
           MOVE SPACE TO Jspc1 Jspc2 Jspc3 Jspc4
           MOVE "IC" TO JType
           MOVE WPayAmount TO JAmount
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

       END PROGRAM int_credit.
