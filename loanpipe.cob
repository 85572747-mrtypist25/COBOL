       IDENTIFICATION DIVISION.
       PROGRAM-ID. loan_pipeline.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LoanFile ASSIGN TO "loanapp.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-loan-status.
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       SELECT RFile ASSIGN TO "loanpipe.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD LoanFile.
       01 LoanRecord.
           COPY "loanrec.cpy".
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
       FD RFile.
       01 RLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WBankStamp.
           02 WBankDate PIC 9(8).
           02 WBankTime PIC 9(6).
      *> Which status the current pass over the file is listing.
       01 WPassStatus PIC X(1).
       01 WPassTitle PIC X(30).
       01 WAgeDays PIC S9(5).
       01 WAgeEnd PIC 9(8).
       01 WPassTotals.
           02 WPassCount PIC 9(5).
           02 WPassAmount PIC S9(11)V99.
           02 WPassOldest PIC S9(5).
       01 WTotals.
           02 WAppCount PIC 9(5) VALUE 0.
           02 WAppAmount PIC S9(11)V99 VALUE 0.
       01 WS-SWITCHES.
           02 WS-EOF-SW PIC X(1) VALUE "N".
               88 WS-EOF VALUE "Y".
       01 ws-loan-status PIC X(2).
       01 ws-bd-status PIC X(2).
       01 WAppLine.
           02 WALAppNum PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WALIDnum PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WALAmount PIC ZZZZZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WALTerm PIC ZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WALAppDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WALTakenBy PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WALAge PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WALNote PIC X(30).
       01 WSumLine.
           02 FILLER PIC X(8) VALUE "  COUNT ".
           02 WSLCount PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE "  AMOUNT ".
           02 WSLAmount PIC ZZZZZZZZZZ9.99.
           02 FILLER PIC X(14) VALUE "  OLDEST DAYS ".
           02 WSLOldest PIC ZZZZ9.
       01 Dec PIC X(25).

      *> The loan pipeline off loanapp.txt: every application
      *> listed under its status - pending, approved, declined,
      *> booked - with its age in days. A pending or approved
      *> application ages to the bank date, since it is still
      *> waiting on someone; a declined one shows how long the
      *> decision took and a booked one how long it took to fund.
      *> Each section closes with its count, amount and oldest
      *> age, so a stale approval nobody booked stands out.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" LOAN PIPELINE "Dec.
           PERFORM readBankDate

           OPEN OUTPUT RFile
           MOVE SPACES TO RLine
           STRING "LOAN APPLICATION PIPELINE AS OF " WBankDate
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           MOVE "P" TO WPassStatus
           MOVE "PENDING UNDERWRITING" TO WPassTitle
           PERFORM listStatus
           MOVE "A" TO WPassStatus
           MOVE "APPROVED - NOT YET BOOKED" TO WPassTitle
           PERFORM listStatus
           MOVE "D" TO WPassStatus
           MOVE "DECLINED" TO WPassTitle
           PERFORM listStatus
           MOVE "B" TO WPassStatus
           MOVE "BOOKED" TO WPassTitle
           PERFORM listStatus
           MOVE SPACES TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "ALL APPLICATIONS " WAppCount "  AMOUNT " WAppAmount
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           CLOSE RFile.

           DISPLAY "Applications on file .....: "WAppCount
           DISPLAY "Pipeline written to loanpipe.rpt".
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

      *> One pass over the file per status keeps each section in
      *> file order, which is application order. No file yet
      *> (status 35) just means empty sections - reading a file
      *> that failed to open never reaches AT END, so the loop must
      *> be skipped outright.
       listStatus.
           MOVE 0 TO WPassCount WPassAmount WPassOldest
           MOVE SPACES TO RLine
           WRITE RLine
           MOVE WPassTitle TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "APP#   ID       AMOUNT TRM TAKEN    OPER   AGE "
               "NOTE" DELIMITED BY SIZE INTO RLine
           WRITE RLine
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT LoanFile
           IF ws-loan-status NOT = "35"
               PERFORM listOneApplication UNTIL WS-EOF
               CLOSE LoanFile
           END-IF
           MOVE WPassCount TO WSLCount
           MOVE WPassAmount TO WSLAmount
           MOVE WPassOldest TO WSLOldest
           MOVE WSumLine TO RLine
           WRITE RLine.

       listOneApplication.
           READ LoanFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF LaStatus = WPassStatus
                       PERFORM listApplication
                   END-IF
           END-READ.

       listApplication.
           EVALUATE TRUE
               WHEN LaDeclined
                   MOVE LaDecDate TO WAgeEnd
                   MOVE LaReason TO WALNote
               WHEN LaBooked
                   MOVE LaBookDate TO WAgeEnd
                   MOVE SPACES TO WALNote
                   STRING "BOOKED " LaBookDate " RATE " LaRate
                       DELIMITED BY SIZE INTO WALNote
               WHEN LaApproved
                   MOVE WBankDate TO WAgeEnd
                   MOVE LaReason TO WALNote
               WHEN OTHER
                   MOVE WBankDate TO WAgeEnd
                   MOVE LaPurpose TO WALNote
           END-EVALUATE
           MOVE 0 TO WAgeDays
           IF LaAppDate IS NUMERIC AND LaAppDate > 0
                   AND WAgeEnd IS NUMERIC AND WAgeEnd > LaAppDate
               COMPUTE WAgeDays =
                   FUNCTION INTEGER-OF-DATE(WAgeEnd)
                   - FUNCTION INTEGER-OF-DATE(LaAppDate)
           END-IF
           ADD 1 TO WPassCount WAppCount
           ADD LaAmount TO WPassAmount WAppAmount
           IF WAgeDays > WPassOldest
               MOVE WAgeDays TO WPassOldest
           END-IF
           MOVE LaAppNum TO WALAppNum
           MOVE LaIDnum TO WALIDnum
           MOVE LaAmount TO WALAmount
           MOVE LaTerm TO WALTerm
           MOVE LaAppDate TO WALAppDate
           MOVE LaTakenBy TO WALTakenBy
           MOVE WAgeDays TO WALAge
           MOVE WAppLine TO RLine
           WRITE RLine.

       END PROGRAM loan_pipeline.
