       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       SELECT NoticeFile ASSIGN TO "notices.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-nq-status.
       SELECT RFile ASSIGN TO "delqaging.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FrzFile ASSIGN TO "delqfreeze.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
      *> The per-customer aging behind the branch totals, rewritten
      *> whole every run - what bureau_extract reports past-due
      *> amounts and buckets from at month close.
       SELECT AgeFile ASSIGN TO "delqage.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD DFile.
           COPY "transrec.cpy".
       FD AFile.
       01 ARecord PIC X(51).
       FD NoticeFile.
       01 NoticeRecord.
           COPY "notcrec.cpy".
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
       01 RLine PIC X(100).
       FD FrzFile.
       01 FrzLine PIC X(80).
       FD AgeFile.
       01 AgeRecord.
           COPY "agerec.cpy".
       WORKING-STORAGE SECTION.
       01 WBankStamp.
           02 WBankDate PIC 9(8).
       01 WTotals.
           02 WDebtorCount PIC 9(5) VALUE 0.
           02 WCandCount PIC 9(5) VALUE 0.
           02 WLetterCount PIC 9(5) VALUE 0.
           02 WGrandCur PIC S9(13)V99 VALUE 0.
           02 WGrandB30 PIC S9(13)V99 VALUE 0.
           02 WGrandB60 PIC S9(13)V99 VALUE 0.
       01 ws-t-status PIC X(2).
       01 ws-a-status PIC X(2).
       01 ws-bd-status PIC X(2).
       01 ws-nq-status PIC X(2).
       01 WStateLine.
           02 WSLState PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACE.

           OPEN OUTPUT RFile
           OPEN OUTPUT FrzFile
           OPEN OUTPUT AgeFile
           MOVE SPACES TO RLine
           STRING "DELINQUENCY AGING BY BRANCH  RUN " WBankDate
               DELIMITED BY SIZE INTO RLine
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           CLOSE RFile
           CLOSE FrzFile
           CLOSE AgeFile.

           DISPLAY "Debtors aged .............: "WDebtorCount
           DISPLAY "Freeze candidates ........: "WCandCount
           DISPLAY "Past-due letters queued ..: "WLetterCount
           DISPLAY "Report written to delqaging.rpt, candidates "
               "to delqfreeze.rpt, aging detail to delqage.txt".
       STOP RUN.

      *> The business date comes off procdate.dat, the control file
                       PERFORM findLastPayment
                       PERFORM computeAge
                       PERFORM bucketDebt
                       PERFORM writeAgeRecord
                       PERFORM queuePastDue
                       IF WAgeDays NOT < WThreshold
                           PERFORM writeCandidate
                       END-IF
           MOVE WCandLine TO FrzLine
           WRITE FrzLine.

       writeAgeRecord.
           MOVE SPACE TO Agspc1 Agspc2 Agspc3 Agspc4
           MOVE IDnum TO AgIDnum
           MOVE WLastPayDate TO AgLastPay
           IF WAgeDays > 99999
               MOVE 99999 TO AgDays
           ELSE
               MOVE WAgeDays TO AgDays
           END-IF
           MOVE Debt TO AgDebt
           MOVE WBankDate TO AgRunDate
           WRITE AgeRecord.

      *> Debt in the 30+ bucket gets the 30-day letter and in the
      *> 60+ bucket the 60-day one; 90+ is for collections, not the
      *> post. The event is the last payment the age runs from, so
      *> the report can run every day and each letter still goes
      *> once a delinquency - a new payment starts a new one.
       queuePastDue.
           IF WAgeDays NOT < 30 AND WAgeDays < 90
               MOVE IDnum TO NqIDnum
               IF WAgeDays < 60
                   SET NqPastDue30 TO TRUE
               ELSE
                   SET NqPastDue60 TO TRUE
               END-IF
               MOVE "L" TO NqAcType
               MOVE WBankDate TO NqDate NqDueDate
               MOVE WLastPayDate TO NqRefDate
               MOVE Debt TO NqAmount
               MOVE 0 TO NqAmount2 NqOldRate NqNewRate
               PERFORM queueNotice
               ADD 1 TO WLetterCount
           END-IF.

      *> A letter the customer must get goes on the notice queue
      *> for notice_print's nightly run. notices.txt does not exist
      *> until the first request - EXTEND fails with status 35, so
      *> fall back to OPEN OUTPUT to create it.
       queueNotice.
           MOVE SPACE TO Nqspc1 Nqspc2 Nqspc3 Nqspc4 Nqspc5 Nqspc6
               Nqspc7 Nqspc8 Nqspc9
           OPEN EXTEND NoticeFile
           IF ws-nq-status = "35"
               OPEN OUTPUT NoticeFile
           END-IF
               WRITE NoticeRecord
               END-WRITE
           CLOSE NoticeFile.

       END PROGRAM delq_report.
