       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       SELECT NoticeFile ASSIGN TO "notices.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-nq-status.
       SELECT RFile ASSIGN TO "repricing.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD RateFile.
       01 RateRecord.
           COPY "raterec.cpy".
       FD NoticeFile.
       01 NoticeRecord.
           COPY "notcrec.cpy".
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
       01 ws-d-status PIC X(2).
       01 ws-rate-status PIC X(2).
       01 ws-bd-status PIC X(2).
       01 ws-nq-status PIC X(2).
       01 WChangeLine.
           02 WCIDnum PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           END-READ.

      *> Closed accounts keep the rate they closed with - their
      *> history must not reprice under them. Everyone repriced is
      *> sent a rate-change notice.
       repriceOneCustomer.
           READ DFile
               AT END
                       IF WPickRate > 0
                               AND WPickRate NOT = InterestRate
                           PERFORM writeChangeLine
                           PERFORM queueRateNotice
                           MOVE WPickRate TO InterestRate
                           REWRITE Customer
                           ADD 1 TO WChangedCount
           MOVE WChangeLine TO RLine
           WRITE RLine.

      *> The event is the new rate's effective date, so a second
      *> run over the same row never sends the letter twice.
       queueRateNotice.
           MOVE IDnum TO NqIDnum
           SET NqRateChange TO TRUE
           MOVE "L" TO NqAcType
           MOVE WBankDate TO NqDate NqDueDate
           MOVE WPickEff TO NqRefDate
           MOVE Debt TO NqAmount
           MOVE 0 TO NqAmount2
           MOVE InterestRate TO NqOldRate
           MOVE WPickRate TO NqNewRate
           PERFORM queueNotice.

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

       END PROGRAM rate_apply.
