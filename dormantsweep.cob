       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       SELECT NoticeFile ASSIGN TO "notices.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-nq-status.
       SELECT RFile ASSIGN TO "dormant.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       01 TArcRecord PIC X(51).
       FD LArcFile.
       01 LArcRecord PIC X(47).
       FD NoticeFile.
       01 NoticeRecord.
           COPY "notcrec.cpy".
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
       01 WLastDate PIC 9(8).
       01 WQuietDays PIC S9(5).
       01 WThreshold PIC 9(4).
       01 WWarnDays PIC 9(4).
       01 WDormantOn PIC 9(8).
       01 WArcFrom PIC 9(6).
       01 WTArcName PIC X(20).
       01 WLArcName PIC X(20).
       01 WTotals.
           02 WReadCount PIC 9(5) VALUE 0.
           02 WFlaggedCount PIC 9(5) VALUE 0.
           02 WWarnedCount PIC 9(5) VALUE 0.
       01 WS-SWITCHES.
           02 WS-EOF-SW PIC X(1) VALUE "N".
               88 WS-EOF VALUE "Y".
       01 ws-tarc-status PIC X(2).
       01 ws-larc-status PIC X(2).
       01 ws-bd-status PIC X(2).
       01 ws-nq-status PIC X(2).
       01 WFlagLine.
           02 WFIDnum PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           ACCEPT WArcFrom
           DISPLAY "Dormancy threshold (days, 365 = twelve months): "
               WITH NO ADVANCING
           ACCEPT WThreshold
           DISPLAY "Warning notice lead (days before, 0 for none): "
               WITH NO ADVANCING
           ACCEPT WWarnDays.

           OPEN OUTPUT RFile
           MOVE SPACES TO RLine

           DISPLAY "Active accounts checked ..: "WReadCount
           DISPLAY "Flagged dormant ..........: "WFlaggedCount
           DISPLAY "Dormancy warnings queued .: "WWarnedCount
           DISPLAY "List written to dormant.rpt".
       STOP RUN.

               REWRITE Customer
               ADD 1 TO WFlaggedCount
               PERFORM writeFlagLine
           ELSE
               IF WWarnDays > 0
                       AND WQuietDays + WWarnDays NOT < WThreshold
                   PERFORM queueDormWarning
               END-IF
           END-IF.

      *> Quiet but not yet past the threshold: the owner is told the
      *> day the account will go dormant while a visit still stops
      *> it. The event is the last activity, so a sweep run every
      *> week inside the lead sends the warning once.
       queueDormWarning.
           COMPUTE WDormantOn = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WLastDate) + WThreshold)
           MOVE IDnum TO NqIDnum
           SET NqDormWarning TO TRUE
           MOVE SPACE TO NqAcType
           MOVE WBankDate TO NqDate
           MOVE WLastDate TO NqRefDate
           MOVE WDormantOn TO NqDueDate
           MOVE 0 TO NqAmount NqAmount2 NqOldRate NqNewRate
           PERFORM queueNotice
           ADD 1 TO WWarnedCount.

       writeFlagLine.
           MOVE IDnum TO WFIDnum
           MOVE SPACES TO WFName
           MOVE WFlagLine TO RLine
           WRITE RLine.

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

       END PROGRAM dormant_sweep.
