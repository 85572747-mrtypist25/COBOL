       SELECT HolFile ASSIGN TO "holidays.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-hol-status.
       SELECT ChgFile ASSIGN TO "chgoff.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-chg-status.
       DATA DIVISION.
       FILE SECTION.
       FD SOFile.
       FD HolFile.
       01 HolRecord.
           02 HolDate PIC 9(8).
       FD ChgFile.
       01 ChgRecord.
           COPY "chgrec.cpy".
       WORKING-STORAGE SECTION.
       01 WRunStamp.
           02 WRunDate.
           02 WOrderCount PIC 9(5) VALUE 0.
           02 WPostedCount PIC 9(5) VALUE 0.
           02 WExceptCount PIC 9(5) VALUE 0.
           02 WRecovCount PIC 9(5) VALUE 0.
       01 WBalance PIC S9(7)V99.
      *> What the order posts as: "P"/"AP" a loan payment, or
      *> "Y"/"RC" a recovery on a loan already charged off.
       01 WPostType PIC X(1).
       01 WJrnlType PIC X(2).
       01 WClockStamp.
           02 WClockDate PIC 9(8).
           02 WClockTime PIC 9(6).
       01 WJrnlSeq PIC 9(7).
       01 ws-bd-status PIC X(2).
       01 ws-hol-status PIC X(2).
       01 ws-chg-status PIC X(2).
       01 WExceptLine.
           02 WEIDnum PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.

           DISPLAY "Orders due today .........: "WOrderCount
           DISPLAY "Posted ...................: "WPostedCount
           DISPLAY "  of which recoveries ....: "WRecovCount
           DISPLAY "Exceptions ...............: "WExceptCount.
       GOBACK.


      *> The same posting rules as doPayment, with the same refusals
      *> the ATM would give - plus "no customer" for an order whose
      *> account has left the master since it was keyed. An order
      *> still running against a loan already charged off posts
      *> as a recovery, the way doPayment takes one.
       applyOrder.
           MOVE "P" TO WPostType
           MOVE "AP" TO WJrnlType
           OPEN I-O DFile
           IF ws-d-status = "35"
               MOVE "NO CUSTOMER MASTER ON FILE" TO WEReason
                           WHEN AcctDormant
                               MOVE "ACCOUNT DORMANT" TO WEReason
                               PERFORM writeException
                           WHEN AcctChargedOff
                               MOVE "Y" TO WPostType
                               MOVE "RC" TO WJrnlType
                               MOVE Balance TO WBalance
                               ADD 1 TO WPostedCount
                               ADD 1 TO WRecovCount
                               PERFORM writeTransaction
                               PERFORM writeJournal
                               PERFORM writeRecovery
                           WHEN SOAmount > Debt
                               MOVE "AMOUNT OVER REMAINING DEBT"
                                   TO WEReason
           MOVE WClockTime TO TTime
           MOVE SOIDnum TO TIDnum
           MOVE SPACE TO Tspc1 Tspc2 Tspc3 Tspc4 Tspc5 Tspc6
           MOVE WPostType TO TType
           MOVE SOAmount TO TAmount
           MOVE WBalance TO TBalance
           MOVE "L" TO TAcctType

      *> The shared journal gets the posting too, typed "AP" like
      *> any other loan payment so jrnl_report and recon_report
      *> treat it the same - or "RC" when it is a recovery.
      *> journal.txt does not exist yet on a fresh install - EXTEND
      *> fails with status 35, so fall back to OPEN OUTPUT to
      *> create it.
       writeJournal.
           MOVE TDateAndTime TO JDateAndTime
           MOVE SOIDnum TO JIDnum
           MOVE SPACE TO Jspc1 Jspc2 Jspc3 Jspc4
           MOVE WJrnlType TO JType
           MOVE SOAmount TO JAmount
           MOVE WBalance TO JBalance
           PERFORM nextJournalSeq
               END-WRITE
           CLOSE JFile.

      *> chgoff.txt does not exist yet on a fresh install - EXTEND
      *> fails with status 35, so fall back to OPEN OUTPUT to
      *> create it.
       writeRecovery.
           MOVE SOIDnum TO CoIDnum
           MOVE SPACE TO Cospc1 Cospc2 Cospc3 Cospc4 Cospc5
           SET CoRecovery TO TRUE
           MOVE SOAmount TO CoAmount
           MOVE WRunDateNum TO CoDate
           MOVE BranchState TO CoBranch
           MOVE 0 TO CoOperID
           OPEN EXTEND ChgFile
           IF ws-chg-status = "35"
               OPEN OUTPUT ChgFile
           END-IF
               WRITE ChgRecord
               END-WRITE
           CLOSE ChgFile.

       END PROGRAM so_post.
