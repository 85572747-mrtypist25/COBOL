       IDENTIFICATION DIVISION.
       PROGRAM-ID. notice_print.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT NoticeFile ASSIGN TO "notices.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-nq-status.
       SELECT KeepFile ASSIGN TO "notices.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-keep-status.
       SELECT TplFile ASSIGN TO "notices.tpl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-tpl-status.
       SELECT NLogFile ASSIGN TO "notice.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-nlog-status.
       SELECT DFile ASSIGN TO "customers.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDnum
           FILE STATUS IS ws-d-status.
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       SELECT LetterFile ASSIGN TO "notices.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT HoldFile ASSIGN TO "noticehold.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD NoticeFile.
       01 NoticeRecord.
           COPY "notcrec.cpy".
       FD KeepFile.
       01 KeepRecord PIC X(71).
      *> The letter wording, kept by hand like feesched.txt: one
      *> row per printed line, TpType naming the letter (the NqType
      *> codes), the rows for one letter printed in file order
      *> under the address block. TpText may carry the fill-ins
      *> @NAME@ @ID@ @ACCT@ @AMOUNT@ @MINIMUM@ @DATE@ @DUE@
      *> @OLDRATE@ and @NEWRATE@ (rates as a percent a month),
      *> up to four to a line.
       FD TplFile.
       01 TplRecord.
           02 TpType PIC X(2).
           02 Tpspc1 PIC X(1).
           02 TpText PIC X(70).
      *> One record per letter sent - what says, months later, that
      *> a customer was told.
       FD NLogFile.
       01 NLogRecord.
           02 NlIDnum PIC 9(5).
           02 Nlspc1 PIC X(1).
           02 NlType PIC X(2).
           02 Nlspc2 PIC X(1).
           02 NlAcType PIC X(1).
           02 Nlspc3 PIC X(1).
           02 NlRefDate PIC 9(8).
           02 Nlspc4 PIC X(1).
           02 NlQueued PIC 9(8).
           02 Nlspc5 PIC X(1).
           02 NlSent PIC 9(8).
           02 Nlspc6 PIC X(1).
           02 NlAmount PIC S9(7)V99 SIGN LEADING SEPARATE.
       FD DFile.
       01 Customer.
           COPY "custrec.cpy".
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
       FD LetterFile.
       01 LetterLine PIC X(80).
       FD HoldFile.
       01 HoldLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WBankStamp.
           02 WBankDate PIC 9(8).
           02 WBankTime PIC 9(6).
      *> The whole template file loads up front - three hundred
      *> lines is thirty letters of ten lines each.
       01 WTplTable.
           02 WTpEntry OCCURS 300.
               03 WTpType PIC X(2).
               03 WTpText PIC X(70).
       01 WTpUsed PIC 9(3) VALUE 0.
       01 WTpSub PIC 9(3).
      *> One template line cut at its "@" marks: the odd pieces are
      *> wording, the even ones fill-in names.
       01 WPieceTable.
           02 WPiece OCCURS 9 PIC X(70).
       01 WPieceLens.
           02 WPieceLen OCCURS 9 PIC 9(2).
       01 WPieceCount PIC 9(2).
       01 WPcSub PIC 9(2).
       01 WPcHalf PIC 9(2).
       01 WPcOdd PIC 9(1).
       01 WOutPtr PIC 9(3).
       01 WTokenVal PIC X(31).
       01 WLead PIC 9(2).
       01 WMoneyEdit PIC $$,$$$,$$9.99.
       01 WRateEdit PIC Z9.99.
       01 WRatePct PIC 9(2)V99.
       01 WHoldReason PIC X(24).
       01 WTotals.
           02 WReadCount PIC 9(5) VALUE 0.
           02 WSentCount PIC 9(5) VALUE 0.
           02 WHeldCount PIC 9(5) VALUE 0.
           02 WDupCount PIC 9(5) VALUE 0.
           02 WDropCount PIC 9(5) VALUE 0.
       01 WS-SWITCHES.
           02 WS-EOF-SW PIC X(1) VALUE "N".
               88 WS-EOF VALUE "Y".
           02 WS-TPL-EOF-SW PIC X(1) VALUE "N".
               88 WS-TPL-EOF VALUE "Y".
           02 WS-TPL-OVER-SW PIC X(1) VALUE "N".
               88 WS-TPL-OVER VALUE "Y".
           02 WS-NLOG-EOF-SW PIC X(1) VALUE "N".
               88 WS-NLOG-EOF VALUE "Y".
           02 WS-KEEP-EOF-SW PIC X(1) VALUE "N".
               88 WS-KEEP-EOF VALUE "Y".
           02 WS-FOUND-SW PIC X(1) VALUE "N".
               88 WS-FOUND VALUE "Y".
           02 WS-HAS-TPL-SW PIC X(1) VALUE "N".
               88 WS-HAS-TPL VALUE "Y".
           02 WS-SENT-SW PIC X(1) VALUE "N".
               88 WS-SENT VALUE "Y".
       01 ws-nq-status PIC X(2).
       01 ws-keep-status PIC X(2).
       01 ws-tpl-status PIC X(2).
       01 ws-nlog-status PIC X(2).
       01 ws-d-status PIC X(2).
       01 ws-bd-status PIC X(2).
       01 WHoldDetail.
           02 WHIDnum PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WHType PIC X(2).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WHQueued PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WHName PIC X(31).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WHReason PIC X(24).
       01 Dec PIC X(25).

      *> Nightly notice letters. rate_apply, delq_report,
      *> dormant_sweep and the machines drop a request on
      *> notices.txt when they decide something the customer must
      *> be told; this prints each one from its notices.tpl wording
      *> with the name, address, amounts and dates filled in, and
      *> logs it to notice.log against the IDnum. Mail that comes
      *> back (MailFlag "R") is not sent into the void - the
      *> request goes on the hold list and stays queued until the
      *> address is re-keyed. A request already sent for the same
      *> event is skipped, so a rerun never sends a second letter.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" NOTICE LETTERS "Dec.
           PERFORM readBankDate
           PERFORM loadTemplates
      *> More template lines than the table holds would print
      *> letters with wording missing - the run refuses whole and
      *> the queue is left as it is.
           EVALUATE TRUE
               WHEN WS-TPL-OVER
                   DISPLAY "MORE THAN 300 LINES ON notices.tpl - "
                       "RUN REFUSED, NOTHING CHANGED. Raise the "
                       "table first."
               WHEN WTpUsed = 0
                   DISPLAY "No notices.tpl on file - nothing "
                       "printed, queue kept"
               WHEN OTHER
                   PERFORM printQueue
           END-EVALUATE.
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

      *> notices.tpl may not exist yet - status 35 just means no
      *> wording on file, and reading a file that failed to open
      *> never reaches AT END, so the loop must be skipped outright.
       loadTemplates.
           OPEN INPUT TplFile
           IF ws-tpl-status NOT = "35"
               PERFORM loadOneTemplate UNTIL WS-TPL-EOF
               CLOSE TplFile
           END-IF.

       loadOneTemplate.
           READ TplFile
               AT END
                   SET WS-TPL-EOF TO TRUE
               NOT AT END
                   IF WTpUsed < 300
                       ADD 1 TO WTpUsed
                       MOVE TpType TO WTpType(WTpUsed)
                       MOVE TpText TO WTpText(WTpUsed)
                   ELSE
                       SET WS-TPL-OVER TO TRUE
                   END-IF
           END-READ.

      *> notices.txt does not exist until something has queued a
      *> letter - status 35 is a quiet night. Requests that cannot
      *> go out yet are copied to notices.tmp as they are read and
      *> copied back over the queue at the end, so the queue holds
      *> only what is still waiting.
       printQueue.
           OPEN INPUT NoticeFile
           IF ws-nq-status = "35"
               DISPLAY "No notices.txt on file - nothing to print"
           ELSE
               OPEN OUTPUT LetterFile
               OPEN OUTPUT HoldFile
               OPEN OUTPUT KeepFile
               OPEN INPUT DFile
               MOVE SPACES TO HoldLine
               STRING "NOTICE HOLD LIST  RUN " WBankDate
                   DELIMITED BY SIZE INTO HoldLine
               WRITE HoldLine
               MOVE "ID    TY QUEUED   NAME" TO HoldLine
               MOVE "REASON" TO HoldLine(51:6)
               WRITE HoldLine
               PERFORM printOneNotice UNTIL WS-EOF
               IF ws-d-status NOT = "35"
                   CLOSE DFile
               END-IF
               CLOSE NoticeFile
               CLOSE KeepFile
               CLOSE LetterFile
               CLOSE HoldFile
               PERFORM restoreQueue
               DISPLAY "Requests read ............: "WReadCount
               DISPLAY "Letters sent .............: "WSentCount
               DISPLAY "Held - still queued ......: "WHeldCount
               DISPLAY "Already sent - skipped ...: "WDupCount
               DISPLAY "Dropped - closed/unknown .: "WDropCount
               DISPLAY "Letters written to notices.rpt, hold list "
                   "to noticehold.rpt"
           END-IF.

      *> A closed account or an IDnum no longer on file has nobody
      *> to write to, so the request is listed and dropped. A
      *> returned-mail address, a blank address or a letter with no
      *> wording on file is listed and kept for another night.
       printOneNotice.
           READ NoticeFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WReadCount
                   PERFORM findCustomer
                   PERFORM findTemplate
                   EVALUATE TRUE
                       WHEN NOT WS-FOUND
                           MOVE "NO CUSTOMER - DROPPED" TO WHoldReason
                           PERFORM dropNotice
                       WHEN AcctClosed
                           MOVE "CLOSED - DROPPED" TO WHoldReason
                           PERFORM dropNotice
                       WHEN MailReturned
                           MOVE "RETURNED MAIL" TO WHoldReason
                           PERFORM holdNotice
                       WHEN AddrStreet = SPACES
                           MOVE "NO ADDRESS" TO WHoldReason
                           PERFORM holdNotice
                       WHEN NOT WS-HAS-TPL
                           MOVE "NO WORDING ON FILE" TO WHoldReason
                           PERFORM holdNotice
                       WHEN OTHER
                           PERFORM checkAlreadySent
                           IF WS-SENT
                               ADD 1 TO WDupCount
                           ELSE
                               PERFORM printLetter
                               PERFORM logLetter
                               ADD 1 TO WSentCount
                           END-IF
                   END-EVALUATE
           END-READ.

      *> customers.dat may not exist yet - status 35 leaves every
      *> request without a customer.
       findCustomer.
           MOVE "N" TO WS-FOUND-SW
           IF ws-d-status NOT = "35"
               MOVE NqIDnum TO IDnum
               READ DFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-FOUND TO TRUE
               END-READ
           END-IF.

       findTemplate.
           MOVE "N" TO WS-HAS-TPL-SW
           PERFORM checkOneTemplate
               VARYING WTpSub FROM 1 BY 1
               UNTIL WTpSub > WTpUsed OR WS-HAS-TPL.

       checkOneTemplate.
           IF WTpType(WTpSub) = NqType
               SET WS-HAS-TPL TO TRUE
           END-IF.

       holdNotice.
           ADD 1 TO WHeldCount
           PERFORM writeHoldLine
           MOVE NoticeRecord TO KeepRecord
           WRITE KeepRecord.

       dropNotice.
           ADD 1 TO WDropCount
           PERFORM writeHoldLine.

       writeHoldLine.
           MOVE NqIDnum TO WHIDnum
           MOVE NqType TO WHType
           MOVE NqDate TO WHQueued
           MOVE SPACES TO WHName
           IF WS-FOUND
               STRING FName DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   LName DELIMITED BY SPACE
                   INTO WHName
           END-IF
           MOVE WHoldReason TO WHReason
           MOVE WHoldDetail TO HoldLine
           WRITE HoldLine.

      *> The same IDnum, letter and event already on notice.log
      *> means the customer has been told. notice.log may not
      *> exist yet - status 35 just means nothing was ever sent.
       checkAlreadySent.
           MOVE "N" TO WS-SENT-SW
           MOVE "N" TO WS-NLOG-EOF-SW
           OPEN INPUT NLogFile
           IF ws-nlog-status NOT = "35"
               PERFORM checkOneSent UNTIL WS-NLOG-EOF OR WS-SENT
               CLOSE NLogFile
           END-IF.

       checkOneSent.
           READ NLogFile
               AT END
                   SET WS-NLOG-EOF TO TRUE
               NOT AT END
                   IF NlIDnum = NqIDnum AND NlType = NqType
                           AND NlAcType = NqAcType
                           AND NlRefDate = NqRefDate
                       SET WS-SENT TO TRUE
                   END-IF
           END-READ.

      *> The stmt_gen letter shape: a rule between letters, the
      *> date, the address block, then the wording for this letter
      *> in file order.
       printLetter.
           MOVE ALL "=" TO LetterLine
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           STRING "                                                  "
               WBankDate DELIMITED BY SIZE INTO LetterLine
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           STRING FName DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               LName DELIMITED BY SPACE
               INTO LetterLine
           WRITE LetterLine
           MOVE AddrStreet TO LetterLine
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           STRING AddrCity DELIMITED BY "  "
               " " AddrState " " AddrZip
               DELIMITED BY SIZE INTO LetterLine
           WRITE LetterLine
           MOVE SPACES TO LetterLine
           WRITE LetterLine
           PERFORM printOneTemplate
               VARYING WTpSub FROM 1 BY 1 UNTIL WTpSub > WTpUsed
           MOVE SPACES TO LetterLine
           WRITE LetterLine.

       printOneTemplate.
           IF WTpType(WTpSub) = NqType
               PERFORM fillLine
               WRITE LetterLine
           END-IF.

      *> Wording is copied as it stands and each @NAME@ style mark
      *> replaced by its value with the leading blanks of an edited
      *> figure taken off.
       fillLine.
           MOVE SPACES TO LetterLine WPieceTable
           MOVE 0 TO WPieceCount
           MOVE ZEROS TO WPieceLens
           MOVE 1 TO WOutPtr
           UNSTRING WTpText(WTpSub) DELIMITED BY "@"
               INTO WPiece(1) COUNT IN WPieceLen(1)
                    WPiece(2) COUNT IN WPieceLen(2)
                    WPiece(3) COUNT IN WPieceLen(3)
                    WPiece(4) COUNT IN WPieceLen(4)
                    WPiece(5) COUNT IN WPieceLen(5)
                    WPiece(6) COUNT IN WPieceLen(6)
                    WPiece(7) COUNT IN WPieceLen(7)
                    WPiece(8) COUNT IN WPieceLen(8)
                    WPiece(9) COUNT IN WPieceLen(9)
               TALLYING IN WPieceCount
           END-UNSTRING
           PERFORM addOnePiece
               VARYING WPcSub FROM 1 BY 1 UNTIL WPcSub > WPieceCount.

       addOnePiece.
           DIVIDE WPcSub BY 2 GIVING WPcHalf REMAINDER WPcOdd
           IF WPcOdd = 1
               IF WPieceLen(WPcSub) > 0
                   STRING WPiece(WPcSub)(1:WPieceLen(WPcSub))
                       DELIMITED BY SIZE
                       INTO LetterLine WITH POINTER WOutPtr
                   END-STRING
               END-IF
           ELSE
               PERFORM fillToken
               MOVE 0 TO WLead
               INSPECT WTokenVal TALLYING WLead FOR LEADING SPACES
               IF WLead < 31
                   STRING WTokenVal(WLead + 1:) DELIMITED BY "  "
                       INTO LetterLine WITH POINTER WOutPtr
                   END-STRING
               END-IF
           END-IF.

      *> A mark nobody knows is printed as it was keyed, so a typing
      *> slip in notices.tpl shows up on the first letter.
       fillToken.
           MOVE SPACES TO WTokenVal
           EVALUATE WPiece(WPcSub)
               WHEN "NAME"
                   STRING FName DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       LName DELIMITED BY SPACE
                       INTO WTokenVal
               WHEN "ID"
                   MOVE NqIDnum TO WTokenVal
               WHEN "ACCT"
                   EVALUATE NqAcType
                       WHEN "C"
                           MOVE "checking account" TO WTokenVal
                       WHEN "S"
                           MOVE "savings account" TO WTokenVal
                       WHEN OTHER
                           MOVE "loan" TO WTokenVal
                   END-EVALUATE
               WHEN "AMOUNT"
                   MOVE NqAmount TO WMoneyEdit
                   MOVE WMoneyEdit TO WTokenVal
               WHEN "MINIMUM"
                   MOVE NqAmount2 TO WMoneyEdit
                   MOVE WMoneyEdit TO WTokenVal
               WHEN "DATE"
                   MOVE NqRefDate TO WTokenVal
               WHEN "DUE"
                   MOVE NqDueDate TO WTokenVal
               WHEN "OLDRATE"
                   COMPUTE WRatePct = NqOldRate * 100
                   MOVE WRatePct TO WRateEdit
                   MOVE WRateEdit TO WTokenVal
               WHEN "NEWRATE"
                   COMPUTE WRatePct = NqNewRate * 100
                   MOVE WRatePct TO WRateEdit
                   MOVE WRateEdit TO WTokenVal
               WHEN OTHER
                   STRING "@" WPiece(WPcSub) DELIMITED BY SPACE
                       "@" DELIMITED BY SIZE INTO WTokenVal
           END-EVALUATE.

      *> notice.log does not exist until the first letter - EXTEND
      *> fails with status 35, so fall back to OPEN OUTPUT.
       logLetter.
           MOVE SPACE TO Nlspc1 Nlspc2 Nlspc3 Nlspc4 Nlspc5 Nlspc6
           MOVE NqIDnum TO NlIDnum
           MOVE NqType TO NlType
           MOVE NqAcType TO NlAcType
           MOVE NqRefDate TO NlRefDate
           MOVE NqDate TO NlQueued
           MOVE WBankDate TO NlSent
           MOVE NqAmount TO NlAmount
           OPEN EXTEND NLogFile
           IF ws-nlog-status = "35"
               OPEN OUTPUT NLogFile
           END-IF
               WRITE NLogRecord
               END-WRITE
           CLOSE NLogFile.

      *> What is still waiting goes back as the whole queue.
       restoreQueue.
           OPEN INPUT KeepFile
           OPEN OUTPUT NoticeFile
           PERFORM restoreOneNotice UNTIL WS-KEEP-EOF
           CLOSE NoticeFile
           CLOSE KeepFile.

       restoreOneNotice.
           READ KeepFile
               AT END
                   SET WS-KEEP-EOF TO TRUE
               NOT AT END
                   MOVE KeepRecord TO NoticeRecord
                   WRITE NoticeRecord
           END-READ.

       END PROGRAM notice_print.
