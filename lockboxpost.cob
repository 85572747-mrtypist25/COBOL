       SELECT SuspFile ASSIGN TO "suspense.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-susp-status.
       SELECT ChgFile ASSIGN TO "chgoff.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-chg-status.
       SELECT CtlFile ASSIGN TO "lockbox.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-ctl-status.
       SELECT LogFile ASSIGN TO "keypass.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-log-status.
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       FD SuspFile.
       01 SuspRecord.
           COPY "susprec.cpy".
       FD ChgFile.
       01 ChgRecord.
           COPY "chgrec.cpy".
       FD CtlFile.
       01 CtlRecord.
           COPY "lbctlrec.cpy".
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
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
           02 WItemCount PIC 9(5) VALUE 0.
           02 WPostedCount PIC 9(5) VALUE 0.
           02 WSuspCount PIC 9(5) VALUE 0.
           02 WRecovCount PIC 9(5) VALUE 0.
           02 WSkipCount PIC 9(5) VALUE 0.
      *> What is in the file, worked out before anything posts -
      *> the identity lockbox.ctl knows a file by.
       01 WFileId.
           02 WFileItems PIC 9(5) VALUE 0.
           02 WFileTotal PIC 9(9)V99 VALUE 0.
           02 WFileFirst PIC X(10) VALUE SPACES.
           02 WFileLast PIC X(10) VALUE SPACES.
      *> The whole control file loads into this table so the entry
      *> for this run can be rewritten after every item - the
      *> hold_maint shape. WLcHit is this run's entry.
       01 WLcTable.
           02 WLcEntry OCCURS 1000 PIC X(66).
       01 WLcUsed PIC 9(4) VALUE 0.
       01 WLcSub PIC 9(4).
       01 WLcHit PIC 9(4) VALUE 0.
       01 WLcMatch PIC 9(4) VALUE 0.
      *> N new file, R restart of a run that stopped, D refused as a
      *> duplicate, O duplicate let through by a supervisor.
       01 WRunType PIC X(1).
           88 WRunNew VALUE "N".
           88 WRunRestart VALUE "R".
           88 WRunRefused VALUE "D".
           88 WRunOverride VALUE "O".
       01 WResumeAfter PIC 9(5) VALUE 0.
       01 WPostedDate PIC 9(8).
       01 WConfirm PIC X(1).
       01 WSupKey PIC 9(4).
       01 WSupOperator PIC 9(4) VALUE 0.
       01 WSupRole PIC X(1) VALUE SPACE.
       01 WDenyFunc PIC X(8).
       01 WBalance PIC S9(7)V99.
      *> What the item posts as: "P"/"AP" a loan payment, or
      *> "Y"/"RC" a recovery on a loan already charged off.
       01 WPostType PIC X(1).
       01 WJrnlType PIC X(2).
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
           02 WS-SUP-OK-SW PIC X(1) VALUE "N".
               88 WS-SUP-OK VALUE "Y".
           02 WS-CTL-EOF-SW PIC X(1) VALUE "N".
               88 WS-CTL-EOF VALUE "Y".
           02 WS-CTL-OVER-SW PIC X(1) VALUE "N".
               88 WS-CTL-OVER VALUE "Y".
       01 ws-lb-status PIC X(2).
       01 ws-d-status PIC X(2).
       01 ws-t-status PIC X(2).
       01 ws-seq-status PIC X(2).
       01 WJrnlSeq PIC 9(7).
       01 ws-susp-status PIC X(2).
       01 ws-chg-status PIC X(2).
       01 ws-ctl-status PIC X(2).
       01 ws-log-status PIC X(2).
       01 ws-bd-status PIC X(2).
       01 WEditLine.
           02 WESeq PIC 9(5).
      *> with an edit report in the style of cust_batch's
      *> maintedit.rpt. Items that do not match go to suspense.txt
      *> for the work queue, so no incoming money is re-keyed at a
      *> screen or silently dropped. lockbox.ctl remembers every
      *> file run, so the same file sent twice is refused unless a
      *> supervisor says otherwise, and a run that stopped partway
      *> picks up after the last item it handled.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" LOCKBOX PAYMENT POSTING "Dec.
           IF ws-lb-status = "35"
               DISPLAY "No lockbox.txt on file - nothing to post"
           ELSE
               PERFORM identifyFile
               PERFORM loadControl
      *> More files than the table holds: the rewrite would
      *> silently destroy every entry past it, so the run refuses
      *> whole and lockbox.ctl is left untouched.
               IF WS-CTL-OVER
                   DISPLAY "MORE THAN 1000 FILES ON lockbox.ctl - "
                       "RUN REFUSED, NOTHING CHANGED. Raise the "
                       "table first."
               ELSE
                   PERFORM decideRun
                   PERFORM runFile
               END-IF
               CLOSE LBFile
           END-IF.
       STOP RUN.

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
           MOVE WSupOperator TO LOperID
           MOVE WDenyFunc TO LFunc
           OPEN EXTEND LogFile
           IF ws-log-status = "35"
               OPEN OUTPUT LogFile
           END-IF
               WRITE LogRecord
               END-WRITE
           CLOSE LogFile.

      *> One pass to count and total the file and note its first
      *> and last LBRef, then back to the top for the posting pass.
       identifyFile.
           PERFORM identifyOneItem UNTIL WS-EOF
           CLOSE LBFile
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT LBFile.

       identifyOneItem.
           READ LBFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WFileItems
                   ADD LBAmount TO WFileTotal
                   IF WFileItems = 1
                       MOVE LBRef TO WFileFirst
                   END-IF
                   MOVE LBRef TO WFileLast
           END-READ.

      *> lockbox.ctl may not exist yet - status 35 just means no
      *> file has ever been run, and reading a file that failed to
      *> open never reaches AT END, so the loop must be skipped
      *> outright. The latest entry for the same file is the one
      *> that counts.
       loadControl.
           OPEN INPUT CtlFile
           IF ws-ctl-status NOT = "35"
               PERFORM loadOneControl UNTIL WS-CTL-EOF
               CLOSE CtlFile
           END-IF.

       loadOneControl.
           READ CtlFile
               AT END
                   SET WS-CTL-EOF TO TRUE
               NOT AT END
                   IF WLcUsed < 1000
                       ADD 1 TO WLcUsed
                       MOVE CtlRecord TO WLcEntry(WLcUsed)
                       IF LcItems = WFileItems
                               AND LcTotal = WFileTotal
                               AND LcFirstRef = WFileFirst
                               AND LcLastRef = WFileLast
                           MOVE WLcUsed TO WLcMatch
                       END-IF
                   ELSE
                       SET WS-CTL-OVER TO TRUE
                   END-IF
           END-READ.

      *> A file never seen is a new run. One seen but not finished
      *> restarts after its last item. One already posted in full
      *> is refused - posting it again would post every payment
      *> twice - unless a supervisor signs on here and says the
      *> clearing house really did send the same items again.
       decideRun.
           EVALUATE TRUE
               WHEN WLcMatch = 0
                   SET WRunNew TO TRUE
                   PERFORM addControlEntry
               WHEN OTHER
                   MOVE WLcEntry(WLcMatch) TO CtlRecord
                   IF LcInProgress
                       SET WRunRestart TO TRUE
                       MOVE WLcMatch TO WLcHit
                       MOVE LcLastItem TO WResumeAfter
                   ELSE
                       MOVE LcRunDate TO WPostedDate
                       PERFORM askOverride
                   END-IF
           END-EVALUATE.

       askOverride.
           SET WRunRefused TO TRUE
           DISPLAY "This file was already posted on "WPostedDate
           DISPLAY "Post it again on supervisor override (Y/N): "
               WITH NO ADVANCING
           ACCEPT WConfirm
           IF WConfirm = "Y" OR WConfirm = "y"
               DISPLAY "Supervisor secret code: "WITH NO ADVANCING
               ACCEPT WSupKey
               CALL "oper_signon" USING WSupKey WSupOperator
                   WSupRole WS-SUP-OK-SW
               EVALUATE TRUE
                   WHEN NOT WS-SUP-OK
                       DISPLAY "Code not authorized - override "
                           "refused"
                   WHEN WSupRole NOT = "S"
                       DISPLAY "Override needs a supervisor "
                           "sign-on - refused"
                       MOVE "LBOVERRD" TO WDenyFunc
                       PERFORM logDenied
                   WHEN OTHER
                       SET WRunOverride TO TRUE
                       PERFORM addControlEntry
               END-EVALUATE
           END-IF.

      *> A new entry goes on the end of the table, in progress with
      *> nothing handled yet, and is written out before the first
      *> item posts - a run that dies on item one still restarts.
       addControlEntry.
           IF WLcUsed < 1000
               ADD 1 TO WLcUsed
               MOVE WLcUsed TO WLcHit
               MOVE SPACE TO Lcspc1 Lcspc2 Lcspc3 Lcspc4 Lcspc5
                   Lcspc6 Lcspc7 Lcspc8
               MOVE WFileItems TO LcItems
               MOVE WFileTotal TO LcTotal
               MOVE WFileFirst TO LcFirstRef
               MOVE WFileLast TO LcLastRef
               SET LcInProgress TO TRUE
               MOVE 0 TO LcLastItem
               MOVE WToday TO LcRunDate
               MOVE ws-matched-operator TO LcOperID
               MOVE WSupOperator TO LcOverBy
               MOVE CtlRecord TO WLcEntry(WLcHit)
               PERFORM rewriteControl
           ELSE
               SET WRunRefused TO TRUE
               DISPLAY "lockbox.ctl is full - Raise the table "
                   "first. Nothing posted."
           END-IF.

       rewriteControl.
           OPEN OUTPUT CtlFile
           PERFORM rewriteOneControl
               VARYING WLcSub FROM 1 BY 1 UNTIL WLcSub > WLcUsed
           CLOSE CtlFile.

       rewriteOneControl.
           MOVE WLcEntry(WLcSub) TO CtlRecord
           WRITE CtlRecord.

      *> The edit report opens by saying what kind of run this was,
      *> and with the file's identity, before any item line.
       runFile.
           OPEN OUTPUT RFile
           MOVE SPACES TO RLine
           EVALUATE TRUE
               WHEN WRunNew
                   STRING "LOCKBOX RUN " WToday "  NEW RUN"
                       DELIMITED BY SIZE INTO RLine
               WHEN WRunRestart
                   STRING "LOCKBOX RUN " WToday
                       "  RESTART AFTER ITEM " WResumeAfter
                       DELIMITED BY SIZE INTO RLine
               WHEN WRunOverride
                   STRING "LOCKBOX RUN " WToday
                       "  DUPLICATE POSTED ON OVERRIDE BY "
                       WSupOperator
                       DELIMITED BY SIZE INTO RLine
               WHEN WLcMatch = 0
                   STRING "LOCKBOX RUN " WToday
                       "  REFUSED - lockbox.ctl FULL"
                       DELIMITED BY SIZE INTO RLine
               WHEN OTHER
                   STRING "LOCKBOX RUN " WToday
                       "  REFUSED DUPLICATE - POSTED " WPostedDate
                       DELIMITED BY SIZE INTO RLine
           END-EVALUATE
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "FILE ITEMS " WFileItems "  TOTAL " WFileTotal
               "  REFS " WFileFirst " TO " WFileLast
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           IF WRunRefused
               MOVE "NOTHING POSTED" TO RLine
               WRITE RLine
               DISPLAY "Run refused - nothing posted"
           ELSE
               MOVE "SEQ   ID    AMOUNT     RESULT   REASON"
                   TO RLine
               WRITE RLine
               PERFORM postOneItem UNTIL WS-EOF
               MOVE WLcEntry(WLcHit) TO CtlRecord
               SET LcComplete TO TRUE
               MOVE CtlRecord TO WLcEntry(WLcHit)
               PERFORM rewriteControl
               MOVE SPACES TO RLine
               STRING "POSTED " WPostedCount
                   "  RECOVERIES " WRecovCount
                   "  SUSPENSE " WSuspCount
                   "  SKIPPED " WSkipCount
                   DELIMITED BY SIZE INTO RLine
               WRITE RLine
               DISPLAY "Items read ...............: "WItemCount
               DISPLAY "Already handled - skipped : "WSkipCount
               DISPLAY "Posted ...................: "WPostedCount
               DISPLAY "  of which recoveries ....: "WRecovCount
               DISPLAY "To suspense ..............: "WSuspCount
           END-IF
           CLOSE RFile
           DISPLAY "Edit report written to lockboxedit.rpt".

      *> Items a stopped run already handled are passed over - they
      *> are posted or in suspense already. Each item handled here
      *> is recorded on lockbox.ctl as soon as it is done.
       postOneItem.
           READ LBFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WItemCount
                   IF WItemCount NOT > WResumeAfter
                       ADD 1 TO WSkipCount
                   ELSE
                       PERFORM handleItem
                   END-IF
           END-READ.

       handleItem.
           PERFORM applyItem
           IF WS-POSTED
               ADD 1 TO WPostedCount
               MOVE SPACES TO WReason
               MOVE "POSTED" TO WEResult
               IF WPostType = "Y"
                   ADD 1 TO WRecovCount
                   MOVE "RECOVERY" TO WEResult
               END-IF
           ELSE
               ADD 1 TO WSuspCount
               MOVE "SUSPENSE" TO WEResult
               PERFORM writeSuspense
           END-IF
           PERFORM writeEditLine
           PERFORM markItemDone.

       markItemDone.
           MOVE WLcEntry(WLcHit) TO CtlRecord
           MOVE WItemCount TO LcLastItem
           MOVE CtlRecord TO WLcEntry(WLcHit)
           PERFORM rewriteControl.

      *> doPayment's rules exactly: the amount comes off Debt and
      *> the outstanding Loan, refused when it does not fit -
      *> unknown IDnum, a closed or frozen account, or an amount
      *> over the remaining Debt. Money for a loan already charged
      *> off is a recovery: it posts whole, leaves the zero Debt
      *> and the Loan alone, and goes on chgoff.txt for the
      *> monthly charge-off report.
       applyItem.
           MOVE "N" TO WS-POSTED-SW
           MOVE "P" TO WPostType
           MOVE "AP" TO WJrnlType
           OPEN I-O DFile
           IF ws-d-status = "35"
               MOVE "NO CUSTOMER MASTER" TO WReason
                               MOVE "ACCOUNT FROZEN" TO WReason
                           WHEN LBAmount NOT > 0
                               MOVE "ZERO AMOUNT" TO WReason
                           WHEN AcctChargedOff
                               MOVE "Y" TO WPostType
                               MOVE "RC" TO WJrnlType
                               MOVE Balance TO WBalance
                               SET WS-POSTED TO TRUE
                               PERFORM writeTransaction
                               PERFORM writeJournal
                               PERFORM writeRecovery
                           WHEN LBAmount > Debt
                               MOVE "AMOUNT OVER DEBT" TO WReason
                           WHEN OTHER
           MOVE WClockTime TO TTime
           MOVE LBIDnum TO TIDnum
           MOVE SPACE TO Tspc1 Tspc2 Tspc3 Tspc4 Tspc5 Tspc6
           MOVE WPostType TO TType
           MOVE LBAmount TO TAmount
           MOVE WBalance TO TBalance
           MOVE "L" TO TAcctType
           CLOSE SeqFile.

      *> The shared journal gets the posting too, typed "AP" like
      *> any other loan payment so the reports treat it the same -
      *> or "RC" when it is a recovery.
      *> journal.txt does not exist yet on a fresh install - EXTEND
      *> fails with status 35, so fall back to OPEN OUTPUT to
      *> create it.
           MOVE TDateAndTime TO JDateAndTime
           MOVE LBIDnum TO JIDnum
           MOVE SPACE TO Jspc1 Jspc2 Jspc3 Jspc4
           MOVE WJrnlType TO JType
           MOVE LBAmount TO JAmount
           MOVE WBalance TO JBalance
           PERFORM nextJournalSeq
               END-WRITE
           CLOSE JFile.

      *> chgoff.txt does not exist yet on a fresh install - EXTEND
      *> fails with status 35, so fall back to OPEN OUTPUT to
      *> create it.
       writeRecovery.
           MOVE LBIDnum TO CoIDnum
           MOVE SPACE TO Cospc1 Cospc2 Cospc3 Cospc4 Cospc5
           SET CoRecovery TO TRUE
           MOVE LBAmount TO CoAmount
           MOVE WToday TO CoDate
           MOVE BranchState TO CoBranch
           MOVE ws-matched-operator TO CoOperID
           OPEN EXTEND ChgFile
           IF ws-chg-status = "35"
               OPEN OUTPUT ChgFile
           END-IF
               WRITE ChgRecord
               END-WRITE
           CLOSE ChgFile.

       END PROGRAM lockbox_post.
