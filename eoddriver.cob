      *> flag sits last so control records written before the step
      *> existed still read - an old record leaves it spaces.
           02 SoFlag PIC X(2).
           02 Rspc5 PIC X(1).
      *> Deposit interest accrual, appended after the standing-order
      *> flag for the same reason.
           02 AccrFlag PIC X(2).
           02 Rspc6 PIC X(1).
      *> Large-cash compliance run, appended last the same way.
           02 CtrFlag PIC X(2).
           02 Rspc7 PIC X(1).
      *> General-ledger posting and trial balance, appended the same
      *> way.
           02 PostFlag PIC X(2).
           02 Rspc8 PIC X(1).
           02 TrialFlag PIC X(2).
      *> Funds-hold expiry and report, appended the same way.
           02 Rspc9 PIC X(1).
           02 HoldFlag PIC X(2).
      *> Idle-operator sweep, appended the same way.
           02 Rspc10 PIC X(1).
           02 IdleFlag PIC X(2).
      *> Cross-file orphan check, appended the same way.
           02 Rspc11 PIC X(1).
           02 OrphFlag PIC X(2).
      *> Notice-letter printing, appended the same way.
           02 Rspc12 PIC X(1).
           02 NoticeFlag PIC X(2).
      *> ATM dispute aging, appended the same way.
           02 Rspc13 PIC X(1).
           02 DispFlag PIC X(2).
       FD RFile.
       01 RLine PIC X(80).
       FD BankDateFile.
           02 WGlFlag PIC X(2) VALUE SPACES.
           02 WBranchFlag PIC X(2) VALUE SPACES.
           02 WSoFlag PIC X(2) VALUE SPACES.
           02 WAccrFlag PIC X(2) VALUE SPACES.
           02 WCtrFlag PIC X(2) VALUE SPACES.
           02 WPostFlag PIC X(2) VALUE SPACES.
           02 WTrialFlag PIC X(2) VALUE SPACES.
           02 WHoldFlag PIC X(2) VALUE SPACES.
           02 WIdleFlag PIC X(2) VALUE SPACES.
           02 WOrphFlag PIC X(2) VALUE SPACES.
           02 WNoticeFlag PIC X(2) VALUE SPACES.
           02 WDispFlag PIC X(2) VALUE SPACES.
       01 WStepResult.
           02 WOrphResult PIC X(25) VALUE SPACES.
           02 WSoResult PIC X(25) VALUE SPACES.
           02 WAccrResult PIC X(25) VALUE SPACES.
           02 WCtrResult PIC X(25) VALUE SPACES.
           02 WEodResult PIC X(25) VALUE SPACES.
           02 WGlResult PIC X(25) VALUE SPACES.
           02 WBranchResult PIC X(25) VALUE SPACES.
           02 WPostResult PIC X(25) VALUE SPACES.
           02 WTrialResult PIC X(25) VALUE SPACES.
           02 WHoldResult PIC X(25) VALUE SPACES.
           02 WIdleResult PIC X(25) VALUE SPACES.
           02 WNoticeResult PIC X(25) VALUE SPACES.
           02 WDispResult PIC X(25) VALUE SPACES.
      *> How many severe exceptions orphan_check found.
       01 WOrphSevere PIC 9(5) VALUE 0.
       01 WS-SWITCHES.
           02 WS-HALT-SW PIC X(1) VALUE "N".
               88 WS-HALT VALUE "Y".
           PERFORM readBankDate.

           PERFORM readRunCtl.
           PERFORM runOrphanCheck.
           PERFORM runStandingOrders.
           PERFORM runInterestAccrual.
           PERFORM runCashCtr.
           PERFORM runEodReport.
           PERFORM runGlExtract.
           PERFORM runGlPost.
           PERFORM runGlTrial.
           PERFORM runBranchReport.
           PERFORM runHoldReport.
           PERFORM runOperIdle.
           PERFORM runDispAging.
           PERFORM runNoticePrint.
           PERFORM printRunStatus.
       STOP RUN.

                           MOVE GlFlag TO WGlFlag
                           MOVE BranchFlag TO WBranchFlag
                           MOVE SoFlag TO WSoFlag
                           MOVE AccrFlag TO WAccrFlag
                           MOVE CtrFlag TO WCtrFlag
                           MOVE PostFlag TO WPostFlag
                           MOVE TrialFlag TO WTrialFlag
                           MOVE HoldFlag TO WHoldFlag
                           MOVE IdleFlag TO WIdleFlag
                           MOVE OrphFlag TO WOrphFlag
                           MOVE NoticeFlag TO WNoticeFlag
                           MOVE DispFlag TO WDispFlag
                       END-IF
               END-READ
               CLOSE RunCtlFile
      *> crash resumable.
       writeRunCtl.
           MOVE WToday TO RunDate
           MOVE SPACE TO Rspc1 Rspc2 Rspc3 Rspc4 Rspc5 Rspc6
               Rspc7 Rspc8 Rspc9 Rspc10 Rspc11 Rspc12 Rspc13
           MOVE WEodFlag TO EodFlag
           MOVE WGlFlag TO GlFlag
           MOVE WBranchFlag TO BranchFlag
           MOVE WSoFlag TO SoFlag
           MOVE WAccrFlag TO AccrFlag
           MOVE WCtrFlag TO CtrFlag
           MOVE WPostFlag TO PostFlag
           MOVE WTrialFlag TO TrialFlag
           MOVE WHoldFlag TO HoldFlag
           MOVE WIdleFlag TO IdleFlag
           MOVE WOrphFlag TO OrphFlag
           MOVE WNoticeFlag TO NoticeFlag
           MOVE WDispFlag TO DispFlag
           OPEN OUTPUT RunCtlFile
               WRITE RunCtl
           CLOSE RunCtlFile.

      *> The satellite files are checked against the master before
      *> anything posts. A severe exception - money on an account
      *> with no customer, a daily total the ATM limit cannot
      *> trust - stops the evening before it builds on bad data;
      *> the flag stays unset, so once the morning has fixed
      *> orphcheck.rpt's list a rerun checks again and carries on.
      *> Warnings are on the report and do not stop anything.
       runOrphanCheck.
           IF WOrphFlag = "OK"
               MOVE "SKIPPED - ALREADY RUN" TO WOrphResult
           ELSE
               MOVE 0 TO WOrphSevere
               CALL "orphan_check" USING WOrphSevere
                   ON EXCEPTION
                       MOVE "FAILED" TO WOrphResult
                       SET WS-HALT TO TRUE
                   NOT ON EXCEPTION
                       IF WOrphSevere > 0
                           MOVE "STOPPED - SEVERE FOUND" TO WOrphResult
                           SET WS-HALT TO TRUE
                       ELSE
                           MOVE "OK" TO WOrphFlag
                           MOVE "OK" TO WOrphResult
                           PERFORM writeRunCtl
                       END-IF
               END-CALL
           END-IF.

      *> Standing orders post first - the day's automatic payments
      *> belong on the master before anything totals or extracts
      *> it. A rerun must never post the same orders twice, so an
      *> "OK" flag for today skips the step outright.
       runStandingOrders.
           EVALUATE TRUE
               WHEN WS-HALT
                   MOVE "NOT RUN - PRIOR FAILURE" TO WSoResult
               WHEN WSoFlag = "OK"
                   MOVE "SKIPPED - ALREADY RUN" TO WSoResult
               WHEN OTHER
                   CALL "so_post"
                       ON EXCEPTION
                           MOVE "FAILED" TO WSoResult
                           SET WS-HALT TO TRUE
                       NOT ON EXCEPTION
                           MOVE "OK" TO WSoFlag
                           MOVE "OK" TO WSoResult
                           PERFORM writeRunCtl
                   END-CALL
           END-EVALUATE.

      *> Interest accrues on the balances the day's postings left,
      *> standing orders included. int_accrue stamps each account
      *> with the bank date it accrued through and so cannot
      *> accrue one night twice on its own - the flag just spares
      *> a restart the pass over the file.
       runInterestAccrual.
           EVALUATE TRUE
               WHEN WS-HALT
                   MOVE "NOT RUN - PRIOR FAILURE" TO WAccrResult
               WHEN WAccrFlag = "OK"
                   MOVE "SKIPPED - ALREADY RUN" TO WAccrResult
               WHEN OTHER
                   CALL "int_accrue"
                       ON EXCEPTION
                           MOVE "FAILED" TO WAccrResult
                           SET WS-HALT TO TRUE
                       NOT ON EXCEPTION
                           MOVE "OK" TO WAccrFlag
                           MOVE "OK" TO WAccrResult
                           PERFORM writeRunCtl
                   END-CALL
           END-EVALUATE.

      *> The large-cash run reads the day's cash postings once they
      *> are all in. It only writes a report and the filing
      *> extract, but a restart still skips it so compliance is not
      *> handed the same day's extract twice.
       runCashCtr.
           EVALUATE TRUE
               WHEN WS-HALT
                   MOVE "NOT RUN - PRIOR FAILURE" TO WCtrResult
               WHEN WCtrFlag = "OK"
                   MOVE "SKIPPED - ALREADY RUN" TO WCtrResult
               WHEN OTHER
                   CALL "cash_ctr"
                       ON EXCEPTION
                           MOVE "FAILED" TO WCtrResult
                           SET WS-HALT TO TRUE
                       NOT ON EXCEPTION
                           MOVE "OK" TO WCtrFlag
                           MOVE "OK" TO WCtrResult
                           PERFORM writeRunCtl
                   END-CALL
           END-EVALUATE.

       runEodReport.
           EVALUATE TRUE
               WHEN WS-HALT
                   END-CALL
           END-EVALUATE.

      *> The ledger posts once the day's journal is complete.
      *> gl_post keeps its own record of dates posted and refuses a
      *> second post of one day by itself - the flag just spares a
      *> restart the refusal.
       runGlPost.
           EVALUATE TRUE
               WHEN WS-HALT
                   MOVE "NOT RUN - PRIOR FAILURE" TO WPostResult
               WHEN WPostFlag = "OK"
                   MOVE "SKIPPED - ALREADY RUN" TO WPostResult
               WHEN OTHER
                   CALL "gl_post"
                       ON EXCEPTION
                           MOVE "FAILED" TO WPostResult
                           SET WS-HALT TO TRUE
                       NOT ON EXCEPTION
                           MOVE "OK" TO WPostFlag
                           MOVE "OK" TO WPostResult
                           PERFORM writeRunCtl
                   END-CALL
           END-EVALUATE.

      *> The trial balance proves the ledger gl_post just carried
      *> forward. An out-of-balance control account is on the
      *> report for operations to chase - it does not stop the
      *> evening.
       runGlTrial.
           EVALUATE TRUE
               WHEN WS-HALT
                   MOVE "NOT RUN - PRIOR FAILURE" TO WTrialResult
               WHEN WTrialFlag = "OK"
                   MOVE "SKIPPED - ALREADY RUN" TO WTrialResult
               WHEN OTHER
                   CALL "gl_trial"
                       ON EXCEPTION
                           MOVE "FAILED" TO WTrialResult
                           SET WS-HALT TO TRUE
                       NOT ON EXCEPTION
                           MOVE "OK" TO WTrialFlag
                           MOVE "OK" TO WTrialResult
                           PERFORM writeRunCtl
                   END-CALL
           END-EVALUATE.

       runBranchReport.
           EVALUATE TRUE
               WHEN WS-HALT
                   END-CALL
           END-EVALUATE.

      *> Holds whose release date has come are expired on the bank
      *> date they end, and the day's placed, released and
      *> expiring holds are listed for the morning. The readers
      *> already stop counting a hold past its release date, so a
      *> missed evening costs only the report.
       runHoldReport.
           EVALUATE TRUE
               WHEN WS-HALT
                   MOVE "NOT RUN - PRIOR FAILURE" TO WHoldResult
               WHEN WHoldFlag = "OK"
                   MOVE "SKIPPED - ALREADY RUN" TO WHoldResult
               WHEN OTHER
                   CALL "hold_report"
                       ON EXCEPTION
                           MOVE "FAILED" TO WHoldResult
                           SET WS-HALT TO TRUE
                       NOT ON EXCEPTION
                           MOVE "OK" TO WHoldFlag
                           MOVE "OK" TO WHoldResult
                           PERFORM writeRunCtl
                   END-CALL
           END-EVALUATE.

      *> Operators who have gone ninety days without a sign-on are
      *> disabled overnight. It touches nothing but operators.txt,
      *> and oper_signon refuses an idle operator by itself, so the
      *> flag only spares a restart the second pass.
       runOperIdle.
           EVALUATE TRUE
               WHEN WS-HALT
                   MOVE "NOT RUN - PRIOR FAILURE" TO WIdleResult
               WHEN WIdleFlag = "OK"
                   MOVE "SKIPPED - ALREADY RUN" TO WIdleResult
               WHEN OTHER
                   CALL "oper_idle"
                       ON EXCEPTION
                           MOVE "FAILED" TO WIdleResult
                           SET WS-HALT TO TRUE
                       NOT ON EXCEPTION
                           MOVE "OK" TO WIdleFlag
                           MOVE "OK" TO WIdleResult
                           PERFORM writeRunCtl
                   END-CALL
           END-EVALUATE.

      *> Open ATM dispute cases past their deadline, by terminal.
      *> disp_aging only reads disputes.txt, so a rerun just
      *> prints the list again - the flag spares the second pass.
       runDispAging.
           EVALUATE TRUE
               WHEN WS-HALT
                   MOVE "NOT RUN - PRIOR FAILURE" TO WDispResult
               WHEN WDispFlag = "OK"
                   MOVE "SKIPPED - ALREADY RUN" TO WDispResult
               WHEN OTHER
                   CALL "disp_aging"
                       ON EXCEPTION
                           MOVE "FAILED" TO WDispResult
                           SET WS-HALT TO TRUE
                       NOT ON EXCEPTION
                           MOVE "OK" TO WDispFlag
                           MOVE "OK" TO WDispResult
                           PERFORM writeRunCtl
                   END-CALL
           END-EVALUATE.

      *> The day's notice requests are printed last, once every
      *> step that might queue one has run. notice_print skips a
      *> letter notice.log says was already sent, so a rerun
      *> cannot send one twice - the flag spares the second pass.
       runNoticePrint.
           EVALUATE TRUE
               WHEN WS-HALT
                   MOVE "NOT RUN - PRIOR FAILURE" TO WNoticeResult
               WHEN WNoticeFlag = "OK"
                   MOVE "SKIPPED - ALREADY RUN" TO WNoticeResult
               WHEN OTHER
                   CALL "notice_print"
                       ON EXCEPTION
                           MOVE "FAILED" TO WNoticeResult
                           SET WS-HALT TO TRUE
                       NOT ON EXCEPTION
                           MOVE "OK" TO WNoticeFlag
                           MOVE "OK" TO WNoticeResult
                           PERFORM writeRunCtl
                   END-CALL
           END-EVALUATE.

      *> One line per step, to the screen for whoever ran it and to
      *> eodrun.rpt for the morning shift.
       printRunStatus.
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           DISPLAY "END OF DAY RUN "WToday
           MOVE "ORPHAN_CHECK" TO WSName
           MOVE WOrphResult TO WSResult
           PERFORM printOneStatus
           MOVE "SO_POST" TO WSName
           MOVE WSoResult TO WSResult
           PERFORM printOneStatus
           MOVE "INT_ACCRUE" TO WSName
           MOVE WAccrResult TO WSResult
           PERFORM printOneStatus
           MOVE "CASH_CTR" TO WSName
           MOVE WCtrResult TO WSResult
           PERFORM printOneStatus
           MOVE "EOD_REPORT" TO WSName
           MOVE WEodResult TO WSResult
           PERFORM printOneStatus
           MOVE "GL_EXTRACT" TO WSName
           MOVE WGlResult TO WSResult
           PERFORM printOneStatus
           MOVE "GL_POST" TO WSName
           MOVE WPostResult TO WSResult
           PERFORM printOneStatus
           MOVE "GL_TRIAL" TO WSName
           MOVE WTrialResult TO WSResult
           PERFORM printOneStatus
           MOVE "BRANCH_REPORT" TO WSName
           MOVE WBranchResult TO WSResult
           PERFORM printOneStatus
           MOVE "HOLD_REPORT" TO WSName
           MOVE WHoldResult TO WSResult
           PERFORM printOneStatus
           MOVE "OPER_IDLE" TO WSName
           MOVE WIdleResult TO WSResult
           PERFORM printOneStatus
           MOVE "DISP_AGING" TO WSName
           MOVE WDispResult TO WSResult
           PERFORM printOneStatus
           MOVE "NOTICE_PRINT" TO WSName
           MOVE WNoticeResult TO WSResult
           PERFORM printOneStatus
           CLOSE RFile.

       printOneStatus.
