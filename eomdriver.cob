      *> flag sits last so control records written before the step
      *> existed still read - an old record leaves it spaces.
           02 SnapFlag PIC X(2).
           02 Rspc5 PIC X(1).
      *> Interest is credited first in the close, and its flag is
      *> appended after the snapshot's for the same reason. A
      *> period closed before the step existed has every other
      *> step OK and this one spaces - it stays closed and is never
      *> paid interest a second time.
           02 IntFlag PIC X(2).
      *> The credit-bureau extract, appended the same way. A period
      *> closed before the step existed was never reported and is
      *> not reported late by a rerun - spaces leave it closed.
           02 Rspc6 PIC X(1).
           02 BureauFlag PIC X(2).
       FD ParmFile.
       01 EomParm.
           COPY "eomparm.cpy".
           02 WArchFlag PIC X(2) VALUE SPACES.
           02 WBakFlag PIC X(2) VALUE SPACES.
           02 WSnapFlag PIC X(2) VALUE SPACES.
           02 WIntFlag PIC X(2) VALUE SPACES.
           02 WBureauFlag PIC X(2) VALUE SPACES.
      *> Every period ever closed or started stays on eomrun.ckpt -
      *> that is what makes "already closed" hold for last quarter,
      *> not just the last month run. The whole file loads here and
               03 WCtlArch PIC X(2).
               03 WCtlBak PIC X(2).
               03 WCtlSnap PIC X(2).
               03 WCtlInt PIC X(2).
               03 WCtlBureau PIC X(2).
       01 WCtlUsed PIC 9(3) VALUE 0.
       01 WCtlSub PIC 9(3).
       01 WCtlHit PIC 9(3).
       01 WStepResult.
           02 WIntResult PIC X(25) VALUE SPACES.
           02 WStmtResult PIC X(25) VALUE SPACES.
           02 WSnapResult PIC X(25) VALUE SPACES.
           02 WArchResult PIC X(25) VALUE SPACES.
           02 WBakResult PIC X(25) VALUE SPACES.
           02 WBureauResult PIC X(25) VALUE SPACES.
       01 WS-SWITCHES.
           02 WS-HALT-SW PIC X(1) VALUE "N".
               88 WS-HALT VALUE "Y".
                       "month end refused"
               WHEN OTHER
                   PERFORM writeParm
                   PERFORM runInterestCredit
                   PERFORM runStatements
                   PERFORM runSnapshot
                   PERFORM runBureauExtract
                   PERFORM runArchival
                   PERFORM runBackup
                   PERFORM clearParm
               MOVE WCtlArch(WCtlHit) TO WArchFlag
               MOVE WCtlBak(WCtlHit) TO WBakFlag
               MOVE WCtlSnap(WCtlHit) TO WSnapFlag
               MOVE WCtlInt(WCtlHit) TO WIntFlag
               MOVE WCtlBureau(WCtlHit) TO WBureauFlag
               IF WStmtFlag = "OK" AND WArchFlag = "OK"
                       AND WBakFlag = "OK" AND WSnapFlag = "OK"
                       AND (WIntFlag = "OK" OR WIntFlag = SPACES)
                       AND (WBureauFlag = "OK"
                           OR WBureauFlag = SPACES)
                   SET WS-CLOSED TO TRUE
               END-IF
           END-IF.
                       MOVE ArchFlag TO WCtlArch(WCtlUsed)
                       MOVE BakFlag TO WCtlBak(WCtlUsed)
                       MOVE SnapFlag TO WCtlSnap(WCtlUsed)
                       MOVE IntFlag TO WCtlInt(WCtlUsed)
                       MOVE BureauFlag TO WCtlBureau(WCtlUsed)
                   ELSE
                       SET WS-CTL-OVER TO TRUE
                   END-IF
               MOVE WArchFlag TO WCtlArch(WCtlHit)
               MOVE WBakFlag TO WCtlBak(WCtlHit)
               MOVE WSnapFlag TO WCtlSnap(WCtlHit)
               MOVE WIntFlag TO WCtlInt(WCtlHit)
               MOVE WBureauFlag TO WCtlBureau(WCtlHit)
               OPEN OUTPUT RunCtlFile
               PERFORM writeOneRunCtl
                   VARYING WCtlSub FROM 1 BY 1

       writeOneRunCtl.
           MOVE WCtlPeriod(WCtlSub) TO RunPeriod
           MOVE SPACE TO Rspc1 Rspc2 Rspc3 Rspc4 Rspc5 Rspc6
           MOVE WCtlStmt(WCtlSub) TO StmtFlag
           MOVE WCtlArch(WCtlSub) TO ArchFlag
           MOVE WCtlBak(WCtlSub) TO BakFlag
           MOVE WCtlSnap(WCtlSub) TO SnapFlag
           MOVE WCtlInt(WCtlSub) TO IntFlag
           MOVE WCtlBureau(WCtlSub) TO BureauFlag
           WRITE RunCtl.

      *> The parameters the steps read instead of prompting - in
               WRITE EomParm
           CLOSE ParmFile.

      *> The month's deposit interest is paid before anything
      *> reads the closing position, so the statements, the
      *> snapshot and the backup all carry it - int_credit reads
      *> the period off eomparm.tmp and dates the payment the
      *> period's last day, so a close run after the month has
      *> turned still pays into the month it closes. Paying twice
      *> for one period is the failure this flag exists to stop -
      *> an "OK" skips the step outright.
       runInterestCredit.
           IF WIntFlag = "OK"
               MOVE "SKIPPED - ALREADY RUN" TO WIntResult
           ELSE
               CALL "int_credit"
                   ON EXCEPTION
                       MOVE "FAILED" TO WIntResult
                       SET WS-HALT TO TRUE
                   NOT ON EXCEPTION
                       MOVE "OK" TO WIntFlag
                       MOVE "OK" TO WIntResult
                       PERFORM writeRunCtl
               END-CALL
           END-IF.

      *> Statements run next, while the closing month's activity
      *> is still in the live ledgers alongside the older archives.
       runStatements.
           EVALUATE TRUE
               WHEN WS-HALT
                   MOVE "NOT RUN - PRIOR FAILURE" TO WStmtResult
               WHEN WStmtFlag = "OK"
                   MOVE "SKIPPED - ALREADY RUN" TO WStmtResult
               WHEN OTHER
                   CALL "stmt_gen"
                       ON EXCEPTION
                           MOVE "FAILED" TO WStmtResult
                           SET WS-HALT TO TRUE
                       NOT ON EXCEPTION
                           MOVE "OK" TO WStmtFlag
                           MOVE "OK" TO WStmtResult
                           PERFORM writeRunCtl
                   END-CALL
           END-EVALUATE.

      *> The snapshot runs while the closing month's activity is
      *> still live, before the archival moves anything - the next
      *> close and every statement run open from what it writes.
                   END-CALL
           END-EVALUATE.

      *> The bureau extract reports the balances the snapshot just
      *> closed at, so it runs straight after it. The bureaus are
      *> sent one file a month - an "OK" skips the step outright.
       runBureauExtract.
           EVALUATE TRUE
               WHEN WS-HALT
                   MOVE "NOT RUN - PRIOR FAILURE" TO WBureauResult
               WHEN WBureauFlag = "OK"
                   MOVE "SKIPPED - ALREADY RUN" TO WBureauResult
               WHEN OTHER
                   CALL "bureau_extract"
                       ON EXCEPTION
                           MOVE "FAILED" TO WBureauResult
                           SET WS-HALT TO TRUE
                       NOT ON EXCEPTION
                           MOVE "OK" TO WBureauFlag
                           MOVE "OK" TO WBureauResult
                           PERFORM writeRunCtl
                   END-CALL
           END-EVALUATE.

      *> The ledgers must never split twice for one period with
      *> different cutoffs - an "OK" flag skips the step outright.
       runArchival.
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           DISPLAY "MONTH END RUN PERIOD "WPeriod
           MOVE "INT_CREDIT" TO WSName
           MOVE WIntResult TO WSResult
           PERFORM printOneStatus
           MOVE "STMT_GEN" TO WSName
           MOVE WStmtResult TO WSResult
           PERFORM printOneStatus
           MOVE "POS_SNAP" TO WSName
           MOVE WSnapResult TO WSResult
           PERFORM printOneStatus
           MOVE "BUREAU_EXTRACT" TO WSName
           MOVE WBureauResult TO WSResult
           PERFORM printOneStatus
           MOVE "LEDGER_ARCH" TO WSName
           MOVE WArchResult TO WSResult
           PERFORM printOneStatus
