       IDENTIFICATION DIVISION.
       PROGRAM-ID. branch_rehome.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OrgFile ASSIGN TO "statenames.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-org-status.
       SELECT SortedFile ASSIGN TO "statenames2.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-sorted-status.
       SELECT DFile ASSIGN TO "customers.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS IDnum
           FILE STATUS IS ws-d-status.
       SELECT RateFile ASSIGN TO "ratetable.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-rate-status.
       SELECT AFile ASSIGN TO "custaudit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-a-status.
       SELECT NoticeFile ASSIGN TO "notices.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-nq-status.
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       SELECT LogFile ASSIGN TO "keypass.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-log-status.
       SELECT RFile ASSIGN TO "rehome.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *> adc.cob's branch record, both the collected file and its
      *> sorted copy - written back whole, so only the image is
      *> needed here.
       FD OrgFile.
       01 OrgData PIC X(58).
       FD SortedFile.
       01 SortedData PIC X(58).
       FD DFile.
       01 Customer.
           COPY "custrec.cpy".
       FD RateFile.
       01 RateRecord.
           COPY "raterec.cpy".
       FD AFile.
       01 AuditRecord.
           COPY "audrec.cpy".
       FD NoticeFile.
       01 NoticeRecord.
           COPY "notcrec.cpy".
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
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
       FD RFile.
       01 RLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WBankStamp.
           02 WBankDate PIC 9(8).
           02 WBankTime PIC 9(6).
       01 WClosingId PIC 9(5).
       01 WSuccessorId PIC 9(5).
      *> Both branch files load whole so the closing branch can be
      *> marked and the files written back in the order they were
      *> read.
       01 WBoTable.
           02 WBoEntry PIC X(58) OCCURS 1000.
       01 WBoUsed PIC 9(4) VALUE 0.
       01 WBsTable.
           02 WBsEntry PIC X(58) OCCURS 1000.
       01 WBsUsed PIC 9(4) VALUE 0.
       01 WBrSub PIC 9(4).
       01 WClosingHit PIC 9(4).
       01 WSuccessorHit PIC 9(4).
      *> One branch record taken out of a table to be looked at -
      *> the adc.cob layout.
       01 WBranch.
           02 WBrIdNum PIC 9(5).
           02 WBrSName PIC X(15).
           02 WBrCName PIC X(15).
           02 WBrOperID PIC 9(4).
           02 WBrRegionCode PIC X(5).
           02 WBrStatus PIC X(1).
               88 WBrClosed VALUE "C".
           02 WBrCloseDate PIC 9(8).
           02 WBrSuccessor PIC 9(5).
       01 WClosingBranch PIC X(58).
       01 WSuccessorBranch PIC X(58).
      *> The whole rate table loads up front - the rate_apply
      *> table, the same size.
       01 WRateTable.
           02 WRTEntry OCCURS 200.
               03 WRTState PIC 9(5).
               03 WRTRate PIC 9V9(4).
               03 WRTEffDate PIC 9(8).
       01 WRTUsed PIC 9(3) VALUE 0.
       01 WRTSub PIC 9(3).
       01 WPick.
           02 WPickRate PIC 9V9(4).
           02 WPickEff PIC 9(8).
           02 WDefRate PIC 9V9(4).
           02 WDefEff PIC 9(8).
       01 WOldRate PIC 9V9(4).
       01 WBeforeImage PIC X(191).
       01 WTotals.
           02 WReadCount PIC 9(5) VALUE 0.
           02 WMovedCount PIC 9(5) VALUE 0.
           02 WRepricedCount PIC 9(5) VALUE 0.
       01 secretKey PIC 9(4).
       01 ws-matched-operator PIC 9(4) VALUE 0.
       01 ws-matched-role PIC X(1) VALUE SPACE.
       01 WDenyFunc PIC X(8).
       01 WS-SWITCHES.
           02 WS-KEY-OK-SW PIC X(1) VALUE "N".
               88 WS-KEY-OK VALUE "Y".
           02 WS-EOF-SW PIC X(1) VALUE "N".
               88 WS-EOF VALUE "Y".
           02 WS-ORG-EOF-SW PIC X(1) VALUE "N".
               88 WS-ORG-EOF VALUE "Y".
           02 WS-SORTED-EOF-SW PIC X(1) VALUE "N".
               88 WS-SORTED-EOF VALUE "Y".
           02 WS-RATE-EOF-SW PIC X(1) VALUE "N".
               88 WS-RATE-EOF VALUE "Y".
           02 WS-OVERFLOW-SW PIC X(1) VALUE "N".
               88 WS-OVERFLOW VALUE "Y".
           02 WS-NO-SORTED-SW PIC X(1) VALUE "N".
               88 WS-NO-SORTED VALUE "Y".
           02 WS-SWEEP-SW PIC X(1) VALUE "N".
               88 WS-SWEEP VALUE "Y".
           02 WS-SUCC-CLOSED-SW PIC X(1) VALUE "N".
               88 WS-SUCC-CLOSED VALUE "Y".
       01 ws-org-status PIC X(2).
       01 ws-sorted-status PIC X(2).
       01 ws-d-status PIC X(2).
       01 ws-rate-status PIC X(2).
       01 ws-a-status PIC X(2).
       01 ws-nq-status PIC X(2).
       01 ws-bd-status PIC X(2).
       01 ws-log-status PIC X(2).
       01 WMoveLine.
           02 WMLIDnum PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WMLFName PIC X(15).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WMLLName PIC X(15).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WMLOldBranch PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WMLNewBranch PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WMLOldRate PIC 9.9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WMLNewRate PIC 9.9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WMLNote PIC X(14).
       01 Dec PIC X(25).

      *> Branch re-homing. When a branch on statenames.txt closes or
      *> merges, every customer whose BranchState still points at
      *> it is moved to the successor branch, each move audited on
      *> custaudit.log (action "B") and repriced off the
      *> successor's ratetable.txt row the way rate_apply would -
      *> a closed account keeps the rate it closed with. Only then
      *> is the branch marked closed on adc.cob's files, with the
      *> bank date and the successor; it is never deleted, so the
      *> history that names it still resolves. rehome.rpt lists
      *> every customer moved. A run that stops partway is simply
      *> run again: the branch is still open, and the customers
      *> already moved no longer point at it. A branch already
      *> closed may be run again to the same successor, to sweep
      *> up anyone keyed onto it since. Supervisor work - a
      *> teller's attempt logs to keypass.log.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" BRANCH RE-HOMING "Dec.
           DISPLAY "Operator secret code: "WITH NO ADVANCING
           ACCEPT secretKey
           PERFORM lookupOperator
           EVALUATE TRUE
               WHEN NOT WS-KEY-OK
                   DISPLAY "Code not authorized - re-homing refused"
               WHEN ws-matched-role NOT = "S"
                   DISPLAY "Re-homing needs a supervisor sign-on - "
                       "refused"
                   MOVE "REHOME" TO WDenyFunc
                   PERFORM logDenied
               WHEN OTHER
                   PERFORM readBankDate
                   DISPLAY "Closing branch id: "WITH NO ADVANCING
                   ACCEPT WClosingId
                   DISPLAY "Successor branch id: "WITH NO ADVANCING
                   ACCEPT WSuccessorId
                   PERFORM loadBranches
                   PERFORM checkBranches
           END-EVALUATE.
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
           MOVE ws-matched-operator TO LOperID
           MOVE WDenyFunc TO LFunc
           OPEN EXTEND LogFile
           IF ws-log-status = "35"
               OPEN OUTPUT LogFile
           END-IF
               WRITE LogRecord
               END-WRITE
           CLOSE LogFile.

      *> statenames.txt is where adc.cob collects every branch, so
      *> both branches must be found there. statenames2.txt is its
      *> sorted copy and may lag behind it or not exist yet - the
      *> closing branch is marked there only if it is on it. A
      *> file that fails to open (status 35) never reaches AT END,
      *> so its loop must be skipped outright.
       loadBranches.
           OPEN INPUT OrgFile
           IF ws-org-status NOT = "35"
               PERFORM loadOneOrg UNTIL WS-ORG-EOF
               CLOSE OrgFile
           END-IF
           OPEN INPUT SortedFile
           IF ws-sorted-status NOT = "35"
               PERFORM loadOneSorted UNTIL WS-SORTED-EOF
               CLOSE SortedFile
           ELSE
               SET WS-NO-SORTED TO TRUE
           END-IF
           MOVE 0 TO WClosingHit WSuccessorHit
           PERFORM findOneBranch
               VARYING WBrSub FROM 1 BY 1
               UNTIL WBrSub > WBoUsed.

       loadOneOrg.
           READ OrgFile
               AT END
                   SET WS-ORG-EOF TO TRUE
               NOT AT END
                   IF WBoUsed < 1000
                       ADD 1 TO WBoUsed
                       MOVE OrgData TO WBoEntry(WBoUsed)
                   ELSE
                       SET WS-OVERFLOW TO TRUE
                   END-IF
           END-READ.

       loadOneSorted.
           READ SortedFile
               AT END
                   SET WS-SORTED-EOF TO TRUE
               NOT AT END
                   IF WBsUsed < 1000
                       ADD 1 TO WBsUsed
                       MOVE SortedData TO WBsEntry(WBsUsed)
                   ELSE
                       SET WS-OVERFLOW TO TRUE
                   END-IF
           END-READ.

       findOneBranch.
           MOVE WBoEntry(WBrSub) TO WBranch
           IF WBrIdNum = WClosingId
               MOVE WBrSub TO WClosingHit
               MOVE WBranch TO WClosingBranch
           END-IF
           IF WBrIdNum = WSuccessorId
               MOVE WBrSub TO WSuccessorHit
               MOVE WBranch TO WSuccessorBranch
           END-IF.

      *> Everything is checked before the first customer moves. A
      *> successor that has itself closed would only need
      *> re-homing again, and a branch already closed to one
      *> successor is not quietly sent to another.
       checkBranches.
           IF WSuccessorHit > 0
               MOVE WSuccessorBranch TO WBranch
               IF WBrClosed
                   SET WS-SUCC-CLOSED TO TRUE
               END-IF
           END-IF
           MOVE WClosingBranch TO WBranch
           EVALUATE TRUE
               WHEN WS-OVERFLOW
                   DISPLAY "MORE THAN 1000 BRANCHES ON statenames.txt"
                       " - REFUSED, NOTHING CHANGED. Raise the "
                       "table first."
               WHEN WClosingId = WSuccessorId
                   DISPLAY "A branch cannot succeed itself - refused"
               WHEN WClosingHit = 0
                   DISPLAY "No branch "WClosingId" on statenames.txt"
               WHEN WSuccessorHit = 0
                   DISPLAY "No branch "WSuccessorId
                       " on statenames.txt"
               WHEN WS-SUCC-CLOSED
                   DISPLAY "Branch "WSuccessorId" is itself closed - "
                       "refused"
               WHEN WBrClosed AND WBrSuccessor NOT = WSuccessorId
                   DISPLAY "Branch "WClosingId" already closed "
                       WBrCloseDate" to "WBrSuccessor" - refused"
               WHEN OTHER
                   IF WBrClosed
                       SET WS-SWEEP TO TRUE
                   END-IF
                   PERFORM runRehoming
           END-EVALUATE.

       runRehoming.
           PERFORM loadRateTable
           OPEN OUTPUT RFile
           MOVE SPACES TO RLine
           STRING "BRANCH RE-HOMING " WBankDate "  BRANCH "
               WClosingId " TO " WSuccessorId
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           IF WS-SWEEP
               MOVE "BRANCH ALREADY CLOSED - SWEEP OF LATER CUSTOMERS"
                   TO RLine
               WRITE RLine
           END-IF
           MOVE SPACES TO RLine
           STRING "ID    FIRST NAME      LAST NAME       OLD   NEW   "
               "OLD RT NEW RT" DELIMITED BY SIZE INTO RLine
           WRITE RLine
      *> customers.dat may not exist yet - status 35 just means no
      *> one to move. Reading a file that failed to open never
      *> reaches AT END, so the loop must be skipped outright.
           OPEN I-O DFile
           IF ws-d-status NOT = "35"
               PERFORM rehomeOneCustomer UNTIL WS-EOF
               CLOSE DFile
           END-IF
           IF NOT WS-SWEEP
               PERFORM closeBranch
           END-IF
           MOVE SPACES TO RLine
           STRING "READ " WReadCount "  MOVED " WMovedCount
               "  REPRICED " WRepricedCount
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           CLOSE RFile
           DISPLAY "Customers read ...........: "WReadCount
           DISPLAY "Customers moved ..........: "WMovedCount
           DISPLAY "Rates changed ............: "WRepricedCount
           IF NOT WS-SWEEP
               DISPLAY "Branch "WClosingId" closed to "WSuccessorId
           END-IF
           DISPLAY "Moves written to rehome.rpt".

      *> ratetable.txt may not exist yet - status 35 just means no
      *> rates on file, and reading a file that failed to open
      *> never reaches AT END, so the loop must be skipped outright.
       loadRateTable.
           OPEN INPUT RateFile
           IF ws-rate-status NOT = "35"
               PERFORM loadOneRateRow UNTIL WS-RATE-EOF
               CLOSE RateFile
           END-IF.

       loadOneRateRow.
           READ RateFile
               AT END
                   SET WS-RATE-EOF TO TRUE
               NOT AT END
                   IF WRTUsed < 200
                       ADD 1 TO WRTUsed
                       MOVE RTState TO WRTState(WRTUsed)
                       MOVE RTRate TO WRTRate(WRTUsed)
                       MOVE RTEffDate TO WRTEffDate(WRTUsed)
                   END-IF
           END-READ.

      *> With no row for the successor and no default row either,
      *> the customer keeps the rate they had.
       rehomeOneCustomer.
           READ DFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WReadCount
                   IF BranchState = WClosingId
                       MOVE Customer TO WBeforeImage
                       MOVE InterestRate TO WOldRate
                       MOVE WSuccessorId TO BranchState
                       IF NOT AcctClosed
                           PERFORM pickTableRate
                           IF WPickRate > 0
                               MOVE WPickRate TO InterestRate
                           END-IF
                       END-IF
                       REWRITE Customer
                       ADD 1 TO WMovedCount
                       PERFORM writeAudit
                       PERFORM writeMoveLine
                       IF InterestRate NOT = WOldRate
                           ADD 1 TO WRepricedCount
                           PERFORM queueRateNotice
                       END-IF
                   END-IF
           END-READ.

      *> The successor's row in force as of the bank date: latest
      *> effective date not after it, an exact branch row beating
      *> the 00000 default - rate_apply's rule.
       pickTableRate.
           MOVE 0 TO WPickRate WPickEff WDefRate WDefEff
           PERFORM checkOneRateRow
               VARYING WRTSub FROM 1 BY 1
               UNTIL WRTSub > WRTUsed
           IF WPickRate = 0 AND WDefRate > 0
               MOVE WDefRate TO WPickRate
               MOVE WDefEff TO WPickEff
           END-IF.

       checkOneRateRow.
           IF WRTEffDate(WRTSub) NOT > WBankDate
               IF WRTState(WRTSub) = WSuccessorId
                       AND WRTEffDate(WRTSub) NOT < WPickEff
                   MOVE WRTRate(WRTSub) TO WPickRate
                   MOVE WRTEffDate(WRTSub) TO WPickEff
               END-IF
               IF WRTState(WRTSub) = 0
                       AND WRTEffDate(WRTSub) NOT < WDefEff
                   MOVE WRTRate(WRTSub) TO WDefRate
                   MOVE WRTEffDate(WRTSub) TO WDefEff
               END-IF
           END-IF.

      *> custaudit.log gets the before and after images, action
      *> "B". No log yet (status 35) - fall back to OPEN OUTPUT to
      *> create it.
       writeAudit.
           MOVE FUNCTION CURRENT-DATE TO ADateAndTime
           MOVE SPACE TO Aspc1 Aspc2 Aspc3 Aspc4
           MOVE ws-matched-operator TO AOperID
           MOVE "B" TO AAction
           MOVE WBeforeImage TO ABefore
           MOVE Customer TO AAfter
           OPEN EXTEND AFile
           IF ws-a-status = "35"
               OPEN OUTPUT AFile
           END-IF
               WRITE AuditRecord
               END-WRITE
           CLOSE AFile.

       writeMoveLine.
           MOVE IDnum TO WMLIDnum
           MOVE FName TO WMLFName
           MOVE LName TO WMLLName
           MOVE WClosingId TO WMLOldBranch
           MOVE BranchState TO WMLNewBranch
           MOVE WOldRate TO WMLOldRate
           MOVE InterestRate TO WMLNewRate
           IF AcctClosed
               MOVE "CLOSED ACCOUNT" TO WMLNote
           ELSE
               MOVE SPACES TO WMLNote
           END-IF
           MOVE WMoveLine TO RLine
           WRITE RLine.

      *> The customer is told of the new rate the way rate_apply
      *> tells them. The event is the move itself, dated by the
      *> bank date, so a rerun never sends the letter twice.
       queueRateNotice.
           MOVE IDnum TO NqIDnum
           SET NqRateChange TO TRUE
           MOVE "L" TO NqAcType
           MOVE WBankDate TO NqDate NqDueDate NqRefDate
           MOVE Debt TO NqAmount
           MOVE 0 TO NqAmount2
           MOVE WOldRate TO NqOldRate
           MOVE InterestRate TO NqNewRate
           MOVE SPACE TO Nqspc1 Nqspc2 Nqspc3 Nqspc4 Nqspc5 Nqspc6
               Nqspc7 Nqspc8 Nqspc9
      *> notices.txt does not exist until the first request -
      *> EXTEND fails with status 35, so fall back to OPEN OUTPUT
      *> to create it.
           OPEN EXTEND NoticeFile
           IF ws-nq-status = "35"
               OPEN OUTPUT NoticeFile
           END-IF
               WRITE NoticeRecord
               END-WRITE
           CLOSE NoticeFile.

      *> The closing branch is marked on both files and each is
      *> written back whole in the order it was read; every other
      *> branch is untouched.
       closeBranch.
           MOVE WClosingBranch TO WBranch
           MOVE "C" TO WBrStatus
           MOVE WBankDate TO WBrCloseDate
           MOVE WSuccessorId TO WBrSuccessor
           MOVE WBranch TO WClosingBranch
           MOVE WClosingBranch TO WBoEntry(WClosingHit)
           PERFORM markSortedBranch
               VARYING WBrSub FROM 1 BY 1
               UNTIL WBrSub > WBsUsed
           OPEN OUTPUT OrgFile
           PERFORM rewriteOneOrg
               VARYING WBrSub FROM 1 BY 1
               UNTIL WBrSub > WBoUsed
           CLOSE OrgFile
           IF NOT WS-NO-SORTED
               OPEN OUTPUT SortedFile
               PERFORM rewriteOneSorted
                   VARYING WBrSub FROM 1 BY 1
                   UNTIL WBrSub > WBsUsed
               CLOSE SortedFile
           END-IF.

       markSortedBranch.
           MOVE WBsEntry(WBrSub) TO WBranch
           IF WBrIdNum = WClosingId
               MOVE WClosingBranch TO WBsEntry(WBrSub)
           END-IF.

       rewriteOneOrg.
           MOVE WBoEntry(WBrSub) TO OrgData
           WRITE OrgData.

       rewriteOneSorted.
           MOVE WBsEntry(WBrSub) TO SortedData
           WRITE SortedData.

       END PROGRAM branch_rehome.
