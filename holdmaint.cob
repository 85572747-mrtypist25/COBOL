       IDENTIFICATION DIVISION.
       PROGRAM-ID. hold_maint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HoldFile ASSIGN TO "holds.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-hold-status.
       SELECT DFile ASSIGN TO "customers.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDnum
           FILE STATUS IS ws-d-status.
       SELECT AcctFile ASSIGN TO "accounts.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS AcctKey
           FILE STATUS IS ws-acct-status.
       SELECT LogFile ASSIGN TO "keypass.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-log-status.
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       DATA DIVISION.
       FILE SECTION.
       FD HoldFile.
       01 HoldRecord.
           COPY "holdrec.cpy".
       FD DFile.
       01 Customer.
           COPY "custrec.cpy".
       FD AcctFile.
       01 AcctRecord.
           COPY "acctrec.cpy".
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
       WORKING-STORAGE SECTION.
       01 WBankStamp.
           02 WBankDate PIC 9(8).
           02 WBankTime PIC 9(6).
      *> The whole hold file loads into this table so a release can
      *> rewrite the one record it changes - the apprv_queue shape.
      *> Released and expired holds stay on file as history, so
      *> the table is sized for years of them.
       01 WHdTable.
           02 WHdEntry OCCURS 1000.
               03 WHdHoldNum PIC 9(6).
               03 WHdIDnum PIC 9(5).
               03 WHdAcType PIC X(1).
               03 WHdAmount PIC 9(7)V99.
               03 WHdReason PIC X(1).
               03 WHdPlaced PIC 9(8).
               03 WHdRelease PIC 9(8).
               03 WHdStatus PIC X(1).
               03 WHdStatDate PIC 9(8).
               03 WHdPlacedBy PIC 9(4).
               03 WHdClosedBy PIC 9(4).
               03 WHdNote PIC X(20).
       01 WHdUsed PIC 9(4) VALUE 0.
       01 WHdSub PIC 9(4).
       01 WHdHit PIC 9(4).
       01 WHdHigh PIC 9(6) VALUE 0.
       01 WHold.
           02 WHoldNum PIC 9(6).
           02 WIDnum PIC 9(5).
           02 WAcType PIC X(1).
           02 WAmount PIC 9(7)V99.
           02 WReason PIC X(1).
           02 WRelease PIC 9(8).
           02 WNote PIC X(20).
      *> The customer's status as read - kept here because the
      *> record area cannot be trusted once customers.dat closes.
       01 WCustStatus PIC X(1).
           88 WCustClosed VALUE "C".
       01 WCustStatDate PIC 9(8).
       01 WChoice PIC X(1).
       01 WListCount PIC 9(4).
       01 secretKey PIC 9(4).
       01 ws-matched-operator PIC 9(4) VALUE 0.
       01 ws-matched-role PIC X(1) VALUE SPACE.
       01 WDenyFunc PIC X(8).
       01 WS-SWITCHES.
           02 WS-EOF-SW PIC X(1) VALUE "N".
               88 WS-EOF VALUE "Y".
           02 WS-KEY-OK-SW PIC X(1) VALUE "N".
               88 WS-KEY-OK VALUE "Y".
           02 WS-OVERFLOW-SW PIC X(1) VALUE "N".
               88 WS-OVERFLOW VALUE "Y".
           02 WS-FOUND-SW PIC X(1) VALUE "N".
               88 WS-FOUND VALUE "Y".
           02 WS-ACCT-FOUND-SW PIC X(1) VALUE "N".
               88 WS-ACCT-FOUND VALUE "Y".
       01 ws-hold-status PIC X(2).
       01 ws-d-status PIC X(2).
       01 ws-acct-status PIC X(2).
       01 ws-log-status PIC X(2).
       01 ws-bd-status PIC X(2).
       01 Dec PIC X(25).

      *> Funds holds. P)lace puts a hold of an amount on one of a
      *> customer's accounts - the loan line, checking or savings -
      *> for a deposit not yet cleared, a garnishment, another legal
      *> order or some other reason, optionally with the bank date
      *> it comes off by itself. R)elease takes one off early, and
      *> L)ist shows a customer's holds. atm_program and
      *> bank_account subtract the active holds from what may be
      *> drawn; hold_report expires them and lists the day's
      *> changes. Any operator may place a hold, but lifting a
      *> garnishment or legal order early is a supervisor's call -
      *> a teller's attempt logs to keypass.log like any other
      *> authority denial.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" FUNDS HOLDS "Dec.
           DISPLAY "Operator secret code: "WITH NO ADVANCING
           ACCEPT secretKey
           PERFORM lookupOperator
           IF NOT WS-KEY-OK
               DISPLAY "Code not authorized - hold maintenance "
                   "refused"
           ELSE
               PERFORM readBankDate
               PERFORM loadHolds
      *> More holds than the table holds: the rewrite after a
      *> change would silently destroy everything past the
      *> thousandth, so the run refuses whole and holds.txt is left
      *> untouched.
               IF WS-OVERFLOW
                   DISPLAY "MORE THAN 1000 HOLDS ON holds.txt"
                       " - REFUSED, NOTHING CHANGED. Raise the "
                       "table first."
               ELSE
                   PERFORM workHolds
               END-IF
           END-IF.
       STOP RUN.

       workHolds.
           DISPLAY "P)lace hold  R)elease hold  L)ist holds: "
               WITH NO ADVANCING
           ACCEPT WChoice
           EVALUATE WChoice
               WHEN "P"
               WHEN "p"
                   PERFORM placeHold
               WHEN "R"
               WHEN "r"
                   PERFORM releaseHold
               WHEN "L"
               WHEN "l"
                   PERFORM listHolds
               WHEN OTHER
                   DISPLAY "Not a valid choice"
           END-EVALUATE.

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

      *> holds.txt may not exist yet - status 35 just means no hold
      *> has ever been placed, and reading a file that failed to
      *> open never reaches AT END, so the loop must be skipped
      *> outright. The highest number on file is kept so a new
      *> hold takes the next one.
       loadHolds.
           OPEN INPUT HoldFile
           IF ws-hold-status NOT = "35"
               PERFORM loadOneHold UNTIL WS-EOF
               CLOSE HoldFile
           END-IF.

       loadOneHold.
           READ HoldFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF HdHoldNum > WHdHigh
                       MOVE HdHoldNum TO WHdHigh
                   END-IF
                   IF WHdUsed < 1000
                       ADD 1 TO WHdUsed
                       MOVE HdHoldNum TO WHdHoldNum(WHdUsed)
                       MOVE HdIDnum TO WHdIDnum(WHdUsed)
                       MOVE HdAcType TO WHdAcType(WHdUsed)
                       MOVE HdAmount TO WHdAmount(WHdUsed)
                       MOVE HdReason TO WHdReason(WHdUsed)
                       MOVE HdPlaced TO WHdPlaced(WHdUsed)
                       MOVE HdRelease TO WHdRelease(WHdUsed)
                       MOVE HdStatus TO WHdStatus(WHdUsed)
                       MOVE HdStatDate TO WHdStatDate(WHdUsed)
                       MOVE HdPlacedBy TO WHdPlacedBy(WHdUsed)
                       MOVE HdClosedBy TO WHdClosedBy(WHdUsed)
                       MOVE HdNote TO WHdNote(WHdUsed)
                   ELSE
                       SET WS-OVERFLOW TO TRUE
                   END-IF
           END-READ.

      *> The hold goes on a customer still on the master and, for
      *> checking or savings, on an account actually on
      *> accounts.dat. A closed customer takes no hold - nothing
      *> is left to draw. A release date, when given, must be
      *> after the bank date or the hold would never count at all.
       placeHold.
           DISPLAY "Customer ID number: "WITH NO ADVANCING
           ACCEPT WIDnum
           DISPLAY "Account - L)oan  C)hecking  S)avings: "
               WITH NO ADVANCING
           ACCEPT WAcType
           EVALUATE WAcType
               WHEN "l"
                   MOVE "L" TO WAcType
               WHEN "c"
                   MOVE "C" TO WAcType
               WHEN "s"
                   MOVE "S" TO WAcType
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY "Amount to hold: "WITH NO ADVANCING
           ACCEPT WAmount
           DISPLAY "Reason - D)eposit  G)arnishment  L)egal  O)ther: "
               WITH NO ADVANCING
           ACCEPT WReason
           EVALUATE WReason
               WHEN "d"
                   MOVE "D" TO WReason
               WHEN "g"
                   MOVE "G" TO WReason
               WHEN "l"
                   MOVE "L" TO WReason
               WHEN "o"
                   MOVE "O" TO WReason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY "Release date (YYYYMMDD, 0 = until released): "
               WITH NO ADVANCING
           ACCEPT WRelease
           DISPLAY "Note: "WITH NO ADVANCING
           ACCEPT WNote
           PERFORM lookupCustomer
           PERFORM lookupAccount
           EVALUATE TRUE
               WHEN WAcType NOT = "L" AND WAcType NOT = "C"
                       AND WAcType NOT = "S"
                   DISPLAY "Not a valid account type"
               WHEN WReason NOT = "D" AND WReason NOT = "G"
                       AND WReason NOT = "L" AND WReason NOT = "O"
                   DISPLAY "Not a valid reason"
               WHEN WAmount = 0
                   DISPLAY "Amount must be more than zero"
               WHEN WRelease NOT = 0 AND WRelease NOT > WBankDate
                   DISPLAY "Release date must be after the bank "
                       "date "WBankDate
               WHEN NOT WS-FOUND
                   DISPLAY "No customer on file for ID "WIDnum
               WHEN WCustClosed
                   DISPLAY "Customer "WIDnum" was closed "
                       WCustStatDate" - no hold placed"
               WHEN WAcType NOT = "L" AND NOT WS-ACCT-FOUND
                   DISPLAY "No "WAcType" account on file for "WIDnum
               WHEN WHdUsed NOT < 1000
                   DISPLAY "holds.txt is full - Raise the table "
                       "first."
               WHEN OTHER
                   PERFORM storeHold
           END-EVALUATE.

       storeHold.
           ADD 1 TO WHdUsed
           ADD 1 TO WHdHigh
           MOVE WHdHigh TO WHdHoldNum(WHdUsed)
           MOVE WIDnum TO WHdIDnum(WHdUsed)
           MOVE WAcType TO WHdAcType(WHdUsed)
           MOVE WAmount TO WHdAmount(WHdUsed)
           MOVE WReason TO WHdReason(WHdUsed)
           MOVE WBankDate TO WHdPlaced(WHdUsed)
           MOVE WRelease TO WHdRelease(WHdUsed)
           MOVE "A" TO WHdStatus(WHdUsed)
           MOVE 0 TO WHdStatDate(WHdUsed) WHdClosedBy(WHdUsed)
           MOVE ws-matched-operator TO WHdPlacedBy(WHdUsed)
           MOVE WNote TO WHdNote(WHdUsed)
           PERFORM rewriteHolds
           DISPLAY "Hold "WHdHigh" placed on "WIDnum" "WAcType
               " for "WAmount.

      *> customers.dat does not exist yet on a fresh install -
      *> status 35 just means no customer found.
       lookupCustomer.
           MOVE "N" TO WS-FOUND-SW
           MOVE SPACE TO WCustStatus
           MOVE 0 TO WCustStatDate
           OPEN INPUT DFile
           IF ws-d-status NOT = "35"
               MOVE WIDnum TO IDnum
               READ DFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-FOUND TO TRUE
                       MOVE AcctStatus TO WCustStatus
                       MOVE StatusDate TO WCustStatDate
               END-READ
               CLOSE DFile
           END-IF.

      *> accounts.dat may not exist yet - status 35 just means no
      *> such account.
       lookupAccount.
           MOVE "N" TO WS-ACCT-FOUND-SW
           OPEN INPUT AcctFile
           IF ws-acct-status NOT = "35"
               MOVE WIDnum TO AcIDnum
               MOVE WAcType TO AcType
               READ AcctFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ACCT-FOUND TO TRUE
               END-READ
               CLOSE AcctFile
           END-IF.

      *> Only a hold still active can be released, and a
      *> garnishment or legal order only by a supervisor.
       releaseHold.
           DISPLAY "Hold number: "WITH NO ADVANCING
           ACCEPT WHoldNum
           MOVE 0 TO WHdHit
           PERFORM checkOneHold
               VARYING WHdSub FROM 1 BY 1
               UNTIL WHdSub > WHdUsed OR WHdHit > 0
           EVALUATE TRUE
               WHEN WHdHit = 0
                   DISPLAY "No hold "WHoldNum" on file"
               WHEN WHdStatus(WHdHit) NOT = "A"
                   DISPLAY "Hold "WHoldNum" is no longer active - "
                       "status "WHdStatus(WHdHit)
               WHEN (WHdReason(WHdHit) = "G"
                       OR WHdReason(WHdHit) = "L")
                       AND ws-matched-role NOT = "S"
                   DISPLAY "Garnishment and legal holds need a "
                       "supervisor to release - refused"
                   MOVE "HOLDREL" TO WDenyFunc
                   PERFORM logDenied
               WHEN OTHER
                   MOVE "R" TO WHdStatus(WHdHit)
                   MOVE WBankDate TO WHdStatDate(WHdHit)
                   MOVE ws-matched-operator TO WHdClosedBy(WHdHit)
                   PERFORM rewriteHolds
                   DISPLAY "Hold "WHoldNum" released - "
                       WHdAmount(WHdHit)" available again on "
                       WHdIDnum(WHdHit)" "WHdAcType(WHdHit)
           END-EVALUATE.

       checkOneHold.
           IF WHdHoldNum(WHdSub) = WHoldNum
               MOVE WHdSub TO WHdHit
           END-IF.

       listHolds.
           DISPLAY "Customer ID number: "WITH NO ADVANCING
           ACCEPT WIDnum
           DISPLAY "HOLD#  ACCT AMOUNT     RSN PLACED   RELEASE  ST "
               "NOTE"
           MOVE 0 TO WListCount
           PERFORM listOneHold
               VARYING WHdSub FROM 1 BY 1
               UNTIL WHdSub > WHdUsed
           IF WListCount = 0
               DISPLAY "No holds on file for "WIDnum
           END-IF.

       listOneHold.
           IF WHdIDnum(WHdSub) = WIDnum
               ADD 1 TO WListCount
               DISPLAY WHdHoldNum(WHdSub)" "WHdAcType(WHdSub)"    "
                   WHdAmount(WHdSub)" "WHdReason(WHdSub)"   "
                   WHdPlaced(WHdSub)" "WHdRelease(WHdSub)" "
                   WHdStatus(WHdSub)"  "WHdNote(WHdSub)
           END-IF.

      *> The whole file is written back in the order it was read,
      *> with only the one hold placed or released changed.
       rewriteHolds.
           OPEN OUTPUT HoldFile
           PERFORM rewriteOneHold
               VARYING WHdSub FROM 1 BY 1
               UNTIL WHdSub > WHdUsed
           CLOSE HoldFile.

       rewriteOneHold.
           MOVE SPACES TO HoldRecord
           MOVE WHdHoldNum(WHdSub) TO HdHoldNum
           MOVE WHdIDnum(WHdSub) TO HdIDnum
           MOVE WHdAcType(WHdSub) TO HdAcType
           MOVE WHdAmount(WHdSub) TO HdAmount
           MOVE WHdReason(WHdSub) TO HdReason
           MOVE WHdPlaced(WHdSub) TO HdPlaced
           MOVE WHdRelease(WHdSub) TO HdRelease
           MOVE WHdStatus(WHdSub) TO HdStatus
           MOVE WHdStatDate(WHdSub) TO HdStatDate
           MOVE WHdPlacedBy(WHdSub) TO HdPlacedBy
           MOVE WHdClosedBy(WHdSub) TO HdClosedBy
           MOVE WHdNote(WHdSub) TO HdNote
           WRITE HoldRecord.

       END PROGRAM hold_maint.
