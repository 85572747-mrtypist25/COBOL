       IDENTIFICATION DIVISION.
       PROGRAM-ID. oper_signon.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OperFile ASSIGN TO "operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-oper-status.
       SELECT LogFile ASSIGN TO "keypass.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-log-status.
       DATA DIVISION.
       FILE SECTION.
       FD OperFile.
       01 OperRecord.
           COPY "operrec.cpy".
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
       WORKING-STORAGE SECTION.
       01 WNowStamp.
           02 WNowDate PIC 9(8).
           02 WNowTime PIC 9(6).
      *> Code and idle policy. oper_sec and oper_idle carry the
      *> same figures and must be kept in step with these.
       01 WCodeDays PIC 9(3) VALUE 60.
       01 WWarnDays PIC 9(3) VALUE 7.
       01 WIdleDays PIC 9(3) VALUE 90.
      *> Every operator loads into this table so a sign-on can
      *> rewrite the one record it touches - the apprv_queue shape.
       01 WOpTable.
           02 WOpEntry OCCURS 500.
               03 WOpOperID PIC 9(4).
               03 WOpCode PIC 9(4).
               03 WOpRole PIC X(1).
               03 WOpStatus PIC X(1).
               03 WOpStatDate PIC 9(8).
               03 WOpCodeDate PIC 9(8).
               03 WOpLastOn PIC 9(8).
               03 WOpPrevCode PIC 9(4) OCCURS 4.
       01 WOpUsed PIC 9(4).
       01 WOpSub PIC 9(4).
       01 WOpHit PIC 9(4).
       01 WPrevSub PIC 9(1).
       01 WCodeAge PIC S9(7).
       01 WIdleAge PIC S9(7).
       01 WIdleFrom PIC 9(8).
       01 WDaysLeft PIC S9(7).
       01 WNewCode PIC 9(4).
       01 WNewCode2 PIC 9(4).
       01 WDenyFunc PIC X(8).
       01 WS-SWITCHES.
           02 WS-OPER-EOF-SW PIC X(1).
               88 WS-OPER-EOF VALUE "Y".
           02 WS-OVERFLOW-SW PIC X(1).
               88 WS-OVERFLOW VALUE "Y".
           02 WS-CODE-USED-SW PIC X(1).
               88 WS-CODE-USED VALUE "Y".
           02 WS-CHANGED-SW PIC X(1).
               88 WS-CHANGED VALUE "Y".
       01 ws-oper-status PIC X(2).
       01 ws-log-status PIC X(2).
       LINKAGE SECTION.
       01 SignCode PIC 9(4).
       01 SignOperID PIC 9(4).
       01 SignRole PIC X(1).
       01 SignResult PIC X(1).

      *> The one sign-on every program with a secret-code prompt
      *> calls from its lookupOperator: the keyed code is matched
      *> against operators.txt as before, and then the operator
      *> must be active, must have signed on within WIdleDays (or
      *> is disabled here and now), and must hold a code younger
      *> than WCodeDays - an older one is changed on the spot, to
      *> a code that is not one of the operator's last few and
      *> not anyone else's current one, or the sign-on is refused.
      *> A good sign-on stamps the operator's last sign-on date.
      *> The caller gets back the operator, their role, and "Y" in
      *> SignResult only when every check passed. Dates here are
      *> the calendar's, not the bank date - a code ages by the
      *> days that pass, business or not. Working storage lives
      *> on between calls, so every call starts by clearing it.
       PROCEDURE DIVISION USING SignCode SignOperID SignRole
               SignResult.
           MOVE "N" TO SignResult
           MOVE 0 TO SignOperID
           MOVE SPACE TO SignRole
           MOVE "N" TO WS-OPER-EOF-SW WS-OVERFLOW-SW WS-CODE-USED-SW
               WS-CHANGED-SW
           MOVE 0 TO WOpUsed WOpHit
           MOVE FUNCTION CURRENT-DATE TO WNowStamp
           PERFORM loadOperators
      *> More operators than the table holds: the rewrite after a
      *> sign-on would silently drop everyone past the five
      *> hundredth, so nobody signs on until the table is raised.
           IF WS-OVERFLOW
               DISPLAY "MORE THAN 500 OPERATORS ON operators.txt"
                   " - SIGN-ON REFUSED, NOTHING CHANGED. Raise the "
                   "table first."
           ELSE
               PERFORM findOperator
                   VARYING WOpSub FROM 1 BY 1
                   UNTIL WOpSub > WOpUsed OR WOpHit > 0
               IF WOpHit > 0
                   PERFORM checkOperator
               END-IF
           END-IF
           GOBACK.

      *> operators.txt may not exist yet - status 35 just fails the
      *> sign-on, and reading a file that failed to open never
      *> reaches AT END, so the loop must be skipped outright. The
      *> fields older records lack arrive as spaces and load as
      *> zero dates, an active status and empty history.
       loadOperators.
           OPEN INPUT OperFile
           IF ws-oper-status NOT = "35"
               PERFORM loadOneOperator UNTIL WS-OPER-EOF
               CLOSE OperFile
           END-IF.

       loadOneOperator.
           READ OperFile
               AT END
                   SET WS-OPER-EOF TO TRUE
               NOT AT END
                   IF WOpUsed < 500
                       ADD 1 TO WOpUsed
                       PERFORM storeOperator
                   ELSE
                       SET WS-OVERFLOW TO TRUE
                   END-IF
           END-READ.

       storeOperator.
           MOVE OperOperID TO WOpOperID(WOpUsed)
           MOVE OperCode TO WOpCode(WOpUsed)
           MOVE OperRole TO WOpRole(WOpUsed)
           IF OperDisabled
               MOVE "D" TO WOpStatus(WOpUsed)
           ELSE
               MOVE "A" TO WOpStatus(WOpUsed)
           END-IF
           MOVE 0 TO WOpStatDate(WOpUsed) WOpCodeDate(WOpUsed)
               WOpLastOn(WOpUsed)
           IF OperStatDate IS NUMERIC
               MOVE OperStatDate TO WOpStatDate(WOpUsed)
           END-IF
           IF OperCodeDate IS NUMERIC
               MOVE OperCodeDate TO WOpCodeDate(WOpUsed)
           END-IF
           IF OperLastOn IS NUMERIC
               MOVE OperLastOn TO WOpLastOn(WOpUsed)
           END-IF
           PERFORM storeOnePrevCode
               VARYING WPrevSub FROM 1 BY 1 UNTIL WPrevSub > 4.

       storeOnePrevCode.
           IF OperPrevCode(WPrevSub) IS NUMERIC
               MOVE OperPrevCode(WPrevSub)
                   TO WOpPrevCode(WOpUsed, WPrevSub)
           ELSE
               MOVE 0 TO WOpPrevCode(WOpUsed, WPrevSub)
           END-IF.

       findOperator.
           IF WOpCode(WOpSub) = SignCode
               MOVE WOpSub TO WOpHit
           END-IF.

      *> Idle time runs from the latest of the last sign-on, the
      *> last code change and the last status change - so an
      *> operator a supervisor has just set active again is not
      *> disabled straight back. An active operator with none of
      *> the three - a record older than the dates - has the
      *> status date stamped today and written back at once, so the
      *> clock starts even if this sign-on goes no further; oper_idle
      *> does the same for those who never try.
       checkOperator.
           MOVE WOpOperID(WOpHit) TO SignOperID
           MOVE WOpRole(WOpHit) TO SignRole
           MOVE WOpLastOn(WOpHit) TO WIdleFrom
           IF WOpCodeDate(WOpHit) > WIdleFrom
               MOVE WOpCodeDate(WOpHit) TO WIdleFrom
           END-IF
           IF WOpStatDate(WOpHit) > WIdleFrom
               MOVE WOpStatDate(WOpHit) TO WIdleFrom
           END-IF
           IF WIdleFrom = 0 AND WOpStatus(WOpHit) = "A"
               MOVE WNowDate TO WOpStatDate(WOpHit) WIdleFrom
               PERFORM rewriteOperators
           END-IF
           MOVE 0 TO WIdleAge WCodeAge
           IF WIdleFrom > 0 AND WIdleFrom < WNowDate
               COMPUTE WIdleAge =
                   FUNCTION INTEGER-OF-DATE(WNowDate)
                   - FUNCTION INTEGER-OF-DATE(WIdleFrom)
           END-IF
           IF WOpCodeDate(WOpHit) > 0
                   AND WOpCodeDate(WOpHit) < WNowDate
               COMPUTE WCodeAge =
                   FUNCTION INTEGER-OF-DATE(WNowDate)
                   - FUNCTION INTEGER-OF-DATE(WOpCodeDate(WOpHit))
           END-IF
           EVALUATE TRUE
               WHEN WOpStatus(WOpHit) = "D"
                   DISPLAY "Operator "SignOperID" is disabled since "
                       WOpStatDate(WOpHit)" - sign-on refused, "
                       "see a supervisor"
                   MOVE "OPEROFF" TO WDenyFunc
                   PERFORM logDenied
               WHEN WIdleAge NOT < WIdleDays
                   MOVE "D" TO WOpStatus(WOpHit)
                   MOVE WNowDate TO WOpStatDate(WOpHit)
                   PERFORM rewriteOperators
                   DISPLAY "Operator "SignOperID" has not signed on "
                       "since "WIdleFrom" - disabled, see a "
                       "supervisor"
                   MOVE "IDLEOFF" TO WDenyFunc
                   PERFORM logDenied
               WHEN WOpCodeDate(WOpHit) = 0
                       OR WCodeAge NOT < WCodeDays
                   DISPLAY "Your secret code has expired - a new "
                       "code is needed"
                   PERFORM changeCode
                   IF WS-CHANGED
                       PERFORM acceptSignOn
                   END-IF
               WHEN OTHER
                   COMPUTE WDaysLeft = WCodeDays - WCodeAge
                   IF WDaysLeft NOT > WWarnDays
                       DISPLAY "Your secret code expires in "
                           WDaysLeft" day(s)"
                   END-IF
                   PERFORM acceptSignOn
           END-EVALUATE.

       acceptSignOn.
           MOVE WNowDate TO WOpLastOn(WOpHit)
           PERFORM rewriteOperators
           MOVE "Y" TO SignResult.

      *> The new code is keyed twice and must differ from the
      *> current one and the operator's last four. Since the code
      *> alone says who is signing on, it must not be any other
      *> operator's current code either - that refusal does not
      *> say whose, and zero stays reserved for an empty slot.
       changeCode.
           DISPLAY "New secret code: "WITH NO ADVANCING
           ACCEPT WNewCode
           DISPLAY "New secret code again: "WITH NO ADVANCING
           ACCEPT WNewCode2
           MOVE "N" TO WS-CODE-USED-SW
           PERFORM checkPrevCode
               VARYING WPrevSub FROM 1 BY 1 UNTIL WPrevSub > 4
           PERFORM checkOtherCode
               VARYING WOpSub FROM 1 BY 1 UNTIL WOpSub > WOpUsed
           EVALUATE TRUE
               WHEN WNewCode NOT = WNewCode2
                   DISPLAY "Codes do not match - sign-on refused"
               WHEN WNewCode = 0
                   DISPLAY "Code 0000 is not allowed - sign-on "
                       "refused"
               WHEN WNewCode = WOpCode(WOpHit)
                   DISPLAY "New code must differ from the old one "
                       "- sign-on refused"
               WHEN WS-CODE-USED
                   DISPLAY "Code used recently or not available - "
                       "sign-on refused"
               WHEN OTHER
                   MOVE WOpPrevCode(WOpHit, 3)
                       TO WOpPrevCode(WOpHit, 4)
                   MOVE WOpPrevCode(WOpHit, 2)
                       TO WOpPrevCode(WOpHit, 3)
                   MOVE WOpPrevCode(WOpHit, 1)
                       TO WOpPrevCode(WOpHit, 2)
                   MOVE WOpCode(WOpHit) TO WOpPrevCode(WOpHit, 1)
                   MOVE WNewCode TO WOpCode(WOpHit)
                   MOVE WNowDate TO WOpCodeDate(WOpHit)
                   SET WS-CHANGED TO TRUE
                   DISPLAY "Secret code changed"
           END-EVALUATE.

       checkPrevCode.
           IF WOpPrevCode(WOpHit, WPrevSub) = WNewCode
                   AND WNewCode NOT = 0
               SET WS-CODE-USED TO TRUE
           END-IF.

       checkOtherCode.
           IF WOpSub NOT = WOpHit AND WOpCode(WOpSub) = WNewCode
               SET WS-CODE-USED TO TRUE
           END-IF.

      *> The whole file is written back in the order it was read,
      *> every record now in the full layout.
       rewriteOperators.
           OPEN OUTPUT OperFile
           PERFORM rewriteOneOperator
               VARYING WOpSub FROM 1 BY 1
               UNTIL WOpSub > WOpUsed
           CLOSE OperFile.

       rewriteOneOperator.
           MOVE SPACES TO OperRecord
           MOVE WOpOperID(WOpSub) TO OperOperID
           MOVE WOpCode(WOpSub) TO OperCode
           MOVE WOpRole(WOpSub) TO OperRole
           MOVE WOpStatus(WOpSub) TO OperStatus
           MOVE WOpStatDate(WOpSub) TO OperStatDate
           MOVE WOpCodeDate(WOpSub) TO OperCodeDate
           MOVE WOpLastOn(WOpSub) TO OperLastOn
           PERFORM rewriteOnePrevCode
               VARYING WPrevSub FROM 1 BY 1 UNTIL WPrevSub > 4
           WRITE OperRecord.

       rewriteOnePrevCode.
           MOVE WOpPrevCode(WOpSub, WPrevSub)
               TO OperPrevCode(WPrevSub).

      *> LAttempt 0 marks a refusal of an operator the file knows,
      *> as opposed to a code nobody has. keypass.log does not
      *> exist yet on a fresh install - EXTEND fails with status
      *> 35, so fall back to OPEN OUTPUT to create it.
       logDenied.
           MOVE FUNCTION CURRENT-DATE TO LDateAndTime
           MOVE SPACE TO Lspc Lspc2 Lspc3
           MOVE 0 TO LAttempt
           MOVE SignOperID TO LOperID
           MOVE WDenyFunc TO LFunc
           OPEN EXTEND LogFile
           IF ws-log-status = "35"
               OPEN OUTPUT LogFile
           END-IF
               WRITE LogRecord
               END-WRITE
           CLOSE LogFile.

       END PROGRAM oper_signon.
