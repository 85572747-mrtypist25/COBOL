       IDENTIFICATION DIVISION.
       PROGRAM-ID. oper_idle.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OperFile ASSIGN TO "operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-oper-status.
       SELECT RFile ASSIGN TO "operidle.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD OperFile.
       01 OperRecord.
           COPY "operrec.cpy".
       FD RFile.
       01 RLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WNowStamp.
           02 WNowDate PIC 9(8).
           02 WNowTime PIC 9(6).
      *> Must agree with oper_signon, which applies the same limit
      *> at the moment an idle operator tries to sign on.
       01 WIdleDays PIC 9(3) VALUE 90.
      *> The whole file is held so the disabled records can be
      *> written back in place - raw, since the sweep changes only
      *> the status and its date and every other byte goes back as
      *> it came.
       01 WOpTable.
           02 WOpEntry OCCURS 500.
               03 WOpData PIC X(61).
       01 WOpUsed PIC 9(4) VALUE 0.
       01 WOpSub PIC 9(4).
       01 WIdleFrom PIC 9(8).
       01 WIdleAge PIC S9(7).
       01 WDisabled PIC 9(4) VALUE 0.
       01 WStamped PIC 9(4) VALUE 0.
       01 WS-SWITCHES.
           02 WS-OPER-EOF-SW PIC X(1) VALUE "N".
               88 WS-OPER-EOF VALUE "Y".
           02 WS-OVERFLOW-SW PIC X(1) VALUE "N".
               88 WS-OVERFLOW VALUE "Y".
       01 ws-oper-status PIC X(2).
       01 WIdleLine.
           02 FILLER PIC X(9) VALUE "DISABLED ".
           02 WILOperID PIC 9(4).
           02 FILLER PIC X(6) VALUE " ROLE ".
           02 WILRole PIC X(1).
           02 FILLER PIC X(11) VALUE " LAST SEEN ".
           02 WILFrom PIC 9(8).
           02 FILLER PIC X(6) VALUE " IDLE ".
           02 WILAge PIC ZZZZ9.
           02 FILLER PIC X(5) VALUE " DAYS".
       01 WStampLine.
           02 FILLER PIC X(9) VALUE "CLOCKED  ".
           02 WSLOperID PIC 9(4).
           02 FILLER PIC X(6) VALUE " ROLE ".
           02 WSLRole PIC X(1).
           02 FILLER PIC X(16) VALUE " IDLE CLOCK FROM".
           02 FILLER PIC X(1) VALUE SPACE.
           02 WSLFrom PIC 9(8).
       01 Dec PIC X(25).

      *> Disables every active operator who has not signed on for
      *> WIdleDays, so a code belonging to someone long gone stops
      *> working even if nobody ever tries it. The clock runs from
      *> the latest of last sign-on, last code change and last
      *> status change, the same rule oper_signon uses. An active
      *> record with none of them - one written before the dates
      *> existed, whose owner has never signed on since - has its
      *> status date stamped today, so its clock starts now and it
      *> is disabled WIdleDays on if nobody uses it.
      *> Runs from the end-of-day driver and returns to it.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" IDLE OPERATOR SWEEP "Dec.
           MOVE FUNCTION CURRENT-DATE TO WNowStamp
           MOVE "N" TO WS-OPER-EOF-SW WS-OVERFLOW-SW
           MOVE 0 TO WOpUsed WDisabled WStamped
           OPEN OUTPUT RFile
           MOVE SPACES TO RLine
           STRING "IDLE OPERATOR SWEEP " WNowDate "  LIMIT "
               WIdleDays " DAYS" DELIMITED BY SIZE INTO RLine
           WRITE RLine
      *> operators.txt may not exist yet - status 35 just means
      *> nobody to sweep, and reading a file that failed to open
      *> never reaches AT END, so the loop must be skipped outright.
           OPEN INPUT OperFile
           IF ws-oper-status NOT = "35"
               PERFORM loadOneOperator UNTIL WS-OPER-EOF
               CLOSE OperFile
           END-IF
      *> More operators than the table holds: the rewrite would
      *> drop everyone past the five hundredth, so the sweep
      *> refuses whole and operators.txt is left untouched.
           IF WS-OVERFLOW
               MOVE SPACES TO RLine
               STRING "MORE THAN 500 OPERATORS - REFUSED, NOTHING "
                   "CHANGED. Raise the table first."
                   DELIMITED BY SIZE INTO RLine
               WRITE RLine
               DISPLAY RLine
           ELSE
               PERFORM checkOneOperator
                   VARYING WOpSub FROM 1 BY 1
                   UNTIL WOpSub > WOpUsed
               IF WDisabled > 0 OR WStamped > 0
                   PERFORM rewriteOperators
               END-IF
           END-IF
           MOVE SPACES TO RLine
           STRING "OPERATORS DISABLED " WDisabled
               "  IDLE CLOCKS STARTED " WStamped
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           CLOSE RFile
           DISPLAY "Operators disabled .......: "WDisabled
           DISPLAY "Idle clocks started ......: "WStamped
           GOBACK.

       loadOneOperator.
           READ OperFile
               AT END
                   SET WS-OPER-EOF TO TRUE
               NOT AT END
                   IF WOpUsed < 500
                       ADD 1 TO WOpUsed
                       MOVE OperRecord TO WOpData(WOpUsed)
                   ELSE
                       SET WS-OVERFLOW TO TRUE
                   END-IF
           END-READ.

       checkOneOperator.
           MOVE WOpData(WOpSub) TO OperRecord
           MOVE 0 TO WIdleFrom WIdleAge
           IF OperLastOn IS NUMERIC
               MOVE OperLastOn TO WIdleFrom
           END-IF
           IF OperCodeDate IS NUMERIC AND OperCodeDate > WIdleFrom
               MOVE OperCodeDate TO WIdleFrom
           END-IF
           IF OperStatDate IS NUMERIC AND OperStatDate > WIdleFrom
               MOVE OperStatDate TO WIdleFrom
           END-IF
           IF OperActive AND WIdleFrom = 0
               MOVE "A" TO OperStatus
               MOVE WNowDate TO OperStatDate
               MOVE SPACE TO Ospc3 Ospc4 Ospc5
               MOVE OperRecord TO WOpData(WOpSub)
               ADD 1 TO WStamped
               MOVE OperOperID TO WSLOperID
               MOVE OperRole TO WSLRole
               MOVE WNowDate TO WSLFrom
               MOVE WStampLine TO RLine
               WRITE RLine
           END-IF
           IF WIdleFrom > 0 AND WIdleFrom < WNowDate
               COMPUTE WIdleAge =
                   FUNCTION INTEGER-OF-DATE(WNowDate)
                   - FUNCTION INTEGER-OF-DATE(WIdleFrom)
           END-IF
           IF OperActive AND WIdleAge NOT < WIdleDays
               MOVE "D" TO OperStatus
               MOVE WNowDate TO OperStatDate
               MOVE SPACE TO Ospc3 Ospc4 Ospc5
               MOVE OperRecord TO WOpData(WOpSub)
               ADD 1 TO WDisabled
               MOVE OperOperID TO WILOperID
               MOVE OperRole TO WILRole
               MOVE WIdleFrom TO WILFrom
               MOVE WIdleAge TO WILAge
               MOVE WIdleLine TO RLine
               WRITE RLine
           END-IF.

      *> The whole file is written back in the order it was read.
       rewriteOperators.
           OPEN OUTPUT OperFile
           PERFORM rewriteOneOperator
               VARYING WOpSub FROM 1 BY 1
               UNTIL WOpSub > WOpUsed
           CLOSE OperFile.

       rewriteOneOperator.
           MOVE WOpData(WOpSub) TO OperRecord
           WRITE OperRecord.

       END PROGRAM oper_idle.
