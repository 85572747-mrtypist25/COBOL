       IDENTIFICATION DIVISION.
       PROGRAM-ID. hold_report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HoldFile ASSIGN TO "holds.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-hold-status.
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       SELECT RFile ASSIGN TO "holdrpt.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD HoldFile.
       01 HoldRecord.
           COPY "holdrec.cpy".
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
       FD RFile.
       01 RLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WBankStamp.
           02 WBankDate PIC 9(8).
           02 WBankTime PIC 9(6).
      *> How far ahead the expiring section looks, in calendar days.
       01 WExpireDays PIC 9(3) VALUE 5.
       01 WExpireBy PIC 9(8).
      *> The whole hold file, so the evening's expiries can be
      *> written back in one pass - the hold_maint table, the same
      *> size.
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
      *> Which section the current pass over the table is listing.
       01 WPass PIC X(1).
       01 WPassTitle PIC X(40).
       01 WPassTotals.
           02 WPassCount PIC 9(5).
           02 WPassAmount PIC S9(11)V99.
       01 WTotals.
           02 WExpiredNow PIC 9(5) VALUE 0.
           02 WActiveCount PIC 9(5) VALUE 0.
           02 WActiveAmount PIC S9(11)V99 VALUE 0.
       01 WS-SWITCHES.
           02 WS-EOF-SW PIC X(1) VALUE "N".
               88 WS-EOF VALUE "Y".
           02 WS-OVERFLOW-SW PIC X(1) VALUE "N".
               88 WS-OVERFLOW VALUE "Y".
           02 WS-LIST-SW PIC X(1) VALUE "N".
               88 WS-LIST VALUE "Y".
       01 ws-hold-status PIC X(2).
       01 ws-bd-status PIC X(2).
       01 WHoldLine.
           02 WHLHoldNum PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WHLIDnum PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WHLAcType PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WHLAmount PIC ZZZZZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WHLReason PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WHLPlaced PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WHLRelease PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WHLOper PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WHLNote PIC X(20).
       01 WSumLine.
           02 FILLER PIC X(8) VALUE "  COUNT ".
           02 WSLCount PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE "  AMOUNT ".
           02 WSLAmount PIC ZZZZZZZZZZ9.99.
       01 Dec PIC X(25).

      *> The evening's funds-hold run. Every active hold whose
      *> release date has come is expired first - marked "E" with
      *> the bank date, so it stops counting in atm_program and
      *> bank_account for good (they already ignore it from its
      *> release date on; this puts it on the record). Then
      *> holdrpt.rpt lists the holds placed today, released by
      *> hand today, expired today, and those coming off in the
      *> next few days, with the total still held.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" FUNDS HOLDS REPORT "Dec.
           PERFORM readBankDate
           COMPUTE WExpireBy = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WBankDate) + WExpireDays)
           PERFORM loadHolds
           PERFORM expireHold
               VARYING WHdSub FROM 1 BY 1
               UNTIL WHdSub > WHdUsed
      *> More holds than the table holds: the rewrite would
      *> silently destroy everything past the thousandth, so the
      *> expiries are not written - the readers still ignore a hold
      *> past its release date - and the report says so.
           IF WExpiredNow > 0 AND NOT WS-OVERFLOW
               PERFORM rewriteHolds
           END-IF

           OPEN OUTPUT RFile
           MOVE SPACES TO RLine
           STRING "FUNDS HOLDS FOR " WBankDate
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           IF WS-OVERFLOW
               MOVE SPACES TO RLine
               STRING "*** MORE THAN 1000 HOLDS ON holds.txt - "
                   "EXPIRIES NOT WRITTEN. Raise the table first."
                   DELIMITED BY SIZE INTO RLine
               WRITE RLine
           END-IF
           MOVE "P" TO WPass
           MOVE "PLACED TODAY" TO WPassTitle
           PERFORM listSection
           MOVE "R" TO WPass
           MOVE "RELEASED TODAY" TO WPassTitle
           PERFORM listSection
           MOVE "E" TO WPass
           MOVE "EXPIRED TODAY" TO WPassTitle
           PERFORM listSection
           MOVE "X" TO WPass
           MOVE SPACES TO WPassTitle
           STRING "EXPIRING BY " WExpireBy
               DELIMITED BY SIZE INTO WPassTitle
           PERFORM listSection
           MOVE SPACES TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "ACTIVE HOLDS " WActiveCount "  AMOUNT "
               WActiveAmount DELIMITED BY SIZE INTO RLine
           WRITE RLine
           CLOSE RFile.

           DISPLAY "Holds expired today .......: "WExpiredNow
           DISPLAY "Active holds ..............: "WActiveCount
           DISPLAY "Report written to holdrpt.rpt".
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

      *> holds.txt may not exist yet - status 35 just means no hold
      *> has ever been placed, and reading a file that failed to
      *> open never reaches AT END, so the loop must be skipped
      *> outright.
       loadHolds.
           MOVE "N" TO WS-EOF-SW
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

       expireHold.
           IF WHdStatus(WHdSub) = "A" AND WHdRelease(WHdSub) > 0
                   AND WHdRelease(WHdSub) NOT > WBankDate
               MOVE "E" TO WHdStatus(WHdSub)
               MOVE WBankDate TO WHdStatDate(WHdSub)
               MOVE 0 TO WHdClosedBy(WHdSub)
               ADD 1 TO WExpiredNow
           END-IF
           IF WHdStatus(WHdSub) = "A"
               ADD 1 TO WActiveCount
               ADD WHdAmount(WHdSub) TO WActiveAmount
           END-IF.

       listSection.
           MOVE 0 TO WPassCount WPassAmount
           MOVE SPACES TO RLine
           WRITE RLine
           MOVE WPassTitle TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "HOLD#  ID    A     AMOUNT R PLACED   RELEASE  "
               "OPER NOTE" DELIMITED BY SIZE INTO RLine
           WRITE RLine
           PERFORM listOneHold
               VARYING WHdSub FROM 1 BY 1
               UNTIL WHdSub > WHdUsed
           MOVE WPassCount TO WSLCount
           MOVE WPassAmount TO WSLAmount
           MOVE WSumLine TO RLine
           WRITE RLine.

      *> The operator shown is who placed the hold in the placed
      *> and expiring sections, and who released it in the
      *> released section.
       listOneHold.
           MOVE "N" TO WS-LIST-SW
           EVALUATE WPass
               WHEN "P"
                   IF WHdPlaced(WHdSub) = WBankDate
                       SET WS-LIST TO TRUE
                   END-IF
               WHEN "R"
                   IF WHdStatus(WHdSub) = "R"
                           AND WHdStatDate(WHdSub) = WBankDate
                       SET WS-LIST TO TRUE
                   END-IF
               WHEN "E"
                   IF WHdStatus(WHdSub) = "E"
                           AND WHdStatDate(WHdSub) = WBankDate
                       SET WS-LIST TO TRUE
                   END-IF
               WHEN OTHER
                   IF WHdStatus(WHdSub) = "A"
                           AND WHdRelease(WHdSub) > 0
                           AND WHdRelease(WHdSub) NOT > WExpireBy
                       SET WS-LIST TO TRUE
                   END-IF
           END-EVALUATE
           IF WS-LIST
               ADD 1 TO WPassCount
               ADD WHdAmount(WHdSub) TO WPassAmount
               MOVE WHdHoldNum(WHdSub) TO WHLHoldNum
               MOVE WHdIDnum(WHdSub) TO WHLIDnum
               MOVE WHdAcType(WHdSub) TO WHLAcType
               MOVE WHdAmount(WHdSub) TO WHLAmount
               MOVE WHdReason(WHdSub) TO WHLReason
               MOVE WHdPlaced(WHdSub) TO WHLPlaced
               MOVE WHdRelease(WHdSub) TO WHLRelease
               IF WPass = "R"
                   MOVE WHdClosedBy(WHdSub) TO WHLOper
               ELSE
                   MOVE WHdPlacedBy(WHdSub) TO WHLOper
               END-IF
               MOVE WHdNote(WHdSub) TO WHLNote
               MOVE WHoldLine TO RLine
               WRITE RLine
           END-IF.

      *> The whole file is written back in the order it was read,
      *> with only the expired holds changed.
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

       END PROGRAM hold_report.
