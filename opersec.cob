       FILE SECTION.
       FD OperFile.
       01 OperRecord.
           COPY "operrec.cpy".
       FD OrgFile.
       01 StateData.
           02 idNum PIC 9(5).
           02 cName PIC X(15).
           02 OperID PIC 9(4).
           02 RegionCode PIC X(5).
           02 BrStatus PIC X(1).
               88 BrClosed VALUE "C".
           02 BrCloseDate PIC 9(8).
           02 BrSuccessor PIC 9(5).
       FD LogFile.
       01 LogRecord.
           02 LDateAndTime.
       01 ws-oper-status PIC X(2).
       01 ws-org-status PIC X(2).
       01 ws-log-status PIC X(2).
      *> Code policy as oper_signon applies it - keep the two in
      *> step. A code this close to its limit is listed as
      *> expiring so its owner can be warned in good time.
       01 WCodeDays PIC 9(3) VALUE 60.
       01 WSoonDays PIC 9(3) VALUE 14.
      *> Which operators the current pass over the file lists:
      *> "C" every active operator's code age, "E" expired or
      *> expiring codes, "D" disabled operators.
       01 WCodePass PIC X(1).
       01 WCodeTitle PIC X(50).
       01 WCodeCount PIC 9(5).
       01 WCodeWork.
           02 WCodeDate PIC 9(8).
           02 WLastOn PIC 9(8).
           02 WStatDate PIC 9(8).
           02 WCodeAge PIC S9(7).
           02 WDaysLeft PIC S9(7).
           02 WExpires PIC 9(8).
       01 WCodeLine.
           02 FILLER PIC X(2) VALUE SPACES.
           02 WCLOperID PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WCLRole PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WCLCodeDate PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WCLAge PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WCLExpires PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WCLLastOn PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WCLNote PIC X(25).
       01 WDaysEdit PIC ZZZ9.
       01 Dec PIC X(25).

       PROCEDURE DIVISION.
               " denied " WGrandDenied
               DELIMITED BY SIZE INTO WPrintLine
           PERFORM writeReportLine
           PERFORM reportCodeStatus
           CLOSE RFile.
       STOP RUN.

               DELIMITED BY SIZE INTO WPrintLine
           PERFORM writeReportLine.

      *> The secret-code side of operators.txt, beside the failed
      *> attempts above: each active operator's code age, the codes
      *> already expired or about to (oper_signon will force the
      *> change at their next sign-on), and who is disabled and
      *> since when. Ages run to the run date, as the sign-on's do.
       reportCodeStatus.
           MOVE SPACES TO WPrintLine
           PERFORM writeReportLine
           MOVE "C" TO WCodePass
           MOVE "SECRET CODE AGES - ACTIVE OPERATORS" TO WCodeTitle
           PERFORM listCodePass
           MOVE "E" TO WCodePass
           MOVE SPACES TO WCodeTitle
           STRING "CODES EXPIRED OR EXPIRING WITHIN " WSoonDays
               " DAYS" DELIMITED BY SIZE INTO WCodeTitle
           PERFORM listCodePass
           MOVE "D" TO WCodePass
           MOVE "DISABLED OPERATORS" TO WCodeTitle
           PERFORM listCodePass.

      *> One pass over operators.txt per section. A missing file
      *> (status 35) just leaves every section empty - reading a
      *> file that failed to open never reaches AT END, so the loop
      *> must be skipped outright.
       listCodePass.
           MOVE SPACES TO WPrintLine
           PERFORM writeReportLine
           MOVE WCodeTitle TO WPrintLine
           PERFORM writeReportLine
           MOVE "  OPER R  CHANGED    AGE EXPIRES  LAST-ON  NOTE"
               TO WPrintLine
           PERFORM writeReportLine
           MOVE 0 TO WCodeCount
           MOVE "N" TO WS-OPER-EOF-SW
           OPEN INPUT OperFile
           IF ws-oper-status NOT = "35"
               PERFORM checkCodeOperator UNTIL WS-OPER-EOF
               CLOSE OperFile
           END-IF
           IF WCodeCount = 0
               MOVE "  NONE" TO WPrintLine
               PERFORM writeReportLine
           END-IF.

      *> Records written before the code fields existed carry
      *> spaces there and count as zero - a code with no change
      *> date is treated as expired, as the sign-on treats it.
       checkCodeOperator.
           READ OperFile
               AT END
                   SET WS-OPER-EOF TO TRUE
               NOT AT END
                   MOVE 0 TO WCodeDate WLastOn WStatDate WCodeAge
                       WExpires
                   IF OperCodeDate IS NUMERIC
                       MOVE OperCodeDate TO WCodeDate
                   END-IF
                   IF OperLastOn IS NUMERIC
                       MOVE OperLastOn TO WLastOn
                   END-IF
                   IF OperStatDate IS NUMERIC
                       MOVE OperStatDate TO WStatDate
                   END-IF
                   IF WCodeDate > 0
                       COMPUTE WExpires = FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WCodeDate)
                           + WCodeDays)
                       IF WCodeDate < WRunDate
                           COMPUTE WCodeAge =
                               FUNCTION INTEGER-OF-DATE(WRunDate)
                               - FUNCTION INTEGER-OF-DATE(WCodeDate)
                       END-IF
                   END-IF
                   COMPUTE WDaysLeft = WCodeDays - WCodeAge
                   MOVE SPACES TO WCLNote
                   EVALUATE TRUE
                       WHEN WCodePass = "C" AND NOT OperDisabled
                           IF WLastOn = 0
                               MOVE "NEVER SIGNED ON" TO WCLNote
                           END-IF
                           PERFORM printCodeLine
                       WHEN WCodePass = "E" AND NOT OperDisabled
                               AND (WCodeDate = 0
                                   OR WDaysLeft NOT > WSoonDays)
                           EVALUATE TRUE
                               WHEN WCodeDate = 0
                                   MOVE "NO CODE DATE - EXPIRED"
                                       TO WCLNote
                               WHEN WDaysLeft NOT > 0
                                   MOVE "EXPIRED" TO WCLNote
                               WHEN OTHER
                                   MOVE WDaysLeft TO WDaysEdit
                                   STRING "EXPIRES IN " WDaysEdit
                                       " DAYS" DELIMITED BY SIZE
                                       INTO WCLNote
                           END-EVALUATE
                           PERFORM printCodeLine
                       WHEN WCodePass = "D" AND OperDisabled
                           STRING "DISABLED " WStatDate
                               DELIMITED BY SIZE INTO WCLNote
                           PERFORM printCodeLine
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       printCodeLine.
           ADD 1 TO WCodeCount
           MOVE OperOperID TO WCLOperID
           MOVE OperRole TO WCLRole
           MOVE WCodeDate TO WCLCodeDate
           MOVE WCodeAge TO WCLAge
           MOVE WExpires TO WCLExpires
           MOVE WLastOn TO WCLLastOn
           MOVE WCodeLine TO WPrintLine
           PERFORM writeReportLine.

      *> Starts a new page: page number up, heading and run stamp
      *> reprinted, line count back to zero.
       printHeading.
