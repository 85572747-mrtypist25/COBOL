       IDENTIFICATION DIVISION.
       PROGRAM-ID. card_reissue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CardFile ASSIGN TO "cards.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-card-status.
       SELECT DFile ASSIGN TO "customers.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDnum
           FILE STATUS IS ws-d-status.
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       SELECT RFile ASSIGN TO "cardreiss.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CardFile.
       01 CardRecord.
           COPY "cardrec.cpy".
       FD DFile.
       01 Customer.
           COPY "custrec.cpy".
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
       FD RFile.
       01 RLine PIC X(80).
       WORKING-STORAGE SECTION.
       01 WBankStamp.
           02 WBankDate PIC 9(8).
           02 WBankTime PIC 9(6).
       01 WBankSplit REDEFINES WBankStamp.
           02 WBankYear PIC 9(4).
           02 WBankMon PIC 9(2).
           02 FILLER PIC 9(8).
      *> The month being listed - the one after the bank date's.
       01 WNextMonth.
           02 WNextYear PIC 9(4).
           02 WNextMon PIC 9(2).
       01 WNextNum REDEFINES WNextMonth PIC 9(6).
       01 WDueCount PIC 9(5) VALUE 0.
       01 WClosedCount PIC 9(5) VALUE 0.
       01 WS-SWITCHES.
           02 WS-EOF-SW PIC X(1) VALUE "N".
               88 WS-EOF VALUE "Y".
           02 WS-DFILE-OK-SW PIC X(1) VALUE "N".
               88 WS-DFILE-OK VALUE "Y".
       01 ws-card-status PIC X(2).
       01 ws-d-status PIC X(2).
       01 ws-bd-status PIC X(2).
       01 WDueLine.
           02 WDLCardNum PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WDLIDnum PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WDLName PIC X(28).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WDLExpiry PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WDLIssued PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WDLNote PIC X(20).
       01 Dec PIC X(25).

      *> Cards due for reissue: every active card whose expiry
      *> month is next month, so the replacements can be made and
      *> mailed before the old ones stop working. A card whose
      *> customer has since closed is still listed, flagged so
      *> nobody reissues it - it simply runs out at month end.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" CARD REISSUE LIST "Dec.
           PERFORM readBankDate
           MOVE WBankYear TO WNextYear
           MOVE WBankMon TO WNextMon
           IF WNextMon = 12
               MOVE 1 TO WNextMon
               ADD 1 TO WNextYear
           ELSE
               ADD 1 TO WNextMon
           END-IF

           OPEN OUTPUT RFile
           MOVE SPACES TO RLine
           STRING "ATM CARDS EXPIRING " WNextNum " - DUE FOR REISSUE"
               "  AS OF " WBankDate
               DELIMITED BY SIZE INTO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "CARD#    ID    NAME                         "
               "EXPIRY ISSUED" DELIMITED BY SIZE INTO RLine
           WRITE RLine
      *> customers.dat does not exist yet on a fresh install -
      *> status 35 just leaves the names blank.
           OPEN INPUT DFile
           IF ws-d-status NOT = "35"
               SET WS-DFILE-OK TO TRUE
           END-IF
      *> cards.txt may not exist yet - status 35 just means no card
      *> has been issued, and reading a file that failed to open
      *> never reaches AT END, so the loop must be skipped outright.
           OPEN INPUT CardFile
           IF ws-card-status NOT = "35"
               PERFORM checkOneCard UNTIL WS-EOF
               CLOSE CardFile
           END-IF
           IF WS-DFILE-OK
               CLOSE DFile
           END-IF
           MOVE SPACES TO RLine
           WRITE RLine
           MOVE SPACES TO RLine
           STRING "CARDS DUE " WDueCount "  OF WHICH CUSTOMER CLOSED "
               WClosedCount DELIMITED BY SIZE INTO RLine
           WRITE RLine
           CLOSE RFile.

           DISPLAY "Cards due for reissue ....: "WDueCount
           DISPLAY "List written to cardreiss.rpt".
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

       checkOneCard.
           READ CardFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CdActive AND CdExpiry = WNextNum
                       PERFORM listDueCard
                   END-IF
           END-READ.

       listDueCard.
           ADD 1 TO WDueCount
           MOVE CdCardNum TO WDLCardNum
           MOVE CdIDnum TO WDLIDnum
           MOVE CdExpiry TO WDLExpiry
           MOVE CdIssued TO WDLIssued
           MOVE SPACES TO WDLName WDLNote
           IF WS-DFILE-OK
               MOVE CdIDnum TO IDnum
               READ DFile
                   INVALID KEY
                       MOVE "NOT ON MASTER" TO WDLNote
                   NOT INVALID KEY
                       MOVE CustName TO WDLName
                       IF AcctClosed
                           MOVE "CLOSED - NO REISSUE" TO WDLNote
                           ADD 1 TO WClosedCount
                       END-IF
               END-READ
           END-IF
           MOVE WDueLine TO RLine
           WRITE RLine.

       END PROGRAM card_reissue.
