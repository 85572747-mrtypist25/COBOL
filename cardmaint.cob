       IDENTIFICATION DIVISION.
       PROGRAM-ID. card_maint.
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
       SELECT LogFile ASSIGN TO "keypass.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-log-status.
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       DATA DIVISION.
       FILE SECTION.
       FD CardFile.
       01 CardRecord.
           COPY "cardrec.cpy".
       FD DFile.
       01 Customer.
           COPY "custrec.cpy".
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
       01 WBankSplit REDEFINES WBankStamp.
           02 WBankYear PIC 9(4).
           02 WBankMon PIC 9(2).
           02 FILLER PIC 9(8).
      *> How long a new card is good for, in years - it expires at
      *> the end of the same month that many years on.
       01 WCardYears PIC 9(2) VALUE 3.
       01 WExpiry.
           02 WExpYear PIC 9(4).
           02 WExpMon PIC 9(2).
       01 WExpiryNum REDEFINES WExpiry PIC 9(6).
      *> Every card ever issued loads into this table so a change
      *> can rewrite the one record it touches - the apprv_queue
      *> shape. Old cards stay on file as the hot list's memory.
       01 WCdTable.
           02 WCdEntry OCCURS 1000.
               03 WCdCardNum PIC 9(8).
               03 WCdIDnum PIC 9(5).
               03 WCdExpiry PIC 9(6).
               03 WCdStatus PIC X(1).
               03 WCdIssued PIC 9(8).
               03 WCdStatDate PIC 9(8).
               03 WCdOperID PIC 9(4).
               03 WCdReplaces PIC 9(8).
       01 WCdUsed PIC 9(4) VALUE 0.
       01 WCdSub PIC 9(4).
       01 WCdHit PIC 9(4).
       01 WCdActive PIC 9(4).
       01 WCdRepl PIC 9(4).
       01 WCdHigh PIC 9(8) VALUE 0.
       01 WIDnum PIC 9(5).
       01 WCardNum PIC 9(8).
       01 WReplaces PIC 9(8).
       01 WReason PIC X(1).
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
       01 ws-card-status PIC X(2).
       01 ws-d-status PIC X(2).
       01 ws-log-status PIC X(2).
       01 ws-bd-status PIC X(2).
       01 Dec PIC X(25).

      *> ATM card maintenance, supervisors only. I)ssue gives a
      *> customer their first card; R)eplace retires a card - lost,
      *> stolen, or expiring and reissued - and issues the new one
      *> in its place; H)ot-list marks a card lost or stolen so the
      *> machines refuse it at once; L)ist shows a customer's cards.
      *> A customer holds one active card at a time. A teller's
      *> attempt is refused and logged to keypass.log like any
      *> other authority denial.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" ATM CARD MAINTENANCE "Dec.
           PERFORM readBankDate
           DISPLAY "Supervisor secret code: "WITH NO ADVANCING
           ACCEPT secretKey
           PERFORM lookupOperator
           EVALUATE TRUE
               WHEN NOT WS-KEY-OK
                   DISPLAY "Code not authorized - card maintenance "
                       "refused"
               WHEN ws-matched-role NOT = "S"
                   DISPLAY "Card maintenance needs a supervisor "
                       "sign-on - refused"
                   MOVE "CARDMNT" TO WDenyFunc
                   PERFORM logDenied
               WHEN OTHER
                   PERFORM loadCards
      *> More cards than the table holds: the rewrite after a
      *> change would silently destroy everything past the
      *> thousandth - the hot list among it - so the run refuses
      *> whole and cards.txt is left untouched.
                   IF WS-OVERFLOW
                       DISPLAY "MORE THAN 1000 CARDS ON cards.txt"
                           " - REFUSED, NOTHING CHANGED. Raise the "
                           "table first."
                   ELSE
                       PERFORM workCards
                   END-IF
           END-EVALUATE.
       STOP RUN.

       workCards.
           DISPLAY "I)ssue  R)eplace  H)ot-list  L)ist: "
               WITH NO ADVANCING
           ACCEPT WChoice
           EVALUATE WChoice
               WHEN "I"
               WHEN "i"
                   PERFORM issueCard
               WHEN "R"
               WHEN "r"
                   PERFORM replaceCard
               WHEN "H"
               WHEN "h"
                   PERFORM hotListCard
               WHEN "L"
               WHEN "l"
                   PERFORM listCards
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

      *> cards.txt may not exist yet - status 35 just means no card
      *> has ever been issued, and reading a file that failed to
      *> open never reaches AT END, so the loop must be skipped
      *> outright. The highest number on file is kept so a new
      *> card takes the next one.
       loadCards.
           OPEN INPUT CardFile
           IF ws-card-status NOT = "35"
               PERFORM loadOneCard UNTIL WS-EOF
               CLOSE CardFile
           END-IF.

       loadOneCard.
           READ CardFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CdCardNum > WCdHigh
                       MOVE CdCardNum TO WCdHigh
                   END-IF
                   IF WCdUsed < 1000
                       ADD 1 TO WCdUsed
                       MOVE CdCardNum TO WCdCardNum(WCdUsed)
                       MOVE CdIDnum TO WCdIDnum(WCdUsed)
                       MOVE CdExpiry TO WCdExpiry(WCdUsed)
                       MOVE CdStatus TO WCdStatus(WCdUsed)
                       MOVE CdIssued TO WCdIssued(WCdUsed)
                       MOVE CdStatDate TO WCdStatDate(WCdUsed)
                       MOVE CdOperID TO WCdOperID(WCdUsed)
                       MOVE CdReplaces TO WCdReplaces(WCdUsed)
                   ELSE
                       SET WS-OVERFLOW TO TRUE
                   END-IF
           END-READ.

      *> A first card goes to a customer on the master who is not
      *> closed and holds no active card already - a second live
      *> card is what R)eplace is for, so the old one is retired
      *> in the same step.
       issueCard.
           DISPLAY "Customer ID number: "WITH NO ADVANCING
           ACCEPT WIDnum
           PERFORM lookupCustomer
           PERFORM findActiveCard
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   DISPLAY "No customer on file for ID "WIDnum
               WHEN WCustClosed
                   DISPLAY "Customer "WIDnum" was closed "
                       WCustStatDate" - no card issued"
               WHEN WCdActive > 0
                   DISPLAY "Customer "WIDnum" already holds active "
                       "card "WCdCardNum(WCdActive)" - use R)eplace"
               WHEN WCdUsed NOT < 1000
                   DISPLAY "cards.txt is full - Raise the table "
                       "first."
               WHEN OTHER
                   MOVE 0 TO WReplaces
                   PERFORM storeCard
                   PERFORM rewriteCards
           END-EVALUATE.

      *> The old card stops working the moment its replacement is
      *> issued: lost or stolen puts it on the hot list, anything
      *> else (expiring, damaged) just retires it as expired. A
      *> card is replaced once - a second replacement, or one for a
      *> customer already holding another live card, would put two
      *> active cards in the same hands.
       replaceCard.
           PERFORM findCard
           IF WCdHit > 0
               DISPLAY "Reason - L)ost  S)tolen  E)xpiring/damaged: "
                   WITH NO ADVANCING
               ACCEPT WReason
               PERFORM normalizeReason
               MOVE WCdIDnum(WCdHit) TO WIDnum
               PERFORM lookupCustomer
               PERFORM findOtherActive
               PERFORM findReplacement
               EVALUATE TRUE
                   WHEN WReason NOT = "L" AND WReason NOT = "S"
                           AND WReason NOT = "E"
                       DISPLAY "Not a valid reason"
                   WHEN WCdStatus(WCdHit) NOT = "A"
                           AND WCdStatus(WCdHit) NOT = "L"
                           AND WCdStatus(WCdHit) NOT = "S"
                       DISPLAY "Card "WCardNum" is already retired "
                           "- status "WCdStatus(WCdHit)
                   WHEN WCdRepl > 0
                       DISPLAY "Card "WCardNum" was already replaced "
                           "by card "WCdCardNum(WCdRepl)" - refused"
                   WHEN WCdActive > 0
                       DISPLAY "Customer "WIDnum" already holds active "
                           "card "WCdCardNum(WCdActive)" - refused"
                   WHEN NOT WS-FOUND
                       DISPLAY "No customer on file for ID "WIDnum
                   WHEN WCustClosed
                       DISPLAY "Customer "WIDnum" was closed "
                           WCustStatDate" - no card issued"
                   WHEN WCdUsed NOT < 1000
                       DISPLAY "cards.txt is full - Raise the table "
                           "first."
                   WHEN OTHER
                       IF WCdStatus(WCdHit) = "A"
                           MOVE WReason TO WCdStatus(WCdHit)
                           MOVE WBankDate TO WCdStatDate(WCdHit)
                           MOVE ws-matched-operator
                               TO WCdOperID(WCdHit)
                       END-IF
                       MOVE WCardNum TO WReplaces
                       PERFORM storeCard
                       PERFORM rewriteCards
               END-EVALUATE
           END-IF.

      *> Only a card still active can be hot-listed - one already
      *> lost, stolen or retired is refused by the machines
      *> already.
       hotListCard.
           PERFORM findCard
           IF WCdHit > 0
               DISPLAY "Reason - L)ost  S)tolen: "WITH NO ADVANCING
               ACCEPT WReason
               PERFORM normalizeReason
               EVALUATE TRUE
                   WHEN WReason NOT = "L" AND WReason NOT = "S"
                       DISPLAY "Not a valid reason"
                   WHEN WCdStatus(WCdHit) NOT = "A"
                       DISPLAY "Card "WCardNum" is not active - "
                           "status "WCdStatus(WCdHit)
                   WHEN OTHER
                       MOVE WReason TO WCdStatus(WCdHit)
                       MOVE WBankDate TO WCdStatDate(WCdHit)
                       MOVE ws-matched-operator TO WCdOperID(WCdHit)
                       PERFORM rewriteCards
                       DISPLAY "Card "WCardNum" hot-listed as "
                           WReason" - the machines refuse it now"
               END-EVALUATE
           END-IF.

       normalizeReason.
           EVALUATE WReason
               WHEN "l"
                   MOVE "L" TO WReason
               WHEN "s"
                   MOVE "S" TO WReason
               WHEN "e"
                   MOVE "E" TO WReason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       findCard.
           DISPLAY "Card number: "WITH NO ADVANCING
           ACCEPT WCardNum
           MOVE 0 TO WCdHit
           PERFORM checkOneCard
               VARYING WCdSub FROM 1 BY 1
               UNTIL WCdSub > WCdUsed OR WCdHit > 0
           IF WCdHit = 0
               DISPLAY "No card "WCardNum" on file"
           ELSE
               DISPLAY "Customer "WCdIDnum(WCdHit)" expires "
                   WCdExpiry(WCdHit)" status "WCdStatus(WCdHit)
           END-IF.

       checkOneCard.
           IF WCdCardNum(WCdSub) = WCardNum
               MOVE WCdSub TO WCdHit
           END-IF.

       findActiveCard.
           MOVE 0 TO WCdActive
           PERFORM checkOneActive
               VARYING WCdSub FROM 1 BY 1
               UNTIL WCdSub > WCdUsed.

       checkOneActive.
           IF WCdIDnum(WCdSub) = WIDnum AND WCdStatus(WCdSub) = "A"
               MOVE WCdSub TO WCdActive
           END-IF.

      *> Another active card of the same customer - the card being
      *> replaced does not count against itself.
       findOtherActive.
           MOVE 0 TO WCdActive
           PERFORM checkOtherActive
               VARYING WCdSub FROM 1 BY 1
               UNTIL WCdSub > WCdUsed.

       checkOtherActive.
           IF WCdIDnum(WCdSub) = WIDnum AND WCdStatus(WCdSub) = "A"
                   AND WCdSub NOT = WCdHit
               MOVE WCdSub TO WCdActive
           END-IF.

       findReplacement.
           MOVE 0 TO WCdRepl
           PERFORM checkOneReplacement
               VARYING WCdSub FROM 1 BY 1
               UNTIL WCdSub > WCdUsed OR WCdRepl > 0.

       checkOneReplacement.
           IF WCdReplaces(WCdSub) = WCardNum
               MOVE WCdSub TO WCdRepl
           END-IF.

      *> The new card takes the next number and is good through the
      *> same month WCardYears on.
       storeCard.
           MOVE WBankYear TO WExpYear
           MOVE WBankMon TO WExpMon
           ADD WCardYears TO WExpYear
           ADD 1 TO WCdUsed
           ADD 1 TO WCdHigh
           MOVE WCdHigh TO WCdCardNum(WCdUsed)
           MOVE WIDnum TO WCdIDnum(WCdUsed)
           MOVE WExpiryNum TO WCdExpiry(WCdUsed)
           MOVE "A" TO WCdStatus(WCdUsed)
           MOVE WBankDate TO WCdIssued(WCdUsed)
           MOVE WBankDate TO WCdStatDate(WCdUsed)
           MOVE ws-matched-operator TO WCdOperID(WCdUsed)
           MOVE WReplaces TO WCdReplaces(WCdUsed)
           DISPLAY "Card "WCdHigh" issued to customer "WIDnum
               " - good through "WExpiryNum.

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

       listCards.
           DISPLAY "Customer ID number: "WITH NO ADVANCING
           ACCEPT WIDnum
           DISPLAY "CARD#    EXPIRY ST ISSUED   CHANGED  REPLACES"
           MOVE 0 TO WListCount
           PERFORM listOneCard
               VARYING WCdSub FROM 1 BY 1
               UNTIL WCdSub > WCdUsed
           IF WListCount = 0
               DISPLAY "No cards on file for "WIDnum
           END-IF.

       listOneCard.
           IF WCdIDnum(WCdSub) = WIDnum
               ADD 1 TO WListCount
               DISPLAY WCdCardNum(WCdSub)" "WCdExpiry(WCdSub)" "
                   WCdStatus(WCdSub)"  "WCdIssued(WCdSub)" "
                   WCdStatDate(WCdSub)" "WCdReplaces(WCdSub)
           END-IF.

      *> The whole file is written back in the order it was read,
      *> with the changed card and any new one in place.
       rewriteCards.
           OPEN OUTPUT CardFile
           PERFORM rewriteOneCard
               VARYING WCdSub FROM 1 BY 1
               UNTIL WCdSub > WCdUsed
           CLOSE CardFile.

       rewriteOneCard.
           MOVE SPACES TO CardRecord
           MOVE WCdCardNum(WCdSub) TO CdCardNum
           MOVE WCdIDnum(WCdSub) TO CdIDnum
           MOVE WCdExpiry(WCdSub) TO CdExpiry
           MOVE WCdStatus(WCdSub) TO CdStatus
           MOVE WCdIssued(WCdSub) TO CdIssued
           MOVE WCdStatDate(WCdSub) TO CdStatDate
           MOVE WCdOperID(WCdSub) TO CdOperID
           MOVE WCdReplaces(WCdSub) TO CdReplaces
           WRITE CardRecord.

       END PROGRAM card_maint.
