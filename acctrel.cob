       IDENTIFICATION DIVISION.
       PROGRAM-ID. acct_rel.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RelFile ASSIGN TO "acctrel.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-rel-status.
       SELECT AcctFile ASSIGN TO "accounts.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS AcctKey
           FILE STATUS IS ws-acct-status.
       SELECT DFile ASSIGN TO "customers.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS IDnum
           FILE STATUS IS ws-d-status.
       SELECT AFile ASSIGN TO "custaudit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-a-status.
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       DATA DIVISION.
       FILE SECTION.
       FD RelFile.
       01 RelRecord.
           COPY "relrec.cpy".
       FD AcctFile.
       01 AcctRecord.
           COPY "acctrec.cpy".
       FD DFile.
       01 Customer.
           COPY "custrec.cpy".
       FD AFile.
       01 AuditRecord.
           COPY "audrec.cpy".
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WBankStamp.
           02 WBankDate PIC 9(8).
           02 WBankTime PIC 9(6).
      *> The whole relationship file loads into this table so a
      *> removal can rewrite the file without the one link - the
      *> apprv_queue shape. Five hundred links is far more joint
      *> and signer arrangements than a branch this size carries.
       01 WRlTable.
           02 WRlEntry OCCURS 500.
               03 WRlAcIDnum PIC 9(5).
               03 WRlAcType PIC X(1).
               03 WRlIDnum PIC 9(5).
               03 WRlRole PIC X(1).
               03 WRlAddDate PIC 9(8).
               03 WRlOperID PIC 9(4).
       01 WRlUsed PIC 9(3) VALUE 0.
       01 WRlSub PIC 9(3).
       01 WRlHit PIC 9(3).
       01 WRlPrimaryHit PIC 9(3).
       01 WRlDrop PIC 9(3).
       01 WLink.
           02 WAcIDnum PIC 9(5).
           02 WAcType PIC X(1).
           02 WLinkIDnum PIC 9(5).
           02 WRole PIC X(1).
      *> The customer's status as read - kept here because the
      *> record area cannot be trusted once customers.dat closes.
       01 WCustStatus PIC X(1).
           88 WCustClosed VALUE "C".
           88 WCustChargedOff VALUE "W".
       01 WChoice PIC X(1).
       01 WRoleName PIC X(17).
       01 secretKey PIC 9(4).
       01 ws-matched-operator PIC 9(4) VALUE 0.
       01 ws-matched-role PIC X(1) VALUE SPACE.
       01 WS-SWITCHES.
           02 WS-EOF-SW PIC X(1) VALUE "N".
               88 WS-EOF VALUE "Y".
           02 WS-KEY-OK-SW PIC X(1) VALUE "N".
               88 WS-KEY-OK VALUE "Y".
           02 WS-OVERFLOW-SW PIC X(1) VALUE "N".
               88 WS-OVERFLOW VALUE "Y".
           02 WS-ACCT-FOUND-SW PIC X(1) VALUE "N".
               88 WS-ACCT-FOUND VALUE "Y".
           02 WS-FOUND-SW PIC X(1) VALUE "N".
               88 WS-FOUND VALUE "Y".
       01 ws-rel-status PIC X(2).
       01 ws-acct-status PIC X(2).
       01 ws-d-status PIC X(2).
       01 ws-a-status PIC X(2).
       01 ws-bd-status PIC X(2).
       01 Dec PIC X(25).

      *> Joint owners and authorized signers on deposit accounts.
      *> accounts.dat files every checking or savings account under
      *> one IDnum - the primary owner. acctrel.txt adds the other
      *> customers who stand on it: a joint owner or an authorized
      *> signer may draw on the account at the ATM and the
      *> overdraft counter with their own PIN, and the primary's
      *> statement names them. The first link on an account also
      *> writes the primary's own "P" line so the file names
      *> everyone on it. Every link added (action "K") or removed
      *> (action "U") goes to custaudit.log with the link record as
      *> its image, the same trail cust_maint leaves on the master.
       PROCEDURE DIVISION.
           MOVE ALL "*" TO Dec.
           DISPLAY Dec" ACCOUNT RELATIONSHIPS "Dec.
           DISPLAY "Operator secret code: "WITH NO ADVANCING
           ACCEPT secretKey
           PERFORM lookupOperator
           IF NOT WS-KEY-OK
               DISPLAY "Code not authorized - relationship "
                   "maintenance refused"
           ELSE
               PERFORM readBankDate
               PERFORM loadRelations
      *> More links than the table holds: the rewrite after a
      *> change would silently destroy everything past the five
      *> hundredth, so the run refuses whole and acctrel.txt is
      *> left untouched.
               IF WS-OVERFLOW
                   DISPLAY "MORE THAN 500 LINKS ON acctrel.txt"
                       " - REFUSED, NOTHING CHANGED. Raise the "
                       "table first."
               ELSE
                   PERFORM workRelations
               END-IF
           END-IF.
       STOP RUN.

       workRelations.
           DISPLAY "A)dd link  R)emove link  L)ist account: "
               WITH NO ADVANCING
           ACCEPT WChoice
           EVALUATE WChoice
               WHEN "A"
               WHEN "a"
                   PERFORM addLink
               WHEN "R"
               WHEN "r"
                   PERFORM removeLink
               WHEN "L"
               WHEN "l"
                   PERFORM promptAccount
                   IF WS-ACCT-FOUND
                       PERFORM listAccountLinks
                   END-IF
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

      *> acctrel.txt may not exist yet - status 35 just means no
      *> account has a second party so far, and reading a file
      *> that failed to open never reaches AT END, so the loop must
      *> be skipped outright.
       loadRelations.
           OPEN INPUT RelFile
           IF ws-rel-status NOT = "35"
               PERFORM loadOneRelation UNTIL WS-EOF
               CLOSE RelFile
           END-IF.

       loadOneRelation.
           READ RelFile
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WRlUsed < 500
                       ADD 1 TO WRlUsed
                       MOVE RlAcIDnum TO WRlAcIDnum(WRlUsed)
                       MOVE RlAcType TO WRlAcType(WRlUsed)
                       MOVE RlIDnum TO WRlIDnum(WRlUsed)
                       MOVE RlRole TO WRlRole(WRlUsed)
                       MOVE RlAddDate TO WRlAddDate(WRlUsed)
                       MOVE RlOperID TO WRlOperID(WRlUsed)
                   ELSE
                       SET WS-OVERFLOW TO TRUE
                   END-IF
           END-READ.

      *> The account is named the way accounts.dat keys it - the
      *> primary owner's IDnum plus C or S - and must be on file.
      *> accounts.dat may not exist yet - status 35 just means no
      *> such account.
       promptAccount.
           MOVE "N" TO WS-ACCT-FOUND-SW
           DISPLAY "Account holder ID number: "WITH NO ADVANCING
           ACCEPT WAcIDnum
           DISPLAY "Account - C)hecking  S)avings: "
               WITH NO ADVANCING
           ACCEPT WAcType
           EVALUATE WAcType
               WHEN "c"
                   MOVE "C" TO WAcType
               WHEN "s"
                   MOVE "S" TO WAcType
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WAcType NOT = "C" AND WAcType NOT = "S"
               DISPLAY "Only checking and savings accounts take "
                   "joint owners or signers"
           ELSE
               OPEN INPUT AcctFile
               IF ws-acct-status NOT = "35"
                   MOVE WAcIDnum TO AcIDnum
                   MOVE WAcType TO AcType
                   READ AcctFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-ACCT-FOUND TO TRUE
                   END-READ
                   CLOSE AcctFile
               END-IF
               IF NOT WS-ACCT-FOUND
                   DISPLAY "No account "WAcIDnum" "WAcType" on file"
               END-IF
           END-IF.

      *> The customer being linked must be on the master and still
      *> open, and cannot be the account's own holder - the primary
      *> is already on the account by being its key. One customer
      *> stands on one account once, in one role; changing a role
      *> is a removal and a fresh add, so each shows in the audit.
       addLink.
           PERFORM promptAccount
           IF WS-ACCT-FOUND
               DISPLAY "Customer ID to link: "WITH NO ADVANCING
               ACCEPT WLinkIDnum
               DISPLAY "Role - J)oint owner  S)igner: "
                   WITH NO ADVANCING
               ACCEPT WRole
               EVALUATE WRole
                   WHEN "j"
                       MOVE "J" TO WRole
                   WHEN "s"
                       MOVE "S" TO WRole
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM lookupCustomer
               PERFORM findLink
               EVALUATE TRUE
                   WHEN WRole NOT = "J" AND WRole NOT = "S"
                       DISPLAY "Not a valid role"
                   WHEN WLinkIDnum = WAcIDnum
                       DISPLAY "Customer "WLinkIDnum" holds the "
                           "account - already its primary owner"
                   WHEN NOT WS-FOUND
                       DISPLAY "No customer on file for ID "
                           WLinkIDnum
                   WHEN WCustClosed OR WCustChargedOff
                       DISPLAY "Customer "WLinkIDnum" is status "
                           WCustStatus" - cannot be linked"
                   WHEN WRlHit > 0
                       DISPLAY "Customer "WLinkIDnum" is already on "
                           "the account as "WRlRole(WRlHit)
                   WHEN WRlUsed > 498
                       DISPLAY "acctrel.txt is full - Raise the "
                           "table first."
                   WHEN OTHER
                       PERFORM storeLink
               END-EVALUATE
           END-IF.

      *> The primary's own "P" line goes in ahead of the first
      *> other party so the file always names the whole account.
       storeLink.
           IF WRlPrimaryHit = 0
               ADD 1 TO WRlUsed
               MOVE WAcIDnum TO WRlAcIDnum(WRlUsed)
               MOVE WAcType TO WRlAcType(WRlUsed)
               MOVE WAcIDnum TO WRlIDnum(WRlUsed)
               MOVE "P" TO WRlRole(WRlUsed)
               MOVE WBankDate TO WRlAddDate(WRlUsed)
               MOVE ws-matched-operator TO WRlOperID(WRlUsed)
               MOVE WRlUsed TO WRlSub
               PERFORM buildRelRecord
               MOVE SPACES TO ABefore
               MOVE RelRecord TO AAfter
               MOVE "K" TO AAction
               PERFORM writeAudit
           END-IF
           ADD 1 TO WRlUsed
           MOVE WAcIDnum TO WRlAcIDnum(WRlUsed)
           MOVE WAcType TO WRlAcType(WRlUsed)
           MOVE WLinkIDnum TO WRlIDnum(WRlUsed)
           MOVE WRole TO WRlRole(WRlUsed)
           MOVE WBankDate TO WRlAddDate(WRlUsed)
           MOVE ws-matched-operator TO WRlOperID(WRlUsed)
           MOVE WRlUsed TO WRlSub
           PERFORM buildRelRecord
           MOVE SPACES TO ABefore
           MOVE RelRecord TO AAfter
           MOVE "K" TO AAction
           PERFORM writeAudit
           MOVE 0 TO WRlDrop
           PERFORM rewriteRelations
           DISPLAY "Customer "WLinkIDnum" linked to account "
               WAcIDnum" "WAcType" as "WRole.

      *> The primary owner cannot be unlinked - the account is
      *> filed under that IDnum, so taking the primary off is
      *> closing the account in acct_maint. The "P" line stays
      *> behind when the last other party goes; it names only the
      *> holder and changes nothing.
       removeLink.
           PERFORM promptAccount
           IF WS-ACCT-FOUND
               DISPLAY "Customer ID to unlink: "WITH NO ADVANCING
               ACCEPT WLinkIDnum
               PERFORM findLink
               EVALUATE TRUE
                   WHEN WRlHit = 0
                       DISPLAY "Customer "WLinkIDnum" is not on "
                           "account "WAcIDnum" "WAcType
                   WHEN WRlRole(WRlHit) = "P"
                       DISPLAY "Customer "WLinkIDnum" is the primary "
                           "owner - close the account instead"
                   WHEN OTHER
                       MOVE WRlHit TO WRlSub
                       PERFORM buildRelRecord
                       MOVE RelRecord TO ABefore
                       MOVE SPACES TO AAfter
                       MOVE "U" TO AAction
                       PERFORM writeAudit
                       MOVE WRlHit TO WRlDrop
                       PERFORM rewriteRelations
                       DISPLAY "Customer "WLinkIDnum" removed from "
                           "account "WAcIDnum" "WAcType
               END-EVALUATE
           END-IF.

      *> Finds the one customer's line on the account, and the
      *> account's "P" line if it has one yet.
       findLink.
           MOVE 0 TO WRlHit WRlPrimaryHit
           PERFORM checkOneLink
               VARYING WRlSub FROM 1 BY 1
               UNTIL WRlSub > WRlUsed.

       checkOneLink.
           IF WRlAcIDnum(WRlSub) = WAcIDnum
                   AND WRlAcType(WRlSub) = WAcType
               IF WRlIDnum(WRlSub) = WLinkIDnum
                   MOVE WRlSub TO WRlHit
               END-IF
               IF WRlRole(WRlSub) = "P"
                   MOVE WRlSub TO WRlPrimaryHit
               END-IF
           END-IF.

      *> customers.dat does not exist yet on a fresh install -
      *> status 35 just means no customer found.
       lookupCustomer.
           MOVE "N" TO WS-FOUND-SW
           MOVE SPACE TO WCustStatus
           OPEN INPUT DFile
           IF ws-d-status NOT = "35"
               MOVE WLinkIDnum TO IDnum
               READ DFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-FOUND TO TRUE
                       MOVE AcctStatus TO WCustStatus
               END-READ
               CLOSE DFile
           END-IF.

       listAccountLinks.
           DISPLAY "Parties on account "WAcIDnum" "WAcType":"
           MOVE 0 TO WRlHit
           PERFORM listOneLink
               VARYING WRlSub FROM 1 BY 1
               UNTIL WRlSub > WRlUsed
           IF WRlHit = 0
               DISPLAY "  "WAcIDnum" PRIMARY OWNER - no other "
                   "parties"
           END-IF.

       listOneLink.
           IF WRlAcIDnum(WRlSub) = WAcIDnum
                   AND WRlAcType(WRlSub) = WAcType
               ADD 1 TO WRlHit
               EVALUATE WRlRole(WRlSub)
                   WHEN "P"
                       MOVE "PRIMARY OWNER" TO WRoleName
                   WHEN "J"
                       MOVE "JOINT OWNER" TO WRoleName
                   WHEN OTHER
                       MOVE "AUTHORIZED SIGNER" TO WRoleName
               END-EVALUATE
               DISPLAY "  "WRlIDnum(WRlSub)" "WRoleName" added "
                   WRlAddDate(WRlSub)" by "WRlOperID(WRlSub)
           END-IF.

       buildRelRecord.
           MOVE SPACES TO RelRecord
           MOVE WRlAcIDnum(WRlSub) TO RlAcIDnum
           MOVE WRlAcType(WRlSub) TO RlAcType
           MOVE WRlIDnum(WRlSub) TO RlIDnum
           MOVE WRlRole(WRlSub) TO RlRole
           MOVE WRlAddDate(WRlSub) TO RlAddDate
           MOVE WRlOperID(WRlSub) TO RlOperID.

      *> custaudit.log gets the link record as the before or after
      *> image - spaces on the other side, as cust_maint leaves
      *> ABefore on an Add. No log yet (status 35) - fall back to
      *> OPEN OUTPUT to create it.
       writeAudit.
           MOVE FUNCTION CURRENT-DATE TO ADateAndTime
           MOVE SPACE TO Aspc1 Aspc2 Aspc3 Aspc4
           MOVE ws-matched-operator TO AOperID
           OPEN EXTEND AFile
           IF ws-a-status = "35"
               OPEN OUTPUT AFile
           END-IF
               WRITE AuditRecord
               END-WRITE
           CLOSE AFile.

      *> The whole file is written back in the order it was read,
      *> less the one line being removed (WRlDrop, zero on an add).
       rewriteRelations.
           OPEN OUTPUT RelFile
           PERFORM rewriteOneRelation
               VARYING WRlSub FROM 1 BY 1
               UNTIL WRlSub > WRlUsed
           CLOSE RelFile.

       rewriteOneRelation.
           IF WRlSub NOT = WRlDrop
               PERFORM buildRelRecord
               WRITE RelRecord
           END-IF.

       END PROGRAM acct_rel.
