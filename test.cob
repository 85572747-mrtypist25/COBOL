       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       SELECT RelFile ASSIGN TO "acctrel.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-rel-status.
       SELECT HoldFile ASSIGN TO "holds.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-hold-status.
       DATA DIVISION.
       FILE SECTION.
       FD DFile.
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
       FD RelFile.
       01 RelRecord.
           COPY "relrec.cpy".
       FD HoldFile.
       01 HoldRecord.
           COPY "holdrec.cpy".
       WORKING-STORAGE SECTION.
       01 WTodayStamp.
           02 WToday PIC 9(8).
       01 OAApproved PIC S9(7)V99 VALUE 0.
       01 WOutstanding PIC S9(7)V99 VALUE 0.
       01 WIDnum PIC 9(5).
       01 WDrawer PIC 9(5).
       01 WPin PIC 9(4).
       01 WPinCoded PIC 9(4).
       01 WChoice PIC X(1).
       01 WAcctStatus PIC X(1).
       01 WStatusDate PIC 9(8).
       01 WTranKind PIC X(1).
       01 AvailableAmount PIC S9(7)V99.
       01 CurrentAmount PIC S9(7)V99.
      *> Funds held against the line and what may still be drawn
      *> once they are taken off.
       01 WHoldTotal PIC S9(9)V99 VALUE 0.
       01 WDrawable PIC S9(9)V99.
       01 Dec PIC X(20).
       01 WS-SWITCHES.
           02 WS-FOUND-SW PIC X(1) VALUE "N".
               88 WS-FOUND VALUE "Y".
           02 WS-DRAWER-OK-SW PIC X(1) VALUE "Y".
               88 WS-DRAWER-OK VALUE "Y".
           02 WS-LINKED-SW PIC X(1) VALUE "N".
               88 WS-LINKED VALUE "Y".
           02 WS-REL-EOF-SW PIC X(1) VALUE "N".
               88 WS-REL-EOF VALUE "Y".
           02 WS-HOLD-EOF-SW PIC X(1) VALUE "N".
               88 WS-HOLD-EOF VALUE "Y".
       01 ws-d-status PIC X(2).
       01 ws-l-status PIC X(2).
       01 ws-j-status PIC X(2).
       01 ws-seq-status PIC X(2).
       01 ws-rel-status PIC X(2).
       01 ws-hold-status PIC X(2).
       01 WJrnlSeq PIC 9(7).
       PROCEDURE DIVISION.
       MOVE ALL "*" TO Dec.
           DISPLAY "Account "WIDnum" status "WAcctStatus" since "
               WStatusDate" - no transactions allowed"
       ELSE
           IF WS-FOUND
               PERFORM checkDrawer
           END-IF
           IF WS-FOUND AND WS-DRAWER-OK
      *> What is available is the approved amount less what is
      *> already drawn and not yet repaid - across runs, off the
      *> customer record, so running the program twice no longer
      *> hands out the full approved amount twice.
               COMPUTE AvailableAmount = OAApproved - WOutstanding
               MOVE AvailableAmount TO CurrentAmount
               MOVE CurrentAmount TO SCurr
               DISPLAY "Money available: "SCurr
               PERFORM sumActiveHolds
               IF WHoldTotal > 0
                   MOVE WHoldTotal TO SCurr
                   DISPLAY "Funds on hold: "SCurr
               END-IF
               DISPLAY "W)ithdraw  R)epay: "WITH NO ADVANCING
               ACCEPT WChoice
               EVALUATE WChoice
                   WHEN "W"
                   WHEN "w"
                       PERFORM doDraw
                   WHEN "R"
                   WHEN "r"
                       PERFORM doRepay
                   WHEN OTHER
                       DISPLAY "Not a valid choice"
               END-EVALUATE
           ELSE
               IF NOT WS-FOUND
                   DISPLAY "No customer on file for ID "WIDnum
               END-IF
           END-IF
       END-IF.

       STOP RUN.

      *> The overdraft sits behind the holder's checking account,
      *> so a joint owner or authorized signer on that account in
      *> acctrel.txt may draw or repay it too - on their own PIN,
      *> since this side keeps none for the holder. Zero (or the
      *> holder's own ID) is the holder at the counter, as before.
      *> The postings stay under the holder's IDnum; the operator
      *> stamp shows who served them.
       checkDrawer.
           MOVE "Y" TO WS-DRAWER-OK-SW
           DISPLAY "Drawing customer ID (0 = account holder): "
               WITH NO ADVANCING
           ACCEPT WDrawer
           IF WDrawer NOT = 0 AND WDrawer NOT = WIDnum
               MOVE "N" TO WS-DRAWER-OK-SW
               PERFORM findLink
               IF NOT WS-LINKED
                   DISPLAY "Customer "WDrawer" is not on account "
                       WIDnum" - no transactions allowed"
               ELSE
                   PERFORM checkDrawerPin
               END-IF
           END-IF.

      *> acctrel.txt may not exist yet - status 35 just means no
      *> account has a second party, and reading a file that
      *> failed to open never reaches AT END, so the loop must be
      *> skipped outright.
       findLink.
           MOVE "N" TO WS-LINKED-SW
           OPEN INPUT RelFile
           IF ws-rel-status NOT = "35"
               PERFORM checkOneLink UNTIL WS-REL-EOF OR WS-LINKED
               CLOSE RelFile
           END-IF.

       checkOneLink.
           READ RelFile
               AT END
                   SET WS-REL-EOF TO TRUE
               NOT AT END
                   IF RlAcIDnum = WIDnum AND RlAcType = "C"
                           AND RlIDnum = WDrawer
                           AND (RlJoint OR RlSigner)
                       SET WS-LINKED TO TRUE
                   END-IF
           END-READ.

      *> The drawer must be a customer money can still move for -
      *> a written-off customer draws no new credit here any more
      *> than at the machine - and the PIN keyed must match theirs;
      *> the master holds its digit complement, as atm_program
      *> checks it. One try at the counter; the teller does not sit
      *> through guessing.
       checkDrawerPin.
           OPEN INPUT DFile
           MOVE WDrawer TO IDnum
           READ DFile
               INVALID KEY
                   DISPLAY "No customer on file for ID "WDrawer
               NOT INVALID KEY
                   IF AcctFrozen OR AcctClosed OR AcctDormant
                           OR AcctChargedOff
                       DISPLAY "Customer "WDrawer" status "
                           AcctStatus" - no transactions allowed"
                   ELSE
                       DISPLAY "PIN: "WITH NO ADVANCING
                       ACCEPT WPin
                       COMPUTE WPinCoded = 9999 - WPin
                       IF WPinCoded = PIN
                           SET WS-DRAWER-OK TO TRUE
                       ELSE
                           DISPLAY "PIN does not match - no "
                               "transactions allowed"
                       END-IF
                   END-IF
           END-READ
           CLOSE DFile.

      *> A draw raises the outstanding balance on the customer
      *> record - the exposure finally lives in the numbers the
      *> evening reports reconcile instead of only on this screen.
      *> Funds held against the line cannot be drawn; a repayment
      *> is never held back.
       doDraw.
           COMPUTE WDrawable = AvailableAmount - WHoldTotal
           DISPLAY "Amount to withdraw: "WITH NO ADVANCING
           ACCEPT AmountWithdraw
           IF AmountWithdraw > 0
                   AND AmountWithdraw NOT > WDrawable
               ADD AmountWithdraw TO WOutstanding
               COMPUTE AvailableAmount = OAApproved - WOutstanding
               PERFORM rewriteOutstanding
               MOVE "W" TO WTranKind
               PERFORM writeLedger
           ELSE
               DISPLAY "ERROR: max to withdraw is "WDrawable
           END-IF.

      *> The repayment path the overdraft never had: money back in
                   " - repayment refused"
           END-IF.

      *> Holds on the loan line ("L" on holds.txt) - the line the
      *> overdraft draws on - that are still active and whose
      *> release date, if any, is still ahead of the bank date,
      *> the same test atm_program makes. holds.txt may not exist
      *> yet - status 35 just means nothing held, and reading a
      *> file that failed to open never reaches AT END, so the
      *> loop must be skipped outright.
       sumActiveHolds.
           MOVE 0 TO WHoldTotal
           OPEN INPUT HoldFile
           IF ws-hold-status NOT = "35"
               PERFORM sumOneHold UNTIL WS-HOLD-EOF
               CLOSE HoldFile
           END-IF.

       sumOneHold.
           READ HoldFile
               AT END
                   SET WS-HOLD-EOF TO TRUE
               NOT AT END
                   IF HdIDnum = WIDnum AND HdAcType = "L"
                           AND HdActive
                           AND (HdRelease = 0 OR HdRelease > WToday)
                       ADD HdAmount TO WHoldTotal
                   END-IF
           END-READ.

      *> The record is re-read under I-O just long enough to put
      *> the new outstanding figure on it - the same read-update-
      *> rewrite shape so_post uses on the master.
