       SELECT SeqFile ASSIGN TO "jrnlseq.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-seq-status.
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       FD SeqFile.
       01 SeqRecord.
           02 SeqLast PIC 9(7).
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
       01 WOpenAmount PIC 9(7)V99.
       01 WChoice PIC X(1).
       01 secretKey PIC 9(4).
       01 ws-matched-role PIC X(1) VALUE SPACE.
       01 ws-matched-operator PIC 9(4) VALUE 0.
       01 WTodayStamp.
           02 WToday PIC 9(8).
               88 WS-FOUND VALUE "Y".
           02 WS-KEY-OK-SW PIC X(1) VALUE "N".
               88 WS-KEY-OK VALUE "Y".
           02 WS-LIST-DONE-SW PIC X(1) VALUE "N".
               88 WS-LIST-DONE VALUE "Y".
       01 ws-d-status PIC X(2).
       01 ws-j-status PIC X(2).
       01 ws-seq-status PIC X(2).
       01 WJrnlSeq PIC 9(7).
       01 ws-bd-status PIC X(2).
       01 Dec PIC X(25).

               END-EVALUATE
           END-IF.

      *> The secret code is checked by oper_signon, which also
      *> holds the operator to the code-age, code-reuse and
      *> idle-operator rules and stamps the sign-on. It hands
      *> back the operator and their role, and sets the key
      *> switch only when the sign-on is good.
       lookupOperator.
           CALL "oper_signon" USING secretKey ws-matched-operator
               ws-matched-role WS-KEY-OK-SW.

      *> An account can only hang off a customer who is actually on
      *> the master and not closed - a closed customer gets no new
               MOVE SPACE TO Acspc1 Acspc2
               MOVE WOpenAmount TO AcBalance
               MOVE WToday TO AcOpenDate
               MOVE SPACE TO Acspc3 Acspc4
               MOVE 0 TO AcAccrued AcAccrDate
               WRITE AcctRecord
                   INVALID KEY
                       DISPLAY "Customer "WIDnum" already has a "
