       SELECT LoadFile ASSIGN TO "cashload.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-load-status.
       SELECT BankDateFile ASSIGN TO "procdate.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-bd-status.
       FD LoadFile.
       01 LoadRecord.
           COPY "loadrec.cpy".
       FD BankDateFile.
       01 BankDateRec.
           02 BankDate PIC 9(8).
       01 WTermID PIC 9(4).
       01 WLoadAmount PIC 9(7)V99.
       01 secretKey PIC 9(4).
       01 ws-matched-operator PIC 9(4) VALUE 0.
       01 ws-matched-role PIC X(1) VALUE SPACE.
       01 WTodayStamp.
           02 WToday PIC 9(8).
           02 WTodayTime PIC 9(6).
       01 WS-SWITCHES.
           02 WS-KEY-OK-SW PIC X(1) VALUE "N".
               88 WS-KEY-OK VALUE "Y".
           02 WS-CASH-EOF-SW PIC X(1) VALUE "N".
               88 WS-CASH-EOF VALUE "Y".
           02 WS-CASH-OVER-SW PIC X(1) VALUE "N".
               88 WS-CASH-OVER VALUE "Y".
       01 ws-cash-status PIC X(2).
       01 ws-load-status PIC X(2).
       01 ws-bd-status PIC X(2).
       01 Dec PIC X(25).

           END-IF.
       STOP RUN.

      *> The secret code is checked by oper_signon, which also
      *> holds the operator to the code-age, code-reuse and
      *> idle-operator rules and stamps the sign-on. It hands
      *> back the operator and their role, and sets the key
      *> switch only when the sign-on is good.
       lookupOperator.
           CALL "oper_signon" USING secretKey ws-matched-operator
               ws-matched-role WS-KEY-OK-SW.

      *> The business date comes off procdate.dat, the control file
      *> the start-of-day step advances. No control file yet
