       SELECT RateFile ASSIGN TO "ratetable.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-rate-status.
       DATA DIVISION.
       FILE SECTION.
       FD RateFile.
       01 RateRecord.
           COPY "raterec.cpy".
       WORKING-STORAGE SECTION.
       01 WRate.
           02 WState PIC 9(5).
           02 WEffDate PIC 9(8).
       01 WChoice PIC X(1).
       01 secretKey PIC 9(4).
       01 ws-matched-operator PIC 9(4) VALUE 0.
       01 ws-matched-role PIC X(1) VALUE SPACE.
       01 WRowCount PIC 9(4) VALUE 0.
       01 WS-SWITCHES.
           02 WS-KEY-OK-SW PIC X(1) VALUE "N".
               88 WS-KEY-OK VALUE "Y".
           02 WS-RATE-EOF-SW PIC X(1) VALUE "N".
               88 WS-RATE-EOF VALUE "Y".
       01 ws-rate-status PIC X(2).
       01 Dec PIC X(25).

      *> Maintains the central rate table the repricing batch and
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

      *> Rows only ever append - superseding is a later effective
      *> date, never an overwrite, so the table keeps its own
