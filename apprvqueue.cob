       SELECT AFile ASSIGN TO "custaudit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-a-status.
       SELECT LogFile ASSIGN TO "keypass.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-log-status.
       FD AFile.
       01 AuditRecord.
           COPY "audrec.cpy".
       FD LogFile.
       01 LogRecord.
           02 LDateAndTime.
               88 WS-EOF VALUE "Y".
           02 WS-KEY-OK-SW PIC X(1) VALUE "N".
               88 WS-KEY-OK VALUE "Y".
           02 WS-QUEUE-DONE-SW PIC X(1) VALUE "N".
               88 WS-QUEUE-DONE VALUE "Y".
           02 WS-OVERFLOW-SW PIC X(1) VALUE "N".
       01 ws-pend-status PIC X(2).
       01 ws-d-status PIC X(2).
       01 ws-a-status PIC X(2).
       01 ws-log-status PIC X(2).
       01 Dec PIC X(25).

           END-EVALUATE.
       STOP RUN.

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
