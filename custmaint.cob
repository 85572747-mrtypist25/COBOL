       SELECT CkptFile ASSIGN TO "maint.ckpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-ckpt-status.
       SELECT AFile ASSIGN TO "custaudit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-a-status.
       FD DFile.
       01 Customer.
           COPY "custrec.cpy".
       FD AFile.
       01 AuditRecord.
           COPY "audrec.cpy".
               88 WS-FOUND VALUE "Y".
           02 WS-KEY-OK-SW PIC X(1) VALUE "N".
               88 WS-KEY-OK VALUE "Y".
       01 ws-d-status PIC X(2).
       01 ws-a-status PIC X(2).
       01 ws-bak-status PIC X(2).
       01 ws-ckpt-status PIC X(2).
                   DISPLAY "Not a valid choice"
           END-EVALUATE.

      *> The secret code is checked by oper_signon, which also
      *> holds the operator to the code-age, code-reuse and
      *> idle-operator rules and stamps the sign-on. It hands
      *> back the operator and their role, and sets the key
      *> switch only when the sign-on is good.
       lookupOperator.
           CALL "oper_signon" USING secretKey ws-matched-operator
               ws-matched-role WS-KEY-OK-SW.

      *> Freezing, closing and reactivating move an account's whole
      *> lifecycle, so they take a supervisor sign-on - adds and
