           FILE STATUS IS ws-m-status.
       SELECT RFile ASSIGN TO "maintedit.rpt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AFile ASSIGN TO "custaudit.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-a-status.
           02 MBranchState PIC 9(5).
       FD RFile.
       01 RLine PIC X(80).
       FD AFile.
       01 AuditRecord.
           COPY "audrec.cpy".
               88 WS-EOF VALUE "Y".
           02 WS-KEY-OK-SW PIC X(1) VALUE "N".
               88 WS-KEY-OK VALUE "Y".
       01 ws-d-status PIC X(2).
       01 ws-m-status PIC X(2).
       01 ws-a-status PIC X(2).
       01 ws-bak-status PIC X(2).
       01 ws-ckpt-status PIC X(2).
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

      *> apprv.ctl may not exist - the threshold stays zero and
      *> every transaction applies straight through, exactly as
