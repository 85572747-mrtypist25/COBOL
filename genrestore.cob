       01 Customer.
           COPY "custrec.cpy".
       FD OrgFile.
       01 StateData PIC X(58).
       FD SortedFile.
       01 SortedData PIC X(58).
       FD OperFile.
       01 OperData PIC X(61).
       FD CustBak.
       01 CustBakData.
           COPY "custrec.cpy".
       FD StateBak.
       01 StateBakData PIC X(58).
       FD SortBak.
       01 SortBakData PIC X(58).
       FD OperBak.
       01 OperBakData PIC X(61).
       FD CtlFile.
       01 CtlRecord.
           COPY "bakctl.cpy".
           02 Lspc3 PIC X(1).
           02 LFunc PIC X(8).
       WORKING-STORAGE SECTION.
       01 secretKey PIC 9(4).
       01 ws-matched-operator PIC 9(4) VALUE 0.
       01 ws-matched-role PIC X(1) VALUE SPACE.
               88 WS-VERIFY-OK VALUE "Y".
           02 WS-KEY-OK-SW PIC X(1) VALUE "N".
               88 WS-KEY-OK VALUE "Y".
       01 ws-d-status PIC X(2).
       01 ws-cbak-status PIC X(2).
       01 ws-sbak-status PIC X(2).
               END-IF
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
