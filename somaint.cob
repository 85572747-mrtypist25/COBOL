           ACCESS IS RANDOM
           RECORD KEY IS IDnum
           FILE STATUS IS ws-d-status.
       DATA DIVISION.
       FILE SECTION.
       FD SOFile.
       FD DFile.
       01 Customer.
           COPY "custrec.cpy".
       WORKING-STORAGE SECTION.
       01 WOrder.
           02 WIDnum PIC 9(5).
           02 WEnd PIC 9(8).
       01 WChoice PIC X(1).
       01 secretKey PIC 9(4).
       01 ws-matched-operator PIC 9(4) VALUE 0.
       01 ws-matched-role PIC X(1) VALUE SPACE.
       01 WDropCount PIC 9(3) VALUE 0.
       01 WS-SWITCHES.
           02 WS-FOUND-SW PIC X(1) VALUE "N".
               88 WS-FOUND VALUE "Y".
           02 WS-KEY-OK-SW PIC X(1) VALUE "N".
               88 WS-KEY-OK VALUE "Y".
           02 WS-SOEOF-SW PIC X(1) VALUE "N".
               88 WS-SOEOF VALUE "Y".
       01 ws-so-status PIC X(2).
       01 ws-d-status PIC X(2).
       01 Dec PIC X(25).

       PROCEDURE DIVISION.
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

      *> An order can only hang off a customer actually on the
      *> master. customers.dat may not exist yet - status 35 just
