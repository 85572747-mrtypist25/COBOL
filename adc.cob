       SELECT LogFile ASSIGN TO "keypass.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-log-status.
       SELECT CkptFile ASSIGN TO "sort.ckpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-ckpt-status.
           02 cName PIC X(15).
           02 OperID PIC 9(4).
           02 RegionCode PIC X(5).
      *> A branch is closed, never deleted: branch_rehome moves its
      *> customers to a successor branch and then marks it here -
      *> BrStatus "C", BrCloseDate the bank date it closed and
      *> BrSuccessor the idNum its customers went to. A branch
      *> keyed in here starts open ("O"); records written before
      *> the fields existed carry spaces and are open too.
           02 BrStatus PIC X(1).
               88 BrClosed VALUE "C".
           02 BrCloseDate PIC 9(8).
           02 BrSuccessor PIC 9(5).
       FD SortedFile.
       01 SStateData.
           02 SidNum PIC 9(5).
           02 ScName PIC X(15).
           02 SOperID PIC 9(4).
           02 SRegionCode PIC X(5).
           02 SBrStatus PIC X(1).
           02 SBrCloseDate PIC 9(8).
           02 SBrSuccessor PIC 9(5).
       SD WorkFile.
       01 WStateData.
           02 WidNum PIC 9(5).
           02 WcName PIC X(15).
           02 WOperID PIC 9(4).
           02 WRegionCode PIC X(5).
           02 WBrStatus PIC X(1).
           02 WBrCloseDate PIC 9(8).
           02 WBrSuccessor PIC 9(5).
       FD CkptFile.
       01 CkptRecord.
           02 CkptCount PIC 9(9).
           02 NcName PIC X(15).
           02 NOperID PIC 9(4).
           02 NRegionCode PIC X(5).
           02 NBrStatus PIC X(1).
           02 NBrCloseDate PIC 9(8).
           02 NBrSuccessor PIC 9(5).
       FD NewSortedFile.
       01 NewSortedData.
           02 NNidNum PIC 9(5).
           02 NNcName PIC X(15).
           02 NNOperID PIC 9(4).
           02 NNRegionCode PIC X(5).
           02 NNBrStatus PIC X(1).
           02 NNBrCloseDate PIC 9(8).
           02 NNBrSuccessor PIC 9(5).
       FD OldSortedFile.
       01 OldSortedData.
           02 OidNum PIC 9(5).
           02 OcName PIC X(15).
           02 OOperID PIC 9(4).
           02 ORegionCode PIC X(5).
           02 OBrStatus PIC X(1).
           02 OBrCloseDate PIC 9(8).
           02 OBrSuccessor PIC 9(5).
       SD MergeWork.
       01 MStateData.
           02 MidNum PIC 9(5).
           02 McName PIC X(15).
           02 MOperID PIC 9(4).
           02 MRegionCode PIC X(5).
           02 MBrStatus PIC X(1).
           02 MBrCloseDate PIC 9(8).
           02 MBrSuccessor PIC 9(5).
       FD LogFile.
       01 LogRecord.
           02 LDateAndTime.
           02 ws-cName PIC X(15) VALUE SPACES.
           02 ws-RegionCode PIC X(5) VALUE SPACES.
       01 secretKey PIC 9(4).
       01 ws-matched-role PIC X(1) VALUE SPACE.

       01 ws-dateAndTime.
           02 ws-date.
               88 ws-locked-out VALUE "Y".
           02 ws-key-ok-sw PIC X(1) VALUE "N".
               88 ws-key-ok VALUE "Y".
           02 ws-dup-sw PIC X(1) VALUE "N".
               88 ws-dup-found VALUE "Y".
           02 ws-dup-eof-sw PIC X(1) VALUE "N".
       01 ws-org-status PIC X(2).
       01 ws-write-status PIC X(2).
       01 ws-log-status PIC X(2).
       01 ws-run-mode PIC 9(1).

       01 ws-sorted-status PIC X(2).
           END-IF
       END-IF.

      *> The secret code is checked by oper_signon, which also
      *> holds the operator to the code-age, code-reuse and
      *> idle-operator rules and stamps the sign-on. It hands
      *> back the operator and their role, and sets the key
      *> switch only when the sign-on is good.
       lookupOperator.
           CALL "oper_signon" USING secretKey ws-matched-operator
               ws-matched-role ws-key-ok-sw.

      *> Records every wrong secret code so a brute-force attempt
      *> against the data-entry key does not go unnoticed. keypass.log
           MOVE ws-cName TO cName
           MOVE ws-RegionCode TO RegionCode
           MOVE ws-matched-operator TO OperID
           MOVE "O" TO BrStatus
           MOVE 0 TO BrCloseDate BrSuccessor

      *> statenames.txt may not exist yet on a fresh install - EXTEND
      *> fails with status 35, so fall back to OPEN OUTPUT to create
      *> has ever been collected) - countOrgRecords' read loop would
      *> hang forever against a file that failed to open, so check
      *> ws-org-status up front and skip the sort entirely if there is
      *> nothing on file yet, the same way checkDuplicateId treats
      *> a missing file elsewhere in this program.
       runSortStep.
           PERFORM readCheckpoint
           IF ws-processed-count = 0
