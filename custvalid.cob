           02 cName PIC X(15).
           02 OperID PIC 9(4).
           02 RegionCode PIC X(5).
           02 BrStatus PIC X(1).
               88 BrClosed VALUE "C".
           02 BrCloseDate PIC 9(8).
           02 BrSuccessor PIC 9(5).
       FD GoodFile.
       01 GoodCustomer.
           COPY "custrec.cpy".
           IF AcctStatus OF Customer NOT = "A"
                   AND AcctStatus OF Customer NOT = "F"
                   AND AcctStatus OF Customer NOT = "C"
                   AND AcctStatus OF Customer NOT = "W"
                   AND AcctStatus OF Customer NOT = SPACE
               MOVE "UNKNOWN ACCOUNT STATUS" TO WEReason
               PERFORM writeError
