           02 cName PIC X(15).
           02 OperID PIC 9(4).
           02 RegionCode PIC X(5).
           02 BrStatus PIC X(1).
               88 BrClosed VALUE "C".
           02 BrCloseDate PIC 9(8).
           02 BrSuccessor PIC 9(5).
       FD RFile.
       01 RLine PIC X(80).
       WORKING-STORAGE SECTION.
      *> customers whose BranchState points at it and totals their
      *> loan balances - the cross-reference the region hierarchy
      *> (RegionCode, req 013) was heading toward.
      *> A closed branch stays on the list, marked with the branch
      *> branch_rehome moved its customers to.
       printBranchLine.
           READ SFile
               AT END
                   ADD WBranchCount TO WGrandCount
                   ADD WBranchLoanTotal TO WGrandLoanTotal
                   MOVE SPACES TO WPrintLine
                   IF BrClosed
                       STRING sName " " cName " " WBranchCount
                           "     " WBranchLoanTotal
                           " CLOSED TO " BrSuccessor
                           DELIMITED BY SIZE INTO WPrintLine
                   ELSE
                       STRING sName " " cName " " WBranchCount
                           "     " WBranchLoanTotal
                           DELIMITED BY SIZE INTO WPrintLine
                   END-IF
                   PERFORM writeReportLine
           END-READ.

