           02 WFrozenCount PIC 9(5) VALUE 0.
           02 WClosedCount PIC 9(5) VALUE 0.
           02 WDormantCount PIC 9(5) VALUE 0.
           02 WChgOffCount PIC 9(5) VALUE 0.
           02 WLoanTotal PIC S9(11)V99 VALUE 0.
           02 WBalanceTotal PIC S9(11)V99 VALUE 0.
           02 WDebtTotal PIC S9(11)V99 VALUE 0.
                           ADD 1 TO WClosedCount
                       WHEN AcctDormant
                           ADD 1 TO WDormantCount
                       WHEN AcctChargedOff
                           ADD 1 TO WChgOffCount
                       WHEN OTHER
                           ADD 1 TO WActiveCount
                   END-EVALUATE
               DELIMITED BY SIZE INTO WPrintLine
           PERFORM writeReportLine
           MOVE SPACES TO WPrintLine
           STRING "  charged off ...........: " WChgOffCount
               DELIMITED BY SIZE INTO WPrintLine
           PERFORM writeReportLine
           MOVE SPACES TO WPrintLine
           STRING "Total loans outstanding ..: " WLoanTotal
               DELIMITED BY SIZE INTO WPrintLine
           PERFORM writeReportLine
