                   EVALUATE TType
                       WHEN "P"
                       WHEN "R"
                       WHEN "V"
                       WHEN "F"
                       WHEN "N"
                       WHEN "X"
                           SUBTRACT TAmount FROM WCloseDebt
                       WHEN "S"
                       WHEN "B"
                       WHEN "Q"
                       WHEN "D"
                           ADD TAmount TO WCloseDebt
                       WHEN "Y"
                           CONTINUE
                       WHEN OTHER
                           MOVE TAmount TO WCloseDebt
                   END-EVALUATE
