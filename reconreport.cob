               EVALUATE TType
                   WHEN "P"
                   WHEN "R"
                   WHEN "V"
                   WHEN "F"
                   WHEN "N"
                   WHEN "X"
                       SUBTRACT TAmount FROM WExpDebt
                   WHEN "S"
                   WHEN "B"
                   WHEN "Q"
                   WHEN "D"
                       ADD TAmount TO WExpDebt
                   WHEN "Y"
                       CONTINUE
                   WHEN OTHER
                       MOVE TAmount TO WExpDebt
                       SET WS-ANCHOR TO TRUE
