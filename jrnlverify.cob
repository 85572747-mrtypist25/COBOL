                   WHEN "AW"
                   WHEN "TO"
                   WHEN "MO"
                   WHEN "FE"
                   WHEN "CK"
                   WHEN "CP"
                   WHEN "ES"
                   WHEN "DR"
                       COMPUTE WExpectBal =
                           WChBalance(WChHit) - JAmount
                       SET WS-CHAINABLE TO TRUE
                   WHEN "TI"
                   WHEN "MI"
                   WHEN "RW"
                   WHEN "IC"
                   WHEN "RF"
                   WHEN "DC"
                       COMPUTE WExpectBal =
                           WChBalance(WChHit) + JAmount
                       SET WS-CHAINABLE TO TRUE
