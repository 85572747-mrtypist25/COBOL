           COPY "transrec.cpy".
       FD OperFile.
       01 OperRecord.
           COPY "operrec.cpy".
       FD RFile.
       01 RLine PIC X(100).
       WORKING-STORAGE SECTION.
           END-READ.

      *> Totals the day's cash movement posted under this OperID.
      *> "W", a reversed payment ("S") and a closing payout ("C")
      *> hand cash out, "P" and a reversed withdrawal ("R") take it
      *> in - transfers ("T"/"F")
      *> move no cash through any drawer. transactions.txt may not
      *> exist yet - status 35 just means nothing posted, and
      *> reading a file that failed to open never reaches AT END,
                       EVALUATE TType
                           WHEN "W"
                           WHEN "S"
                           WHEN "C"
                               ADD TAmount TO WCashOut
                           WHEN "P"
                           WHEN "R"
                           WHEN "Y"
                               ADD TAmount TO WCashIn
                           WHEN OTHER
                               CONTINUE
