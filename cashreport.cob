       FD TFile.
       01 TRecord.
           COPY "transrec.cpy".
      *> Wide enough for the whole WReportLine - atm_dispute reads
      *> the count back off this file.
       FD RFile.
       01 RLine PIC X(112).
       WORKING-STORAGE SECTION.
       01 WTermID PIC 9(4).
       01 WRptDate PIC 9(8).
