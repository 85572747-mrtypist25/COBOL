       01 Customer.
           COPY "custrec.cpy".
       FD OrgFile.
       01 StateData PIC X(58).
       FD SortedFile.
       01 SortedData PIC X(58).
       FD OperFile.
       01 OperData PIC X(61).
       FD CustBak.
       01 CustBakData.
           COPY "custrec.cpy".
       FD StateBak.
       01 StateBakData PIC X(58).
       FD SortBak.
       01 SortBakData PIC X(58).
       FD OperBak.
       01 OperBakData PIC X(61).
       FD CtlFile.
       01 CtlRecord.
           COPY "bakctl.cpy".
