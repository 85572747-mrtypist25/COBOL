      *> Shared dispute-case record layout for disputes.txt - one
      *> record per customer claim that a machine did not pay out
      *> what the ledger says it did. A case is opened against one
      *> "W" on transactions.txt, known by DsIDnum and the
      *> posting's timestamp, and the terminal that posted it.
      *> DsReason: N no cash at all, P part of the cash, O other.
      *> Opening gives DsClaimAmt back as provisional credit and
      *> sets DsDeadline, the bank date the case must be settled
      *> by. DsStatus "O" open, "F" credit made final (the drawer
      *> count found the cash), "R" provisional credit reversed.
      *> DsCountDate and DsCountOver are the cash_report count the
      *> case was checked against and the overage it showed - zero
      *> until settled.
           02 DsCaseNum PIC 9(6).
           02 Dsspc1 PIC X(1).
           02 DsIDnum PIC 9(5).
           02 Dsspc2 PIC X(1).
           02 DsAcType PIC X(1).
           02 Dsspc3 PIC X(1).
           02 DsTermID PIC 9(4).
           02 Dsspc4 PIC X(1).
           02 DsTranStamp.
               03 DsTranDate PIC 9(8).
               03 DsTranTime PIC 9(6).
           02 Dsspc5 PIC X(1).
           02 DsTranAmt PIC 9(7)V99.
           02 Dsspc6 PIC X(1).
           02 DsClaimAmt PIC 9(7)V99.
           02 Dsspc7 PIC X(1).
           02 DsReason PIC X(1).
               88 DsNoCash VALUE "N".
               88 DsPartCash VALUE "P".
               88 DsOtherClaim VALUE "O".
           02 Dsspc8 PIC X(1).
           02 DsOpened PIC 9(8).
           02 Dsspc9 PIC X(1).
           02 DsDeadline PIC 9(8).
           02 Dsspc10 PIC X(1).
           02 DsStatus PIC X(1).
               88 DsOpen VALUE "O".
               88 DsFinal VALUE "F".
               88 DsReversed VALUE "R".
           02 Dsspc11 PIC X(1).
           02 DsSettled PIC 9(8).
           02 Dsspc12 PIC X(1).
           02 DsOpenBy PIC 9(4).
           02 Dsspc13 PIC X(1).
           02 DsSetBy PIC 9(4).
           02 Dsspc14 PIC X(1).
           02 DsCountDate PIC 9(8).
           02 Dsspc15 PIC X(1).
           02 DsCountOver PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 Dsspc16 PIC X(1).
           02 DsNote PIC X(30).
