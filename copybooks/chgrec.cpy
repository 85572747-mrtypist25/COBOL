      *> Shared charge-off history record layout for chgoff.txt -
      *> one record per loan written off and one per payment that
      *> arrives on a loan already written off: whose, which kind,
      *> how much, the bank date, the branch the loan was booked
      *> at and who or what posted it. Included by the charge-off
      *> run, every program that can take a loan payment, and the
      *> monthly report so the layout only has to be changed in
      *> one place. The file is only ever appended to.
           02 CoIDnum PIC 9(5).
           02 Cospc1 PIC X(1).
           02 CoType PIC X(1).
               88 CoChargeOff VALUE "C".
               88 CoRecovery VALUE "R".
           02 Cospc2 PIC X(1).
           02 CoAmount PIC 9(7)V99.
           02 Cospc3 PIC X(1).
           02 CoDate PIC 9(8).
           02 Cospc4 PIC X(1).
           02 CoBranch PIC 9(5).
           02 Cospc5 PIC X(1).
           02 CoOperID PIC 9(4).
