      *> Shared operator record layout for operators.txt. The first
      *> eleven bytes are the original record - id, secret code and
      *> role - so records written before the rest existed still
      *> read: the missing fields come back as spaces, which the
      *> sign-on takes as an active operator whose code has no
      *> change date yet (and so must be changed at once) and who
      *> has never signed on.
           02 OperOperID PIC 9(4).
           02 Ospc PIC X(1).
           02 OperCode PIC 9(4).
           02 Ospc2 PIC X(1).
      *> What the operator may do: "S" supervisor, "T" teller.
      *> Records written before roles existed carry a space and
      *> count as tellers - authority is never widened by accident.
           02 OperRole PIC X(1).
               88 OperSuper VALUE "S".
           02 Ospc3 PIC X(1).
      *> "A" active, "D" disabled - by a supervisor editing the
      *> file, or automatically after too long without a sign-on.
      *> OperStatDate is the day the status last changed.
           02 OperStatus PIC X(1).
               88 OperActive VALUE "A" " ".
               88 OperDisabled VALUE "D".
           02 Ospc4 PIC X(1).
           02 OperStatDate PIC 9(8).
           02 Ospc5 PIC X(1).
           02 OperCodeDate PIC 9(8).
           02 Ospc6 PIC X(1).
           02 OperLastOn PIC 9(8).
           02 Ospc7 PIC X(1).
      *> The operator's last few codes, newest first, so a forced
      *> change cannot just put an old one back. Zero is an empty
      *> slot - no operator may have code 0000.
           02 OperPrevCodes.
               03 OperPrevEntry OCCURS 4.
                   04 OperPrevCode PIC 9(4).
                   04 OperPrevSpc PIC X(1).
