      *> Shared escheat case record layout for escheat.txt - one
      *> record per dormant deposit account escheat_run has found
      *> holding money past the escheat period. EsOpened is the run
      *> that found it, EsLastAct the last owner activity on file,
      *> EsAmount the balance when found and, once turned over, the
      *> amount that went to the state. EsStatus: "L" due-diligence
      *> letter sent, "H" no letter - mail to the address already
      *> comes back (MailFlag "R") - "C" claimed (the owner woke
      *> the account or it was closed before the window ran out),
      *> "T" turned over to the escheat liability on EsStatDate.
      *> The name and address are the last ones on file when the
      *> case was found, refreshed at turnover - what the state's
      *> report lists the owner under.
           02 EsIDnum PIC 9(5).
           02 Esspc1 PIC X(1).
           02 EsAcType PIC X(1).
           02 Esspc2 PIC X(1).
           02 EsStatus PIC X(1).
               88 EsLetterSent VALUE "L".
               88 EsNoLetter VALUE "H".
               88 EsClaimed VALUE "C".
               88 EsTurnedOver VALUE "T".
           02 Esspc3 PIC X(1).
           02 EsOpened PIC 9(8).
           02 Esspc4 PIC X(1).
           02 EsLastAct PIC 9(8).
           02 Esspc5 PIC X(1).
           02 EsAmount PIC S9(7)V99 SIGN LEADING SEPARATE.
           02 Esspc6 PIC X(1).
           02 EsStatDate PIC 9(8).
           02 Esspc7 PIC X(1).
           02 EsOperID PIC 9(4).
           02 Esspc8 PIC X(1).
           02 EsLName PIC X(15).
           02 EsFName PIC X(15).
           02 EsStreet PIC X(25).
           02 EsCity PIC X(15).
           02 EsState PIC X(2).
           02 EsZip PIC X(10).
