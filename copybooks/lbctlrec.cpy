      *> Shared lockbox control record layout for lockbox.ctl - one
      *> record per clearing-house file lockbox_post has run. A
      *> file is known by what is in it: the item count, the dollar
      *> total and the first and last LBRef, so the same file sent
      *> twice is recognised whatever it is called. LcLastItem is
      *> the last item handled - posted or sent to suspense - and
      *> is written after every item, so a run that stops partway
      *> restarts after it. LcStatus "I" in progress, "C" complete.
      *> LcOverBy is the supervisor who let a file already posted
      *> run again (zero when nobody had to).
           02 LcItems PIC 9(5).
           02 Lcspc1 PIC X(1).
           02 LcTotal PIC 9(9)V99.
           02 Lcspc2 PIC X(1).
           02 LcFirstRef PIC X(10).
           02 Lcspc3 PIC X(1).
           02 LcLastRef PIC X(10).
           02 Lcspc4 PIC X(1).
           02 LcStatus PIC X(1).
               88 LcInProgress VALUE "I".
               88 LcComplete VALUE "C".
           02 Lcspc5 PIC X(1).
           02 LcLastItem PIC 9(5).
           02 Lcspc6 PIC X(1).
           02 LcRunDate PIC 9(8).
           02 Lcspc7 PIC X(1).
           02 LcOperID PIC 9(4).
           02 Lcspc8 PIC X(1).
           02 LcOverBy PIC 9(4).
