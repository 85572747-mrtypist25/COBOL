      *> Shared notice-request record layout for notices.txt - the
      *> queue the programs that decide things append to and
      *> notice_print empties each night. One record per letter
      *> the customer should get. NqType says which letter:
      *>   RC  rate change - rate_apply moved InterestRate, or
      *>       branch_rehome repriced a customer it moved
      *>   P3  30 days past due  } delq_report, by the date of the
      *>   P6  60 days past due  } last loan payment
      *>   LB  low balance - savings fell below the feesched.txt
      *>       minimum-balance (MB) trigger at the machines
      *>   DW  dormancy warning - dormant_sweep, ahead of flagging
      *>   RA  returned to active - a dormant account woken by its
      *>       owner's PIN at the machines
      *> NqRefDate is what makes one letter one event - the new
      *> rate's effective date, the last payment, the last
      *> activity, the day of the low balance or the wake-up - so
      *> the same event queued twice is only ever sent once.
      *> NqDueDate is the date the letter quotes (the day the
      *> account goes dormant; otherwise the queue date).
      *> NqAmount is the balance or Debt the letter is about and
      *> NqAmount2 the minimum balance on a low-balance letter.
           02 NqIDnum PIC 9(5).
           02 Nqspc1 PIC X(1).
           02 NqType PIC X(2).
               88 NqRateChange VALUE "RC".
               88 NqPastDue30 VALUE "P3".
               88 NqPastDue60 VALUE "P6".
               88 NqLowBalance VALUE "LB".
               88 NqDormWarning VALUE "DW".
               88 NqReactivated VALUE "RA".
           02 Nqspc2 PIC X(1).
           02 NqAcType PIC X(1).
           02 Nqspc3 PIC X(1).
           02 NqDate PIC 9(8).
           02 Nqspc4 PIC X(1).
           02 NqRefDate PIC 9(8).
           02 Nqspc5 PIC X(1).
           02 NqDueDate PIC 9(8).
           02 Nqspc6 PIC X(1).
           02 NqAmount PIC S9(7)V99 SIGN LEADING SEPARATE.
           02 Nqspc7 PIC X(1).
           02 NqAmount2 PIC S9(7)V99 SIGN LEADING SEPARATE.
           02 Nqspc8 PIC X(1).
           02 NqOldRate PIC 9V9(4).
           02 Nqspc9 PIC X(1).
           02 NqNewRate PIC 9V9(4).
