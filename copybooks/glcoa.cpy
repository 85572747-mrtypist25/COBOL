      *> Shared chart-of-accounts record layout for glchart.txt -
      *> one row per journal type and account side: which GL
      *> account a posting of that JType on that side (L loan,
      *> C checking, S savings - old journal lines with a space are
      *> the loan) debits and which it credits. Maintained by hand
      *> like holidays.txt; a JType with no row stops at gl_post's
      *> exception list rather than posting anywhere.
           02 GcJType PIC X(2).
           02 Gcspc1 PIC X(1).
           02 GcAcctType PIC X(1).
           02 Gcspc2 PIC X(1).
           02 GcDebit PIC X(6).
           02 Gcspc3 PIC X(1).
           02 GcCredit PIC X(6).
           02 Gcspc4 PIC X(1).
           02 GcDesc PIC X(25).
