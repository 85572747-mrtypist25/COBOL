      *> Shared ATM card record layout for cards.txt - one record
      *> per card ever issued, kept after it stops working so a
      *> hot card is still recognised when someone tries it. A
      *> card is good through the last day of its expiry month.
      *> CdStatus: A active, L reported lost, S reported stolen
      *> (lost and stolen together are the hot list), E expired or
      *> superseded by a reissue. CdReplaces names the card this
      *> one was issued in place of, zero for a first card.
      *> Maintained only through card_maint.
           02 CdCardNum PIC 9(8).
           02 Cdspc1 PIC X(1).
           02 CdIDnum PIC 9(5).
           02 Cdspc2 PIC X(1).
           02 CdExpiry PIC 9(6).
           02 Cdspc3 PIC X(1).
           02 CdStatus PIC X(1).
               88 CdActive VALUE "A".
               88 CdLost VALUE "L".
               88 CdStolen VALUE "S".
               88 CdHot VALUE "L" "S".
               88 CdExpired VALUE "E".
           02 Cdspc4 PIC X(1).
           02 CdIssued PIC 9(8).
           02 Cdspc5 PIC X(1).
           02 CdStatDate PIC 9(8).
           02 Cdspc6 PIC X(1).
           02 CdOperID PIC 9(4).
           02 Cdspc7 PIC X(1).
           02 CdReplaces PIC 9(8).
