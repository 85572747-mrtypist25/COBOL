      *> Shared loan-application record layout for loanapp.txt - one
      *> record per application from the moment a teller takes it:
      *> who applied, for how much, over how many months and for
      *> what, and who took it. The underwriting decision (approve
      *> or decline, by whom, why) and the booking (when, by whom,
      *> at what rate) fill in on the same record as the
      *> application moves along, so the file is its own history.
      *> Included by loan_app and the pipeline report so the layout
      *> only has to be changed in one place.
           02 LaAppNum PIC 9(6).
           02 Laspc1 PIC X(1).
           02 LaIDnum PIC 9(5).
           02 Laspc2 PIC X(1).
           02 LaAmount PIC 9(7)V99.
           02 Laspc3 PIC X(1).
           02 LaTerm PIC 9(3).
           02 Laspc4 PIC X(1).
           02 LaPurpose PIC X(20).
           02 Laspc5 PIC X(1).
           02 LaTakenBy PIC 9(4).
           02 Laspc6 PIC X(1).
           02 LaAppDate PIC 9(8).
           02 Laspc7 PIC X(1).
           02 LaStatus PIC X(1).
               88 LaPending VALUE "P".
               88 LaApproved VALUE "A".
               88 LaDeclined VALUE "D".
               88 LaBooked VALUE "B".
           02 Laspc8 PIC X(1).
           02 LaDecDate PIC 9(8).
           02 Laspc9 PIC X(1).
           02 LaDecBy PIC 9(4).
           02 Laspc10 PIC X(1).
           02 LaReason PIC X(25).
           02 Laspc11 PIC X(1).
           02 LaBookDate PIC 9(8).
           02 Laspc12 PIC X(1).
           02 LaBookBy PIC 9(4).
           02 Laspc13 PIC X(1).
           02 LaRate PIC 9V9(4).
