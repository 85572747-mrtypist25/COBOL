      *> Shared GL account record layout for glaccts.txt - one
      *> record per general-ledger account: its number and name,
      *> which subledger it controls (if any), and its balance as
      *> debits less credits, so an asset reads positive and a
      *> liability negative. The number, name and control code are
      *> keyed by hand; gl_post carries the balance forward each
      *> bank date and stamps GaPostDate, and gl_trial proves each
      *> control account against its subledger:
      *>   LOAN  loans - Debt on customers.dat
      *>   ODFT  overdrafts - Overdraft on customers.dat
      *>   DEPC  checking deposits - "C" balances on accounts.dat
      *>   DEPS  savings deposits - "S" balances on accounts.dat
      *>   CASH  terminal cash - atmcash.txt
      *>   SUSP  lockbox suspense - suspense.txt
           02 GaAcct PIC X(6).
           02 Gaspc1 PIC X(1).
           02 GaName PIC X(25).
           02 Gaspc2 PIC X(1).
           02 GaControl PIC X(4).
               88 GaCtlLoan VALUE "LOAN".
               88 GaCtlOverdraft VALUE "ODFT".
               88 GaCtlChecking VALUE "DEPC".
               88 GaCtlSavings VALUE "DEPS".
               88 GaCtlCash VALUE "CASH".
               88 GaCtlSuspense VALUE "SUSP".
           02 Gaspc3 PIC X(1).
           02 GaBalance PIC S9(11)V99 SIGN LEADING SEPARATE.
           02 Gaspc4 PIC X(1).
           02 GaPostDate PIC 9(8).
