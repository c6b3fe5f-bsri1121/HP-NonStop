      *> One account on the IfElse account master - the codes the
      *> classification feed may post to.  A code not on the master,
      *> or one closed here, is rejected by IfElseExample rather
      *> than starting a new account on the control-break report,
      *> and the description is what the reports and extracts show
      *> beside the bare code.  AcmOwner is the operator or team
      *> answerable for the account.
       01  AccountMasterRecord.
           05 AcmAcctCode   PIC X(5).
           05 AcmDesc       PIC X(20).
           05 AcmOwner      PIC X(10).
           05 AcmStatus     PIC X.
               88 AcmOpen   VALUE "O".
               88 AcmClosed VALUE "C".
           05 AcmOpenedDate PIC 9(8).
