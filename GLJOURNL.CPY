      *  WRITTEN BY THE SALES RUN ALONGSIDE PAYROLL.DAT.  DEBITS    *
      *  COMMISSION EXPENSE (ACCOUNT COMMEXP) BROKEN OUT BY REGION, *
      *  WITH ADJUSTMENT REVERSALS AS THEIR OWN LINES KEYED BY THE  *
      *  ADJUSTMENT REASON CODE.  SALES CONTEST BONUSES ARE DEBITED *
      *  TO THEIR OWN ACCOUNT, CONTEXP, ONE LINE PER CONTEST KEYED  *
      *  BY THE CONTEST ID.  COMMISSION PAYABLE (ACCOUNT COMMPAY)   *
      *  IS CREDITED IN TOTAL.  DEBITS LESS CREDITS NET TO ZERO AND *
      *  THE CREDIT TOTAL EQUALS RLOG-TOTAL-COMM-AMT ON THE RUN     *
      *  LOG, SO ACCOUNTING CAN BALANCE BEFORE POSTING.             *
      ***************************************************************
        01  GLJOURNAL-RECORD.
            05 GLJ-RUN-NUMBER       PIC 9(5).
