      ***************************************************************
      *  HELD COMMISSION EXTRACT RECORD - HELDCOMM.DAT              *
      *  WRITTEN BY THE SALES RUN ALONGSIDE PAYROLL.DAT.  ONE       *
      *  RECORD FOR EACH COMMISSION LINE KEPT OFF PAYROLL BY AN     *
      *  ACTIVE HOLD (ACTION H) AND ONE FOR EACH RELEASED HOLD PAID *
      *  OUT ON THIS RUN'S PAYROLL EXTRACT (ACTION L), WITH THE     *
      *  AMOUNT STILL HELD FOR THE SALESPERSON AFTERWARDS, SO       *
      *  PAYROLL RECONCILIATION CAN TELL HELD COMMISSION FROM       *
      *  COMMISSION THAT WENT MISSING.  FINALSET WRITES ITS OWN     *
      *  EXTRACT WITH AN L RECORD OF TYPE F FOR HELD COMMISSION     *
      *  PAID OUT ON A FINAL SETTLEMENT.  RETROPAY LISTS A HELD     *
      *  DIFFERENCE AS AN H RECORD OF TYPE R.  RUNBACKOUT WRITES    *
      *  THE BACK-OUT RUN'S EXTRACT, REPEATING EACH H OR L RECORD   *
      *  OF THE RUN IT REVERSES WITH THE AMOUNT NEGATED.  SHARED BY *
      *  SALESWITHCOMMISSION, FINALSET, RETROPAY, RUNBACKOUT AND    *
      *  PAYRECON.                                                  *
      ***************************************************************
        01  HELDCOMM-RECORD.
            05 HCX-RUN-NUMBER       PIC 9(5).
            05 HCX-SALESPERSON-ID   PIC 9(5).
            05 HCX-ACTION           PIC X(1).
                88 HCX-HELD               VALUE 'H'.
                88 HCX-RELEASED           VALUE 'L'.
            05 HCX-RECORD-TYPE      PIC X(1).
            05 HCX-REASON-CODE      PIC X(3).
            05 HCX-COMMISSION-AMT   PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.
            05 HCX-HELD-BALANCE     PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.
