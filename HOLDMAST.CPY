      ***************************************************************
      *  COMMISSION HOLD MASTER RECORD - HOLDMAST.DAT               *
      *  INDEXED BY SALESPERSON ID.  MAINTAINED BY SUPERVISORS      *
      *  THROUGH HOLDMAINT.  A HOLD IS ACTIVE FROM ITS HOLD DATE    *
      *  UNTIL ITS RELEASE DATE; A ZERO RELEASE DATE MEANS THE HOLD *
      *  STAYS ON UNTIL SOMEONE RELEASES IT.  WHILE A HOLD IS       *
      *  ACTIVE THE SALES RUN STILL ACCRUES THE REP'S COMMISSION TO *
      *  YTD AND THE GL BUT KEEPS IT OFF PAYROLL.DAT, ADDING IT TO  *
      *  HLD-HELD-AMT.  THE FIRST RUN AFTER THE HOLD ENDS PAYS THE  *
      *  HELD AMOUNT OUT AND ZEROES IT.  SHARED BY                  *
      *  SALESWITHCOMMISSION, HOLDMAINT, RUNBACKOUT, RETROPAY AND   *
      *  FINALSET.                                                  *
      ***************************************************************
        01  HOLD-RECORD.
            05 HLD-SALESPERSON-ID   PIC 9(5).
            05 HLD-REASON-CODE      PIC X(3).
            05 HLD-HOLD-DATE        PIC 9(8).
            05 HLD-RELEASE-DATE     PIC 9(8).
            05 HLD-HELD-AMT         PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.
            05 HLD-LAST-HELD-RUN    PIC 9(5).
            05 HLD-LAST-PAID-RUN    PIC 9(5).
            05 HLD-SUPERVISOR-ID    PIC X(8).
            05 HLD-LAST-MAINT-DATE  PIC 9(8).
            05 FILLER               PIC X(20).
