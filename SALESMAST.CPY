      *  REGION, HIRE DATE, REPORTING MANAGER AND ACTIVE/TERMINATED *
      *  STATUS.  A ZERO MANAGER ID MEANS THE SALESPERSON REPORTS   *
      *  TO NO MANAGER.  ID 99999 IS RESERVED: ON A SALESMAINT      *
      *  CHANGE TRANSACTION IT CLEARS THE MANAGER BACK TO ZERO, AND *
      *  IT IS NEVER STORED ON THE MASTER NOR ISSUED AS A           *
      *  SALESPERSON ID.  SM-TERM-DATE IS THE LAST DAY WORKED, SET  *
      *  BY THE SALESMAINT D TRANSACTION; SALES DATED ON OR BEFORE  *
      *  IT ARE STILL PAID UNTIL FINALSET SETTLES THE REP AND       *
      *  STAMPS SM-SETTLED-DATE.  ZERO IN EITHER DATE MEANS NO      *
      *  DATE.  A MASTER IN THE EARLIER LAYOUT WITHOUT THE TWO      *
      *  DATES IS CONVERTED ONCE BY SMCONV, WHICH RELOADS IT FROM   *
      *  SALESOLD.DAT WITH BOTH DATES ZERO.  REGION AND MANAGER ARE *
      *  THE LATEST ASSIGNMENT; EARLIER ONES ARE KEPT ON            *
      *  ASGNHIST.DAT WITH THEIR EFFECTIVE DATES.  SHARED BY        *
      *  SALESWITHCOMMISSION, SALESMAINT, SMCONV, FINALSET,         *
      *  RETROPAY, RUNBACKOUT, HOLDMAINT, REFMAINT, COMMINQ,        *
      *  COMMSTMT, YTDTREND, CONTSTND AND COMMPROJ.                 *
      ***************************************************************
        01  SALESMAST-RECORD.
            05 SM-SALESPERSON-ID    PIC 9(5).
            05 SM-STATUS            PIC X(1).
                88 SM-ACTIVE              VALUE 'A'.
                88 SM-TERMINATED          VALUE 'T'.
            05 SM-TERM-DATE         PIC 9(8).
            05 SM-SETTLED-DATE      PIC 9(8).
