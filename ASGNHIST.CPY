      ***************************************************************
      *  SALESPERSON ASSIGNMENT HISTORY RECORD - ASGNHIST.DAT       *
      *  INDEXED BY SALESPERSON ID AND EFFECTIVE DATE.  ONE RECORD  *
      *  FOR EACH TRANSFER OF REGION OR MANAGER MADE THROUGH A      *
      *  SALESMAINT CHANGE TRANSACTION, CARRYING THE NEW REGION AND *
      *  MANAGER AND THE ONES THEY REPLACED.  THE MASTER ALWAYS     *
      *  HOLDS THE LATEST ASSIGNMENT; THE ASSIGNMENT IN EFFECT ON   *
      *  AN EARLIER DATE IS THE PRIOR REGION AND MANAGER ON THE     *
      *  FIRST RECORD EFFECTIVE AFTER THAT DATE, AND WHERE THERE IS *
      *  NO SUCH RECORD IT IS THE MASTER'S.  SHARED BY SALESMAINT,  *
      *  SALESWITHCOMMISSION, YTDTREND AND CONTSTND.                *
      ***************************************************************
        01  ASGNHIST-RECORD.
            05 AH-KEY.
                10 AH-SALESPERSON-ID    PIC 9(5).
                10 AH-EFFECTIVE-DATE    PIC 9(8).
            05 AH-REGION            PIC X(9).
            05 AH-MANAGER-ID        PIC 9(5).
            05 AH-PRIOR-REGION      PIC X(9).
            05 AH-PRIOR-MANAGER-ID  PIC 9(5).
            05 AH-CHANGE-DATE       PIC 9(8).
            05 FILLER               PIC X(20).
