      ***************************************************************
      *  BRANCH BATCH REGISTER RECORD - BATCHREG.DAT                *
      *  INDEXED BY BRANCH CODE, TRAILER RECORD COUNT AND TRAILER   *
      *  HASH TOTAL.  THE SALES RUN REGISTERS EVERY BRANCH BATCH    *
      *  THAT BALANCES TO ITS TRAILER, WITH THE DATE IT WAS         *
      *  RECEIVED AND THE RUN THAT TOOK IT.  A LATER BATCH WITH THE *
      *  SAME KEY IS A RE-SEND: THE RUN QUARANTINES IT WHOLE.       *
      *  STATUS P = PROCESSED, R = RELEASED BY A SUPERVISOR THROUGH *
      *  BATCHREL FOR ONE MORE RUN, WHICH PUTS IT BACK TO P.  THE   *
      *  SUPERVISOR, REASON AND DATE ARE THOSE OF THE LAST RELEASE  *
      *  AUTHORISED AND ARE KEPT IF THE RELEASE IS CANCELLED.  THE  *
      *  RUN THAT TAKES A RELEASED BATCH KEEPS THE EARLIER RUN,     *
      *  PERIOD AND RECEIVED DATE IN THE BRG-PRIOR FIELDS.          *
      *  RUNBACKOUT PUTS THOSE BACK WHEN IT REVERSES THE LATER RUN, *
      *  AND DELETES AN ENTRY WITH NO PRIOR RUN.  SHARED BY         *
      *  SALESWITHCOMMISSION, BATCHREL AND RUNBACKOUT.              *
      ***************************************************************
        01  BATCH-REGISTER-RECORD.
            05 BRG-KEY.
                10 BRG-BRANCH-CODE  PIC X(4).
                10 BRG-RECORD-COUNT PIC 9(7).
                10 BRG-SALES-HASH   PIC 9(10).
            05 BRG-RECEIVED-DATE    PIC 9(8).
            05 BRG-RUN-NUMBER       PIC 9(5).
            05 BRG-RUN-PERIOD       PIC 9(6).
            05 BRG-STATUS           PIC X(1).
                88 BRG-PROCESSED          VALUE 'P'.
                88 BRG-RELEASED           VALUE 'R'.
            05 BRG-SUPERVISOR-ID    PIC X(8).
            05 BRG-RELEASE-REASON   PIC X(3).
            05 BRG-RELEASE-DATE     PIC 9(8).
            05 BRG-PRIOR-RUN        PIC 9(5).
            05 BRG-PRIOR-PERIOD     PIC 9(6).
            05 BRG-PRIOR-RECEIVED   PIC 9(8).
            05 FILLER               PIC X(1).
