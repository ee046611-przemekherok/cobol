      ***************************************************************
      *  RUN LOG RECORD - RUNLOG.DAT                                *
      *  ONE RECORD APPENDED PER COMPLETED RUN, CARRYING THE RUN    *
      *  NUMBER, MODE, TIER SCHEDULE IN FORCE, CONTROL TOTALS AND   *
      *  THE ACCOUNTING PERIOD THE RUN POSTED TO.  A BACKOUT RUN    *
      *  LOGS THE NUMBER OF THE RUN IT REVERSED IN                  *
      *  RLOG-REVERSED-RUN SO THE TRAIL SHOWS BOTH RUNS.  RECORDS   *
      *  WRITTEN BEFORE THE PERIOD AND REVERSED-RUN FIELDS WERE     *
      *  ADDED READ THEM AS SPACES.  SHARED BY SALESWITHCOMMISSION, *
      *  COMMSTMT, RUNBACKOUT, RETROPAY AND FINALSET.               *
      ***************************************************************
        01  RUNLOG-RECORD.
            05 RLOG-RUN-NUMBER      PIC 9(5).
            05 RLOG-RUN-DATE        PIC 9(8).
            05 RLOG-RUN-TIME        PIC 9(6).
            05 RLOG-RUN-MODE        PIC X(7).
            05 RLOG-RESTART-FLAG    PIC X(1).
            05 RLOG-TIER-1-LIMIT    PIC 9(6).
            05 RLOG-TIER-1-RATE     PIC V99.
            05 RLOG-TIER-2-LIMIT    PIC 9(6).
            05 RLOG-TIER-2-RATE     PIC V99.
            05 RLOG-TIER-3-LIMIT    PIC 9(6).
            05 RLOG-TIER-3-RATE     PIC V99.
            05 RLOG-TIER-4-RATE     PIC V99.
            05 RLOG-RECORDS-READ    PIC 9(7).
            05 RLOG-RECORDS-REJECTED PIC 9(7).
            05 RLOG-TOTAL-SALES     PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.
            05 RLOG-TOTAL-COMM-AMT  PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.
            05 RLOG-RUN-PERIOD      PIC 9(6).
            05 RLOG-REVERSED-RUN    PIC 9(5).
