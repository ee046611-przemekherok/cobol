      ***************************************************************
      *  YTD HISTORY ARCHIVE RECORD - YTDHIST.DAT                   *
      *  ONE RECORD PER SALESPERSON PER CLOSED YEAR, WRITTEN AT     *
      *  YEAR-END CLOSE BEFORE THE YTD MASTER IS ZEROED.  FINALSET  *
      *  ALSO WRITES ONE WHEN IT SETTLES A TERMINATED SALESPERSON,  *
      *  UNDER THE YEAR THE SETTLEMENT POSTS TO, AND DELETES THE    *
      *  YTD RECORD SO THE CLOSE DOES NOT ARCHIVE THE SALESPERSON   *
      *  TWICE.  SHARED BY SALESWITHCOMMISSION, YTDUTIL, YTDTREND,  *
      *  FINALSET AND COMMPROJ.                                     *
      ***************************************************************
        01  YTDHIST-RECORD.
            05 HIST-YEAR              PIC 9(4).
