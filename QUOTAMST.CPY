      ***************************************************************
      *  SALES QUOTA MASTER RECORD - QUOTAMST.DAT                   *
      *  INDEXED BY SALESPERSON ID.  HOLDS THE SALESPERSON'S ANNUAL *
      *  SALES QUOTA, ROLLED UP BY REGION AND MANAGER FOR THE       *
      *  ATTAINMENT REPORTS.  MAINTAINED THROUGH REFMAINT, WHICH    *
      *  ONLY ACCEPTS AN ID ON SALESMAST.DAT.  SHARED BY            *
      *  SALESWITHCOMMISSION, COMMSTMT, REFMAINT AND COMMPROJ.      *
      ***************************************************************
        01  QUOTA-RECORD.
            05 QTA-SALESPERSON-ID     PIC 9(5).
            05 QTA-ANNUAL-QUOTA       PIC 9(8).
