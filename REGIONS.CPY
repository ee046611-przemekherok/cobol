      ***************************************************************
      *  SALES REGION RECORD - REGIONS.DAT                          *
      *  ONE LINE PER REGION CODE.  THE SALES RUN TAKES THE FIRST   *
      *  20 CODES AS ITS REGION TABLE AND FALLS BACK TO EAST, WEST, *
      *  NORTH AND SOUTH WHEN THE FILE IS MISSING OR EMPTY.         *
      *  MAINTAINED THROUGH REFMAINT, WHICH WILL NOT DELETE A       *
      *  REGION THAT ACTIVE SALESPEOPLE ARE STILL ASSIGNED TO.      *
      *  LINES WRITTEN BEFORE THE DESCRIPTION WAS ADDED READ IT AS  *
      *  SPACES.  SHARED BY SALESWITHCOMMISSION AND REFMAINT.       *
      ***************************************************************
        01  REGION-RECORD.
            05 REG-CODE             PIC X(9).
            05 REG-DESCRIPTION      PIC X(30).
