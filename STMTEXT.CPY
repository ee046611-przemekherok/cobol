      *  ONE RECORD PER PAYROLL EXTRACT LINE, WRITTEN BY THE SALES  *
      *  RUN ALONGSIDE PAYROLL.DAT, CARRYING THE SALES AMOUNT AND   *
      *  TIER RATE BEHIND EACH COMMISSION SO THE STATEMENT PROGRAM  *
      *  CAN EXPLAIN THE NUMBER.  A LINE KEPT OFF PAYROLL BY A      *
      *  COMMISSION HOLD CARRIES STX-HELD-FLAG 'Y'; THE LATER       *
      *  PAYMENT OF WHAT WAS HELD IS RECORD TYPE H.  A SALES        *
      *  CONTEST BONUS IS RECORD TYPE B.  SHARED BY                 *
      *  SALESWITHCOMMISSION AND COMMSTMT.                          *
      ***************************************************************
        01  STMTEXT-RECORD.
            05 STX-SALESPERSON-ID   PIC 9(5).
            05 STX-COMM-RATE        PIC V99.
            05 STX-COMM-AMT         PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.
            05 STX-HELD-FLAG        PIC X(1).
                88 STX-HELD               VALUE 'Y'.
