      ***************************************************************
      *  RUN POSTING JOURNAL RECORD - RUNPOST.DAT                   *
      *  ONE RECORD PER PAYROLL EXTRACT LINE, APPENDED BY THE SALES *
      *  RUN AND KEPT ACROSS RUNS.  CARRIES WHAT THE LINE ADDED TO  *
      *  THE YTD MASTER, THE MOVEMENT IT MADE IN THE DRAW BALANCE   *
      *  ON DRAWCAP.DAT (ADVANCE POSITIVE, RECOVERY NEGATIVE) AND   *
      *  THE GL SOURCE CODE ITS COMMISSION WAS DEBITED UNDER, SO A  *
      *  COMPLETED RUN CAN BE BACKED OUT BY RUN NUMBER.  THE RECORD *
      *  TYPE FOLLOWS STX-RECORD-TYPE ON THE STATEMENT EXTRACT;     *
      *  RETROPAY JOURNALS ITS DIFFERENCES AS TYPE R.  A TYPE B     *
      *  LINE IS A SALES CONTEST BONUS, DEBITED TO ACCOUNT CONTEXP  *
      *  WITH THE CONTEST ID AS ITS GL SOURCE.  A LINE KEPT OFF     *
      *  PAYROLL BY A COMMISSION HOLD CARRIES RPST-HELD-FLAG 'Y',   *
      *  AND RPST-HOLD-CHANGE IS THE MOVEMENT IN THE HELD AMOUNT ON *
      *  HOLDMAST.DAT (HELD POSITIVE, PAID OUT NEGATIVE - A TYPE H  *
      *  LINE PAYS OUT WHAT WAS HELD).  SHARED BY                   *
      *  SALESWITHCOMMISSION, RUNBACKOUT, RETROPAY AND FINALSET.    *
      ***************************************************************
        01  RUNPOST-RECORD.
            05 RPST-RUN-NUMBER      PIC 9(5).
            05 RPST-RUN-PERIOD      PIC 9(6).
            05 RPST-SALESPERSON-ID  PIC 9(5).
            05 RPST-RECORD-TYPE     PIC X(1).
            05 RPST-GL-SOURCE       PIC X(9).
            05 RPST-SALES-AMT       PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.
            05 RPST-COMM-AMT        PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.
            05 RPST-DRAW-CHANGE     PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.
            05 RPST-HELD-FLAG       PIC X(1).
                88 RPST-HELD              VALUE 'Y'.
            05 RPST-HOLD-CHANGE     PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.
