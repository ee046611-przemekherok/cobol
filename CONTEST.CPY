      ***************************************************************
      *  SALES CONTEST DEFINITION RECORD - CONTEST.DAT              *
      *  INDEXED BY CONTEST ID.  MAINTAINED BY SALES MANAGEMENT     *
      *  THROUGH CONTMAINT.  A CONTEST RUNS FROM ITS START PERIOD   *
      *  TO ITS END PERIOD (YYYYMM) AND IS OPEN TO REPS IN ANY OF   *
      *  THE LISTED REGIONS (ALL BLANK = EVERY REGION) WHO WERE     *
      *  HIRED INSIDE THE HIRE-DATE WINDOW (ZERO = NO LIMIT).  ON   *
      *  AN AMOUNT CONTEST A REP WINS WHEN THEIR POSTED SALES IN    *
      *  THE PERIODS REACH THE THRESHOLD; ON A COUNT CONTEST WHEN   *
      *  THE NUMBER OF SALES DOES.  THE FIRST MONTHLY SALES RUN FOR *
      *  THE END PERIOD OR LATER PAYS EACH WINNER THE BONUS AS A    *
      *  TYPE B PAYROLL LINE AND MARKS THE CONTEST PAID.  SHARED BY *
      *  SALESWITHCOMMISSION, CONTMAINT, CONTSTND AND RUNBACKOUT.   *
      ***************************************************************
        01  CONTEST-RECORD.
            05 CT-CONTEST-ID        PIC X(6).
            05 CT-DESCRIPTION       PIC X(30).
            05 CT-START-PERIOD      PIC 9(6).
            05 CT-END-PERIOD        PIC 9(6).
            05 CT-ELIGIBLE-REGIONS.
                10 CT-REGION        PIC X(9) OCCURS 5 TIMES.
            05 CT-HIRE-FROM-DATE    PIC 9(8).
            05 CT-HIRE-TO-DATE      PIC 9(8).
            05 CT-BASIS             PIC X(1).
                88 CT-BASIS-AMOUNT        VALUE 'A'.
                88 CT-BASIS-COUNT         VALUE 'C'.
            05 CT-THRESHOLD         PIC 9(8).
            05 CT-BONUS-AMT         PIC 9(6).
            05 CT-STATUS            PIC X(1).
                88 CT-OPEN                VALUE 'O'.
                88 CT-PAID                VALUE 'P'.
            05 CT-PAID-RUN          PIC 9(5).
            05 CT-WINNER-COUNT      PIC 9(5).
            05 CT-BONUS-PAID-AMT    PIC 9(10).
            05 CT-LAST-MAINT-DATE   PIC 9(8).
            05 FILLER               PIC X(20).
