      ***************************************************************
      *  COMMISSION TRANSACTION HISTORY RECORD - COMMHIST.DAT       *
      *  INDEXED BY SALESPERSON, RUN NUMBER AND THE PAYROLL LINE    *
      *  SEQUENCE WITHIN THE RUN.  ONE RECORD PER PAYROLL EXTRACT   *
      *  LINE, KEPT ACROSS RUNS, CARRYING THE CALCULATION BEHIND    *
      *  THE LINE: THE AMOUNT COMMISSION WAS FIGURED ON (THE SALE,  *
      *  ADJUSTMENT OR SPLIT SHARE, OR THE TEAM SALES FOR A MANAGER *
      *  OVERRIDE), THE RATE, GROSS COMMISSION, ANY CUT MADE BY THE *
      *  CAP, THE DRAW ADVANCED OR RECOVERED AND THE NET PAID.      *
      *  RECORD TYPE FOLLOWS STX-RECORD-TYPE: S SALE, A ADJUSTMENT, *
      *  O MANAGER OVERRIDE, G GUARANTEE PAYMENT, PLUS R FOR A      *
      *  RETROPAY DIFFERENCE, WHICH CARRIES THE PERIOD IT CORRECTS, *
      *  THE RETRO REASON IN CH-ADJ-REASON AND THE DIFFERENCE AS    *
      *  ITS GROSS.  A SPLIT SIDE CARRIES PRIMARY/PARTNER AND THE   *
      *  OTHER SIDE'S ID.  A RUNBACKOUT ENTRY REPEATS THE ORIGINAL  *
      *  LINE NEGATED UNDER THE BACK-OUT RUN NUMBER WITH            *
      *  CH-REVERSED-RUN SET.  A LINE KEPT OFF PAYROLL BY A         *
      *  COMMISSION HOLD CARRIES CH-HELD-FLAG 'Y'; TYPE H IS THE    *
      *  LATER PAYMENT OF WHAT WAS HELD, WITH THE HOLD REASON IN    *
      *  CH-ADJ-REASON.  TYPE F IS A FINALSET SETTLEMENT: THE DRAW  *
      *  OWED AS ITS BASIS, THE HELD COMMISSION RELEASED AS ITS     *
      *  GROSS, THE DRAW RECOVERED AND DEDUCTED AS RECOVERED, AND   *
      *  DED OR WOF IN CH-ADJ-REASON FOR HOW THE REST OF THE DRAW   *
      *  WAS DISPOSED OF.  TYPE B IS A SALES CONTEST BONUS, WITH    *
      *  THE REP'S CONTEST TOTAL (SALES OR NUMBER OF SALES) AS ITS  *
      *  BASIS AND THE CONTEST ID IN CH-GL-SOURCE.  SHARED BY       *
      *  SALESWITHCOMMISSION, RUNBACKOUT, RETROPAY, FINALSET,       *
      *  COMMINQ, YTDTREND, CONTSTND AND COMMPROJ.                  *
      ***************************************************************
        01  COMMHIST-RECORD.
            05 CH-KEY.
                10 CH-SALESPERSON-ID    PIC 9(5).
                10 CH-RUN-NUMBER        PIC 9(5).
                10 CH-SEQUENCE          PIC 9(7).
            05 CH-RUN-PERIOD        PIC 9(6).
            05 CH-RUN-DATE          PIC 9(8).
            05 CH-TRANS-DATE        PIC 9(8).
            05 CH-RECORD-TYPE       PIC X(1).
                88 CH-SALE                VALUE 'S'.
                88 CH-ADJUSTMENT          VALUE 'A'.
                88 CH-OVERRIDE            VALUE 'O'.
                88 CH-GUARANTEE           VALUE 'G'.
                88 CH-RETRO               VALUE 'R'.
                88 CH-HOLD-RELEASE        VALUE 'H'.
                88 CH-FINAL               VALUE 'F'.
                88 CH-CONTEST-BONUS       VALUE 'B'.
            05 CH-SPLIT-SIDE        PIC X(7).
            05 CH-SPLIT-OTHER-ID    PIC 9(5).
            05 CH-SPLIT-PCT         PIC 9(3).
            05 CH-ADJ-REASON        PIC X(3).
            05 CH-GL-SOURCE         PIC X(9).
            05 CH-SALES-AMT         PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.
            05 CH-BASIS-AMT         PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.
            05 CH-COMM-RATE         PIC V99.
            05 CH-GROSS-COMM-AMT    PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.
            05 CH-CAP-CUT-AMT       PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.
            05 CH-DRAW-ADVANCED     PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.
            05 CH-DRAW-RECOVERED    PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.
            05 CH-COMM-AMT          PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.
            05 CH-REVERSED-RUN      PIC 9(5).
            05 CH-HELD-FLAG         PIC X(1).
                88 CH-HELD                VALUE 'Y'.
            05 FILLER               PIC X(19).
