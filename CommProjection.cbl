       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMPROJ.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  This program projects full-year sales and commission       *
      *   expense for finance.  Each salesperson's balances on      *
      *   YTDMAST.DAT are carried forward over the months of the    *
      *   year not yet processed on PERIODCTL.DAT.  The remaining   *
      *   sales follow the prior year's monthly pattern from the    *
      *   commission history COMMHIST.DAT when those lines account  *
      *   for the closing total archived on YTDHIST.DAT, and a      *
      *   straight line otherwise.  Each remaining month is then    *
      *   paid the way the sales run pays it: the COMMPARM.DAT tier *
      *   for the cumulative sales, the DRAWCAP.DAT cap, the        *
      *   guaranteed minimum and the draw recovery.  Projected      *
      *   sales are shown against the QUOTAMST.DAT quota, reps      *
      *   projected to reach their cap or fall below their          *
      *   guarantee are flagged, and the projection is rolled up by *
      *   region and for the company.                               *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SALESMAST-FILE ASSIGN TO "SALESMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SM-SALESPERSON-ID
             FILE STATUS IS WS-MAST-STATUS.
            SELECT YTD-FILE ASSIGN TO "YTDMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS YTD-SALESPERSON-ID
             FILE STATUS IS WS-YTD-STATUS.
            SELECT YTDHIST-FILE ASSIGN TO "YTDHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HIST-STATUS.
            SELECT COMMHIST-FILE ASSIGN TO "COMMHIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CH-KEY
             FILE STATUS IS WS-CH-STATUS.
            SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCTL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PCTL-STATUS.
            SELECT PARAMETER-FILE ASSIGN TO "COMMPARM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARM-STATUS.
            SELECT DRAWCAP-FILE ASSIGN TO "DRAWCAP.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DC-SALESPERSON-ID
             FILE STATUS IS WS-DC-STATUS.
            SELECT QUOTA-FILE ASSIGN TO "QUOTAMST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS QTA-SALESPERSON-ID
             FILE STATUS IS WS-QTA-STATUS.
            SELECT PROJ-REPORT-FILE ASSIGN TO "PROJRPT.DAT".

       DATA DIVISION.
       FILE SECTION.
        FD SALESMAST-FILE.

        COPY SALESMAST.

        FD YTD-FILE.

        01  YTD-RECORD.
            05 YTD-SALESPERSON-ID     PIC 9(5).
            05 YTD-SALES-AMT          PIC S9(10) COMP-3.
            05 YTD-COMMISSION-AMT     PIC S9(10) COMP-3.

        FD YTDHIST-FILE.

        COPY YTDHIST.

        FD COMMHIST-FILE.

        COPY COMMHIST.

        FD PERIOD-CONTROL-FILE.

      *    ONE RECORD PER ACCOUNTING PERIOD.  STATUS O = OPEN,
      *    P = PROCESSED BY A MONTHLY RUN, C = CLOSED AT YEAR END.
        01  PERIOD-CONTROL-RECORD.
            05 PCT-PERIOD           PIC 9(6).
            05 FILLER               PIC X(1).
            05 PCT-STATUS           PIC X(1).

        FD PARAMETER-FILE.

        01  PARAMETER-RECORD.
            05 PARM-TIER-1-LIMIT    PIC 9(6).
            05 PARM-TIER-1-RATE     PIC V99.
            05 PARM-TIER-2-LIMIT    PIC 9(6).
            05 PARM-TIER-2-RATE     PIC V99.
            05 PARM-TIER-3-LIMIT    PIC 9(6).
            05 PARM-TIER-3-RATE     PIC V99.
            05 PARM-TIER-4-RATE     PIC V99.
            05 PARM-MAX-SUSP-AGE    PIC 9(3).

        FD DRAWCAP-FILE.

        COPY DRAWCAP.

        FD QUOTA-FILE.

        COPY QUOTAMST.

        FD PROJ-REPORT-FILE.

        01  PROJ-REPORT-LINE       PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-FIELDS.
            05 WS-REPS-PROJECTED   PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-REPS-AT-CAP      PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-REPS-BELOW-GTEE  PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-REPS-SEASONAL    PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-REPS-STRAIGHT    PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-REPS-TERMINATED  PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-REPS-NO-REGION   PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-TOTAL-REMAIN-SALES PIC S9(12) COMP-3 VALUE ZERO.
            05 WS-TOTAL-REMAIN-COMM  PIC S9(12) COMP-3 VALUE ZERO.
            05 WS-TOTAL-CAP-CUT      PIC S9(12) COMP-3 VALUE ZERO.
            05 WS-TOTAL-DRAW-AMT     PIC S9(12) COMP-3 VALUE ZERO.
            05 WS-TOTAL-RECOVERY-AMT PIC S9(12) COMP-3 VALUE ZERO.
            05 WS-TOTAL-DRAW-BALANCE PIC S9(12) COMP-3 VALUE ZERO.

        01  WS-MAST-FIELDS.
            05 WS-MAST-STATUS       PIC X(02) VALUE SPACES.
                88 WS-MAST-OK             VALUE '00'.
                88 WS-MAST-NOT-FOUND      VALUE '23'.
                88 WS-MAST-FILE-MISSING   VALUE '35'.
            05 WS-MAST-EOF-SW       PIC X(01) VALUE 'N'.
                88 WS-MAST-EOF            VALUE 'Y'.

        01  WS-YTD-FIELDS.
            05 WS-YTD-STATUS        PIC X(02) VALUE SPACES.
                88 WS-YTD-OK              VALUE '00'.
                88 WS-YTD-NOT-FOUND       VALUE '23'.
                88 WS-YTD-FILE-MISSING    VALUE '35'.

        01  WS-HIST-FIELDS.
            05 WS-HIST-STATUS       PIC X(02) VALUE SPACES.
                88 WS-HIST-OK               VALUE '00'.
                88 WS-HIST-FILE-MISSING     VALUE '35'.
            05 WS-END-OF-HIST-SW    PIC X(01) VALUE 'N'.
                88 WS-END-OF-HIST           VALUE 'Y'.

        01  WS-CH-FIELDS.
            05 WS-CH-STATUS         PIC X(02) VALUE SPACES.
                88 WS-CH-OK               VALUE '00'.
                88 WS-CH-NOT-FOUND        VALUE '23'.
                88 WS-CH-FILE-MISSING     VALUE '35'.
            05 WS-CH-EOF-SW         PIC X(01) VALUE 'N'.
                88 WS-CH-EOF              VALUE 'Y'.

        01  WS-DC-FIELDS.
            05 WS-DC-STATUS         PIC X(02) VALUE SPACES.
                88 WS-DC-OK               VALUE '00'.
                88 WS-DC-NOT-FOUND        VALUE '23'.
                88 WS-DC-FILE-MISSING     VALUE '35'.
            05 WS-DC-FOUND-SW       PIC X(01) VALUE 'N'.
                88 WS-DC-RECORD-FOUND     VALUE 'Y'.

        01  WS-QTA-FIELDS.
            05 WS-QTA-STATUS        PIC X(02) VALUE SPACES.
                88 WS-QTA-OK              VALUE '00'.
                88 WS-QTA-NOT-FOUND       VALUE '23'.
                88 WS-QTA-FILE-MISSING    VALUE '35'.

        01  WS-PARM-FIELDS.
            05 WS-PARM-STATUS       PIC X(02) VALUE SPACES.
                88 WS-PARM-OK               VALUE '00'.
                88 WS-PARM-FILE-MISSING     VALUE '35'.
            05 WS-COMM-TIER-1-LIMIT PIC 9(6) VALUE 050000.
            05 WS-COMM-TIER-1-RATE  PIC V99  VALUE .05.
            05 WS-COMM-TIER-2-LIMIT PIC 9(6) VALUE 100000.
            05 WS-COMM-TIER-2-RATE  PIC V99  VALUE .07.
            05 WS-COMM-TIER-3-LIMIT PIC 9(6) VALUE 250000.
            05 WS-COMM-TIER-3-RATE  PIC V99  VALUE .10.
            05 WS-COMM-TIER-4-RATE  PIC V99  VALUE .12.

      *    THE PROJECTION YEAR IS THE YEAR OF THE LATEST PERIOD A
      *    MONTHLY RUN HAS PROCESSED (THE CURRENT CALENDAR YEAR
      *    WHEN THERE IS NONE).  ITS MONTHS MARKED PROCESSED OR
      *    CLOSED ARE ALREADY IN THE YTD BALANCES; THE REST ARE
      *    PROJECTED.
        01  WS-PERIOD-CONTROL-FIELDS.
            05 WS-PCTL-STATUS       PIC X(02) VALUE SPACES.
                88 WS-PCTL-OK             VALUE '00'.
                88 WS-PCTL-FILE-MISSING   VALUE '35'.
            05 WS-END-OF-PCTL-SW    PIC X(01) VALUE 'N'.
                88 WS-END-OF-PCTL         VALUE 'Y'.
            05 WS-PROJ-YEAR         PIC 9(4)  VALUE ZEROES.
            05 WS-PRIOR-YEAR        PIC 9(4)  VALUE ZEROES.
            05 WS-LAST-DONE-PERIOD  PIC 9(6)  VALUE ZEROES.
            05 WS-MONTHS-DONE       PIC 9(2) COMP-3 VALUE ZERO.
            05 WS-PCTL-WORK         PIC 9(6)  VALUE ZEROES.
            05 WS-PCTL-WORK-PARTS REDEFINES WS-PCTL-WORK.
                10 WS-PCTL-WORK-YEAR  PIC 9(4).
                10 WS-PCTL-WORK-MONTH PIC 9(2).
            05 WS-PERIOD-DONE-TABLE.
                10 WS-PERIOD-DONE-SW OCCURS 12 TIMES PIC X(1).
                    88 WS-PERIOD-DONE       VALUE 'Y'.

      *    PRIOR-YEAR CLOSING SALES FROM YTDHIST.DAT, ONE ENTRY PER
      *    SALESPERSON ID, LOADED ONCE AT THE START OF THE RUN.
        01  WS-PRIOR-YEAR-CONTROL.
            05 WS-PY-ENTRY OCCURS 99999 TIMES.
                10 WS-PY-SALES      PIC S9(10) COMP-3.
                10 WS-PY-FOUND-SW   PIC X(1).
                    88 WS-PY-FOUND          VALUE 'Y'.

      *    THE PRIOR YEAR'S SALE AND ADJUSTMENT LINES ON COMMHIST.DAT
      *    BY MONTH.  THE PATTERN IS ONLY TRUSTED WHEN THE LINES
      *    COME WITHIN FIVE PERCENT OF THE YTDHIST.DAT CLOSING
      *    TOTAL; A MONTH THAT NETS NEGATIVE COUNTS AS ZERO.
        01  WS-PATTERN-FIELDS.
            05 WS-PATTERN-USABLE-SW PIC X(01) VALUE 'N'.
                88 WS-PATTERN-USABLE      VALUE 'Y'.
            05 WS-PAT-NET           PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-PAT-TOTAL         PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-PAT-DONE          PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-PAT-LEFT          PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-PAT-DIFF          PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-PAT-TOLERANCE-PCT PIC 9(2)  VALUE 05.
            05 WS-LINE-DATE         PIC 9(8)  VALUE ZEROES.
            05 WS-LINE-DATE-PARTS REDEFINES WS-LINE-DATE.
                10 WS-LINE-YEAR     PIC 9(4).
                10 WS-LINE-MONTH    PIC 9(2).
                10 WS-LINE-DAY      PIC 9(2).
            05 WS-PATTERN-TABLE.
                10 WS-PM-SALES OCCURS 12 TIMES PIC S9(10) COMP-3.

        01  WS-REP-FIELDS.
            05 WS-PROJECT-REP-SW    PIC X(01) VALUE 'N'.
                88 WS-PROJECT-REP         VALUE 'Y'.
            05 WS-CAP-HIT-SW        PIC X(01) VALUE 'N'.
                88 WS-CAP-HIT             VALUE 'Y'.
            05 WS-GTEE-SHORT-SW     PIC X(01) VALUE 'N'.
                88 WS-GTEE-SHORT          VALUE 'Y'.
            05 WS-SPREAD-SW         PIC X(01) VALUE 'E'.
                88 WS-SPREAD-SEASONAL     VALUE 'S'.
                88 WS-SPREAD-EVEN         VALUE 'E'.
            05 WS-QUOTA-FOUND-SW    PIC X(01) VALUE 'N'.
                88 WS-QUOTA-FOUND         VALUE 'Y'.
            05 WS-REP-REGION        PIC X(9)  VALUE SPACES.
            05 WS-REP-BASIS         PIC X(6)  VALUE SPACES.
            05 WS-REP-QUOTA         PIC 9(8)  VALUE ZEROES.
            05 WS-REP-YTD-SALES     PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-REP-YTD-COMM      PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-REP-PROJ-SALES    PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-REP-CAP-CUT       PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-REP-DRAW-AMT      PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-REP-RECOVERY-AMT  PIC S9(10) COMP-3 VALUE ZERO.

      *    MONTH-BY-MONTH SIMULATION OF THE REST OF THE YEAR.  EACH
      *    MONTH IS RATED ON THE CUMULATIVE SALES INCLUDING IT, SO
      *    A MONTH THAT CROSSES A TIER LIMIT PAYS THE HIGHER RATE,
      *    AS A MONTHLY SALES RUN DOES.
        01  WS-SIMULATION-FIELDS.
            05 WS-MONTHS-LEFT       PIC 9(2) COMP-3 VALUE ZERO.
            05 WS-MONTHS-SIMULATED  PIC 9(2) COMP-3 VALUE ZERO.
            05 WS-MONTH-SUB         PIC 9(2) COMP-3 VALUE ZERO.
            05 WS-REMAINING-SALES   PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-ALLOCATED-SALES   PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-MONTH-SALES       PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-SIM-SALES         PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-SIM-COMM          PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-COMMISSION-AMT    PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-COMMISSION-RATE   PIC V99 VALUE .05.
            05 WS-CAP-ROOM          PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-DRAW-AMT          PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-RECOVERY-AMT      PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-DRAW-BALANCE      PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-TIER-SALES        PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-TIER-NUM          PIC 9(1)  VALUE ZERO.
            05 WS-YTD-TIER-NUM      PIC 9(1)  VALUE ZERO.

        01  WS-PERCENT-WORK.
            05 WS-ATTAIN-PCT       PIC S9(4)V9 COMP-3 VALUE ZERO.
            05 WS-ATTAIN-ED        PIC ZZZ9.9.

      *    REGION ROLLUP BY THE SALESPERSON'S CURRENT REGION, SINCE
      *    THE PROJECTED MONTHS WILL BE CREDITED THERE.  ATTAINMENT
      *    COUNTS ONLY THE PROJECTED SALES OF REPS WITH A QUOTA.
        01  WS-REGION-FIELDS.
            05 WS-REGION-COUNT     PIC 9(2) COMP-3 VALUE ZERO.
            05 WS-REGION-MAX       PIC 9(2) COMP-3 VALUE 20.
            05 WS-RT-SUB           PIC 9(2) COMP-3 VALUE ZERO.
            05 WS-RT-FOUND-SUB     PIC 9(2) COMP-3 VALUE ZERO.
            05 WS-RT-WORK-CODE     PIC X(9) VALUE SPACES.
            05 WS-REGION-TABLE OCCURS 20 TIMES.
                10 WS-RT-CODE          PIC X(9).
                10 WS-RT-TOTALS.
                    15 WS-RT-REPS          PIC 9(5) COMP-3.
                    15 WS-RT-YTD-SALES     PIC S9(12) COMP-3.
                    15 WS-RT-PROJ-SALES    PIC S9(12) COMP-3.
                    15 WS-RT-QUOTA         PIC S9(12) COMP-3.
                    15 WS-RT-QUOTA-SALES   PIC S9(12) COMP-3.
                    15 WS-RT-YTD-COMM      PIC S9(12) COMP-3.
                    15 WS-RT-PROJ-COMM     PIC S9(12) COMP-3.
                    15 WS-RT-CAP-REPS      PIC 9(5) COMP-3.
                    15 WS-RT-GTEE-REPS     PIC 9(5) COMP-3.

        01  WS-COMPANY-TOTALS.
            05 WS-CO-REPS              PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-CO-YTD-SALES         PIC S9(12) COMP-3 VALUE ZERO.
            05 WS-CO-PROJ-SALES        PIC S9(12) COMP-3 VALUE ZERO.
            05 WS-CO-QUOTA             PIC S9(12) COMP-3 VALUE ZERO.
            05 WS-CO-QUOTA-SALES       PIC S9(12) COMP-3 VALUE ZERO.
            05 WS-CO-YTD-COMM          PIC S9(12) COMP-3 VALUE ZERO.
            05 WS-CO-PROJ-COMM         PIC S9(12) COMP-3 VALUE ZERO.
            05 WS-CO-CAP-REPS          PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-CO-GTEE-REPS         PIC 9(5) COMP-3 VALUE ZERO.

        01  WS-CURRENT-DATE-FIELDS.
            05 WS-CURRENT-DATE.
                10  WS-CURRENT-YEAR    PIC  9(4).
                10  WS-CURRENT-MONTH   PIC  9(2).
                10  WS-CURRENT-DAY     PIC  9(2).
            05  WS-CURRENT-TIME.
                10  WS-CURRENT-HOUR    PIC  9(2).
                10  WS-CURRENT-MINUTE  PIC  9(2).
                10  WS-CURRENT-SECOND  PIC  9(2).
                10  WS-CURRENT-MS      PIC  9(2).
            05  WS-DIFF-FROM-GMT       PIC S9(4).

        01  PROJ-HEADING-LINE-1.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(39) VALUE
               'YEAR-END COMMISSION EXPENSE PROJECTION'.
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 FILLER              PIC X(5)  VALUE 'YEAR '.
            05 PRH-YEAR            PIC 9(4).
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 FILLER              PIC X(19) VALUE
               'MONTHS PROCESSED: '.
            05 PRH-MONTHS          PIC Z9.
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 FILLER              PIC X(14) VALUE 'LAST PERIOD: '.
            05 PRH-LAST-PERIOD     PIC X(6).
            05 FILLER              PIC X(26) VALUE SPACES.

        01  PROJ-HEADING-LINE-2.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(10) VALUE 'TIERS: TO '.
            05 PRH-TIER-1-LIMIT    PIC ZZZ,ZZ9.
            05 FILLER              PIC X(4)  VALUE ' AT '.
            05 PRH-TIER-1-RATE     PIC .99.
            05 FILLER              PIC X(6)  VALUE ' / TO '.
            05 PRH-TIER-2-LIMIT    PIC ZZZ,ZZ9.
            05 FILLER              PIC X(4)  VALUE ' AT '.
            05 PRH-TIER-2-RATE     PIC .99.
            05 FILLER              PIC X(6)  VALUE ' / TO '.
            05 PRH-TIER-3-LIMIT    PIC ZZZ,ZZ9.
            05 FILLER              PIC X(4)  VALUE ' AT '.
            05 PRH-TIER-3-RATE     PIC .99.
            05 FILLER              PIC X(11) VALUE ' / OVER AT '.
            05 PRH-TIER-4-RATE     PIC .99.
            05 FILLER              PIC X(49) VALUE SPACES.

        01  PROJ-HEADING-LINE-3.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(6)  VALUE 'ID'.
            05 FILLER              PIC X(19) VALUE 'SALESPERSON'.
            05 FILLER              PIC X(10) VALUE 'REGION'.
            05 FILLER              PIC X(13) VALUE '   YTD SALES'.
            05 FILLER              PIC X(13) VALUE '  PROJ SALES'.
            05 FILLER              PIC X(12) VALUE '      QUOTA'.
            05 FILLER              PIC X(7)  VALUE ' ATTN%'.
            05 FILLER              PIC X(12) VALUE '   YTD COMM'.
            05 FILLER              PIC X(12) VALUE '  PROJ COMM'.
            05 FILLER              PIC X(5)  VALUE 'TIER'.
            05 FILLER              PIC X(7)  VALUE 'BASIS'.
            05 FILLER              PIC X(11) VALUE 'FLAGS'.

        01  PROJ-DETAIL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 PRD-ID               PIC 9(5).
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 PRD-NAME             PIC X(18).
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 PRD-REGION           PIC X(9).
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 PRD-YTD-SALES        PIC ZZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 PRD-PROJ-SALES       PIC ZZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 PRD-QUOTA            PIC X(11).
            05 PRD-QUOTA-AMT REDEFINES PRD-QUOTA
                                    PIC ZZZ,ZZZ,ZZ9.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 PRD-ATTAIN           PIC X(6).
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 PRD-YTD-COMM         PIC ZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 PRD-PROJ-COMM        PIC ZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 PRD-TIER.
                10 PRD-YTD-TIER     PIC 9(1).
                10 PRD-TIER-ARROW   PIC X(1).
                10 PRD-PROJ-TIER    PIC X(1).
                10 FILLER           PIC X(1).
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 PRD-BASIS            PIC X(6).
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 PRD-FLAGS            PIC X(9).
            05 FILLER               PIC X(2)   VALUE SPACES.

        01  PROJ-REGION-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 PRR-REGION           PIC X(9).
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 FILLER               PIC X(6)   VALUE 'REPS: '.
            05 PRR-REPS             PIC ZZ,ZZ9.
            05 FILLER               PIC X(13)  VALUE SPACES.
            05 PRR-YTD-SALES        PIC ZZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 PRR-PROJ-SALES       PIC ZZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 PRR-QUOTA            PIC ZZZ,ZZZ,ZZ9.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 PRR-ATTAIN           PIC X(6).
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 PRR-YTD-COMM         PIC ZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 PRR-PROJ-COMM        PIC ZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 FILLER               PIC X(4)   VALUE 'CAP '.
            05 PRR-CAP-REPS         PIC Z,ZZ9.
            05 FILLER               PIC X(6)   VALUE ' GTEE '.
            05 PRR-GTEE-REPS        PIC Z,ZZ9.
            05 FILLER               PIC X(3)   VALUE SPACES.

        01  PROJ-SECTION-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 PROJ-SECTION-TITLE   PIC X(40).
            05 FILLER               PIC X(87)  VALUE SPACES.

        01  PROJ-TOTAL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 PROJ-TOTAL-LABEL     PIC X(28).
            05 PROJ-TOTAL-COUNT     PIC Z,ZZ9.
            05 FILLER               PIC X(94)  VALUE SPACES.

        01  PROJ-AMOUNT-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 PROJ-AMOUNT-LABEL    PIC X(28).
            05 PROJ-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(81)  VALUE SPACES.

        PROCEDURE DIVISION.

        0050-OPEN-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           PERFORM 0052-READ-COMMISSION-PARAMETERS.
           PERFORM 0054-READ-PERIOD-CONTROL.
           PERFORM 0058-LOAD-PRIOR-YEAR.
           OPEN INPUT SALESMAST-FILE.
           OPEN INPUT YTD-FILE.
           OPEN INPUT COMMHIST-FILE.
           OPEN INPUT DRAWCAP-FILE.
           OPEN INPUT QUOTA-FILE.
           OPEN OUTPUT PROJ-REPORT-FILE.
           PERFORM 0100-PROCESS-PROJECTION.
           PERFORM 0200-STOP-RUN.

        0052-READ-COMMISSION-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-OK
              READ PARAMETER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE PARM-TIER-1-LIMIT TO WS-COMM-TIER-1-LIMIT
                    MOVE PARM-TIER-1-RATE  TO WS-COMM-TIER-1-RATE
                    MOVE PARM-TIER-2-LIMIT TO WS-COMM-TIER-2-LIMIT
                    MOVE PARM-TIER-2-RATE  TO WS-COMM-TIER-2-RATE
                    MOVE PARM-TIER-3-LIMIT TO WS-COMM-TIER-3-LIMIT
                    MOVE PARM-TIER-3-RATE  TO WS-COMM-TIER-3-RATE
                    MOVE PARM-TIER-4-RATE  TO WS-COMM-TIER-4-RATE
              END-READ
              CLOSE PARAMETER-FILE
           END-IF.

      *    TWO PASSES OF THE PERIOD CONTROL FILE: THE FIRST FINDS
      *    THE PROJECTION YEAR, THE SECOND MARKS ITS MONTHS DONE.
        0054-READ-PERIOD-CONTROL.
           MOVE SPACES TO WS-PERIOD-DONE-TABLE.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PCTL-OK
              READ PERIOD-CONTROL-FILE
                   AT END SET WS-END-OF-PCTL TO TRUE
                   END-READ
              PERFORM 0055-FIND-PROJECTION-YEAR
                 UNTIL WS-END-OF-PCTL
              CLOSE PERIOD-CONTROL-FILE
           END-IF.
           IF WS-LAST-DONE-PERIOD > ZEROES
              MOVE WS-LAST-DONE-PERIOD TO WS-PCTL-WORK
              MOVE WS-PCTL-WORK-YEAR TO WS-PROJ-YEAR
              MOVE 'N' TO WS-END-OF-PCTL-SW
              OPEN INPUT PERIOD-CONTROL-FILE
              READ PERIOD-CONTROL-FILE
                   AT END SET WS-END-OF-PCTL TO TRUE
                   END-READ
              PERFORM 0056-MARK-PERIOD-DONE
                 UNTIL WS-END-OF-PCTL
              CLOSE PERIOD-CONTROL-FILE
           ELSE
              MOVE WS-CURRENT-YEAR TO WS-PROJ-YEAR
           END-IF.
           COMPUTE WS-PRIOR-YEAR = WS-PROJ-YEAR - 1.
           MOVE ZERO TO WS-MONTHS-DONE.
           PERFORM 0057-COUNT-MONTH-DONE
              VARYING WS-MONTH-SUB FROM 1 BY 1
              UNTIL WS-MONTH-SUB > 12.

        0055-FIND-PROJECTION-YEAR.
           IF PCT-PERIOD NUMERIC AND PCT-PERIOD > ZEROES
            AND PCT-STATUS = 'P'
            AND PCT-PERIOD > WS-LAST-DONE-PERIOD
              MOVE PCT-PERIOD TO WS-LAST-DONE-PERIOD
           END-IF.
           READ PERIOD-CONTROL-FILE
                AT END SET WS-END-OF-PCTL TO TRUE
                END-READ.

        0056-MARK-PERIOD-DONE.
           IF PCT-PERIOD NUMERIC AND PCT-PERIOD > ZEROES
            AND (PCT-STATUS = 'P' OR PCT-STATUS = 'C')
              MOVE PCT-PERIOD TO WS-PCTL-WORK
              IF WS-PCTL-WORK-YEAR = WS-PROJ-YEAR
               AND WS-PCTL-WORK-MONTH >= 1
               AND WS-PCTL-WORK-MONTH <= 12
                 MOVE 'Y' TO WS-PERIOD-DONE-SW (WS-PCTL-WORK-MONTH)
              END-IF
           END-IF.
           READ PERIOD-CONTROL-FILE
                AT END SET WS-END-OF-PCTL TO TRUE
                END-READ.

        0057-COUNT-MONTH-DONE.
           IF WS-PERIOD-DONE (WS-MONTH-SUB)
              ADD 1 TO WS-MONTHS-DONE
           END-IF.

        0058-LOAD-PRIOR-YEAR.
           INITIALIZE WS-PRIOR-YEAR-CONTROL.
           OPEN INPUT YTDHIST-FILE.
           IF WS-HIST-FILE-MISSING
              SET WS-END-OF-HIST TO TRUE
           ELSE
              READ YTDHIST-FILE
                   AT END SET WS-END-OF-HIST TO TRUE
                   END-READ
              PERFORM 0059-LOAD-ONE-HISTORY
                 UNTIL WS-END-OF-HIST
              CLOSE YTDHIST-FILE
           END-IF.

        0059-LOAD-ONE-HISTORY.
           IF HIST-YEAR = WS-PRIOR-YEAR
            AND HIST-SALESPERSON-ID NUMERIC
            AND HIST-SALESPERSON-ID > ZEROES
              ADD HIST-SALES-AMT TO WS-PY-SALES (HIST-SALESPERSON-ID)
              MOVE 'Y' TO WS-PY-FOUND-SW (HIST-SALESPERSON-ID)
           END-IF.
           READ YTDHIST-FILE
                AT END SET WS-END-OF-HIST TO TRUE
                END-READ.

        0100-PROCESS-PROJECTION.
           PERFORM 0110-WRITE-HEADING-LINES.
           IF WS-MAST-FILE-MISSING
              SET WS-MAST-EOF TO TRUE
           ELSE
              READ SALESMAST-FILE NEXT RECORD
                   AT END SET WS-MAST-EOF TO TRUE
                   END-READ
           END-IF.
           PERFORM 0105-PROJECT-ONE-MASTER
              UNTIL WS-MAST-EOF.
           PERFORM 0150-WRITE-REGION-SUMMARY.
           PERFORM 0160-WRITE-PROJECTION-TOTALS.

        0105-PROJECT-ONE-MASTER.
           PERFORM 0120-SELECT-SALESPERSON.
           IF WS-PROJECT-REP
              PERFORM 0125-LOAD-REP-BALANCES
              PERFORM 0130-BUILD-SEASONAL-PATTERN
              PERFORM 0135-PROJECT-SALES
              PERFORM 0140-SIMULATE-REMAINING-MONTHS
              PERFORM 0145-WRITE-DETAIL-LINE
              PERFORM 0148-ACCUMULATE-REGION
           END-IF.
           READ SALESMAST-FILE NEXT RECORD
                AT END SET WS-MAST-EOF TO TRUE
                END-READ.

        0110-WRITE-HEADING-LINES.
           MOVE WS-PROJ-YEAR TO PRH-YEAR.
           MOVE WS-MONTHS-DONE TO PRH-MONTHS.
           IF WS-LAST-DONE-PERIOD > ZEROES
              MOVE WS-LAST-DONE-PERIOD TO PRH-LAST-PERIOD
           ELSE
              MOVE 'NONE' TO PRH-LAST-PERIOD
           END-IF.
           MOVE WS-COMM-TIER-1-LIMIT TO PRH-TIER-1-LIMIT.
           MOVE WS-COMM-TIER-1-RATE  TO PRH-TIER-1-RATE.
           MOVE WS-COMM-TIER-2-LIMIT TO PRH-TIER-2-LIMIT.
           MOVE WS-COMM-TIER-2-RATE  TO PRH-TIER-2-RATE.
           MOVE WS-COMM-TIER-3-LIMIT TO PRH-TIER-3-LIMIT.
           MOVE WS-COMM-TIER-3-RATE  TO PRH-TIER-3-RATE.
           MOVE WS-COMM-TIER-4-RATE  TO PRH-TIER-4-RATE.
           MOVE PROJ-HEADING-LINE-1 TO PROJ-REPORT-LINE.
           WRITE PROJ-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE PROJ-HEADING-LINE-2 TO PROJ-REPORT-LINE.
           WRITE PROJ-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PROJ-REPORT-LINE.
           WRITE PROJ-REPORT-LINE.
           MOVE PROJ-HEADING-LINE-3 TO PROJ-REPORT-LINE.
           WRITE PROJ-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PROJ-REPORT-LINE.
           WRITE PROJ-REPORT-LINE.

      *    SETTLED REPS ARE FINISHED.  ACTIVE REPS ARE PROJECTED;
      *    A TERMINATED REP AWAITING SETTLEMENT IS SHOWN ONLY WHEN
      *    THERE IS A YTD BALANCE, WITH NOTHING MORE PROJECTED.
        0120-SELECT-SALESPERSON.
           MOVE 'N' TO WS-PROJECT-REP-SW.
           MOVE ZERO TO WS-REP-YTD-SALES WS-REP-YTD-COMM.
           IF NOT WS-YTD-FILE-MISSING
              MOVE SM-SALESPERSON-ID TO YTD-SALESPERSON-ID
              READ YTD-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE YTD-SALES-AMT TO WS-REP-YTD-SALES
                     MOVE YTD-COMMISSION-AMT TO WS-REP-YTD-COMM
              END-READ
           END-IF.
           IF SM-SETTLED-DATE NUMERIC
            AND SM-SETTLED-DATE > ZEROES
              CONTINUE
           ELSE
              IF SM-ACTIVE
                 SET WS-PROJECT-REP TO TRUE
              ELSE
                 IF SM-TERMINATED
                  AND (WS-REP-YTD-SALES NOT = ZERO
                   OR WS-REP-YTD-COMM NOT = ZERO)
                    SET WS-PROJECT-REP TO TRUE
                 END-IF
              END-IF
           END-IF.

        0125-LOAD-REP-BALANCES.
           MOVE 'N' TO WS-DC-FOUND-SW.
           MOVE ZERO TO WS-DRAW-BALANCE.
           IF NOT WS-DC-FILE-MISSING
              MOVE SM-SALESPERSON-ID TO DC-SALESPERSON-ID
              READ DRAWCAP-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     SET WS-DC-RECORD-FOUND TO TRUE
                     MOVE DC-DRAW-BALANCE TO WS-DRAW-BALANCE
              END-READ
           END-IF.
           MOVE 'N' TO WS-QUOTA-FOUND-SW.
           MOVE ZEROES TO WS-REP-QUOTA.
           IF NOT WS-QTA-FILE-MISSING
              MOVE SM-SALESPERSON-ID TO QTA-SALESPERSON-ID
              READ QUOTA-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF QTA-ANNUAL-QUOTA > ZEROES
                        SET WS-QUOTA-FOUND TO TRUE
                        MOVE QTA-ANNUAL-QUOTA TO WS-REP-QUOTA
                     END-IF
              END-READ
           END-IF.
           MOVE SM-REGION TO WS-REP-REGION.
           IF WS-REP-REGION = SPACES
              MOVE '---------' TO WS-REP-REGION
           END-IF.

      *    HISTORY LINES BELONG TO THE YEAR AND MONTH OF THE PERIOD
      *    THEY WERE RUN FOR, AS IN YTDTREND.
        0130-BUILD-SEASONAL-PATTERN.
           MOVE 'N' TO WS-PATTERN-USABLE-SW.
           MOVE ZERO TO WS-PAT-NET WS-PAT-TOTAL WS-PAT-DONE.
           PERFORM 0131-ZERO-PATTERN-MONTH
              VARYING WS-MONTH-SUB FROM 1 BY 1
              UNTIL WS-MONTH-SUB > 12.
           IF NOT WS-CH-FILE-MISSING
              MOVE 'N' TO WS-CH-EOF-SW
              MOVE SM-SALESPERSON-ID TO CH-SALESPERSON-ID
              MOVE ZEROES TO CH-RUN-NUMBER CH-SEQUENCE
              START COMMHIST-FILE KEY IS NOT LESS THAN CH-KEY
                  INVALID KEY
                     SET WS-CH-EOF TO TRUE
              END-START
              PERFORM 0132-READ-ONE-HISTORY-LINE
                 UNTIL WS-CH-EOF
           END-IF.
           PERFORM 0133-SUM-PATTERN-MONTH
              VARYING WS-MONTH-SUB FROM 1 BY 1
              UNTIL WS-MONTH-SUB > 12.
           COMPUTE WS-PAT-LEFT = WS-PAT-TOTAL - WS-PAT-DONE.
           IF WS-PY-FOUND (SM-SALESPERSON-ID)
            AND WS-PY-SALES (SM-SALESPERSON-ID) > ZERO
            AND WS-PAT-TOTAL > ZERO
              COMPUTE WS-PAT-DIFF =
                  WS-PAT-NET - WS-PY-SALES (SM-SALESPERSON-ID)
              IF WS-PAT-DIFF < ZERO
                 COMPUTE WS-PAT-DIFF = ZERO - WS-PAT-DIFF
              END-IF
              IF WS-PAT-DIFF * 100 <=
                 WS-PY-SALES (SM-SALESPERSON-ID)
                 * WS-PAT-TOLERANCE-PCT
                 SET WS-PATTERN-USABLE TO TRUE
              END-IF
           END-IF.

        0131-ZERO-PATTERN-MONTH.
           MOVE ZERO TO WS-PM-SALES (WS-MONTH-SUB).

        0132-READ-ONE-HISTORY-LINE.
           READ COMMHIST-FILE NEXT RECORD
               AT END
                  SET WS-CH-EOF TO TRUE
           END-READ.
           IF NOT WS-CH-EOF
              IF CH-SALESPERSON-ID NOT = SM-SALESPERSON-ID
                 SET WS-CH-EOF TO TRUE
              ELSE
                 IF CH-RUN-PERIOD NUMERIC
                  AND CH-RUN-PERIOD > ZEROES
                    COMPUTE WS-LINE-DATE = CH-RUN-PERIOD * 100 + 1
                 ELSE
                    MOVE CH-RUN-DATE TO WS-LINE-DATE
                 END-IF
                 IF WS-LINE-YEAR = WS-PRIOR-YEAR
                  AND WS-LINE-MONTH >= 1
                  AND WS-LINE-MONTH <= 12
                  AND (CH-SALE OR CH-ADJUSTMENT)
                    ADD CH-SALES-AMT TO WS-PM-SALES (WS-LINE-MONTH)
                 END-IF
              END-IF
           END-IF.

        0133-SUM-PATTERN-MONTH.
           ADD WS-PM-SALES (WS-MONTH-SUB) TO WS-PAT-NET.
           IF WS-PM-SALES (WS-MONTH-SUB) < ZERO
              MOVE ZERO TO WS-PM-SALES (WS-MONTH-SUB)
           END-IF.
           ADD WS-PM-SALES (WS-MONTH-SUB) TO WS-PAT-TOTAL.
           IF WS-PERIOD-DONE (WS-MONTH-SUB)
              ADD WS-PM-SALES (WS-MONTH-SUB) TO WS-PAT-DONE
           END-IF.

      *    SALES STILL TO COME THIS YEAR.  WITH A TRUSTED PATTERN
      *    THE YTD SALES ARE SCALED BY THE SHARE THE SAME MONTHS
      *    HAD LAST YEAR; OTHERWISE BY MONTHS PROCESSED.  BEFORE
      *    THE FIRST MONTH IS PROCESSED LAST YEAR'S TOTAL IS USED.
        0135-PROJECT-SALES.
           COMPUTE WS-MONTHS-LEFT = 12 - WS-MONTHS-DONE.
           MOVE ZERO TO WS-REMAINING-SALES.
           SET WS-SPREAD-EVEN TO TRUE.
           EVALUATE TRUE
               WHEN SM-TERMINATED
                   MOVE ZERO TO WS-MONTHS-LEFT
                   MOVE 'TERM' TO WS-REP-BASIS
                   ADD 1 TO WS-REPS-TERMINATED
               WHEN WS-MONTHS-LEFT = ZERO
                   MOVE 'ACTUAL' TO WS-REP-BASIS
               WHEN WS-MONTHS-DONE = ZERO
                   MOVE 'PRIOR' TO WS-REP-BASIS
                   IF WS-PY-FOUND (SM-SALESPERSON-ID)
                    AND WS-PY-SALES (SM-SALESPERSON-ID) > ZERO
                      MOVE WS-PY-SALES (SM-SALESPERSON-ID)
                        TO WS-REMAINING-SALES
                   END-IF
                   IF WS-PATTERN-USABLE
                      SET WS-SPREAD-SEASONAL TO TRUE
                   END-IF
               WHEN WS-REP-YTD-SALES NOT > ZERO
                   MOVE 'NO YTD' TO WS-REP-BASIS
               WHEN WS-PATTERN-USABLE
                AND WS-PAT-DONE > ZERO
                   MOVE 'SEASON' TO WS-REP-BASIS
                   SET WS-SPREAD-SEASONAL TO TRUE
                   ADD 1 TO WS-REPS-SEASONAL
                   COMPUTE WS-REMAINING-SALES ROUNDED =
                       WS-REP-YTD-SALES * WS-PAT-LEFT / WS-PAT-DONE
                       ON SIZE ERROR
                          MOVE ZERO TO WS-REMAINING-SALES
                   END-COMPUTE
               WHEN OTHER
                   MOVE 'LINEAR' TO WS-REP-BASIS
                   ADD 1 TO WS-REPS-STRAIGHT
                   COMPUTE WS-REMAINING-SALES ROUNDED =
                       WS-REP-YTD-SALES * WS-MONTHS-LEFT
                       / WS-MONTHS-DONE
           END-EVALUATE.
           COMPUTE WS-REP-PROJ-SALES =
               WS-REP-YTD-SALES + WS-REMAINING-SALES.

      *    THE CAP, GUARANTEE AND DRAW RULES FOLLOW THE SALES RUN:
      *    THE CAP IS APPLIED FIRST AGAINST THE COMMISSION ALREADY
      *    PAID, THEN A MONTH BELOW THE GUARANTEE IS TOPPED UP AS
      *    DRAW AND A MONTH ABOVE IT RECOVERS OUTSTANDING DRAW.
        0140-SIMULATE-REMAINING-MONTHS.
           MOVE 'N' TO WS-CAP-HIT-SW WS-GTEE-SHORT-SW.
           MOVE ZERO TO WS-MONTHS-SIMULATED WS-ALLOCATED-SALES
                        WS-REP-CAP-CUT WS-REP-DRAW-AMT
                        WS-REP-RECOVERY-AMT.
           MOVE WS-REP-YTD-SALES TO WS-SIM-SALES.
           MOVE WS-REP-YTD-COMM TO WS-SIM-COMM.
           IF WS-DC-RECORD-FOUND
            AND DC-CAP-AMT > ZEROES
            AND WS-SIM-COMM >= DC-CAP-AMT
              SET WS-CAP-HIT TO TRUE
           END-IF.
           IF WS-MONTHS-LEFT > ZERO
              PERFORM 0142-SIMULATE-ONE-MONTH
                 VARYING WS-MONTH-SUB FROM 1 BY 1
                 UNTIL WS-MONTH-SUB > 12
           END-IF.

        0142-SIMULATE-ONE-MONTH.
           IF NOT WS-PERIOD-DONE (WS-MONTH-SUB)
              ADD 1 TO WS-MONTHS-SIMULATED
              PERFORM 0143-SET-MONTH-SALES
              ADD WS-MONTH-SALES TO WS-SIM-SALES
              MOVE WS-SIM-SALES TO WS-TIER-SALES
              PERFORM 0147-DETERMINE-TIER
              COMPUTE WS-COMMISSION-AMT =
                  WS-COMMISSION-RATE * WS-MONTH-SALES
              IF WS-DC-RECORD-FOUND
                 PERFORM 0144-APPLY-PROJECTED-CAP
                 PERFORM 0146-APPLY-PROJECTED-GUARANTEE
              END-IF
              ADD WS-COMMISSION-AMT TO WS-SIM-COMM
           END-IF.

      *    THE LAST PROJECTED MONTH TAKES WHAT IS LEFT SO THE
      *    MONTHS ADD BACK TO THE PROJECTED REMAINDER EXACTLY.
        0143-SET-MONTH-SALES.
           EVALUATE TRUE
               WHEN WS-MONTHS-SIMULATED = WS-MONTHS-LEFT
                   COMPUTE WS-MONTH-SALES =
                       WS-REMAINING-SALES - WS-ALLOCATED-SALES
               WHEN WS-SPREAD-SEASONAL
                AND WS-PAT-LEFT > ZERO
                   COMPUTE WS-MONTH-SALES ROUNDED =
                       WS-REMAINING-SALES * WS-PM-SALES (WS-MONTH-SUB)
                       / WS-PAT-LEFT
               WHEN WS-SPREAD-SEASONAL
                   MOVE ZERO TO WS-MONTH-SALES
               WHEN OTHER
                   COMPUTE WS-MONTH-SALES ROUNDED =
                       WS-REMAINING-SALES / WS-MONTHS-LEFT
           END-EVALUATE.
           ADD WS-MONTH-SALES TO WS-ALLOCATED-SALES.

        0144-APPLY-PROJECTED-CAP.
           IF DC-CAP-AMT > ZEROES
              COMPUTE WS-CAP-ROOM = DC-CAP-AMT - WS-SIM-COMM
              IF WS-CAP-ROOM < ZERO
                 MOVE ZERO TO WS-CAP-ROOM
              END-IF
              IF WS-COMMISSION-AMT >= WS-CAP-ROOM
                 SET WS-CAP-HIT TO TRUE
              END-IF
              IF WS-COMMISSION-AMT > WS-CAP-ROOM
                 COMPUTE WS-REP-CAP-CUT = WS-REP-CAP-CUT
                     + WS-COMMISSION-AMT - WS-CAP-ROOM
                 MOVE WS-CAP-ROOM TO WS-COMMISSION-AMT
              END-IF
           END-IF.

        0146-APPLY-PROJECTED-GUARANTEE.
           IF DC-GUARANTEE-AMT > ZEROES
            AND WS-COMMISSION-AMT < DC-GUARANTEE-AMT
              SET WS-GTEE-SHORT TO TRUE
              COMPUTE WS-DRAW-AMT =
                  DC-GUARANTEE-AMT - WS-COMMISSION-AMT
              ADD WS-DRAW-AMT TO WS-DRAW-BALANCE
              ADD WS-DRAW-AMT TO WS-REP-DRAW-AMT
              MOVE DC-GUARANTEE-AMT TO WS-COMMISSION-AMT
           ELSE
              IF WS-DRAW-BALANCE > ZERO
               AND WS-COMMISSION-AMT > DC-GUARANTEE-AMT
                 COMPUTE WS-RECOVERY-AMT =
                     WS-COMMISSION-AMT - DC-GUARANTEE-AMT
                 IF WS-RECOVERY-AMT > WS-DRAW-BALANCE
                    MOVE WS-DRAW-BALANCE TO WS-RECOVERY-AMT
                 END-IF
                 SUBTRACT WS-RECOVERY-AMT FROM WS-DRAW-BALANCE
                 SUBTRACT WS-RECOVERY-AMT FROM WS-COMMISSION-AMT
                 ADD WS-RECOVERY-AMT TO WS-REP-RECOVERY-AMT
              END-IF
           END-IF.

        0147-DETERMINE-TIER.
           EVALUATE TRUE
               WHEN WS-TIER-SALES <= WS-COMM-TIER-1-LIMIT
                   MOVE 1 TO WS-TIER-NUM
                   MOVE WS-COMM-TIER-1-RATE TO WS-COMMISSION-RATE
               WHEN WS-TIER-SALES <= WS-COMM-TIER-2-LIMIT
                   MOVE 2 TO WS-TIER-NUM
                   MOVE WS-COMM-TIER-2-RATE TO WS-COMMISSION-RATE
               WHEN WS-TIER-SALES <= WS-COMM-TIER-3-LIMIT
                   MOVE 3 TO WS-TIER-NUM
                   MOVE WS-COMM-TIER-3-RATE TO WS-COMMISSION-RATE
               WHEN OTHER
                   MOVE 4 TO WS-TIER-NUM
                   MOVE WS-COMM-TIER-4-RATE TO WS-COMMISSION-RATE
           END-EVALUATE.

        0145-WRITE-DETAIL-LINE.
           ADD 1 TO WS-REPS-PROJECTED.
           MOVE SM-SALESPERSON-ID TO PRD-ID.
           MOVE SM-LASTNAME TO PRD-NAME.
           MOVE WS-REP-REGION TO PRD-REGION.
           MOVE WS-REP-YTD-SALES TO PRD-YTD-SALES.
           MOVE WS-REP-PROJ-SALES TO PRD-PROJ-SALES.
           IF WS-QUOTA-FOUND
              MOVE WS-REP-QUOTA TO PRD-QUOTA-AMT
              COMPUTE WS-ATTAIN-PCT ROUNDED =
                  WS-REP-PROJ-SALES * 100 / WS-REP-QUOTA
                  ON SIZE ERROR MOVE 9999.9 TO WS-ATTAIN-PCT
              END-COMPUTE
              MOVE WS-ATTAIN-PCT TO WS-ATTAIN-ED
              MOVE WS-ATTAIN-ED TO PRD-ATTAIN
           ELSE
              MOVE SPACES TO PRD-QUOTA PRD-ATTAIN
           END-IF.
           MOVE WS-REP-YTD-COMM TO PRD-YTD-COMM.
           MOVE WS-SIM-COMM TO PRD-PROJ-COMM.
           MOVE WS-REP-YTD-SALES TO WS-TIER-SALES.
           PERFORM 0147-DETERMINE-TIER.
           MOVE WS-TIER-NUM TO WS-YTD-TIER-NUM.
           MOVE WS-REP-PROJ-SALES TO WS-TIER-SALES.
           PERFORM 0147-DETERMINE-TIER.
           MOVE SPACES TO PRD-TIER.
           MOVE WS-YTD-TIER-NUM TO PRD-YTD-TIER.
           IF WS-TIER-NUM NOT = WS-YTD-TIER-NUM
              MOVE '>' TO PRD-TIER-ARROW
              MOVE WS-TIER-NUM TO PRD-PROJ-TIER
           END-IF.
           MOVE WS-REP-BASIS TO PRD-BASIS.
           MOVE SPACES TO PRD-FLAGS.
           IF WS-CAP-HIT
              ADD 1 TO WS-REPS-AT-CAP
              MOVE 'CAP' TO PRD-FLAGS
           END-IF.
           IF WS-GTEE-SHORT
              ADD 1 TO WS-REPS-BELOW-GTEE
              IF WS-CAP-HIT
                 MOVE 'CAP GTEE' TO PRD-FLAGS
              ELSE
                 MOVE 'GTEE' TO PRD-FLAGS
              END-IF
           END-IF.
           MOVE PROJ-DETAIL-LINE TO PROJ-REPORT-LINE.
           WRITE PROJ-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD WS-REMAINING-SALES TO WS-TOTAL-REMAIN-SALES.
           COMPUTE WS-TOTAL-REMAIN-COMM = WS-TOTAL-REMAIN-COMM
               + WS-SIM-COMM - WS-REP-YTD-COMM.
           ADD WS-REP-CAP-CUT TO WS-TOTAL-CAP-CUT.
           ADD WS-REP-DRAW-AMT TO WS-TOTAL-DRAW-AMT.
           ADD WS-REP-RECOVERY-AMT TO WS-TOTAL-RECOVERY-AMT.
           ADD WS-DRAW-BALANCE TO WS-TOTAL-DRAW-BALANCE.

        0148-ACCUMULATE-REGION.
           ADD 1 TO WS-CO-REPS.
           ADD WS-REP-YTD-SALES TO WS-CO-YTD-SALES.
           ADD WS-REP-PROJ-SALES TO WS-CO-PROJ-SALES.
           ADD WS-REP-YTD-COMM TO WS-CO-YTD-COMM.
           ADD WS-SIM-COMM TO WS-CO-PROJ-COMM.
           IF WS-QUOTA-FOUND
              ADD WS-REP-QUOTA TO WS-CO-QUOTA
              ADD WS-REP-PROJ-SALES TO WS-CO-QUOTA-SALES
           END-IF.
           IF WS-CAP-HIT
              ADD 1 TO WS-CO-CAP-REPS
           END-IF.
           IF WS-GTEE-SHORT
              ADD 1 TO WS-CO-GTEE-REPS
           END-IF.
           MOVE WS-REP-REGION TO WS-RT-WORK-CODE.
           PERFORM 0137-FIND-OR-ADD-REGION.
           IF WS-RT-FOUND-SUB > ZERO
              ADD 1 TO WS-RT-REPS (WS-RT-FOUND-SUB)
              ADD WS-REP-YTD-SALES TO WS-RT-YTD-SALES (WS-RT-FOUND-SUB)
              ADD WS-REP-PROJ-SALES
                TO WS-RT-PROJ-SALES (WS-RT-FOUND-SUB)
              ADD WS-REP-YTD-COMM TO WS-RT-YTD-COMM (WS-RT-FOUND-SUB)
              ADD WS-SIM-COMM TO WS-RT-PROJ-COMM (WS-RT-FOUND-SUB)
              IF WS-QUOTA-FOUND
                 ADD WS-REP-QUOTA TO WS-RT-QUOTA (WS-RT-FOUND-SUB)
                 ADD WS-REP-PROJ-SALES
                   TO WS-RT-QUOTA-SALES (WS-RT-FOUND-SUB)
              END-IF
              IF WS-CAP-HIT
                 ADD 1 TO WS-RT-CAP-REPS (WS-RT-FOUND-SUB)
              END-IF
              IF WS-GTEE-SHORT
                 ADD 1 TO WS-RT-GTEE-REPS (WS-RT-FOUND-SUB)
              END-IF
           ELSE
              ADD 1 TO WS-REPS-NO-REGION
           END-IF.

        0137-FIND-OR-ADD-REGION.
           MOVE ZERO TO WS-RT-FOUND-SUB.
           PERFORM 0138-MATCH-REGION-ENTRY
              VARYING WS-RT-SUB FROM 1 BY 1
              UNTIL WS-RT-SUB > WS-REGION-COUNT.
           IF WS-RT-FOUND-SUB = ZERO
            AND WS-REGION-COUNT < WS-REGION-MAX
              ADD 1 TO WS-REGION-COUNT
              MOVE WS-REGION-COUNT TO WS-RT-FOUND-SUB
              MOVE WS-RT-WORK-CODE TO WS-RT-CODE (WS-RT-FOUND-SUB)
              INITIALIZE WS-RT-TOTALS (WS-RT-FOUND-SUB)
           END-IF.

        0138-MATCH-REGION-ENTRY.
           IF WS-RT-CODE (WS-RT-SUB) = WS-RT-WORK-CODE
              MOVE WS-RT-SUB TO WS-RT-FOUND-SUB
           END-IF.

        0150-WRITE-REGION-SUMMARY.
           MOVE SPACES TO PROJ-REPORT-LINE.
           WRITE PROJ-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'REGION PROJECTION' TO PROJ-SECTION-TITLE.
           MOVE PROJ-SECTION-LINE TO PROJ-REPORT-LINE.
           WRITE PROJ-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PROJ-REPORT-LINE.
           WRITE PROJ-REPORT-LINE.
           PERFORM 0152-WRITE-ONE-REGION
              VARYING WS-RT-SUB FROM 1 BY 1
              UNTIL WS-RT-SUB > WS-REGION-COUNT.
           MOVE SPACES TO PROJ-REPORT-LINE.
           WRITE PROJ-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'COMPANY' TO PRR-REGION.
           MOVE WS-CO-REPS TO PRR-REPS.
           MOVE WS-CO-YTD-SALES TO PRR-YTD-SALES.
           MOVE WS-CO-PROJ-SALES TO PRR-PROJ-SALES.
           MOVE WS-CO-QUOTA TO PRR-QUOTA.
           MOVE SPACES TO PRR-ATTAIN.
           IF WS-CO-QUOTA > ZERO
              COMPUTE WS-ATTAIN-PCT ROUNDED =
                  WS-CO-QUOTA-SALES * 100 / WS-CO-QUOTA
                  ON SIZE ERROR MOVE 9999.9 TO WS-ATTAIN-PCT
              END-COMPUTE
              MOVE WS-ATTAIN-PCT TO WS-ATTAIN-ED
              MOVE WS-ATTAIN-ED TO PRR-ATTAIN
           END-IF.
           MOVE WS-CO-YTD-COMM TO PRR-YTD-COMM.
           MOVE WS-CO-PROJ-COMM TO PRR-PROJ-COMM.
           MOVE WS-CO-CAP-REPS TO PRR-CAP-REPS.
           MOVE WS-CO-GTEE-REPS TO PRR-GTEE-REPS.
           MOVE PROJ-REGION-LINE TO PROJ-REPORT-LINE.
           WRITE PROJ-REPORT-LINE AFTER ADVANCING 1 LINE.

        0152-WRITE-ONE-REGION.
           MOVE WS-RT-CODE (WS-RT-SUB) TO PRR-REGION.
           MOVE WS-RT-REPS (WS-RT-SUB) TO PRR-REPS.
           MOVE WS-RT-YTD-SALES (WS-RT-SUB) TO PRR-YTD-SALES.
           MOVE WS-RT-PROJ-SALES (WS-RT-SUB) TO PRR-PROJ-SALES.
           MOVE WS-RT-QUOTA (WS-RT-SUB) TO PRR-QUOTA.
           MOVE SPACES TO PRR-ATTAIN.
           IF WS-RT-QUOTA (WS-RT-SUB) > ZERO
              COMPUTE WS-ATTAIN-PCT ROUNDED =
                  WS-RT-QUOTA-SALES (WS-RT-SUB) * 100
                  / WS-RT-QUOTA (WS-RT-SUB)
                  ON SIZE ERROR MOVE 9999.9 TO WS-ATTAIN-PCT
              END-COMPUTE
              MOVE WS-ATTAIN-PCT TO WS-ATTAIN-ED
              MOVE WS-ATTAIN-ED TO PRR-ATTAIN
           END-IF.
           MOVE WS-RT-YTD-COMM (WS-RT-SUB) TO PRR-YTD-COMM.
           MOVE WS-RT-PROJ-COMM (WS-RT-SUB) TO PRR-PROJ-COMM.
           MOVE WS-RT-CAP-REPS (WS-RT-SUB) TO PRR-CAP-REPS.
           MOVE WS-RT-GTEE-REPS (WS-RT-SUB) TO PRR-GTEE-REPS.
           MOVE PROJ-REGION-LINE TO PROJ-REPORT-LINE.
           WRITE PROJ-REPORT-LINE AFTER ADVANCING 1 LINE.

        0160-WRITE-PROJECTION-TOTALS.
           MOVE SPACES TO PROJ-REPORT-LINE.
           WRITE PROJ-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SALESPEOPLE PROJECTED:' TO PROJ-TOTAL-LABEL.
           MOVE WS-REPS-PROJECTED TO PROJ-TOTAL-COUNT.
           PERFORM 0162-WRITE-TOTAL-LINE.
           MOVE 'PROJECTED TO REACH CAP:' TO PROJ-TOTAL-LABEL.
           MOVE WS-REPS-AT-CAP TO PROJ-TOTAL-COUNT.
           PERFORM 0162-WRITE-TOTAL-LINE.
           MOVE 'PROJECTED BELOW GUARANTEE:' TO PROJ-TOTAL-LABEL.
           MOVE WS-REPS-BELOW-GTEE TO PROJ-TOTAL-COUNT.
           PERFORM 0162-WRITE-TOTAL-LINE.
           MOVE 'ON PRIOR-YEAR PATTERN:' TO PROJ-TOTAL-LABEL.
           MOVE WS-REPS-SEASONAL TO PROJ-TOTAL-COUNT.
           PERFORM 0162-WRITE-TOTAL-LINE.
           MOVE 'ON STRAIGHT LINE:' TO PROJ-TOTAL-LABEL.
           MOVE WS-REPS-STRAIGHT TO PROJ-TOTAL-COUNT.
           PERFORM 0162-WRITE-TOTAL-LINE.
           MOVE 'TERMINATED, NOT SETTLED:' TO PROJ-TOTAL-LABEL.
           MOVE WS-REPS-TERMINATED TO PROJ-TOTAL-COUNT.
           PERFORM 0162-WRITE-TOTAL-LINE.
           IF WS-REPS-NO-REGION > ZERO
              MOVE '** REPS LOST, RGN TBL FULL:' TO PROJ-TOTAL-LABEL
              MOVE WS-REPS-NO-REGION TO PROJ-TOTAL-COUNT
              PERFORM 0162-WRITE-TOTAL-LINE
           END-IF.
           MOVE SPACES TO PROJ-REPORT-LINE.
           WRITE PROJ-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'PROJ REMAINING SALES:' TO PROJ-AMOUNT-LABEL.
           MOVE WS-TOTAL-REMAIN-SALES TO PROJ-AMOUNT.
           PERFORM 0164-WRITE-AMOUNT-LINE.
           MOVE 'PROJ REMAINING COMMISSION:' TO PROJ-AMOUNT-LABEL.
           MOVE WS-TOTAL-REMAIN-COMM TO PROJ-AMOUNT.
           PERFORM 0164-WRITE-AMOUNT-LINE.
           MOVE 'PROJ YEAR-END COMMISSION:' TO PROJ-AMOUNT-LABEL.
           MOVE WS-CO-PROJ-COMM TO PROJ-AMOUNT.
           PERFORM 0164-WRITE-AMOUNT-LINE.
           MOVE 'PROJ CUT BY CAP:' TO PROJ-AMOUNT-LABEL.
           MOVE WS-TOTAL-CAP-CUT TO PROJ-AMOUNT.
           PERFORM 0164-WRITE-AMOUNT-LINE.
           MOVE 'PROJ DRAW ADVANCED:' TO PROJ-AMOUNT-LABEL.
           MOVE WS-TOTAL-DRAW-AMT TO PROJ-AMOUNT.
           PERFORM 0164-WRITE-AMOUNT-LINE.
           MOVE 'PROJ DRAW RECOVERED:' TO PROJ-AMOUNT-LABEL.
           MOVE WS-TOTAL-RECOVERY-AMT TO PROJ-AMOUNT.
           PERFORM 0164-WRITE-AMOUNT-LINE.
           MOVE 'PROJ YEAR-END DRAW BALANCE:' TO PROJ-AMOUNT-LABEL.
           MOVE WS-TOTAL-DRAW-BALANCE TO PROJ-AMOUNT.
           PERFORM 0164-WRITE-AMOUNT-LINE.

        0162-WRITE-TOTAL-LINE.
           MOVE PROJ-TOTAL-LINE TO PROJ-REPORT-LINE.
           WRITE PROJ-REPORT-LINE AFTER ADVANCING 1 LINE.

        0164-WRITE-AMOUNT-LINE.
           MOVE PROJ-AMOUNT-LINE TO PROJ-REPORT-LINE.
           WRITE PROJ-REPORT-LINE AFTER ADVANCING 1 LINE.

        0200-STOP-RUN.
           IF NOT WS-MAST-FILE-MISSING
              CLOSE SALESMAST-FILE
           END-IF.
           IF NOT WS-YTD-FILE-MISSING
              CLOSE YTD-FILE
           END-IF.
           IF NOT WS-CH-FILE-MISSING
              CLOSE COMMHIST-FILE
           END-IF.
           IF NOT WS-DC-FILE-MISSING
              CLOSE DRAWCAP-FILE
           END-IF.
           IF NOT WS-QTA-FILE-MISSING
              CLOSE QUOTA-FILE
           END-IF.
           CLOSE PROJ-REPORT-FILE.
           STOP RUN.

          END PROGRAM COMMPROJ.
