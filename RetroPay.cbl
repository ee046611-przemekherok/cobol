       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROPAY.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  This program recalculates commission retroactively when a  *
      *   change to the COMMPARM.DAT tier schedule is backdated.    *
      *   The control card RETROCTL.DAT names the effective period  *
      *   and a reason code.  For every salesperson the sales and   *
      *   adjustment lines on the commission history COMMHIST.DAT   *
      *   from the effective period to the end of that year are     *
      *   re-rated under the new schedule in the order they were    *
      *   posted, and the result is compared period by period with  *
      *   what was actually paid (net of any cap cut and of earlier *
      *   retro lines).  Each difference goes out as a payable or   *
      *   recoverable line on PAYROLL.DAT, GLJOURNL.DAT, the        *
      *   posting journal and the history, within the DRAWCAP.DAT   *
      *   cap and after recovering any outstanding draw, and is     *
      *   added to YTDMAST.DAT.  The retro register RETRORPT.DAT    *
      *   lists the differences by salesperson for payroll and      *
      *   finance sign-off.  The run is logged on RUNLOG.DAT and    *
      *   RUNAUDIT.DAT under its own run number and can be backed   *
      *   out by RUNBACKOUT like any other run.  A payable          *
      *   difference for a salesperson under an active commission   *
      *   hold (HOLDMAST.DAT) is added to the held amount and       *
      *   listed on HELDCOMM.DAT instead of going to payroll.  A    *
      *   salesperson already finally settled by FINALSET is not    *
      *   re-rated and is counted on the register instead.  A retro *
      *   run is refused while a sales run is waiting to restart on *
      *   CHKPOINT.DAT, since that run has already posted under the *
      *   next run number.                                          *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RETRO-CONTROL-FILE ASSIGN TO "RETROCTL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RTC-STATUS.
            SELECT PARAMETER-FILE ASSIGN TO "COMMPARM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PARM-STATUS.
            SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RLOG-STATUS.
            SELECT CHECKPOINT-FILE ASSIGN TO "CHKPOINT.DAT"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS WS-CKPT-RELATIVE-KEY
             FILE STATUS IS WS-CKPT-STATUS.
            SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCTL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PCTL-STATUS.
            SELECT COMMHIST-FILE ASSIGN TO "COMMHIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CH-KEY
             FILE STATUS IS WS-CH-STATUS.
            SELECT YTD-FILE ASSIGN TO "YTDMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS YTD-SALESPERSON-ID
             FILE STATUS IS WS-YTD-STATUS.
            SELECT DRAWCAP-FILE ASSIGN TO "DRAWCAP.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DC-SALESPERSON-ID
             FILE STATUS IS WS-DC-STATUS.
            SELECT SALESMAST-FILE ASSIGN TO "SALESMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SM-SALESPERSON-ID
             FILE STATUS IS WS-MAST-STATUS.
            SELECT HOLD-FILE ASSIGN TO "HOLDMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HLD-SALESPERSON-ID
             FILE STATUS IS WS-HLD-STATUS.
            SELECT RETRO-WORK-FILE ASSIGN TO "RETROWRK.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RWK-STATUS.
            SELECT RUN-POSTING-FILE ASSIGN TO "RUNPOST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPST-STATUS.
            SELECT PAYROLL-FILE ASSIGN TO "PAYROLL.DAT".
            SELECT HELD-EXTRACT-FILE ASSIGN TO "HELDCOMM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
            SELECT GL-JOURNAL-FILE ASSIGN TO "GLJOURNL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RUN-AUDIT-FILE ASSIGN TO "RUNAUDIT.DAT".
            SELECT RETRO-REGISTER-FILE ASSIGN TO "RETRORPT.DAT".

       DATA DIVISION.
       FILE SECTION.
       FD RETRO-CONTROL-FILE.

       01 RETRO-CONTROL-RECORD.
            05 RTC-EFFECTIVE-PERIOD PIC 9(6).
            05 RTC-EFFECTIVE-PARTS REDEFINES RTC-EFFECTIVE-PERIOD.
                10 RTC-EFFECTIVE-YEAR   PIC 9(4).
                10 RTC-EFFECTIVE-MONTH  PIC 9(2).
            05 FILLER               PIC X(1).
            05 RTC-REASON-CODE      PIC X(3).

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

        FD RUN-LOG-FILE.

        COPY RUNLOG.

        FD CHECKPOINT-FILE.

        COPY CHKPOINT.

        FD PERIOD-CONTROL-FILE.

      *    ONE RECORD PER ACCOUNTING PERIOD.  STATUS O = OPEN,
      *    P = PROCESSED BY A MONTHLY RUN, C = CLOSED AT YEAR END.
        01  PERIOD-CONTROL-RECORD.
            05 PCT-PERIOD           PIC 9(6).
            05 FILLER               PIC X(1).
            05 PCT-STATUS           PIC X(1).

        FD COMMHIST-FILE.

        COPY COMMHIST.

        FD YTD-FILE.

        01  YTD-RECORD.
            05 YTD-SALESPERSON-ID     PIC 9(5).
            05 YTD-SALES-AMT          PIC S9(10) COMP-3.
            05 YTD-COMMISSION-AMT     PIC S9(10) COMP-3.

        FD DRAWCAP-FILE.

        COPY DRAWCAP.

        FD SALESMAST-FILE.

        COPY SALESMAST.

        FD HOLD-FILE.

        COPY HOLDMAST.

        FD RETRO-WORK-FILE.

      *    ONE RECORD PER SALESPERSON AND PERIOD WHOSE RECALCULATED
      *    COMMISSION DIFFERS FROM WHAT WAS PAID, IN SALESPERSON
      *    ORDER, PASSED FROM THE RECALCULATION TO THE POSTING.
        01  RETRO-WORK-RECORD.
            05 RWK-SALESPERSON-ID   PIC 9(5).
            05 RWK-PERIOD           PIC 9(6).
            05 RWK-GL-SOURCE        PIC X(9).
            05 RWK-SALES-AMT        PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.
            05 RWK-PAID-AMT         PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.
            05 RWK-RECALC-AMT       PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.

        FD RUN-POSTING-FILE.

        COPY RUNPOST.

        FD PAYROLL-FILE.

        01  PAYROLL-LINE           PIC X(132).

        FD HELD-EXTRACT-FILE.

        COPY HELDCOMM.

        FD GL-JOURNAL-FILE.

        COPY GLJOURNL.

        FD RUN-AUDIT-FILE.

        01  RUN-AUDIT-LINE         PIC X(132).

        FD RETRO-REGISTER-FILE.

        01  RETRO-REGISTER-LINE    PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-FIELDS.
            05 WS-COMMISSION-RATE  PIC V99 VALUE ZERO.
            05 WS-NETTED-SALES     PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-RECALC-COMM      PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-HIST-LINES-READ  PIC 9(7) COMP-3 VALUE ZERO.
            05 WS-LINES-RERATED    PIC 9(7) COMP-3 VALUE ZERO.
            05 WS-LINES-POSTED     PIC 9(7) COMP-3 VALUE ZERO.
            05 WS-REPS-AFFECTED    PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-WARNING-COUNT    PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-REPS-SETTLED     PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-REP-SETTLED-SW   PIC X(01) VALUE 'N'.
                88 WS-REP-SETTLED         VALUE 'Y'.

      *    THE NEW SCHEDULE COMES FROM COMMPARM.DAT AS THE SALES RUN
      *    READS IT.  THERE ARE NO DEFAULTS HERE: A RETRO RUN WITH
      *    NO PARAMETER FILE HAS NOTHING TO RECALCULATE AGAINST.
        01  WS-COMMISSION-SCHEDULE.
            05 WS-COMM-TIER-1-LIMIT PIC 9(6) VALUE ZEROES.
            05 WS-COMM-TIER-1-RATE  PIC V99  VALUE ZERO.
            05 WS-COMM-TIER-2-LIMIT PIC 9(6) VALUE ZEROES.
            05 WS-COMM-TIER-2-RATE  PIC V99  VALUE ZERO.
            05 WS-COMM-TIER-3-LIMIT PIC 9(6) VALUE ZEROES.
            05 WS-COMM-TIER-3-RATE  PIC V99  VALUE ZERO.
            05 WS-COMM-TIER-4-RATE  PIC V99  VALUE ZERO.

        01  WS-RTC-FIELDS.
            05 WS-RTC-STATUS        PIC X(02) VALUE SPACES.
                88 WS-RTC-OK                VALUE '00'.
                88 WS-RTC-FILE-MISSING      VALUE '35'.

        01  WS-PARM-FIELDS.
            05 WS-PARM-STATUS       PIC X(02) VALUE SPACES.
                88 WS-PARM-OK               VALUE '00'.
                88 WS-PARM-FILE-MISSING     VALUE '35'.
            05 WS-PARM-FOUND-SW     PIC X(01) VALUE 'N'.
                88 WS-PARM-FOUND            VALUE 'Y'.

        01  WS-CHECKPOINT-FIELDS.
            05 WS-CKPT-STATUS       PIC X(02) VALUE SPACES.
                88 WS-CKPT-OK               VALUE '00'.
                88 WS-CKPT-FILE-MISSING     VALUE '35'.
            05 WS-CKPT-RELATIVE-KEY PIC 9(05) COMP-3 VALUE 1.

      *    RUNS ALREADY BACKED OUT ARE LEFT OUT OF THE RECALCULATION
      *    ALONG WITH THE BACK-OUT ENTRIES THAT REVERSED THEM.
        01  WS-RUN-LOG-FIELDS.
            05 WS-RLOG-STATUS       PIC X(02) VALUE SPACES.
                88 WS-RLOG-OK               VALUE '00'.
                88 WS-RLOG-FILE-MISSING     VALUE '35'.
            05 WS-END-OF-RLOG-SW    PIC X(01) VALUE 'N'.
                88 WS-END-OF-RLOG           VALUE 'Y'.
            05 WS-LAST-RUN-NUMBER   PIC 9(5) VALUE ZERO.
            05 WS-RUN-NUMBER        PIC 9(5) VALUE ZERO.
            05 WS-REV-COUNT         PIC 9(3) COMP-3 VALUE ZERO.
            05 WS-REV-MAX           PIC 9(3) COMP-3 VALUE 500.
            05 WS-REV-SUB           PIC 9(3) COMP-3 VALUE ZERO.
            05 WS-REV-OVERFLOW-SW   PIC X(01) VALUE 'N'.
                88 WS-REV-OVERFLOW          VALUE 'Y'.
            05 WS-REVERSED-RUN-TABLE OCCURS 500 TIMES.
                10 WS-REVERSED-RUN  PIC 9(5).

        01  WS-PERIOD-CONTROL-FIELDS.
            05 WS-PCTL-STATUS       PIC X(02) VALUE SPACES.
                88 WS-PCTL-OK             VALUE '00'.
                88 WS-PCTL-FILE-MISSING   VALUE '35'.
            05 WS-END-OF-PCTL-SW    PIC X(01) VALUE 'N'.
                88 WS-END-OF-PCTL         VALUE 'Y'.
            05 WS-PCTL-FOUND-SW     PIC X(01) VALUE 'N'.
                88 WS-PCTL-FOUND          VALUE 'Y'.
            05 WS-PCTL-EFF-STATUS   PIC X(01) VALUE SPACE.
            05 WS-PCTL-LATER-YEAR-SW PIC X(01) VALUE 'N'.
                88 WS-PCTL-LATER-YEAR     VALUE 'Y'.
            05 WS-FIRST-OPEN-PERIOD PIC 9(06) VALUE ZEROES.
            05 WS-LAST-DONE-PERIOD  PIC 9(06) VALUE ZEROES.
            05 WS-POST-PERIOD       PIC 9(06) VALUE ZEROES.
            05 WS-PCTL-WORK         PIC 9(06) VALUE ZEROES.
            05 WS-PCTL-WORK-PARTS REDEFINES WS-PCTL-WORK.
                10 WS-PCTL-WORK-YEAR  PIC 9(4).
                10 WS-PCTL-WORK-MONTH PIC 9(2).

        01  WS-COMMHIST-FIELDS.
            05 WS-CH-STATUS         PIC X(02) VALUE SPACES.
                88 WS-CH-OK                 VALUE '00'.
                88 WS-CH-FILE-MISSING       VALUE '35'.
            05 WS-END-OF-CH-SW      PIC X(01) VALUE 'N'.
                88 WS-END-OF-CH             VALUE 'Y'.
            05 WS-END-OF-REP-SW     PIC X(01) VALUE 'N'.
                88 WS-END-OF-REP            VALUE 'Y'.
            05 WS-IN-WINDOW-SW      PIC X(01) VALUE 'N'.
                88 WS-LINE-IN-WINDOW        VALUE 'Y'.
            05 WS-LINE-PERIOD       PIC 9(06) VALUE ZEROES.
            05 WS-LINE-PERIOD-PARTS REDEFINES WS-LINE-PERIOD.
                10 WS-LINE-YEAR     PIC 9(4).
                10 WS-LINE-MONTH    PIC 9(2).

        01  WS-YTD-FIELDS.
            05 WS-YTD-STATUS        PIC X(02) VALUE SPACES.
                88 WS-YTD-OK              VALUE '00'.
                88 WS-YTD-NOT-FOUND       VALUE '23'.
                88 WS-YTD-FILE-MISSING    VALUE '35'.
            05 WS-YTD-FOUND-SW      PIC X(01) VALUE 'N'.
                88 WS-YTD-RECORD-FOUND    VALUE 'Y'.

        01  WS-DRAW-FIELDS.
            05 WS-DC-STATUS         PIC X(02) VALUE SPACES.
                88 WS-DC-OK               VALUE '00'.
                88 WS-DC-NOT-FOUND        VALUE '23'.
                88 WS-DC-FILE-MISSING     VALUE '35'.
            05 WS-DC-FOUND-SW       PIC X(01) VALUE 'N'.
                88 WS-DC-RECORD-FOUND     VALUE 'Y'.
            05 WS-CAP-ROOM          PIC S9(10) COMP-3 VALUE ZERO.

      *    THE HOLD RECORD IS READ ONCE PER SALESPERSON WITH THE
      *    DRAWCAP AND YTD RECORDS.  A HOLD IS ACTIVE FROM ITS HOLD
      *    DATE UNTIL ITS RELEASE DATE, AS IN THE SALES RUN.
        01  WS-HOLD-FIELDS.
            05 WS-HLD-STATUS        PIC X(02) VALUE SPACES.
                88 WS-HLD-OK              VALUE '00'.
                88 WS-HLD-NOT-FOUND       VALUE '23'.
                88 WS-HLD-FILE-MISSING    VALUE '35'.
            05 WS-HLD-ACTIVE-SW     PIC X(01) VALUE 'N'.
                88 WS-HLD-ACTIVE          VALUE 'Y'.
            05 WS-HOLDING-LINE-SW   PIC X(01) VALUE 'N'.
                88 WS-HOLDING-LINE        VALUE 'Y'.
            05 WS-LINES-HELD        PIC 9(7) COMP-3 VALUE ZERO.
            05 WS-TOT-HELD          PIC S9(10) COMP-3 VALUE ZERO.

        01  WS-MAST-FIELDS.
            05 WS-MAST-STATUS       PIC X(02) VALUE SPACES.
                88 WS-MAST-OK             VALUE '00'.
                88 WS-MAST-NOT-FOUND      VALUE '23'.
                88 WS-MAST-FILE-MISSING   VALUE '35'.

        01  WS-RETRO-WORK-FIELDS.
            05 WS-RWK-STATUS        PIC X(02) VALUE SPACES.
                88 WS-RWK-OK              VALUE '00'.
            05 WS-END-OF-RWK-SW     PIC X(01) VALUE 'N'.
                88 WS-END-OF-RWK          VALUE 'Y'.

        01  WS-RUN-POSTING-FIELDS.
            05 WS-RPST-STATUS       PIC X(02) VALUE SPACES.
                88 WS-RPST-OK               VALUE '00'.
                88 WS-RPST-FILE-MISSING     VALUE '35'.

      *    ONE SALESPERSON'S HISTORY IS WALKED TWICE: ONCE TO TAKE
      *    THE WINDOW'S SALES BACK OFF THE YTD MASTER, GIVING THE
      *    YTD SALES THE FIRST RE-RATED LINE STARTED FROM, AND ONCE
      *    TO RE-RATE.  THE WINDOW NEVER CROSSES A YEAR, SO THE
      *    PERIOD TOTALS ARE HELD BY MONTH.
        01  WS-REP-FIELDS.
            05 WS-REP-ID            PIC 9(5) VALUE ZERO.
            05 WS-WINDOW-SALES      PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-RUNNING-SALES     PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-MON-SUB           PIC 9(2) COMP-3 VALUE ZERO.
            05 WS-MONTH-TABLE OCCURS 12 TIMES.
                10 WS-MON-USED-SW   PIC X(1).
                10 WS-MON-GL-SOURCE PIC X(9).
                10 WS-MON-SALES     PIC S9(10) COMP-3.
                10 WS-MON-PAID      PIC S9(10) COMP-3.
                10 WS-MON-RECALC    PIC S9(10) COMP-3.

        01  WS-POSTING-FIELDS.
            05 WS-DIFF-AMT          PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-CAP-CUT-AMT       PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-RECOVERY-AMT      PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-NET-AMT           PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-POST-GL-SOURCE    PIC X(9) VALUE SPACES.

        01  WS-TOTAL-FIELDS.
            05 WS-REP-TOTALS.
                10 WS-REP-SALES     PIC S9(10) COMP-3 VALUE ZERO.
                10 WS-REP-PAID      PIC S9(10) COMP-3 VALUE ZERO.
                10 WS-REP-RECALC    PIC S9(10) COMP-3 VALUE ZERO.
                10 WS-REP-DIFF      PIC S9(10) COMP-3 VALUE ZERO.
                10 WS-REP-CAP-CUT   PIC S9(10) COMP-3 VALUE ZERO.
                10 WS-REP-RECOVERED PIC S9(10) COMP-3 VALUE ZERO.
                10 WS-REP-NET       PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-RUN-TOTALS.
                10 WS-TOT-SALES     PIC S9(10) COMP-3 VALUE ZERO.
                10 WS-TOT-PAID      PIC S9(10) COMP-3 VALUE ZERO.
                10 WS-TOT-RECALC    PIC S9(10) COMP-3 VALUE ZERO.
                10 WS-TOT-DIFF      PIC S9(10) COMP-3 VALUE ZERO.
                10 WS-TOT-CAP-CUT   PIC S9(10) COMP-3 VALUE ZERO.
                10 WS-TOT-RECOVERED PIC S9(10) COMP-3 VALUE ZERO.
                10 WS-TOT-NET       PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-TOT-PAYABLE       PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-TOT-RECOVERABLE   PIC S9(10) COMP-3 VALUE ZERO.

      *    COMMISSION EXPENSE IS DEBITED BACK TO THE SOURCE THE
      *    ORIGINAL LINES WERE DEBITED UNDER, WITH THE SAME 80-ENTRY
      *    LIMIT AS THE BACK-OUT; ANYTHING BEYOND IT IS DEBITED AS
      *    UNASSIGNED.
        01  WS-GL-FIELDS.
            05 WS-GL-COUNT          PIC 9(3) COMP-3 VALUE ZERO.
            05 WS-GL-MAX            PIC 9(3) COMP-3 VALUE 80.
            05 WS-GL-SUB            PIC 9(3) COMP-3 VALUE ZERO.
            05 WS-GL-FOUND-SUB      PIC 9(3) COMP-3 VALUE ZERO.
            05 WS-GL-OVERFLOW-COMM  PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-GL-SOURCE-TABLE OCCURS 80 TIMES.
                10 WS-GL-SOURCE     PIC X(9).
                10 WS-GL-COMM       PIC S9(10) COMP-3.

        01  WS-EDIT-SWITCHES.
            05 WS-VALID-TRAN-SW    PIC X(01) VALUE 'Y'.
                88 WS-VALID-TRAN          VALUE 'Y'.
                88 WS-INVALID-TRAN        VALUE 'N'.
            05 WS-TRAN-RESULT      PIC X(30) VALUE SPACES.

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

        01  PAYROLL-DETAIL-LINE.
            05 PAY-SALESPERSON-ID   PIC 9(5).
            05 FILLER               PIC X(1)   VALUE ','.
            05 PAY-COMMISSION-AMT   PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.
            05 FILLER               PIC X(1)   VALUE ','.
            05 PAY-LINE-TYPE        PIC X(1).
            05 FILLER               PIC X(113) VALUE SPACES.

        01  RTR-HEADING-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(33) VALUE
               'RETROACTIVE COMMISSION REGISTER'.
            05 FILLER              PIC X(94) VALUE SPACES.

        01  RTR-REQUEST-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 FILLER               PIC X(17)  VALUE
               'EFFECTIVE PERIOD '.
            05 RTR-REQ-PERIOD       PIC X(6).
            05 FILLER               PIC X(4)   VALUE SPACES.
            05 FILLER               PIC X(7)   VALUE 'REASON '.
            05 RTR-REQ-REASON       PIC X(3).
            05 FILLER               PIC X(4)   VALUE SPACES.
            05 RTR-REQ-RESULT       PIC X(30).
            05 FILLER               PIC X(56)  VALUE SPACES.

        01  RTR-SCHEDULE-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 FILLER               PIC X(14)  VALUE 'NEW SCHEDULE: '.
            05 FILLER               PIC X(5)   VALUE 'UP TO'.
            05 RTR-SCH-LIMIT-1      PIC ZZZ,ZZ9.
            05 FILLER               PIC X(1)   VALUE SPACE.
            05 RTR-SCH-RATE-1       PIC .99.
            05 FILLER               PIC X(8)   VALUE '   UP TO'.
            05 RTR-SCH-LIMIT-2      PIC ZZZ,ZZ9.
            05 FILLER               PIC X(1)   VALUE SPACE.
            05 RTR-SCH-RATE-2       PIC .99.
            05 FILLER               PIC X(8)   VALUE '   UP TO'.
            05 RTR-SCH-LIMIT-3      PIC ZZZ,ZZ9.
            05 FILLER               PIC X(1)   VALUE SPACE.
            05 RTR-SCH-RATE-3       PIC .99.
            05 FILLER               PIC X(9)   VALUE '   ABOVE '.
            05 RTR-SCH-RATE-4       PIC .99.
            05 FILLER               PIC X(47)  VALUE SPACES.

        01  RTR-COLUMN-HEADING-LINE.
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 FILLER              PIC X(5)  VALUE 'ID'.
            05 FILLER              PIC X(1)  VALUE SPACES.
            05 FILLER              PIC X(20) VALUE 'NAME'.
            05 FILLER              PIC X(1)  VALUE SPACES.
            05 FILLER              PIC X(6)  VALUE 'PERIOD'.
            05 FILLER              PIC X(12) VALUE '       SALES'.
            05 FILLER              PIC X(12) VALUE '        PAID'.
            05 FILLER              PIC X(12) VALUE '      RECALC'.
            05 FILLER              PIC X(12) VALUE '  DIFFERENCE'.
            05 FILLER              PIC X(12) VALUE '     CAP CUT'.
            05 FILLER              PIC X(12) VALUE '  DRAW RECOV'.
            05 FILLER              PIC X(12) VALUE '         NET'.
            05 FILLER              PIC X(1)  VALUE SPACES.
            05 FILLER              PIC X(11) VALUE 'STATUS'.

      *    THE DETAIL LINE ALSO CARRIES THE SALESPERSON AND GRAND
      *    TOTALS, WITH THE LABEL IN THE NAME COLUMN.
        01  RTR-DETAIL-LINE.
            05 FILLER               PIC X(3)   VALUE SPACES.
            05 RTR-DET-ID           PIC X(5).
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 RTR-DET-NAME         PIC X(20).
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 RTR-DET-PERIOD       PIC X(6).
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 RTR-DET-SALES        PIC ZZZZZZZZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 RTR-DET-PAID         PIC ZZZZZZZZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 RTR-DET-RECALC       PIC ZZZZZZZZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 RTR-DET-DIFF         PIC ZZZZZZZZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 RTR-DET-CAP-CUT      PIC ZZZZZZZZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 RTR-DET-RECOVERED    PIC ZZZZZZZZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 RTR-DET-NET          PIC ZZZZZZZZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 RTR-DET-STATUS       PIC X(11).

        01  RTR-TOTAL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 RTR-TOTAL-LABEL      PIC X(23).
            05 RTR-TOTAL-COUNT      PIC Z,ZZ9.
            05 FILLER               PIC X(99)  VALUE SPACES.

        01  RTR-AMOUNT-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 RTR-AMT-LABEL        PIC X(23).
            05 RTR-AMT-VALUE        PIC Z,ZZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(90)  VALUE SPACES.

        01  RTR-SIGNOFF-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 RTR-SIGN-LABEL       PIC X(20).
            05 FILLER               PIC X(30)  VALUE ALL '_'.
            05 FILLER               PIC X(4)   VALUE SPACES.
            05 FILLER               PIC X(6)   VALUE 'DATE: '.
            05 FILLER               PIC X(10)  VALUE ALL '_'.
            05 FILLER               PIC X(57)  VALUE SPACES.

        01  AUDIT-HEADING-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 FILLER               PIC X(14)  VALUE 'RUN AUDIT PAGE'.
            05 FILLER               PIC X(113) VALUE SPACES.

        01  AUDIT-ITEM-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 AUD-LABEL            PIC X(25).
            05 AUD-VALUE            PIC X(30).
            05 FILLER               PIC X(72)  VALUE SPACES.

        01  WS-AUDIT-WORK.
            05 WS-AUD-AMOUNT        PIC -Z,ZZZ,ZZZ,ZZ9.
            05 WS-AUD-COUNT         PIC Z,ZZZ,ZZ9.
            05 WS-AUD-PERIOD        PIC 9(6).
            05 WS-AUD-DATE-TIME.
                10 WS-AUD-DATE      PIC 9(8).
                10 FILLER           PIC X(1)   VALUE SPACE.
                10 WS-AUD-TIME      PIC 9(6).
                10 FILLER           PIC X(15)  VALUE SPACES.
            05 WS-AUD-SCHEDULE.
                10 WS-AUD-LIMIT     PIC 9(6).
                10 FILLER           PIC X(3)   VALUE ' @ '.
                10 WS-AUD-RATE      PIC .99.
                10 FILLER           PIC X(18)  VALUE SPACES.

        PROCEDURE DIVISION.

        0050-OPEN-FILE.
           OPEN OUTPUT RETRO-REGISTER-FILE.
           PERFORM 0110-WRITE-HEADING-LINE.
           PERFORM 0052-READ-CONTROL-CARD.
           IF WS-VALID-TRAN
              PERFORM 0053-READ-COMMISSION-PARAMETERS
           END-IF.
           IF WS-VALID-TRAN
              PERFORM 0057-CHECK-PENDING-RESTART
           END-IF.
           IF WS-VALID-TRAN
              PERFORM 0054-SCAN-RUN-LOG
           END-IF.
           IF WS-VALID-TRAN
              PERFORM 0060-CHECK-PERIOD-CONTROL
           END-IF.
           IF WS-VALID-TRAN
              PERFORM 0058-CHECK-HISTORY-FILE
           END-IF.
           IF WS-VALID-TRAN
              MOVE 'RECALCULATED' TO WS-TRAN-RESULT
           END-IF.
           PERFORM 0120-WRITE-REQUEST-LINE.
           IF WS-VALID-TRAN
              PERFORM 0070-OPEN-MASTER-FILES
              PERFORM 0100-RECALCULATE-HISTORY
              PERFORM 0140-POST-DIFFERENCES
              PERFORM 0075-CLOSE-MASTER-FILES
              PERFORM 0150-WRITE-GL-JOURNAL
              PERFORM 0170-WRITE-RUN-LOG
              PERFORM 0180-WRITE-RUN-AUDIT
              PERFORM 0130-WRITE-TOTAL-LINES
              PERFORM 0135-WRITE-SIGNOFF-LINES
           END-IF.
           PERFORM 0200-STOP-RUN.

        0052-READ-CONTROL-CARD.
           SET WS-VALID-TRAN TO TRUE.
           MOVE SPACES TO WS-TRAN-RESULT.
           MOVE SPACES TO RETRO-CONTROL-RECORD.
           OPEN INPUT RETRO-CONTROL-FILE.
           IF WS-RTC-FILE-MISSING
              SET WS-INVALID-TRAN TO TRUE
              MOVE 'NO RETRO CONTROL CARD' TO WS-TRAN-RESULT
           ELSE
              READ RETRO-CONTROL-FILE
                 AT END
                    SET WS-INVALID-TRAN TO TRUE
                    MOVE 'NO RETRO CONTROL CARD' TO WS-TRAN-RESULT
              END-READ
              CLOSE RETRO-CONTROL-FILE
           END-IF.
           IF WS-VALID-TRAN
              IF RTC-EFFECTIVE-PERIOD NOT NUMERIC
               OR RTC-EFFECTIVE-MONTH < 1
               OR RTC-EFFECTIVE-MONTH > 12
                 SET WS-INVALID-TRAN TO TRUE
                 MOVE 'INVALID EFFECTIVE PERIOD' TO WS-TRAN-RESULT
              END-IF
           END-IF.
           IF WS-VALID-TRAN
              IF RTC-REASON-CODE = SPACES
                 SET WS-INVALID-TRAN TO TRUE
                 MOVE 'MISSING REASON CODE' TO WS-TRAN-RESULT
              END-IF
           END-IF.

        0053-READ-COMMISSION-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-OK
              READ PARAMETER-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    SET WS-PARM-FOUND TO TRUE
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
           IF NOT WS-PARM-FOUND
              SET WS-INVALID-TRAN TO TRUE
              MOVE 'NO COMMISSION PARAMETERS' TO WS-TRAN-RESULT
           END-IF.

      *    A RECORD ON CHKPOINT.DAT IS A SALES RUN WAITING TO
      *    RESTART.  IT HAS ALREADY POSTED UNDER THE NEXT RUN NUMBER,
      *    WHICH RUNLOG DOES NOT SHOW UNTIL THE RUN ENDS, SO NO RUN
      *    NUMBER IS TAKEN HERE UNTIL THE RESTART HAS COMPLETED.
        0057-CHECK-PENDING-RESTART.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-OK
              MOVE 1 TO WS-CKPT-RELATIVE-KEY
              READ CHECKPOINT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET WS-INVALID-TRAN TO TRUE
                    MOVE 'SALES RUN PENDING RESTART'
                      TO WS-TRAN-RESULT
              END-READ
              CLOSE CHECKPOINT-FILE
           END-IF.

      *    ONE PASS OF THE RUN LOG GIVES THE LAST RUN NUMBER ISSUED
      *    AND THE RUNS THAT HAVE SINCE BEEN BACKED OUT.
        0054-SCAN-RUN-LOG.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RLOG-OK
              READ RUN-LOG-FILE
                 AT END
                    SET WS-END-OF-RLOG TO TRUE
              END-READ
              PERFORM 0055-SCAN-ONE-RUN-LOG-RECORD
                 UNTIL WS-END-OF-RLOG
              CLOSE RUN-LOG-FILE
           END-IF.
           COMPUTE WS-RUN-NUMBER = WS-LAST-RUN-NUMBER + 1.
           IF WS-REV-OVERFLOW
              SET WS-INVALID-TRAN TO TRUE
              MOVE 'BACK-OUT TABLE LIMIT EXCEEDED' TO WS-TRAN-RESULT
           END-IF.

        0055-SCAN-ONE-RUN-LOG-RECORD.
           IF RLOG-RUN-NUMBER NUMERIC
              MOVE RLOG-RUN-NUMBER TO WS-LAST-RUN-NUMBER
              IF RLOG-RUN-MODE = 'BACKOUT'
               AND RLOG-REVERSED-RUN NUMERIC
                 IF WS-REV-COUNT >= WS-REV-MAX
                    SET WS-REV-OVERFLOW TO TRUE
                 ELSE
                    ADD 1 TO WS-REV-COUNT
                    MOVE RLOG-REVERSED-RUN
                      TO WS-REVERSED-RUN (WS-REV-COUNT)
                 END-IF
              END-IF
           END-IF.
           READ RUN-LOG-FILE
                AT END SET WS-END-OF-RLOG TO TRUE
                END-READ.

        0058-CHECK-HISTORY-FILE.
           OPEN INPUT COMMHIST-FILE.
           IF WS-CH-FILE-MISSING
              SET WS-INVALID-TRAN TO TRUE
              MOVE 'NO COMMISSION HISTORY FILE' TO WS-TRAN-RESULT
           ELSE
              CLOSE COMMHIST-FILE
           END-IF.

      *    THE EFFECTIVE PERIOD MUST HAVE BEEN PROCESSED BY A MONTHLY
      *    RUN AND NOT CLOSED, AND NO PERIOD OF A LATER YEAR MAY HAVE
      *    BEEN PROCESSED, SINCE THE YTD MASTER THE RECALCULATION
      *    WORKS BACK FROM WOULD THEN BELONG TO ANOTHER YEAR.  THE
      *    DIFFERENCES ARE POSTED TO THE FIRST OPEN PERIOD, THE ONE
      *    THE NEXT SALES RUN WILL TAKE, OR FAILING THAT TO THE LAST
      *    PERIOD PROCESSED.
        0060-CHECK-PERIOD-CONTROL.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PCTL-OK
              READ PERIOD-CONTROL-FILE
                   AT END SET WS-END-OF-PCTL TO TRUE
                   END-READ
              PERFORM 0062-CHECK-ONE-PERIOD
                 UNTIL WS-END-OF-PCTL
              CLOSE PERIOD-CONTROL-FILE
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-PCTL-FOUND
                   SET WS-INVALID-TRAN TO TRUE
                   MOVE 'PERIOD NOT ON CONTROL FILE' TO WS-TRAN-RESULT
               WHEN WS-PCTL-EFF-STATUS = 'C'
                   SET WS-INVALID-TRAN TO TRUE
                   MOVE 'PERIOD IS CLOSED' TO WS-TRAN-RESULT
               WHEN WS-PCTL-EFF-STATUS NOT = 'P'
                   SET WS-INVALID-TRAN TO TRUE
                   MOVE 'PERIOD NOT YET PROCESSED' TO WS-TRAN-RESULT
               WHEN WS-PCTL-LATER-YEAR
                   SET WS-INVALID-TRAN TO TRUE
                   MOVE 'LATER YEAR ALREADY PROCESSED'
                     TO WS-TRAN-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-FIRST-OPEN-PERIOD > ZEROES
              MOVE WS-FIRST-OPEN-PERIOD TO WS-POST-PERIOD
           ELSE
              MOVE WS-LAST-DONE-PERIOD TO WS-POST-PERIOD
           END-IF.

        0062-CHECK-ONE-PERIOD.
           IF PCT-PERIOD NUMERIC AND PCT-PERIOD > ZEROES
              MOVE PCT-PERIOD TO WS-PCTL-WORK
              IF PCT-PERIOD = RTC-EFFECTIVE-PERIOD
                 SET WS-PCTL-FOUND TO TRUE
                 MOVE PCT-STATUS TO WS-PCTL-EFF-STATUS
              END-IF
              IF WS-PCTL-WORK-YEAR > RTC-EFFECTIVE-YEAR
               AND PCT-STATUS NOT = 'O'
                 SET WS-PCTL-LATER-YEAR TO TRUE
              END-IF
              IF PCT-STATUS = 'O'
                 IF WS-FIRST-OPEN-PERIOD = ZEROES
                  OR PCT-PERIOD < WS-FIRST-OPEN-PERIOD
                    MOVE PCT-PERIOD TO WS-FIRST-OPEN-PERIOD
                 END-IF
              END-IF
              IF PCT-STATUS = 'P'
               AND PCT-PERIOD > WS-LAST-DONE-PERIOD
                 MOVE PCT-PERIOD TO WS-LAST-DONE-PERIOD
              END-IF
           END-IF.
           READ PERIOD-CONTROL-FILE
                AT END SET WS-END-OF-PCTL TO TRUE
                END-READ.

        0070-OPEN-MASTER-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN I-O COMMHIST-FILE.
           OPEN I-O YTD-FILE.
           IF WS-YTD-FILE-MISSING
              OPEN OUTPUT YTD-FILE
              CLOSE YTD-FILE
              OPEN I-O YTD-FILE
           END-IF.
           OPEN I-O DRAWCAP-FILE.
           IF WS-DC-FILE-MISSING
              OPEN OUTPUT DRAWCAP-FILE
              CLOSE DRAWCAP-FILE
              OPEN I-O DRAWCAP-FILE
           END-IF.
           OPEN I-O HOLD-FILE.
           IF WS-HLD-FILE-MISSING
              OPEN OUTPUT HOLD-FILE
              CLOSE HOLD-FILE
              OPEN I-O HOLD-FILE
           END-IF.
           OPEN INPUT SALESMAST-FILE.

        0075-CLOSE-MASTER-FILES.
           IF NOT WS-MAST-FILE-MISSING
              CLOSE SALESMAST-FILE
           END-IF.
           CLOSE HOLD-FILE.
           CLOSE DRAWCAP-FILE.
           CLOSE YTD-FILE.
           CLOSE COMMHIST-FILE.

      *    FIRST PHASE: THE HISTORY IS READ IN KEY ORDER ONE
      *    SALESPERSON AT A TIME AND THE DIFFERENCES GO TO A WORK
      *    FILE.  NOTHING IS WRITTEN TO THE HISTORY UNTIL THE WHOLE
      *    FILE HAS BEEN READ, SO THE NEW RETRO LINES ARE NEVER
      *    PICKED UP BY THE SAME RUN.
        0100-RECALCULATE-HISTORY.
           OPEN OUTPUT RETRO-WORK-FILE.
           MOVE ZEROES TO CH-KEY.
           START COMMHIST-FILE KEY IS NOT LESS THAN CH-KEY
               INVALID KEY
                  SET WS-END-OF-CH TO TRUE
           END-START.
           IF NOT WS-END-OF-CH
              READ COMMHIST-FILE NEXT RECORD
                 AT END
                    SET WS-END-OF-CH TO TRUE
              END-READ
           END-IF.
           PERFORM UNTIL WS-END-OF-CH
              MOVE CH-SALESPERSON-ID TO WS-REP-ID
              PERFORM 0100A-CHECK-REP-SETTLED
              IF WS-REP-SETTLED
                 ADD 1 TO WS-REPS-SETTLED
              ELSE
                 PERFORM 0102-SUM-WINDOW-SALES
                 PERFORM 0104-RECALCULATE-ONE-REP
              END-IF
              PERFORM 0108-POSITION-NEXT-REP
           END-PERFORM.
           CLOSE RETRO-WORK-FILE.

      *    A FINALLY SETTLED SALESPERSON'S DRAW, HOLD AND YTD HAVE
      *    BEEN CLOSED OUT AND NOTHING MORE CAN BE PAID OR RECOVERED.
        0100A-CHECK-REP-SETTLED.
           MOVE 'N' TO WS-REP-SETTLED-SW.
           IF NOT WS-MAST-FILE-MISSING
              MOVE WS-REP-ID TO SM-SALESPERSON-ID
              READ SALESMAST-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF SM-SETTLED-DATE NUMERIC
                      AND SM-SETTLED-DATE > ZEROES
                        SET WS-REP-SETTLED TO TRUE
                     END-IF
              END-READ
           END-IF.

        0101-START-REP-HISTORY.
           MOVE 'N' TO WS-END-OF-REP-SW.
           MOVE WS-REP-ID TO CH-SALESPERSON-ID.
           MOVE ZEROES TO CH-RUN-NUMBER CH-SEQUENCE.
           START COMMHIST-FILE KEY IS NOT LESS THAN CH-KEY
               INVALID KEY
                  SET WS-END-OF-REP TO TRUE
           END-START.
           IF NOT WS-END-OF-REP
              PERFORM 0103-READ-NEXT-REP-LINE
           END-IF.

        0102-SUM-WINDOW-SALES.
           MOVE ZERO TO WS-WINDOW-SALES.
           PERFORM 0101-START-REP-HISTORY.
           PERFORM UNTIL WS-END-OF-REP
              ADD 1 TO WS-HIST-LINES-READ
              PERFORM 0106-CHECK-LINE-IN-WINDOW
              IF WS-LINE-IN-WINDOW
               AND (CH-SALE OR CH-ADJUSTMENT)
                 ADD CH-SALES-AMT TO WS-WINDOW-SALES
              END-IF
              PERFORM 0103-READ-NEXT-REP-LINE
           END-PERFORM.

        0103-READ-NEXT-REP-LINE.
           READ COMMHIST-FILE NEXT RECORD
              AT END
                 SET WS-END-OF-REP TO TRUE
           END-READ.
           IF NOT WS-END-OF-REP
            AND CH-SALESPERSON-ID NOT = WS-REP-ID
              SET WS-END-OF-REP TO TRUE
           END-IF.

      *    THE SALESPERSON'S LINES COME IN RUN ORDER, WHICH IS THE
      *    ORDER THEY WERE POSTED, SO EACH LINE IS RE-RATED ON THE
      *    YTD SALES IN FRONT OF IT JUST AS THE SALES RUN RATED IT.
        0104-RECALCULATE-ONE-REP.
           PERFORM 0105-READ-REP-YTD.
           PERFORM 0104A-CLEAR-ONE-MONTH
              VARYING WS-MON-SUB FROM 1 BY 1
              UNTIL WS-MON-SUB > 12.
           PERFORM 0101-START-REP-HISTORY.
           PERFORM UNTIL WS-END-OF-REP
              PERFORM 0106-CHECK-LINE-IN-WINDOW
              IF WS-LINE-IN-WINDOW
                 PERFORM 0112-RERATE-ONE-LINE
              END-IF
              PERFORM 0103-READ-NEXT-REP-LINE
           END-PERFORM.
           PERFORM 0109-WRITE-REP-DIFFERENCE
              VARYING WS-MON-SUB FROM 1 BY 1
              UNTIL WS-MON-SUB > 12.

        0104A-CLEAR-ONE-MONTH.
           MOVE 'N' TO WS-MON-USED-SW (WS-MON-SUB).
           MOVE 'UNASSIGND' TO WS-MON-GL-SOURCE (WS-MON-SUB).
           MOVE ZERO TO WS-MON-SALES (WS-MON-SUB)
                        WS-MON-PAID (WS-MON-SUB)
                        WS-MON-RECALC (WS-MON-SUB).

        0105-READ-REP-YTD.
           MOVE WS-REP-ID TO YTD-SALESPERSON-ID.
           READ YTD-FILE
               INVALID KEY
                  MOVE ZEROES TO YTD-SALES-AMT YTD-COMMISSION-AMT
           END-READ.
           COMPUTE WS-RUNNING-SALES = YTD-SALES-AMT - WS-WINDOW-SALES.
           IF WS-RUNNING-SALES < ZERO
              MOVE ZERO TO WS-RUNNING-SALES
           END-IF.

      *    A LINE IS IN THE WINDOW WHEN ITS PERIOD FALLS BETWEEN THE
      *    EFFECTIVE PERIOD AND THE END OF THAT YEAR.  BACK-OUT
      *    ENTRIES AND THE RUNS THEY REVERSED ARE LEFT OUT.  YEARLY
      *    RUNS CARRY NO PERIOD AND ARE NEVER IN THE WINDOW.
        0106-CHECK-LINE-IN-WINDOW.
           MOVE 'N' TO WS-IN-WINDOW-SW.
           IF CH-RUN-PERIOD NUMERIC
            AND CH-RUN-PERIOD >= RTC-EFFECTIVE-PERIOD
              MOVE CH-RUN-PERIOD TO WS-LINE-PERIOD
              IF WS-LINE-YEAR = RTC-EFFECTIVE-YEAR
               AND WS-LINE-MONTH >= 1 AND WS-LINE-MONTH <= 12
                 SET WS-LINE-IN-WINDOW TO TRUE
              END-IF
           END-IF.
           IF WS-LINE-IN-WINDOW
              IF CH-REVERSED-RUN NOT NUMERIC
                 MOVE 'N' TO WS-IN-WINDOW-SW
              ELSE
                 IF CH-REVERSED-RUN > ZEROES
                    MOVE 'N' TO WS-IN-WINDOW-SW
                 END-IF
              END-IF
           END-IF.
           IF WS-LINE-IN-WINDOW
              PERFORM 0107-CHECK-ONE-REVERSED-RUN
                 VARYING WS-REV-SUB FROM 1 BY 1
                 UNTIL WS-REV-SUB > WS-REV-COUNT
           END-IF.

        0107-CHECK-ONE-REVERSED-RUN.
           IF WS-REVERSED-RUN (WS-REV-SUB) = CH-RUN-NUMBER
              MOVE 'N' TO WS-IN-WINDOW-SW
           END-IF.

        0108-POSITION-NEXT-REP.
           MOVE WS-REP-ID TO CH-SALESPERSON-ID.
           MOVE 99999 TO CH-RUN-NUMBER.
           MOVE 9999999 TO CH-SEQUENCE.
           START COMMHIST-FILE KEY IS GREATER THAN CH-KEY
               INVALID KEY
                  SET WS-END-OF-CH TO TRUE
           END-START.
           IF NOT WS-END-OF-CH
              READ COMMHIST-FILE NEXT RECORD
                 AT END
                    SET WS-END-OF-CH TO TRUE
              END-READ
           END-IF.

        0109-WRITE-REP-DIFFERENCE.
           IF WS-MON-USED-SW (WS-MON-SUB) = 'Y'
            AND WS-MON-RECALC (WS-MON-SUB) NOT =
                WS-MON-PAID (WS-MON-SUB)
              MOVE WS-REP-ID TO RWK-SALESPERSON-ID
              MOVE RTC-EFFECTIVE-YEAR TO WS-LINE-YEAR
              MOVE WS-MON-SUB TO WS-LINE-MONTH
              MOVE WS-LINE-PERIOD TO RWK-PERIOD
              MOVE WS-MON-GL-SOURCE (WS-MON-SUB) TO RWK-GL-SOURCE
              MOVE WS-MON-SALES (WS-MON-SUB) TO RWK-SALES-AMT
              MOVE WS-MON-PAID (WS-MON-SUB) TO RWK-PAID-AMT
              MOVE WS-MON-RECALC (WS-MON-SUB) TO RWK-RECALC-AMT
              WRITE RETRO-WORK-RECORD
           END-IF.

      *    WHAT WAS PAID FOR A LINE IS ITS GROSS LESS ANY CAP CUT;
      *    THE DRAW AND GUARANTEE ARE SETTLED SEPARATELY AND ARE NOT
      *    PART OF THE COMPARISON.  AN EARLIER RETRO LINE COUNTS AS
      *    PAID FOR ITS PERIOD SO A SECOND RETRO RUN ONLY PAYS WHAT
      *    IS STILL OWED.  OVERRIDES ARE FIGURED ON THEIR OWN RATE
      *    AND ARE NOT RE-RATED.
        0112-RERATE-ONE-LINE.
           MOVE WS-LINE-MONTH TO WS-MON-SUB.
           EVALUATE TRUE
               WHEN CH-SALE OR CH-ADJUSTMENT
                   ADD 1 TO WS-LINES-RERATED
                   MOVE 'Y' TO WS-MON-USED-SW (WS-MON-SUB)
                   COMPUTE WS-NETTED-SALES =
                       WS-RUNNING-SALES + CH-SALES-AMT
                   PERFORM 0113-DETERMINE-NETTED-RATE
                   COMPUTE WS-RECALC-COMM = WS-COMMISSION-RATE *
                     CH-BASIS-AMT
                   ADD CH-SALES-AMT TO WS-RUNNING-SALES
                                       WS-MON-SALES (WS-MON-SUB)
                   ADD WS-RECALC-COMM TO WS-MON-RECALC (WS-MON-SUB)
                   COMPUTE WS-MON-PAID (WS-MON-SUB) =
                       WS-MON-PAID (WS-MON-SUB) +
                       CH-GROSS-COMM-AMT - CH-CAP-CUT-AMT
                   IF CH-GL-SOURCE NOT = SPACES
                      MOVE CH-GL-SOURCE
                        TO WS-MON-GL-SOURCE (WS-MON-SUB)
                   END-IF
               WHEN CH-RETRO
                   MOVE 'Y' TO WS-MON-USED-SW (WS-MON-SUB)
                   COMPUTE WS-MON-PAID (WS-MON-SUB) =
                       WS-MON-PAID (WS-MON-SUB) +
                       CH-GROSS-COMM-AMT - CH-CAP-CUT-AMT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

        0113-DETERMINE-NETTED-RATE.
            EVALUATE TRUE
                WHEN WS-NETTED-SALES <= WS-COMM-TIER-1-LIMIT
                    MOVE WS-COMM-TIER-1-RATE TO WS-COMMISSION-RATE
                WHEN WS-NETTED-SALES <= WS-COMM-TIER-2-LIMIT
                    MOVE WS-COMM-TIER-2-RATE TO WS-COMMISSION-RATE
                WHEN WS-NETTED-SALES <= WS-COMM-TIER-3-LIMIT
                    MOVE WS-COMM-TIER-3-RATE TO WS-COMMISSION-RATE
                WHEN OTHER
                    MOVE WS-COMM-TIER-4-RATE TO WS-COMMISSION-RATE
            END-EVALUATE.

      *    SECOND PHASE: EACH DIFFERENCE IS POSTED.  THE SALESPERSON
      *    MASTER, DRAWCAP AND YTD RECORDS ARE READ ONCE PER
      *    SALESPERSON AND KEPT IN THE RECORD AREAS WHILE THAT
      *    SALESPERSON'S PERIODS ARE POSTED.
        0140-POST-DIFFERENCES.
           OPEN OUTPUT PAYROLL-FILE.
           OPEN OUTPUT HELD-EXTRACT-FILE.
           OPEN EXTEND RUN-POSTING-FILE.
           IF WS-RPST-FILE-MISSING
              OPEN OUTPUT RUN-POSTING-FILE
           END-IF.
           PERFORM 0115-WRITE-COLUMN-HEADING.
           MOVE ZERO TO WS-REP-ID.
           OPEN INPUT RETRO-WORK-FILE.
           READ RETRO-WORK-FILE
                AT END SET WS-END-OF-RWK TO TRUE
                END-READ.
           PERFORM UNTIL WS-END-OF-RWK
              IF RWK-SALESPERSON-ID NOT = WS-REP-ID
                 IF WS-REP-ID > ZERO
                    PERFORM 0126-WRITE-REP-TOTAL-LINE
                 END-IF
                 PERFORM 0141-START-SALESPERSON
              END-IF
              PERFORM 0142-POST-ONE-DIFFERENCE
              READ RETRO-WORK-FILE
              AT END SET WS-END-OF-RWK TO TRUE
              END-READ
           END-PERFORM.
           IF WS-REP-ID > ZERO
              PERFORM 0126-WRITE-REP-TOTAL-LINE
           END-IF.
           CLOSE RETRO-WORK-FILE.
           CLOSE RUN-POSTING-FILE.
           CLOSE HELD-EXTRACT-FILE.
           CLOSE PAYROLL-FILE.

        0141-START-SALESPERSON.
           MOVE RWK-SALESPERSON-ID TO WS-REP-ID.
           ADD 1 TO WS-REPS-AFFECTED.
           INITIALIZE WS-REP-TOTALS.
           MOVE WS-REP-ID TO SM-SALESPERSON-ID.
           MOVE SPACES TO SM-SALESPERSON-NAME.
           IF NOT WS-MAST-FILE-MISSING
              READ SALESMAST-FILE
                  INVALID KEY
                     MOVE 'NOT ON MASTER' TO SM-LASTNAME
                     ADD 1 TO WS-WARNING-COUNT
              END-READ
           END-IF.
           MOVE 'N' TO WS-DC-FOUND-SW.
           MOVE WS-REP-ID TO DC-SALESPERSON-ID.
           READ DRAWCAP-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET WS-DC-RECORD-FOUND TO TRUE
           END-READ.
           MOVE 'N' TO WS-YTD-FOUND-SW.
           MOVE WS-REP-ID TO YTD-SALESPERSON-ID.
           READ YTD-FILE
               INVALID KEY
                  MOVE ZEROES TO YTD-SALES-AMT YTD-COMMISSION-AMT
               NOT INVALID KEY
                  SET WS-YTD-RECORD-FOUND TO TRUE
           END-READ.
           MOVE 'N' TO WS-HLD-ACTIVE-SW.
           MOVE WS-REP-ID TO HLD-SALESPERSON-ID.
           READ HOLD-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF HLD-HOLD-DATE <= WS-CURRENT-DATE
                     IF HLD-RELEASE-DATE = ZEROES
                      OR HLD-RELEASE-DATE > WS-CURRENT-DATE
                        SET WS-HLD-ACTIVE TO TRUE
                     END-IF
                  END-IF
           END-READ.

      *    A PAYABLE DIFFERENCE IS HELD TO THE ROOM LEFT UNDER THE
      *    CAP AND THEN RECOVERS ANY OUTSTANDING DRAW, AS A SALE
      *    LINE DOES IN THE SALES RUN.  A RECOVERABLE DIFFERENCE
      *    GOES TO PAYROLL AS A NEGATIVE LINE.  A HOLD KEEPS A
      *    PAYABLE DIFFERENCE OFF PAYROLL BUT NOT A RECOVERY.
        0142-POST-ONE-DIFFERENCE.
           ADD 1 TO WS-LINES-POSTED.
           COMPUTE WS-DIFF-AMT = RWK-RECALC-AMT - RWK-PAID-AMT.
           MOVE ZERO TO WS-CAP-CUT-AMT WS-RECOVERY-AMT.
           MOVE 'N' TO WS-HOLDING-LINE-SW.
           MOVE WS-DIFF-AMT TO WS-NET-AMT.
           IF WS-DIFF-AMT > ZERO AND WS-DC-RECORD-FOUND
              PERFORM 0143-APPLY-CAP-AND-DRAW
           END-IF.
           ADD WS-NET-AMT TO YTD-COMMISSION-AMT.
           IF WS-YTD-RECORD-FOUND
              REWRITE YTD-RECORD
           ELSE
              WRITE YTD-RECORD
              SET WS-YTD-RECORD-FOUND TO TRUE
           END-IF.
           MOVE RWK-GL-SOURCE TO WS-POST-GL-SOURCE.
           IF WS-POST-GL-SOURCE = SPACES
              MOVE 'UNASSIGND' TO WS-POST-GL-SOURCE
           END-IF.
           IF WS-HLD-ACTIVE AND WS-NET-AMT > ZERO
              SET WS-HOLDING-LINE TO TRUE
              PERFORM 0149-HOLD-DIFFERENCE
           ELSE
              PERFORM 0144-WRITE-PAYROLL-LINE
           END-IF.
           PERFORM 0145-WRITE-RUN-POSTING.
           PERFORM 0146-WRITE-COMMISSION-HISTORY.
           PERFORM 0147-ACCUMULATE-GL-SOURCE.
           PERFORM 0148-ACCUMULATE-TOTALS.
           PERFORM 0125-WRITE-DETAIL-LINE.

        0143-APPLY-CAP-AND-DRAW.
           IF DC-CAP-AMT > ZEROES
              COMPUTE WS-CAP-ROOM = DC-CAP-AMT - YTD-COMMISSION-AMT
              IF WS-CAP-ROOM < ZERO
                 MOVE ZERO TO WS-CAP-ROOM
              END-IF
              IF WS-NET-AMT > WS-CAP-ROOM
                 COMPUTE WS-CAP-CUT-AMT = WS-NET-AMT - WS-CAP-ROOM
                 MOVE WS-CAP-ROOM TO WS-NET-AMT
              END-IF
           END-IF.
           IF DC-DRAW-BALANCE > ZERO AND WS-NET-AMT > ZERO
              IF WS-NET-AMT > DC-DRAW-BALANCE
                 MOVE DC-DRAW-BALANCE TO WS-RECOVERY-AMT
              ELSE
                 MOVE WS-NET-AMT TO WS-RECOVERY-AMT
              END-IF
              SUBTRACT WS-RECOVERY-AMT FROM WS-NET-AMT
                                            DC-DRAW-BALANCE
              REWRITE DRAWCAP-RECORD
           END-IF.

        0144-WRITE-PAYROLL-LINE.
           MOVE WS-REP-ID TO PAY-SALESPERSON-ID.
           MOVE WS-NET-AMT TO PAY-COMMISSION-AMT.
           MOVE 'R' TO PAY-LINE-TYPE.
           MOVE PAYROLL-DETAIL-LINE TO PAYROLL-LINE.
           WRITE PAYROLL-LINE.

      *    JOURNALLED LIKE A SALES RUN LINE SO RUNBACKOUT CAN TAKE
      *    THE RETRO RUN BACK OFF BY RUN NUMBER.  A RETRO LINE ADDS
      *    NO SALES; ITS DRAW MOVEMENT IS THE RECOVERY.
        0145-WRITE-RUN-POSTING.
           MOVE WS-RUN-NUMBER TO RPST-RUN-NUMBER.
           MOVE WS-POST-PERIOD TO RPST-RUN-PERIOD.
           MOVE WS-REP-ID TO RPST-SALESPERSON-ID.
           MOVE 'R' TO RPST-RECORD-TYPE.
           MOVE WS-POST-GL-SOURCE TO RPST-GL-SOURCE.
           MOVE ZERO TO RPST-SALES-AMT.
           MOVE WS-NET-AMT TO RPST-COMM-AMT.
           COMPUTE RPST-DRAW-CHANGE = ZERO - WS-RECOVERY-AMT.
           IF WS-HOLDING-LINE
              MOVE 'Y' TO RPST-HELD-FLAG
              MOVE WS-NET-AMT TO RPST-HOLD-CHANGE
           ELSE
              MOVE 'N' TO RPST-HELD-FLAG
              MOVE ZERO TO RPST-HOLD-CHANGE
           END-IF.
           WRITE RUNPOST-RECORD.

      *    THE HISTORY LINE CARRIES THE PERIOD IT CORRECTS, NOT THE
      *    PERIOD IT WAS POSTED IN, SO A LATER RETRO RUN COUNTS IT
      *    AGAINST THE RIGHT PERIOD.  ITS SEQUENCE IS THE PAYROLL
      *    LINE COUNT, MATCHING THE POSTING JOURNAL ORDER.
        0146-WRITE-COMMISSION-HISTORY.
           MOVE SPACES TO COMMHIST-RECORD.
           MOVE WS-REP-ID TO CH-SALESPERSON-ID.
           MOVE WS-RUN-NUMBER TO CH-RUN-NUMBER.
           MOVE WS-LINES-POSTED TO CH-SEQUENCE.
           MOVE RWK-PERIOD TO CH-RUN-PERIOD.
           MOVE WS-CURRENT-DATE TO CH-RUN-DATE.
           MOVE 'R' TO CH-RECORD-TYPE.
           MOVE ZEROES TO CH-TRANS-DATE CH-SPLIT-OTHER-ID
                          CH-SPLIT-PCT CH-COMM-RATE CH-REVERSED-RUN.
           MOVE RTC-REASON-CODE TO CH-ADJ-REASON.
           MOVE WS-POST-GL-SOURCE TO CH-GL-SOURCE.
           MOVE ZERO TO CH-SALES-AMT CH-DRAW-ADVANCED.
           MOVE RWK-SALES-AMT TO CH-BASIS-AMT.
           MOVE WS-DIFF-AMT TO CH-GROSS-COMM-AMT.
           MOVE WS-CAP-CUT-AMT TO CH-CAP-CUT-AMT.
           MOVE WS-RECOVERY-AMT TO CH-DRAW-RECOVERED.
           MOVE WS-NET-AMT TO CH-COMM-AMT.
           IF WS-HOLDING-LINE
              MOVE 'Y' TO CH-HELD-FLAG
           ELSE
              MOVE 'N' TO CH-HELD-FLAG
           END-IF.
           WRITE COMMHIST-RECORD
               INVALID KEY
                  REWRITE COMMHIST-RECORD
           END-WRITE.

        0147-ACCUMULATE-GL-SOURCE.
           MOVE ZERO TO WS-GL-FOUND-SUB.
           PERFORM 0147A-MATCH-ONE-GL-SOURCE
              VARYING WS-GL-SUB FROM 1 BY 1
              UNTIL WS-GL-SUB > WS-GL-COUNT
                 OR WS-GL-FOUND-SUB > ZERO.
           IF WS-GL-FOUND-SUB = ZERO
            AND WS-GL-COUNT < WS-GL-MAX
              ADD 1 TO WS-GL-COUNT
              MOVE WS-GL-COUNT TO WS-GL-FOUND-SUB
              MOVE WS-POST-GL-SOURCE
                TO WS-GL-SOURCE (WS-GL-FOUND-SUB)
              MOVE ZERO TO WS-GL-COMM (WS-GL-FOUND-SUB)
           END-IF.
           IF WS-GL-FOUND-SUB > ZERO
              ADD WS-NET-AMT TO WS-GL-COMM (WS-GL-FOUND-SUB)
           ELSE
              ADD WS-NET-AMT TO WS-GL-OVERFLOW-COMM
           END-IF.

        0147A-MATCH-ONE-GL-SOURCE.
           IF WS-GL-SOURCE (WS-GL-SUB) = WS-POST-GL-SOURCE
              MOVE WS-GL-SUB TO WS-GL-FOUND-SUB
           END-IF.

        0148-ACCUMULATE-TOTALS.
           ADD RWK-SALES-AMT TO WS-REP-SALES WS-TOT-SALES.
           ADD RWK-PAID-AMT TO WS-REP-PAID WS-TOT-PAID.
           ADD RWK-RECALC-AMT TO WS-REP-RECALC WS-TOT-RECALC.
           ADD WS-DIFF-AMT TO WS-REP-DIFF WS-TOT-DIFF.
           ADD WS-CAP-CUT-AMT TO WS-REP-CAP-CUT WS-TOT-CAP-CUT.
           ADD WS-RECOVERY-AMT TO WS-REP-RECOVERED WS-TOT-RECOVERED.
           ADD WS-NET-AMT TO WS-REP-NET WS-TOT-NET.
           IF WS-NET-AMT > ZERO
              ADD WS-NET-AMT TO WS-TOT-PAYABLE
           ELSE
              ADD WS-NET-AMT TO WS-TOT-RECOVERABLE
           END-IF.
           IF WS-HOLDING-LINE
              ADD 1 TO WS-LINES-HELD
              ADD WS-NET-AMT TO WS-TOT-HELD
           END-IF.

      *    THE DIFFERENCE STILL ACCRUES TO YTD AND THE GL; ONLY THE
      *    PAYMENT WAITS FOR THE HOLD TO END, WHEN THE SALES RUN
      *    PAYS OUT THE HELD AMOUNT.
        0149-HOLD-DIFFERENCE.
           ADD WS-NET-AMT TO HLD-HELD-AMT.
           MOVE WS-RUN-NUMBER TO HLD-LAST-HELD-RUN.
           REWRITE HOLD-RECORD.
           MOVE WS-RUN-NUMBER TO HCX-RUN-NUMBER.
           MOVE WS-REP-ID TO HCX-SALESPERSON-ID.
           MOVE 'H' TO HCX-ACTION.
           MOVE 'R' TO HCX-RECORD-TYPE.
           MOVE HLD-REASON-CODE TO HCX-REASON-CODE.
           MOVE WS-NET-AMT TO HCX-COMMISSION-AMT.
           MOVE HLD-HELD-AMT TO HCX-HELD-BALANCE.
           WRITE HELDCOMM-RECORD.

        0110-WRITE-HEADING-LINE.
            MOVE RTR-HEADING-LINE TO RETRO-REGISTER-LINE.
            WRITE RETRO-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE SPACES TO RETRO-REGISTER-LINE.
            WRITE RETRO-REGISTER-LINE.

        0115-WRITE-COLUMN-HEADING.
            MOVE WS-COMM-TIER-1-LIMIT TO RTR-SCH-LIMIT-1.
            MOVE WS-COMM-TIER-1-RATE TO RTR-SCH-RATE-1.
            MOVE WS-COMM-TIER-2-LIMIT TO RTR-SCH-LIMIT-2.
            MOVE WS-COMM-TIER-2-RATE TO RTR-SCH-RATE-2.
            MOVE WS-COMM-TIER-3-LIMIT TO RTR-SCH-LIMIT-3.
            MOVE WS-COMM-TIER-3-RATE TO RTR-SCH-RATE-3.
            MOVE WS-COMM-TIER-4-RATE TO RTR-SCH-RATE-4.
            MOVE RTR-SCHEDULE-LINE TO RETRO-REGISTER-LINE.
            WRITE RETRO-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE SPACES TO RETRO-REGISTER-LINE.
            WRITE RETRO-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE RTR-COLUMN-HEADING-LINE TO RETRO-REGISTER-LINE.
            WRITE RETRO-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE SPACES TO RETRO-REGISTER-LINE.
            WRITE RETRO-REGISTER-LINE.

        0120-WRITE-REQUEST-LINE.
            MOVE RTC-EFFECTIVE-PERIOD TO RTR-REQ-PERIOD.
            MOVE RTC-REASON-CODE TO RTR-REQ-REASON.
            MOVE WS-TRAN-RESULT TO RTR-REQ-RESULT.
            MOVE RTR-REQUEST-LINE TO RETRO-REGISTER-LINE.
            WRITE RETRO-REGISTER-LINE AFTER ADVANCING 1 LINE.

        0125-WRITE-DETAIL-LINE.
            MOVE WS-REP-ID TO RTR-DET-ID.
            MOVE SM-LASTNAME TO RTR-DET-NAME.
            MOVE RWK-PERIOD TO RTR-DET-PERIOD.
            MOVE RWK-SALES-AMT TO RTR-DET-SALES.
            MOVE RWK-PAID-AMT TO RTR-DET-PAID.
            MOVE RWK-RECALC-AMT TO RTR-DET-RECALC.
            MOVE WS-DIFF-AMT TO RTR-DET-DIFF.
            MOVE WS-CAP-CUT-AMT TO RTR-DET-CAP-CUT.
            MOVE WS-RECOVERY-AMT TO RTR-DET-RECOVERED.
            MOVE WS-NET-AMT TO RTR-DET-NET.
            EVALUATE TRUE
                WHEN WS-HOLDING-LINE
                    MOVE 'HELD' TO RTR-DET-STATUS
                WHEN WS-NET-AMT > ZERO
                    MOVE 'PAYABLE' TO RTR-DET-STATUS
                WHEN WS-NET-AMT < ZERO
                    MOVE 'RECOVERABLE' TO RTR-DET-STATUS
                WHEN OTHER
                    MOVE 'NIL' TO RTR-DET-STATUS
            END-EVALUATE.
            MOVE RTR-DETAIL-LINE TO RETRO-REGISTER-LINE.
            WRITE RETRO-REGISTER-LINE AFTER ADVANCING 1 LINE.

        0126-WRITE-REP-TOTAL-LINE.
            MOVE SPACES TO RTR-DET-ID RTR-DET-PERIOD RTR-DET-STATUS.
            MOVE 'SALESPERSON TOTAL' TO RTR-DET-NAME.
            MOVE WS-REP-SALES TO RTR-DET-SALES.
            MOVE WS-REP-PAID TO RTR-DET-PAID.
            MOVE WS-REP-RECALC TO RTR-DET-RECALC.
            MOVE WS-REP-DIFF TO RTR-DET-DIFF.
            MOVE WS-REP-CAP-CUT TO RTR-DET-CAP-CUT.
            MOVE WS-REP-RECOVERED TO RTR-DET-RECOVERED.
            MOVE WS-REP-NET TO RTR-DET-NET.
            MOVE RTR-DETAIL-LINE TO RETRO-REGISTER-LINE.
            WRITE RETRO-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE SPACES TO RETRO-REGISTER-LINE.
            WRITE RETRO-REGISTER-LINE.

        0130-WRITE-TOTAL-LINES.
            MOVE SPACES TO RTR-DET-ID RTR-DET-PERIOD RTR-DET-STATUS.
            MOVE 'RUN TOTAL' TO RTR-DET-NAME.
            MOVE WS-TOT-SALES TO RTR-DET-SALES.
            MOVE WS-TOT-PAID TO RTR-DET-PAID.
            MOVE WS-TOT-RECALC TO RTR-DET-RECALC.
            MOVE WS-TOT-DIFF TO RTR-DET-DIFF.
            MOVE WS-TOT-CAP-CUT TO RTR-DET-CAP-CUT.
            MOVE WS-TOT-RECOVERED TO RTR-DET-RECOVERED.
            MOVE WS-TOT-NET TO RTR-DET-NET.
            MOVE RTR-DETAIL-LINE TO RETRO-REGISTER-LINE.
            WRITE RETRO-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE SPACES TO RETRO-REGISTER-LINE.
            WRITE RETRO-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE 'RETRO RUN NUMBER:' TO RTR-TOTAL-LABEL.
            MOVE WS-RUN-NUMBER TO RTR-TOTAL-COUNT.
            MOVE RTR-TOTAL-LINE TO RETRO-REGISTER-LINE.
            WRITE RETRO-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE 'SALESPEOPLE AFFECTED:' TO RTR-TOTAL-LABEL.
            MOVE WS-REPS-AFFECTED TO RTR-TOTAL-COUNT.
            MOVE RTR-TOTAL-LINE TO RETRO-REGISTER-LINE.
            WRITE RETRO-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE 'NOT ON MASTER:' TO RTR-TOTAL-LABEL.
            MOVE WS-WARNING-COUNT TO RTR-TOTAL-COUNT.
            MOVE RTR-TOTAL-LINE TO RETRO-REGISTER-LINE.
            WRITE RETRO-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE 'SETTLED - NOT RE-RATED:' TO RTR-TOTAL-LABEL.
            MOVE WS-REPS-SETTLED TO RTR-TOTAL-COUNT.
            MOVE RTR-TOTAL-LINE TO RETRO-REGISTER-LINE.
            WRITE RETRO-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE 'LINES RE-RATED:' TO RTR-TOTAL-LABEL.
            MOVE WS-LINES-RERATED TO RTR-TOTAL-COUNT.
            MOVE RTR-TOTAL-LINE TO RETRO-REGISTER-LINE.
            WRITE RETRO-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE 'RETRO LINES POSTED:' TO RTR-TOTAL-LABEL.
            MOVE WS-LINES-POSTED TO RTR-TOTAL-COUNT.
            MOVE RTR-TOTAL-LINE TO RETRO-REGISTER-LINE.
            WRITE RETRO-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE 'TOTAL PAYABLE:' TO RTR-AMT-LABEL.
            MOVE WS-TOT-PAYABLE TO RTR-AMT-VALUE.
            MOVE RTR-AMOUNT-LINE TO RETRO-REGISTER-LINE.
            WRITE RETRO-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE 'TOTAL RECOVERABLE:' TO RTR-AMT-LABEL.
            MOVE WS-TOT-RECOVERABLE TO RTR-AMT-VALUE.
            MOVE RTR-AMOUNT-LINE TO RETRO-REGISTER-LINE.
            WRITE RETRO-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE 'COMMISSION HELD:' TO RTR-AMT-LABEL.
            MOVE WS-TOT-HELD TO RTR-AMT-VALUE.
            MOVE RTR-AMOUNT-LINE TO RETRO-REGISTER-LINE.
            WRITE RETRO-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE 'NET TO PAYROLL:' TO RTR-AMT-LABEL.
            COMPUTE RTR-AMT-VALUE = WS-TOT-NET - WS-TOT-HELD.
            MOVE RTR-AMOUNT-LINE TO RETRO-REGISTER-LINE.
            WRITE RETRO-REGISTER-LINE AFTER ADVANCING 1 LINE.

        0135-WRITE-SIGNOFF-LINES.
            MOVE SPACES TO RETRO-REGISTER-LINE.
            WRITE RETRO-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE 'PREPARED BY:' TO RTR-SIGN-LABEL.
            MOVE RTR-SIGNOFF-LINE TO RETRO-REGISTER-LINE.
            WRITE RETRO-REGISTER-LINE AFTER ADVANCING 2 LINES.
            MOVE 'PAYROLL APPROVAL:' TO RTR-SIGN-LABEL.
            MOVE RTR-SIGNOFF-LINE TO RETRO-REGISTER-LINE.
            WRITE RETRO-REGISTER-LINE AFTER ADVANCING 2 LINES.
            MOVE 'FINANCE APPROVAL:' TO RTR-SIGN-LABEL.
            MOVE RTR-SIGNOFF-LINE TO RETRO-REGISTER-LINE.
            WRITE RETRO-REGISTER-LINE AFTER ADVANCING 2 LINES.

      *    THE RETRO JOURNAL FOLLOWS THE SALES RUN'S: COMMISSION
      *    EXPENSE DEBITED PER SOURCE (A RECOVERY AS A NEGATIVE
      *    DEBIT) AND COMMISSION PAYABLE CREDITED IN TOTAL, POSTED
      *    TO THE PERIOD THE DIFFERENCES ARE PAID IN.
        0150-WRITE-GL-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE.
           PERFORM 0151-WRITE-ONE-SOURCE-DEBIT
              VARYING WS-GL-SUB FROM 1 BY 1
              UNTIL WS-GL-SUB > WS-GL-COUNT.
           IF WS-GL-OVERFLOW-COMM NOT = ZERO
              MOVE 'COMMEXP' TO GLJ-ACCOUNT
              MOVE 'UNASSIGND' TO GLJ-SOURCE-CODE
              MOVE 'D' TO GLJ-DR-CR
              MOVE WS-GL-OVERFLOW-COMM TO GLJ-AMOUNT
              PERFORM 0153-WRITE-ONE-JOURNAL-LINE
           END-IF.
           MOVE 'COMMPAY' TO GLJ-ACCOUNT.
           MOVE 'TOTAL' TO GLJ-SOURCE-CODE.
           MOVE 'C' TO GLJ-DR-CR.
           MOVE WS-TOT-NET TO GLJ-AMOUNT.
           PERFORM 0153-WRITE-ONE-JOURNAL-LINE.
           CLOSE GL-JOURNAL-FILE.

        0151-WRITE-ONE-SOURCE-DEBIT.
           IF WS-GL-COMM (WS-GL-SUB) NOT = ZERO
              MOVE 'COMMEXP' TO GLJ-ACCOUNT
              MOVE WS-GL-SOURCE (WS-GL-SUB) TO GLJ-SOURCE-CODE
              MOVE 'D' TO GLJ-DR-CR
              MOVE WS-GL-COMM (WS-GL-SUB) TO GLJ-AMOUNT
              PERFORM 0153-WRITE-ONE-JOURNAL-LINE
           END-IF.

        0153-WRITE-ONE-JOURNAL-LINE.
           MOVE WS-RUN-NUMBER TO GLJ-RUN-NUMBER.
           MOVE WS-POST-PERIOD TO GLJ-POSTING-PERIOD.
           WRITE GLJOURNAL-RECORD.

      *    THE RETRO ENTRY CARRIES THE NEW SCHEDULE AS ITS TIER
      *    SETTINGS AND THE PERIOD THE DIFFERENCES WERE POSTED TO.
        0170-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RLOG-FILE-MISSING
              OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE SPACES TO RUNLOG-RECORD.
           MOVE WS-RUN-NUMBER TO RLOG-RUN-NUMBER.
           MOVE WS-CURRENT-DATE TO RLOG-RUN-DATE.
           MOVE WS-CURRENT-TIME (1:6) TO RLOG-RUN-TIME.
           MOVE 'RETRO' TO RLOG-RUN-MODE.
           MOVE 'F' TO RLOG-RESTART-FLAG.
           MOVE WS-COMM-TIER-1-LIMIT TO RLOG-TIER-1-LIMIT.
           MOVE WS-COMM-TIER-1-RATE TO RLOG-TIER-1-RATE.
           MOVE WS-COMM-TIER-2-LIMIT TO RLOG-TIER-2-LIMIT.
           MOVE WS-COMM-TIER-2-RATE TO RLOG-TIER-2-RATE.
           MOVE WS-COMM-TIER-3-LIMIT TO RLOG-TIER-3-LIMIT.
           MOVE WS-COMM-TIER-3-RATE TO RLOG-TIER-3-RATE.
           MOVE WS-COMM-TIER-4-RATE TO RLOG-TIER-4-RATE.
           MOVE WS-LINES-RERATED TO RLOG-RECORDS-READ.
           MOVE ZEROES TO RLOG-RECORDS-REJECTED.
           MOVE ZERO TO RLOG-TOTAL-SALES.
           MOVE WS-TOT-NET TO RLOG-TOTAL-COMM-AMT.
           MOVE WS-POST-PERIOD TO RLOG-RUN-PERIOD.
           MOVE ZEROES TO RLOG-REVERSED-RUN.
           WRITE RUNLOG-RECORD.
           CLOSE RUN-LOG-FILE.

        0180-WRITE-RUN-AUDIT.
           OPEN OUTPUT RUN-AUDIT-FILE.
           MOVE AUDIT-HEADING-LINE TO RUN-AUDIT-LINE.
           WRITE RUN-AUDIT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO RUN-AUDIT-LINE.
           WRITE RUN-AUDIT-LINE.
           MOVE 'RUN NUMBER:' TO AUD-LABEL.
           MOVE WS-RUN-NUMBER TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'RUN DATE/TIME:' TO AUD-LABEL.
           MOVE WS-CURRENT-DATE TO WS-AUD-DATE.
           MOVE WS-CURRENT-TIME (1:6) TO WS-AUD-TIME.
           MOVE WS-AUD-DATE-TIME TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'RUN MODE:' TO AUD-LABEL.
           MOVE 'RETRO' TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'EFFECTIVE PERIOD:' TO AUD-LABEL.
           MOVE RTC-EFFECTIVE-PERIOD TO WS-AUD-PERIOD.
           MOVE WS-AUD-PERIOD TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'RETRO REASON:' TO AUD-LABEL.
           MOVE RTC-REASON-CODE TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'POSTING PERIOD:' TO AUD-LABEL.
           MOVE WS-POST-PERIOD TO WS-AUD-PERIOD.
           MOVE WS-AUD-PERIOD TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'TIER 1 LIMIT/RATE:' TO AUD-LABEL.
           MOVE WS-COMM-TIER-1-LIMIT TO WS-AUD-LIMIT.
           MOVE WS-COMM-TIER-1-RATE TO WS-AUD-RATE.
           MOVE WS-AUD-SCHEDULE TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'TIER 2 LIMIT/RATE:' TO AUD-LABEL.
           MOVE WS-COMM-TIER-2-LIMIT TO WS-AUD-LIMIT.
           MOVE WS-COMM-TIER-2-RATE TO WS-AUD-RATE.
           MOVE WS-AUD-SCHEDULE TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'TIER 3 LIMIT/RATE:' TO AUD-LABEL.
           MOVE WS-COMM-TIER-3-LIMIT TO WS-AUD-LIMIT.
           MOVE WS-COMM-TIER-3-RATE TO WS-AUD-RATE.
           MOVE WS-AUD-SCHEDULE TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'TIER 4 RATE:' TO AUD-LABEL.
           MOVE ZEROES TO WS-AUD-LIMIT.
           MOVE WS-COMM-TIER-4-RATE TO WS-AUD-RATE.
           MOVE WS-AUD-SCHEDULE TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'HISTORY LINES READ:' TO AUD-LABEL.
           MOVE WS-HIST-LINES-READ TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'LINES RE-RATED:' TO AUD-LABEL.
           MOVE WS-LINES-RERATED TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'SETTLED - NOT RE-RATED:' TO AUD-LABEL.
           MOVE WS-REPS-SETTLED TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'RETRO LINES POSTED:' TO AUD-LABEL.
           MOVE WS-LINES-POSTED TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'TOTAL PAYABLE:' TO AUD-LABEL.
           MOVE WS-TOT-PAYABLE TO WS-AUD-AMOUNT.
           MOVE WS-AUD-AMOUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'TOTAL RECOVERABLE:' TO AUD-LABEL.
           MOVE WS-TOT-RECOVERABLE TO WS-AUD-AMOUNT.
           MOVE WS-AUD-AMOUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'CUT BY CAP:' TO AUD-LABEL.
           MOVE WS-TOT-CAP-CUT TO WS-AUD-AMOUNT.
           MOVE WS-AUD-AMOUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'LINES HELD:' TO AUD-LABEL.
           MOVE WS-LINES-HELD TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'COMMISSION HELD:' TO AUD-LABEL.
           MOVE WS-TOT-HELD TO WS-AUD-AMOUNT.
           MOVE WS-AUD-AMOUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'DRAW RECOVERED:' TO AUD-LABEL.
           MOVE WS-TOT-RECOVERED TO WS-AUD-AMOUNT.
           MOVE WS-AUD-AMOUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'TOTAL COMMISSION:' TO AUD-LABEL.
           MOVE WS-TOT-NET TO WS-AUD-AMOUNT.
           MOVE WS-AUD-AMOUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           CLOSE RUN-AUDIT-FILE.

        0185-WRITE-AUDIT-ITEM.
           MOVE AUDIT-ITEM-LINE TO RUN-AUDIT-LINE.
           WRITE RUN-AUDIT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO AUD-VALUE.

        0200-STOP-RUN.
           CLOSE RETRO-REGISTER-FILE.
           EVALUATE TRUE
               WHEN WS-INVALID-TRAN
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

          END PROGRAM RETROPAY.
