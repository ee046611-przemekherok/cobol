       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINALSET.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  This program makes the final commission settlement for     *
      *   salespeople terminated through SALESMAINT.  Each card on  *
      *   FINALCTL.DAT names a terminated salesperson and how any   *
      *   draw left unrecovered is to be disposed of: W writes it   *
      *   off, D deducts it from the final paycheck.  Commission    *
      *   still held on HOLDMAST.DAT from an ended hold is the      *
      *   final commission; the outstanding draw on DRAWCAP.DAT is  *
      *   recovered from it first and the remainder written off or  *
      *   deducted.  The result goes out as one final line on       *
      *   PAYROLL.DAT and GLJOURNL.DAT, with the posting journal    *
      *   and commission history, and a final commission statement  *
      *   is printed on FINALSTMT.DAT.  The YTD record is archived  *
      *   to YTDHIST.DAT and removed, the draw and guarantee are    *
      *   cleared and the master is stamped as settled, after which *
      *   the sales run accepts no more business for the            *
      *   salesperson.  A settlement is refused while the           *
      *   termination date is still to come, while a commission     *
      *   hold is active, or while sales dated on or before the     *
      *   termination date are waiting in suspense.  The register   *
      *   FINALRPT.DAT lists every card for payroll and finance     *
      *   sign-off, and the run is logged on RUNLOG.DAT and         *
      *   RUNAUDIT.DAT under its own run number.  A final           *
      *   settlement cannot be backed out.  A settlement run is     *
      *   refused while a sales run is waiting to restart on        *
      *   CHKPOINT.DAT, since that run has already posted under the *
      *   next run number.                                          *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT FINAL-CONTROL-FILE ASSIGN TO "FINALCTL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FSC-STATUS.
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
            SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SUSP-STATUS.
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
            SELECT DRAWCAP-FILE ASSIGN TO "DRAWCAP.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DC-SALESPERSON-ID
             FILE STATUS IS WS-DC-STATUS.
            SELECT HOLD-FILE ASSIGN TO "HOLDMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HLD-SALESPERSON-ID
             FILE STATUS IS WS-HLD-STATUS.
            SELECT COMMHIST-FILE ASSIGN TO "COMMHIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CH-KEY
             FILE STATUS IS WS-CH-STATUS.
            SELECT YTDHIST-FILE ASSIGN TO "YTDHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HIST-STATUS.
            SELECT RUN-POSTING-FILE ASSIGN TO "RUNPOST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPST-STATUS.
            SELECT PAYROLL-FILE ASSIGN TO "PAYROLL.DAT".
            SELECT HELD-EXTRACT-FILE ASSIGN TO "HELDCOMM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
            SELECT GL-JOURNAL-FILE ASSIGN TO "GLJOURNL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RUN-AUDIT-FILE ASSIGN TO "RUNAUDIT.DAT".
            SELECT FINAL-STATEMENT-FILE ASSIGN TO "FINALSTMT.DAT".
            SELECT FINAL-REGISTER-FILE ASSIGN TO "FINALRPT.DAT".

       DATA DIVISION.
       FILE SECTION.
       FD FINAL-CONTROL-FILE.

       01 FINAL-CONTROL-RECORD.
            05 FSC-SALESPERSON-ID   PIC 9(5).
            05 FILLER               PIC X(1).
            05 FSC-DISPOSITION      PIC X(1).
                88 FSC-WRITE-OFF          VALUE 'W'.
                88 FSC-DEDUCT             VALUE 'D'.

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

        FD SUSPENSE-FILE.

        COPY SUSPENSE.

        FD SALESMAST-FILE.

        COPY SALESMAST.

        FD YTD-FILE.

        01  YTD-RECORD.
            05 YTD-SALESPERSON-ID     PIC 9(5).
            05 YTD-SALES-AMT          PIC S9(10) COMP-3.
            05 YTD-COMMISSION-AMT     PIC S9(10) COMP-3.

        FD DRAWCAP-FILE.

        COPY DRAWCAP.

        FD HOLD-FILE.

        COPY HOLDMAST.

        FD COMMHIST-FILE.

        COPY COMMHIST.

        FD YTDHIST-FILE.

        COPY YTDHIST.

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

        FD FINAL-STATEMENT-FILE.

        01  FINAL-STATEMENT-LINE   PIC X(132).

        FD FINAL-REGISTER-FILE.

        01  FINAL-REGISTER-LINE    PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-FIELDS.
            05 WS-CARDS-READ       PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-CARDS-REJECTED   PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-REPS-SETTLED     PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-LINES-POSTED     PIC 9(7) COMP-3 VALUE ZERO.

        01  WS-FSC-FIELDS.
            05 WS-FSC-STATUS        PIC X(02) VALUE SPACES.
                88 WS-FSC-OK                VALUE '00'.
                88 WS-FSC-FILE-MISSING      VALUE '35'.
            05 WS-END-OF-CARDS-SW   PIC X(01) VALUE 'N'.
                88 WS-END-OF-CARDS          VALUE 'Y'.

        01  WS-CHECKPOINT-FIELDS.
            05 WS-CKPT-STATUS       PIC X(02) VALUE SPACES.
                88 WS-CKPT-OK               VALUE '00'.
                88 WS-CKPT-FILE-MISSING     VALUE '35'.
            05 WS-CKPT-RELATIVE-KEY PIC 9(05) COMP-3 VALUE 1.

        01  WS-RUN-LOG-FIELDS.
            05 WS-RLOG-STATUS       PIC X(02) VALUE SPACES.
                88 WS-RLOG-OK               VALUE '00'.
                88 WS-RLOG-FILE-MISSING     VALUE '35'.
            05 WS-END-OF-RLOG-SW    PIC X(01) VALUE 'N'.
                88 WS-END-OF-RLOG           VALUE 'Y'.
            05 WS-LAST-RUN-NUMBER   PIC 9(5) VALUE ZERO.
            05 WS-RUN-NUMBER        PIC 9(5) VALUE ZERO.

        01  WS-PERIOD-CONTROL-FIELDS.
            05 WS-PCTL-STATUS       PIC X(02) VALUE SPACES.
                88 WS-PCTL-OK             VALUE '00'.
                88 WS-PCTL-FILE-MISSING   VALUE '35'.
            05 WS-END-OF-PCTL-SW    PIC X(01) VALUE 'N'.
                88 WS-END-OF-PCTL         VALUE 'Y'.
            05 WS-FIRST-OPEN-PERIOD PIC 9(06) VALUE ZEROES.
            05 WS-LAST-DONE-PERIOD  PIC 9(06) VALUE ZEROES.
            05 WS-POST-PERIOD       PIC 9(06) VALUE ZEROES.
            05 WS-POST-PERIOD-PARTS REDEFINES WS-POST-PERIOD.
                10 WS-POST-YEAR     PIC 9(4).
                10 WS-POST-MONTH    PIC 9(2).

        01  WS-SUSPENSE-FIELDS.
            05 WS-SUSP-STATUS       PIC X(02) VALUE SPACES.
                88 WS-SUSP-OK               VALUE '00'.
                88 WS-SUSP-FILE-MISSING     VALUE '35'.
            05 WS-END-OF-SUSP-SW    PIC X(01) VALUE 'N'.
                88 WS-END-OF-SUSP           VALUE 'Y'.
            05 WS-SUSP-PENDING      PIC 9(5) COMP-3 VALUE ZERO.

        01  WS-MAST-FIELDS.
            05 WS-MAST-STATUS       PIC X(02) VALUE SPACES.
                88 WS-MAST-OK             VALUE '00'.
                88 WS-MAST-NOT-FOUND      VALUE '23'.
                88 WS-MAST-FILE-MISSING   VALUE '35'.

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

      *    A HOLD IS ACTIVE FROM ITS HOLD DATE UNTIL ITS RELEASE
      *    DATE, AS IN THE SALES RUN.  AN ACTIVE HOLD STOPS THE
      *    SETTLEMENT; AN ENDED ONE STILL CARRYING A HELD AMOUNT
      *    HAS THAT AMOUNT PAID OUT AS THE FINAL COMMISSION.
        01  WS-HOLD-FIELDS.
            05 WS-HLD-STATUS        PIC X(02) VALUE SPACES.
                88 WS-HLD-OK              VALUE '00'.
                88 WS-HLD-NOT-FOUND       VALUE '23'.
                88 WS-HLD-FILE-MISSING    VALUE '35'.
            05 WS-HLD-FOUND-SW      PIC X(01) VALUE 'N'.
                88 WS-HLD-RECORD-FOUND    VALUE 'Y'.
            05 WS-HLD-ACTIVE-SW     PIC X(01) VALUE 'N'.
                88 WS-HLD-ACTIVE          VALUE 'Y'.

        01  WS-COMMHIST-FIELDS.
            05 WS-CH-STATUS         PIC X(02) VALUE SPACES.
                88 WS-CH-OK                 VALUE '00'.
                88 WS-CH-FILE-MISSING       VALUE '35'.

        01  WS-YTDHIST-FIELDS.
            05 WS-HIST-STATUS       PIC X(02) VALUE SPACES.
                88 WS-HIST-OK               VALUE '00'.
                88 WS-HIST-FILE-MISSING     VALUE '35'.

        01  WS-RUN-POSTING-FIELDS.
            05 WS-RPST-STATUS       PIC X(02) VALUE SPACES.
                88 WS-RPST-OK               VALUE '00'.
                88 WS-RPST-FILE-MISSING     VALUE '35'.

      *    ONE SALESPERSON'S SETTLEMENT.  THE HELD COMMISSION FIRST
      *    RECOVERS THE DRAW; WHAT IS LEFT OF THE DRAW IS EITHER
      *    DEDUCTED FROM THE FINAL PAY OR WRITTEN OFF.  THE HELD
      *    AMOUNT WAS ACCRUED TO YTD AND THE GL WHEN IT WAS HELD,
      *    SO ONLY THE RECOVERY AND DEDUCTION MOVE THEM NOW.
        01  WS-SETTLEMENT-FIELDS.
            05 WS-REP-NAME          PIC X(40) VALUE SPACES.
            05 WS-GL-REGION         PIC X(9)  VALUE SPACES.
            05 WS-HELD-AMT          PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-DRAW-OWED         PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-RECOVERY-AMT      PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-REMAINDER-AMT     PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-DEDUCT-AMT        PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-WRITE-OFF-AMT     PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-NET-AMT           PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-ACCRUAL-AMT       PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-YTD-SALES-BEFORE  PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-YTD-COMM-BEFORE   PIC S9(10) COMP-3 VALUE ZERO.

        01  WS-TOTAL-FIELDS.
            05 WS-TOT-HELD          PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-TOT-DRAW-OWED     PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-TOT-RECOVERED     PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-TOT-DEDUCTED      PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-TOT-WRITTEN-OFF   PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-TOT-NET           PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-TOT-ACCRUAL       PIC S9(10) COMP-3 VALUE ZERO.

      *    COMMISSION EXPENSE IS DEBITED BY REGION AS IN THE SALES
      *    RUN, WITH THE SAME 80-ENTRY LIMIT AS THE BACK-OUT AND
      *    RETROPAY; ANYTHING BEYOND IT IS DEBITED AS UNASSIGNED.
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
            05 WS-VALID-RUN-SW     PIC X(01) VALUE 'Y'.
                88 WS-VALID-RUN           VALUE 'Y'.
                88 WS-INVALID-RUN         VALUE 'N'.
            05 WS-RUN-RESULT       PIC X(30) VALUE SPACES.
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

        01  FRG-HEADING-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(36) VALUE
               'FINAL COMMISSION SETTLEMENT REGISTER'.
            05 FILLER              PIC X(91) VALUE SPACES.

        01  FRG-RUN-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 FILLER               PIC X(11)  VALUE 'RUN NUMBER '.
            05 FRG-RUN-NUMBER       PIC 9(5).
            05 FILLER               PIC X(4)   VALUE SPACES.
            05 FILLER               PIC X(15)  VALUE
               'POSTING PERIOD '.
            05 FRG-RUN-PERIOD       PIC 9(6).
            05 FILLER               PIC X(4)   VALUE SPACES.
            05 FRG-RUN-RESULT       PIC X(30).
            05 FILLER               PIC X(52)  VALUE SPACES.

        01  FRG-COLUMN-HEADING-LINE.
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 FILLER              PIC X(5)  VALUE 'ID'.
            05 FILLER              PIC X(1)  VALUE SPACES.
            05 FILLER              PIC X(20) VALUE 'NAME'.
            05 FILLER              PIC X(1)  VALUE SPACES.
            05 FILLER              PIC X(8)  VALUE 'TERMDATE'.
            05 FILLER              PIC X(12) VALUE '   HELD COMM'.
            05 FILLER              PIC X(12) VALUE '   DRAW OWED'.
            05 FILLER              PIC X(12) VALUE '   RECOVERED'.
            05 FILLER              PIC X(12) VALUE '    DEDUCTED'.
            05 FILLER              PIC X(12) VALUE ' WRITTEN OFF'.
            05 FILLER              PIC X(12) VALUE '   FINAL PAY'.
            05 FILLER              PIC X(1)  VALUE SPACES.
            05 FILLER              PIC X(9)  VALUE 'DISPOSAL'.
            05 FILLER              PIC X(12) VALUE SPACES.

      *    THE DETAIL LINE ALSO CARRIES THE RUN TOTALS, WITH THE
      *    LABEL IN THE NAME COLUMN.
        01  FRG-DETAIL-LINE.
            05 FILLER               PIC X(3)   VALUE SPACES.
            05 FRG-DET-ID           PIC X(5).
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 FRG-DET-NAME         PIC X(20).
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 FRG-DET-TERM-DATE    PIC X(8).
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 FRG-DET-HELD         PIC ZZZZZZZZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 FRG-DET-DRAW-OWED    PIC ZZZZZZZZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 FRG-DET-RECOVERED    PIC ZZZZZZZZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 FRG-DET-DEDUCTED     PIC ZZZZZZZZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 FRG-DET-WRITTEN-OFF  PIC ZZZZZZZZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 FRG-DET-NET          PIC ZZZZZZZZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 FRG-DET-DISPOSAL     PIC X(9).
            05 FILLER               PIC X(12)  VALUE SPACES.

        01  FRG-REJECT-LINE.
            05 FILLER               PIC X(3)   VALUE SPACES.
            05 FRG-REJ-ID           PIC X(5).
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 FRG-REJ-NAME         PIC X(20).
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 FILLER               PIC X(14)  VALUE
               '** REJECTED - '.
            05 FRG-REJ-RESULT       PIC X(30).
            05 FILLER               PIC X(58)  VALUE SPACES.

        01  FRG-TOTAL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 FRG-TOTAL-LABEL      PIC X(23).
            05 FRG-TOTAL-COUNT      PIC Z,ZZ9.
            05 FILLER               PIC X(99)  VALUE SPACES.

        01  FRG-AMOUNT-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 FRG-AMT-LABEL        PIC X(23).
            05 FRG-AMT-VALUE        PIC Z,ZZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(90)  VALUE SPACES.

        01  FRG-SIGNOFF-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 FRG-SIGN-LABEL       PIC X(20).
            05 FILLER               PIC X(30)  VALUE ALL '_'.
            05 FILLER               PIC X(4)   VALUE SPACES.
            05 FILLER               PIC X(6)   VALUE 'DATE: '.
            05 FILLER               PIC X(10)  VALUE ALL '_'.
            05 FILLER               PIC X(57)  VALUE SPACES.

        01  STMT-HEADING-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(26) VALUE
               'FINAL COMMISSION STATEMENT'.
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 FILLER              PIC X(7)  VALUE 'PERIOD '.
            05 STMT-HDG-PERIOD     PIC 9(6).
            05 FILLER              PIC X(10) VALUE SPACES.
            05 FILLER              PIC X(4)  VALUE 'RUN '.
            05 STMT-HDG-RUN        PIC 9(5).
            05 FILLER              PIC X(10) VALUE SPACES.
            05 FILLER              PIC X(10) VALUE 'STATEMENT '.
            05 STMT-HDG-SEQ        PIC ZZZZ9.
            05 FILLER              PIC X(40) VALUE SPACES.

        01  STMT-RULE-LINE.
            05 FILLER              PIC X(132) VALUE ALL '*'.

        01  STMT-ITEM-LINE.
            05 FILLER              PIC X(5)   VALUE SPACES.
            05 STMT-LABEL          PIC X(28).
            05 STMT-VALUE          PIC X(45).
            05 FILLER              PIC X(54)  VALUE SPACES.

        01  WS-STMT-WORK.
            05 WS-STMT-AMOUNT      PIC -Z,ZZZ,ZZZ,ZZ9.
            05 WS-STMT-MONEY       PIC $$$,$$$,$$$,$$$-.
            05 WS-STMT-ID-ED       PIC 9(5).
            05 WS-STMT-DATE        PIC 9(8).

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

        PROCEDURE DIVISION.

        0050-OPEN-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN OUTPUT FINAL-REGISTER-FILE.
           PERFORM 0110-WRITE-HEADING-LINE.
           PERFORM 0052-OPEN-CONTROL-CARDS.
           IF WS-VALID-RUN
              PERFORM 0057-CHECK-PENDING-RESTART
           END-IF.
           IF WS-VALID-RUN
              PERFORM 0054-SCAN-RUN-LOG
              PERFORM 0060-FIND-POSTING-PERIOD
              MOVE 'SETTLEMENT RUN' TO WS-RUN-RESULT
           END-IF.
           PERFORM 0120-WRITE-RUN-LINE.
           IF WS-VALID-RUN
              PERFORM 0070-OPEN-MASTER-FILES
              PERFORM 0100-PROCESS-CARDS
              PERFORM 0075-CLOSE-MASTER-FILES
              PERFORM 0150-WRITE-GL-JOURNAL
              PERFORM 0170-WRITE-RUN-LOG
              PERFORM 0180-WRITE-RUN-AUDIT
              PERFORM 0130-WRITE-TOTAL-LINES
              PERFORM 0135-WRITE-SIGNOFF-LINES
           END-IF.
           PERFORM 0200-STOP-RUN.

      *    THE FIRST CARD IS READ HERE SO A RUN WITH NOTHING TO
      *    SETTLE IS REFUSED BEFORE A RUN NUMBER IS TAKEN.
        0052-OPEN-CONTROL-CARDS.
           SET WS-VALID-RUN TO TRUE.
           MOVE SPACES TO WS-RUN-RESULT.
           OPEN INPUT FINAL-CONTROL-FILE.
           IF WS-FSC-FILE-MISSING
              SET WS-INVALID-RUN TO TRUE
              MOVE 'NO SETTLEMENT CARDS' TO WS-RUN-RESULT
           ELSE
              READ FINAL-CONTROL-FILE
                 AT END
                    SET WS-INVALID-RUN TO TRUE
                    MOVE 'NO SETTLEMENT CARDS' TO WS-RUN-RESULT
              END-READ
              IF WS-INVALID-RUN
                 CLOSE FINAL-CONTROL-FILE
              END-IF
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
                    SET WS-INVALID-RUN TO TRUE
                    MOVE 'SALES RUN PENDING RESTART'
                      TO WS-RUN-RESULT
                    CLOSE FINAL-CONTROL-FILE
              END-READ
              CLOSE CHECKPOINT-FILE
           END-IF.

      *    THE SETTLEMENT TAKES THE NEXT RUN NUMBER JUST AS A SALES
      *    RUN WOULD.
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

        0055-SCAN-ONE-RUN-LOG-RECORD.
           IF RLOG-RUN-NUMBER NUMERIC
              MOVE RLOG-RUN-NUMBER TO WS-LAST-RUN-NUMBER
           END-IF.
           READ RUN-LOG-FILE
                AT END SET WS-END-OF-RLOG TO TRUE
                END-READ.

      *    THE SETTLEMENT IS POSTED TO THE FIRST OPEN PERIOD, THE
      *    ONE THE NEXT SALES RUN WILL TAKE, OR FAILING THAT TO THE
      *    LAST PERIOD PROCESSED, AS RETROPAY DOES.  WITH NO PERIOD
      *    CONTROL FILE AT ALL IT POSTS TO THE CURRENT MONTH.
        0060-FIND-POSTING-PERIOD.
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
               WHEN WS-FIRST-OPEN-PERIOD > ZEROES
                   MOVE WS-FIRST-OPEN-PERIOD TO WS-POST-PERIOD
               WHEN WS-LAST-DONE-PERIOD > ZEROES
                   MOVE WS-LAST-DONE-PERIOD TO WS-POST-PERIOD
               WHEN OTHER
                   MOVE WS-CURRENT-YEAR TO WS-POST-YEAR
                   MOVE WS-CURRENT-MONTH TO WS-POST-MONTH
           END-EVALUATE.

        0062-CHECK-ONE-PERIOD.
           IF PCT-PERIOD NUMERIC AND PCT-PERIOD > ZEROES
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
           OPEN I-O SALESMAST-FILE.
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
           OPEN I-O COMMHIST-FILE.
           IF WS-CH-FILE-MISSING
              OPEN OUTPUT COMMHIST-FILE
              CLOSE COMMHIST-FILE
              OPEN I-O COMMHIST-FILE
           END-IF.
           OPEN EXTEND YTDHIST-FILE.
           IF WS-HIST-FILE-MISSING
              OPEN OUTPUT YTDHIST-FILE
           END-IF.
           OPEN EXTEND RUN-POSTING-FILE.
           IF WS-RPST-FILE-MISSING
              OPEN OUTPUT RUN-POSTING-FILE
           END-IF.
           OPEN OUTPUT PAYROLL-FILE.
           OPEN OUTPUT HELD-EXTRACT-FILE.
           OPEN OUTPUT FINAL-STATEMENT-FILE.

        0075-CLOSE-MASTER-FILES.
           CLOSE FINAL-CONTROL-FILE.
           IF NOT WS-MAST-FILE-MISSING
              CLOSE SALESMAST-FILE
           END-IF.
           CLOSE YTD-FILE.
           CLOSE DRAWCAP-FILE.
           CLOSE HOLD-FILE.
           CLOSE COMMHIST-FILE.
           CLOSE YTDHIST-FILE.
           CLOSE RUN-POSTING-FILE.
           CLOSE PAYROLL-FILE.
           CLOSE HELD-EXTRACT-FILE.
           CLOSE FINAL-STATEMENT-FILE.

        0100-PROCESS-CARDS.
           PERFORM 0115-WRITE-COLUMN-HEADING.
           PERFORM UNTIL WS-END-OF-CARDS
              ADD 1 TO WS-CARDS-READ
              PERFORM 0102-VALIDATE-CARD
              IF WS-VALID-TRAN
                 PERFORM 0105-SETTLE-SALESPERSON
                 PERFORM 0125-WRITE-DETAIL-LINE
              ELSE
                 ADD 1 TO WS-CARDS-REJECTED
                 PERFORM 0126-WRITE-REJECT-LINE
              END-IF
              READ FINAL-CONTROL-FILE
              AT END SET WS-END-OF-CARDS TO TRUE
              END-READ
           END-PERFORM.

        0102-VALIDATE-CARD.
           SET WS-VALID-TRAN TO TRUE.
           MOVE SPACES TO WS-TRAN-RESULT WS-REP-NAME.
           IF FSC-SALESPERSON-ID NOT NUMERIC
            OR FSC-SALESPERSON-ID = ZEROES
              SET WS-INVALID-TRAN TO TRUE
              MOVE 'INVALID SALESPERSON ID' TO WS-TRAN-RESULT
           END-IF.
           IF WS-VALID-TRAN
              IF NOT FSC-WRITE-OFF AND NOT FSC-DEDUCT
                 SET WS-INVALID-TRAN TO TRUE
                 MOVE 'INVALID DISPOSITION' TO WS-TRAN-RESULT
              END-IF
           END-IF.
           IF WS-VALID-TRAN
              PERFORM 0103-VALIDATE-SALESPERSON
           END-IF.
           IF WS-VALID-TRAN
              PERFORM 0104-CHECK-COMMISSION-HOLD
           END-IF.
           IF WS-VALID-TRAN
              PERFORM 0106-CHECK-SUSPENSE
           END-IF.

      *    ONLY A TERMINATED SALESPERSON WITH A TERMINATION DATE
      *    THAT HAS PASSED CAN BE SETTLED, AND ONLY ONCE.  UNTIL THE
      *    DATE PASSES THE SALES RUN CAN STILL PAY THEM.
        0103-VALIDATE-SALESPERSON.
           IF WS-MAST-FILE-MISSING
              SET WS-INVALID-TRAN TO TRUE
              MOVE 'NOT ON SALESPERSON MASTER' TO WS-TRAN-RESULT
           ELSE
              MOVE FSC-SALESPERSON-ID TO SM-SALESPERSON-ID
              READ SALESMAST-FILE
                  INVALID KEY
                     SET WS-INVALID-TRAN TO TRUE
                     MOVE 'NOT ON SALESPERSON MASTER'
                       TO WS-TRAN-RESULT
                  NOT INVALID KEY
                     MOVE SM-SALESPERSON-NAME TO WS-REP-NAME
              END-READ
           END-IF.
           IF WS-VALID-TRAN
              EVALUATE TRUE
                  WHEN NOT SM-TERMINATED
                      SET WS-INVALID-TRAN TO TRUE
                      MOVE 'SALESPERSON NOT TERMINATED'
                        TO WS-TRAN-RESULT
                  WHEN SM-SETTLED-DATE NUMERIC
                   AND SM-SETTLED-DATE > ZEROES
                      SET WS-INVALID-TRAN TO TRUE
                      MOVE 'ALREADY SETTLED' TO WS-TRAN-RESULT
                  WHEN SM-TERM-DATE NOT NUMERIC
                    OR SM-TERM-DATE = ZEROES
                      SET WS-INVALID-TRAN TO TRUE
                      MOVE 'NO TERMINATION DATE' TO WS-TRAN-RESULT
                  WHEN SM-TERM-DATE > WS-CURRENT-DATE
                      SET WS-INVALID-TRAN TO TRUE
                      MOVE 'TERMINATION DATE NOT REACHED'
                        TO WS-TRAN-RESULT
                  WHEN OTHER
                      CONTINUE
              END-EVALUATE
           END-IF.

        0104-CHECK-COMMISSION-HOLD.
           MOVE 'N' TO WS-HLD-FOUND-SW WS-HLD-ACTIVE-SW.
           MOVE FSC-SALESPERSON-ID TO HLD-SALESPERSON-ID.
           READ HOLD-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET WS-HLD-RECORD-FOUND TO TRUE
                  IF HLD-HOLD-DATE <= WS-CURRENT-DATE
                     IF HLD-RELEASE-DATE = ZEROES
                      OR HLD-RELEASE-DATE > WS-CURRENT-DATE
                        SET WS-HLD-ACTIVE TO TRUE
                     END-IF
                  END-IF
           END-READ.
           IF WS-HLD-ACTIVE
              SET WS-INVALID-TRAN TO TRUE
              MOVE 'COMMISSION HOLD ACTIVE' TO WS-TRAN-RESULT
           END-IF.

      *    A SALE OR SPLIT SHARE DATED ON OR BEFORE THE TERMINATION
      *    DATE THAT IS WAITING IN SUSPENSE COULD STILL BE PAID, SO
      *    IT MUST BE RECYCLED OR DROPPED THROUGH SUSPMAINT FIRST.
      *    ITEMS DATED AFTER THE TERMINATION DATE WILL NEVER BE PAID
      *    AND DO NOT STOP THE SETTLEMENT.
        0106-CHECK-SUSPENSE.
           MOVE ZERO TO WS-SUSP-PENDING.
           MOVE 'N' TO WS-END-OF-SUSP-SW.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-OK
              READ SUSPENSE-FILE
                   AT END SET WS-END-OF-SUSP TO TRUE
                   END-READ
              PERFORM 0107-CHECK-ONE-SUSPENSE-ITEM
                 UNTIL WS-END-OF-SUSP
              CLOSE SUSPENSE-FILE
           END-IF.
           IF WS-SUSP-PENDING > ZERO
              SET WS-INVALID-TRAN TO TRUE
              MOVE 'LATE SALES IN SUSPENSE' TO WS-TRAN-RESULT
           END-IF.

        0107-CHECK-ONE-SUSPENSE-ITEM.
           IF SUSP-SALESPERSON-ID = FSC-SALESPERSON-ID
            OR SUSP-SPLIT-ID = FSC-SALESPERSON-ID
              IF SUSP-TRANS-DATE NOT NUMERIC
               OR SUSP-TRANS-DATE <= SM-TERM-DATE
                 ADD 1 TO WS-SUSP-PENDING
              END-IF
           END-IF.
           READ SUSPENSE-FILE
                AT END SET WS-END-OF-SUSP TO TRUE
                END-READ.

        0105-SETTLE-SALESPERSON.
           ADD 1 TO WS-REPS-SETTLED.
           ADD 1 TO WS-LINES-POSTED.
           PERFORM 0108-READ-SETTLEMENT-MASTERS.
           PERFORM 0109-FIGURE-SETTLEMENT.
           ADD WS-ACCRUAL-AMT TO YTD-COMMISSION-AMT.
           MOVE SM-REGION TO WS-GL-REGION.
           IF WS-GL-REGION = SPACES
              MOVE 'UNASSIGND' TO WS-GL-REGION
           END-IF.
           PERFORM 0141-WRITE-PAYROLL-LINE.
           IF WS-HELD-AMT > ZERO
              PERFORM 0142-WRITE-HELD-RELEASE
           END-IF.
           PERFORM 0143-WRITE-RUN-POSTING.
           PERFORM 0144-WRITE-COMMISSION-HISTORY.
           PERFORM 0145-ACCUMULATE-GL-SOURCE.
           PERFORM 0146-CLOSE-OUT-MASTERS.
           PERFORM 0148-ACCUMULATE-TOTALS.
           PERFORM 0160-WRITE-FINAL-STATEMENT.

        0108-READ-SETTLEMENT-MASTERS.
           MOVE 'N' TO WS-DC-FOUND-SW.
           MOVE FSC-SALESPERSON-ID TO DC-SALESPERSON-ID.
           READ DRAWCAP-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET WS-DC-RECORD-FOUND TO TRUE
           END-READ.
           MOVE 'N' TO WS-YTD-FOUND-SW.
           MOVE FSC-SALESPERSON-ID TO YTD-SALESPERSON-ID.
           READ YTD-FILE
               INVALID KEY
                  MOVE ZEROES TO YTD-SALES-AMT YTD-COMMISSION-AMT
               NOT INVALID KEY
                  SET WS-YTD-RECORD-FOUND TO TRUE
           END-READ.
           MOVE YTD-SALES-AMT TO WS-YTD-SALES-BEFORE.
           MOVE YTD-COMMISSION-AMT TO WS-YTD-COMM-BEFORE.

        0109-FIGURE-SETTLEMENT.
           MOVE ZERO TO WS-HELD-AMT WS-DRAW-OWED WS-RECOVERY-AMT
                        WS-REMAINDER-AMT WS-DEDUCT-AMT
                        WS-WRITE-OFF-AMT.
           IF WS-HLD-RECORD-FOUND AND HLD-HELD-AMT > ZERO
              MOVE HLD-HELD-AMT TO WS-HELD-AMT
           END-IF.
           IF WS-DC-RECORD-FOUND AND DC-DRAW-BALANCE > ZERO
              MOVE DC-DRAW-BALANCE TO WS-DRAW-OWED
           END-IF.
           IF WS-HELD-AMT > WS-DRAW-OWED
              MOVE WS-DRAW-OWED TO WS-RECOVERY-AMT
           ELSE
              MOVE WS-HELD-AMT TO WS-RECOVERY-AMT
           END-IF.
           COMPUTE WS-REMAINDER-AMT = WS-DRAW-OWED - WS-RECOVERY-AMT.
           IF FSC-DEDUCT
              MOVE WS-REMAINDER-AMT TO WS-DEDUCT-AMT
           ELSE
              MOVE WS-REMAINDER-AMT TO WS-WRITE-OFF-AMT
           END-IF.
           COMPUTE WS-NET-AMT =
               WS-HELD-AMT - WS-RECOVERY-AMT - WS-DEDUCT-AMT.
           COMPUTE WS-ACCRUAL-AMT = WS-NET-AMT - WS-HELD-AMT.

      *    THE FINAL LINE GOES TO PAYROLL EVEN WHEN IT IS ZERO, SO
      *    THE FINAL PAYCHECK ALWAYS HAS A COMMISSION ENTRY.  A
      *    DEDUCTION LARGER THAN THE HELD COMMISSION GOES OUT AS A
      *    NEGATIVE LINE.
        0141-WRITE-PAYROLL-LINE.
           MOVE FSC-SALESPERSON-ID TO PAY-SALESPERSON-ID.
           MOVE WS-NET-AMT TO PAY-COMMISSION-AMT.
           MOVE 'F' TO PAY-LINE-TYPE.
           MOVE PAYROLL-DETAIL-LINE TO PAYROLL-LINE.
           WRITE PAYROLL-LINE.

      *    THE HELD AMOUNT PAID OUT IS LISTED ON HELDCOMM.DAT AS A
      *    RELEASE SO PAYROLL RECONCILIATION SEES WHERE IT WENT.
        0142-WRITE-HELD-RELEASE.
           MOVE WS-RUN-NUMBER TO HCX-RUN-NUMBER.
           MOVE FSC-SALESPERSON-ID TO HCX-SALESPERSON-ID.
           MOVE 'L' TO HCX-ACTION.
           MOVE 'F' TO HCX-RECORD-TYPE.
           MOVE HLD-REASON-CODE TO HCX-REASON-CODE.
           COMPUTE HCX-COMMISSION-AMT =
               WS-HELD-AMT - WS-RECOVERY-AMT.
           MOVE ZERO TO HCX-HELD-BALANCE.
           WRITE HELDCOMM-RECORD.

      *    JOURNALLED LIKE ANY OTHER PAYROLL LINE: WHAT IT ADDED TO
      *    YTD COMMISSION, THE WHOLE DRAW BALANCE CLEARED AND THE
      *    HELD AMOUNT PAID OUT.
        0143-WRITE-RUN-POSTING.
           MOVE WS-RUN-NUMBER TO RPST-RUN-NUMBER.
           MOVE WS-POST-PERIOD TO RPST-RUN-PERIOD.
           MOVE FSC-SALESPERSON-ID TO RPST-SALESPERSON-ID.
           MOVE 'F' TO RPST-RECORD-TYPE.
           MOVE WS-GL-REGION TO RPST-GL-SOURCE.
           MOVE ZERO TO RPST-SALES-AMT.
           MOVE WS-ACCRUAL-AMT TO RPST-COMM-AMT.
           COMPUTE RPST-DRAW-CHANGE = ZERO - WS-DRAW-OWED.
           MOVE 'N' TO RPST-HELD-FLAG.
           COMPUTE RPST-HOLD-CHANGE = ZERO - WS-HELD-AMT.
           WRITE RUNPOST-RECORD.

      *    THE HISTORY LINE CARRIES THE TERMINATION DATE AS ITS
      *    TRANSACTION DATE, THE DRAW OWED AS ITS BASIS, THE HELD
      *    COMMISSION AS ITS GROSS AND EVERYTHING TAKEN AGAINST THE
      *    DRAW AS RECOVERED.  THE DISPOSITION OF ANY REMAINDER IS
      *    KEPT IN THE REASON: DED DEDUCTED, WOF WRITTEN OFF.
        0144-WRITE-COMMISSION-HISTORY.
           MOVE SPACES TO COMMHIST-RECORD.
           MOVE FSC-SALESPERSON-ID TO CH-SALESPERSON-ID.
           MOVE WS-RUN-NUMBER TO CH-RUN-NUMBER.
           MOVE WS-LINES-POSTED TO CH-SEQUENCE.
           MOVE WS-POST-PERIOD TO CH-RUN-PERIOD.
           MOVE WS-CURRENT-DATE TO CH-RUN-DATE.
           MOVE SM-TERM-DATE TO CH-TRANS-DATE.
           MOVE 'F' TO CH-RECORD-TYPE.
           MOVE ZEROES TO CH-SPLIT-OTHER-ID CH-SPLIT-PCT
                          CH-COMM-RATE CH-REVERSED-RUN.
           IF FSC-DEDUCT
              MOVE 'DED' TO CH-ADJ-REASON
           ELSE
              MOVE 'WOF' TO CH-ADJ-REASON
           END-IF.
           MOVE WS-GL-REGION TO CH-GL-SOURCE.
           MOVE ZERO TO CH-SALES-AMT CH-CAP-CUT-AMT CH-DRAW-ADVANCED.
           MOVE WS-DRAW-OWED TO CH-BASIS-AMT.
           MOVE WS-HELD-AMT TO CH-GROSS-COMM-AMT.
           COMPUTE CH-DRAW-RECOVERED =
               WS-RECOVERY-AMT + WS-DEDUCT-AMT.
           MOVE WS-NET-AMT TO CH-COMM-AMT.
           MOVE 'N' TO CH-HELD-FLAG.
           WRITE COMMHIST-RECORD
               INVALID KEY
                  REWRITE COMMHIST-RECORD
           END-WRITE.

        0145-ACCUMULATE-GL-SOURCE.
           MOVE ZERO TO WS-GL-FOUND-SUB.
           PERFORM 0145A-MATCH-ONE-GL-SOURCE
              VARYING WS-GL-SUB FROM 1 BY 1
              UNTIL WS-GL-SUB > WS-GL-COUNT
                 OR WS-GL-FOUND-SUB > ZERO.
           IF WS-GL-FOUND-SUB = ZERO
            AND WS-GL-COUNT < WS-GL-MAX
              ADD 1 TO WS-GL-COUNT
              MOVE WS-GL-COUNT TO WS-GL-FOUND-SUB
              MOVE WS-GL-REGION TO WS-GL-SOURCE (WS-GL-FOUND-SUB)
              MOVE ZERO TO WS-GL-COMM (WS-GL-FOUND-SUB)
           END-IF.
           IF WS-GL-FOUND-SUB > ZERO
              ADD WS-ACCRUAL-AMT TO WS-GL-COMM (WS-GL-FOUND-SUB)
           ELSE
              ADD WS-ACCRUAL-AMT TO WS-GL-OVERFLOW-COMM
           END-IF.

        0145A-MATCH-ONE-GL-SOURCE.
           IF WS-GL-SOURCE (WS-GL-SUB) = WS-GL-REGION
              MOVE WS-GL-SUB TO WS-GL-FOUND-SUB
           END-IF.

      *    THE YEAR'S FIGURES GO TO THE HISTORY ARCHIVE UNDER THE
      *    POSTING YEAR, AS YEAR-END CLOSE WOULD HAVE PUT THEM, AND
      *    THE YTD RECORD IS REMOVED SO YEAR-END DOES NOT ARCHIVE
      *    THE SALESPERSON A SECOND TIME.  THE DRAW AND GUARANTEE
      *    ARE CLEARED SO NOTHING MORE IS ADVANCED OR OWED, THE
      *    HELD AMOUNT IS ZEROED, AND THE MASTER IS STAMPED AS
      *    SETTLED.
        0146-CLOSE-OUT-MASTERS.
           IF WS-YTD-RECORD-FOUND OR WS-ACCRUAL-AMT NOT = ZERO
              MOVE WS-POST-YEAR TO HIST-YEAR
              MOVE FSC-SALESPERSON-ID TO HIST-SALESPERSON-ID
              MOVE YTD-SALES-AMT TO HIST-SALES-AMT
              MOVE YTD-COMMISSION-AMT TO HIST-COMMISSION-AMT
              WRITE YTDHIST-RECORD
           END-IF.
           IF WS-YTD-RECORD-FOUND
              DELETE YTD-FILE RECORD
           END-IF.
           IF WS-DC-RECORD-FOUND
              MOVE ZERO TO DC-DRAW-BALANCE
              MOVE ZEROES TO DC-GUARANTEE-AMT
              REWRITE DRAWCAP-RECORD
           END-IF.
           IF WS-HLD-RECORD-FOUND
              IF WS-HELD-AMT > ZERO
                 MOVE WS-RUN-NUMBER TO HLD-LAST-PAID-RUN
              END-IF
              MOVE ZERO TO HLD-HELD-AMT
              MOVE WS-CURRENT-DATE TO HLD-LAST-MAINT-DATE
              REWRITE HOLD-RECORD
           END-IF.
           MOVE WS-CURRENT-DATE TO SM-SETTLED-DATE.
           REWRITE SALESMAST-RECORD.

        0148-ACCUMULATE-TOTALS.
           ADD WS-HELD-AMT TO WS-TOT-HELD.
           ADD WS-DRAW-OWED TO WS-TOT-DRAW-OWED.
           ADD WS-RECOVERY-AMT TO WS-TOT-RECOVERED.
           ADD WS-DEDUCT-AMT TO WS-TOT-DEDUCTED.
           ADD WS-WRITE-OFF-AMT TO WS-TOT-WRITTEN-OFF.
           ADD WS-NET-AMT TO WS-TOT-NET.
           ADD WS-ACCRUAL-AMT TO WS-TOT-ACCRUAL.

        0110-WRITE-HEADING-LINE.
            MOVE FRG-HEADING-LINE TO FINAL-REGISTER-LINE.
            WRITE FINAL-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE SPACES TO FINAL-REGISTER-LINE.
            WRITE FINAL-REGISTER-LINE.

        0115-WRITE-COLUMN-HEADING.
            MOVE SPACES TO FINAL-REGISTER-LINE.
            WRITE FINAL-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE FRG-COLUMN-HEADING-LINE TO FINAL-REGISTER-LINE.
            WRITE FINAL-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE SPACES TO FINAL-REGISTER-LINE.
            WRITE FINAL-REGISTER-LINE.

        0120-WRITE-RUN-LINE.
            MOVE WS-RUN-NUMBER TO FRG-RUN-NUMBER.
            MOVE WS-POST-PERIOD TO FRG-RUN-PERIOD.
            MOVE WS-RUN-RESULT TO FRG-RUN-RESULT.
            MOVE FRG-RUN-LINE TO FINAL-REGISTER-LINE.
            WRITE FINAL-REGISTER-LINE AFTER ADVANCING 1 LINE.

        0125-WRITE-DETAIL-LINE.
            MOVE FSC-SALESPERSON-ID TO FRG-DET-ID.
            MOVE SM-LASTNAME TO FRG-DET-NAME.
            MOVE SM-TERM-DATE TO FRG-DET-TERM-DATE.
            MOVE WS-HELD-AMT TO FRG-DET-HELD.
            MOVE WS-DRAW-OWED TO FRG-DET-DRAW-OWED.
            MOVE WS-RECOVERY-AMT TO FRG-DET-RECOVERED.
            MOVE WS-DEDUCT-AMT TO FRG-DET-DEDUCTED.
            MOVE WS-WRITE-OFF-AMT TO FRG-DET-WRITTEN-OFF.
            MOVE WS-NET-AMT TO FRG-DET-NET.
            IF FSC-DEDUCT
               MOVE 'DEDUCT' TO FRG-DET-DISPOSAL
            ELSE
               MOVE 'WRITE-OFF' TO FRG-DET-DISPOSAL
            END-IF.
            MOVE FRG-DETAIL-LINE TO FINAL-REGISTER-LINE.
            WRITE FINAL-REGISTER-LINE AFTER ADVANCING 1 LINE.

        0126-WRITE-REJECT-LINE.
            MOVE FSC-SALESPERSON-ID TO FRG-REJ-ID.
            MOVE WS-REP-NAME TO FRG-REJ-NAME.
            MOVE WS-TRAN-RESULT TO FRG-REJ-RESULT.
            MOVE FRG-REJECT-LINE TO FINAL-REGISTER-LINE.
            WRITE FINAL-REGISTER-LINE AFTER ADVANCING 1 LINE.

        0130-WRITE-TOTAL-LINES.
            MOVE SPACES TO FRG-DET-ID FRG-DET-TERM-DATE
                           FRG-DET-DISPOSAL.
            MOVE 'RUN TOTAL' TO FRG-DET-NAME.
            MOVE WS-TOT-HELD TO FRG-DET-HELD.
            MOVE WS-TOT-DRAW-OWED TO FRG-DET-DRAW-OWED.
            MOVE WS-TOT-RECOVERED TO FRG-DET-RECOVERED.
            MOVE WS-TOT-DEDUCTED TO FRG-DET-DEDUCTED.
            MOVE WS-TOT-WRITTEN-OFF TO FRG-DET-WRITTEN-OFF.
            MOVE WS-TOT-NET TO FRG-DET-NET.
            MOVE SPACES TO FINAL-REGISTER-LINE.
            WRITE FINAL-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE FRG-DETAIL-LINE TO FINAL-REGISTER-LINE.
            WRITE FINAL-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE SPACES TO FINAL-REGISTER-LINE.
            WRITE FINAL-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE 'CARDS READ:' TO FRG-TOTAL-LABEL.
            MOVE WS-CARDS-READ TO FRG-TOTAL-COUNT.
            MOVE FRG-TOTAL-LINE TO FINAL-REGISTER-LINE.
            WRITE FINAL-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE 'SALESPEOPLE SETTLED:' TO FRG-TOTAL-LABEL.
            MOVE WS-REPS-SETTLED TO FRG-TOTAL-COUNT.
            MOVE FRG-TOTAL-LINE TO FINAL-REGISTER-LINE.
            WRITE FINAL-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE 'CARDS REJECTED:' TO FRG-TOTAL-LABEL.
            MOVE WS-CARDS-REJECTED TO FRG-TOTAL-COUNT.
            MOVE FRG-TOTAL-LINE TO FINAL-REGISTER-LINE.
            WRITE FINAL-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE 'DRAW WRITTEN OFF:' TO FRG-AMT-LABEL.
            MOVE WS-TOT-WRITTEN-OFF TO FRG-AMT-VALUE.
            MOVE FRG-AMOUNT-LINE TO FINAL-REGISTER-LINE.
            WRITE FINAL-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE 'DRAW DEDUCTED FROM PAY:' TO FRG-AMT-LABEL.
            MOVE WS-TOT-DEDUCTED TO FRG-AMT-VALUE.
            MOVE FRG-AMOUNT-LINE TO FINAL-REGISTER-LINE.
            WRITE FINAL-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE 'NET TO PAYROLL:' TO FRG-AMT-LABEL.
            MOVE WS-TOT-NET TO FRG-AMT-VALUE.
            MOVE FRG-AMOUNT-LINE TO FINAL-REGISTER-LINE.
            WRITE FINAL-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE 'COMMISSION EXPENSE:' TO FRG-AMT-LABEL.
            MOVE WS-TOT-ACCRUAL TO FRG-AMT-VALUE.
            MOVE FRG-AMOUNT-LINE TO FINAL-REGISTER-LINE.
            WRITE FINAL-REGISTER-LINE AFTER ADVANCING 1 LINE.

        0135-WRITE-SIGNOFF-LINES.
            MOVE SPACES TO FINAL-REGISTER-LINE.
            WRITE FINAL-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE 'PREPARED BY:' TO FRG-SIGN-LABEL.
            MOVE FRG-SIGNOFF-LINE TO FINAL-REGISTER-LINE.
            WRITE FINAL-REGISTER-LINE AFTER ADVANCING 2 LINES.
            MOVE 'PAYROLL APPROVAL:' TO FRG-SIGN-LABEL.
            MOVE FRG-SIGNOFF-LINE TO FINAL-REGISTER-LINE.
            WRITE FINAL-REGISTER-LINE AFTER ADVANCING 2 LINES.
            MOVE 'FINANCE APPROVAL:' TO FRG-SIGN-LABEL.
            MOVE FRG-SIGNOFF-LINE TO FINAL-REGISTER-LINE.
            WRITE FINAL-REGISTER-LINE AFTER ADVANCING 2 LINES.

      *    THE FINAL STATEMENT FOLLOWS THE COMMSTMT PAGE, ONE PAGE
      *    PER SALESPERSON SETTLED, SHOWING HOW THE DRAW WAS
      *    SETTLED AND THE YEAR'S FIGURES AS ARCHIVED.
        0160-WRITE-FINAL-STATEMENT.
           MOVE WS-POST-PERIOD TO STMT-HDG-PERIOD.
           MOVE WS-RUN-NUMBER TO STMT-HDG-RUN.
           MOVE WS-REPS-SETTLED TO STMT-HDG-SEQ.
           MOVE STMT-HEADING-LINE TO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE AFTER ADVANCING PAGE.
           MOVE STMT-RULE-LINE TO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SALESPERSON ID:' TO STMT-LABEL.
           MOVE FSC-SALESPERSON-ID TO WS-STMT-ID-ED.
           MOVE WS-STMT-ID-ED TO STMT-VALUE.
           PERFORM 0165-WRITE-STMT-ITEM.
           MOVE 'SALESPERSON NAME:' TO STMT-LABEL.
           MOVE WS-REP-NAME TO STMT-VALUE.
           PERFORM 0165-WRITE-STMT-ITEM.
           MOVE 'REGION:' TO STMT-LABEL.
           MOVE SM-REGION TO STMT-VALUE.
           PERFORM 0165-WRITE-STMT-ITEM.
           MOVE 'HIRE DATE:' TO STMT-LABEL.
           MOVE SM-HIRE-DATE TO WS-STMT-DATE.
           MOVE WS-STMT-DATE TO STMT-VALUE.
           PERFORM 0165-WRITE-STMT-ITEM.
           MOVE 'TERMINATION DATE:' TO STMT-LABEL.
           MOVE SM-TERM-DATE TO WS-STMT-DATE.
           MOVE WS-STMT-DATE TO STMT-VALUE.
           PERFORM 0165-WRITE-STMT-ITEM.
           MOVE 'SETTLEMENT DATE:' TO STMT-LABEL.
           MOVE SM-SETTLED-DATE TO WS-STMT-DATE.
           MOVE WS-STMT-DATE TO STMT-VALUE.
           PERFORM 0165-WRITE-STMT-ITEM.
           MOVE 'YTD SALES:' TO STMT-LABEL.
           MOVE WS-YTD-SALES-BEFORE TO WS-STMT-AMOUNT.
           MOVE WS-STMT-AMOUNT TO STMT-VALUE.
           PERFORM 0165-WRITE-STMT-ITEM.
           MOVE 'YTD COMMISSION TO DATE:' TO STMT-LABEL.
           MOVE WS-YTD-COMM-BEFORE TO WS-STMT-MONEY.
           MOVE WS-STMT-MONEY TO STMT-VALUE.
           PERFORM 0165-WRITE-STMT-ITEM.
           MOVE 'HELD COMMISSION RELEASED:' TO STMT-LABEL.
           MOVE WS-HELD-AMT TO WS-STMT-MONEY.
           MOVE WS-STMT-MONEY TO STMT-VALUE.
           PERFORM 0165-WRITE-STMT-ITEM.
           MOVE 'DRAW BALANCE OUTSTANDING:' TO STMT-LABEL.
           MOVE WS-DRAW-OWED TO WS-STMT-MONEY.
           MOVE WS-STMT-MONEY TO STMT-VALUE.
           PERFORM 0165-WRITE-STMT-ITEM.
           MOVE '  RECOVERED FROM COMMISSION:' TO STMT-LABEL.
           MOVE WS-RECOVERY-AMT TO WS-STMT-MONEY.
           MOVE WS-STMT-MONEY TO STMT-VALUE.
           PERFORM 0165-WRITE-STMT-ITEM.
           MOVE '  DEDUCTED FROM FINAL PAY:' TO STMT-LABEL.
           MOVE WS-DEDUCT-AMT TO WS-STMT-MONEY.
           MOVE WS-STMT-MONEY TO STMT-VALUE.
           PERFORM 0165-WRITE-STMT-ITEM.
           MOVE '  WRITTEN OFF:' TO STMT-LABEL.
           MOVE WS-WRITE-OFF-AMT TO WS-STMT-MONEY.
           MOVE WS-STMT-MONEY TO STMT-VALUE.
           PERFORM 0165-WRITE-STMT-ITEM.
           MOVE 'FINAL COMMISSION PAYMENT:' TO STMT-LABEL.
           MOVE WS-NET-AMT TO WS-STMT-MONEY.
           MOVE WS-STMT-MONEY TO STMT-VALUE.
           PERFORM 0165-WRITE-STMT-ITEM.
           MOVE 'FINAL YTD COMMISSION:' TO STMT-LABEL.
           MOVE YTD-COMMISSION-AMT TO WS-STMT-MONEY.
           MOVE WS-STMT-MONEY TO STMT-VALUE.
           PERFORM 0165-WRITE-STMT-ITEM.
           MOVE SPACES TO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE AFTER ADVANCING 1 LINE.
           MOVE STMT-RULE-LINE TO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE AFTER ADVANCING 1 LINE.

        0165-WRITE-STMT-ITEM.
           MOVE STMT-ITEM-LINE TO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STMT-VALUE.

      *    THE FINAL JOURNAL FOLLOWS THE SALES RUN'S: COMMISSION
      *    EXPENSE DEBITED BY REGION AND COMMISSION PAYABLE
      *    CREDITED IN TOTAL.  THE HELD COMMISSION WAS JOURNALLED
      *    WHEN IT WAS HELD, SO ONLY THE DRAW RECOVERED OR DEDUCTED
      *    IS POSTED NOW, AS A NEGATIVE DEBIT AND CREDIT.  A DRAW
      *    WRITTEN OFF WAS EXPENSED WHEN IT WAS ADVANCED AND NEEDS
      *    NO ENTRY.
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
           MOVE WS-TOT-ACCRUAL TO GLJ-AMOUNT.
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

      *    THE FINAL ENTRY CARRIES NO TIER SCHEDULE; ITS COMMISSION
      *    TOTAL IS THE GL CREDIT, AS ON EVERY OTHER RUN.
        0170-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RLOG-FILE-MISSING
              OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE SPACES TO RUNLOG-RECORD.
           MOVE WS-RUN-NUMBER TO RLOG-RUN-NUMBER.
           MOVE WS-CURRENT-DATE TO RLOG-RUN-DATE.
           MOVE WS-CURRENT-TIME (1:6) TO RLOG-RUN-TIME.
           MOVE 'FINAL' TO RLOG-RUN-MODE.
           MOVE 'F' TO RLOG-RESTART-FLAG.
           MOVE ZEROES TO RLOG-TIER-1-LIMIT RLOG-TIER-2-LIMIT
                          RLOG-TIER-3-LIMIT.
           MOVE ZERO TO RLOG-TIER-1-RATE RLOG-TIER-2-RATE
                        RLOG-TIER-3-RATE RLOG-TIER-4-RATE.
           MOVE WS-CARDS-READ TO RLOG-RECORDS-READ.
           MOVE WS-CARDS-REJECTED TO RLOG-RECORDS-REJECTED.
           MOVE ZERO TO RLOG-TOTAL-SALES.
           MOVE WS-TOT-ACCRUAL TO RLOG-TOTAL-COMM-AMT.
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
           MOVE 'FINAL' TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'POSTING PERIOD:' TO AUD-LABEL.
           MOVE WS-POST-PERIOD TO WS-AUD-PERIOD.
           MOVE WS-AUD-PERIOD TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'SETTLEMENT CARDS READ:' TO AUD-LABEL.
           MOVE WS-CARDS-READ TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'CARDS REJECTED:' TO AUD-LABEL.
           MOVE WS-CARDS-REJECTED TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'SALESPEOPLE SETTLED:' TO AUD-LABEL.
           MOVE WS-REPS-SETTLED TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'HELD COMMISSION RELEASED:' TO AUD-LABEL.
           MOVE WS-TOT-HELD TO WS-AUD-AMOUNT.
           MOVE WS-AUD-AMOUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'DRAW OUTSTANDING:' TO AUD-LABEL.
           MOVE WS-TOT-DRAW-OWED TO WS-AUD-AMOUNT.
           MOVE WS-AUD-AMOUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'DRAW RECOVERED:' TO AUD-LABEL.
           MOVE WS-TOT-RECOVERED TO WS-AUD-AMOUNT.
           MOVE WS-AUD-AMOUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'DRAW DEDUCTED:' TO AUD-LABEL.
           MOVE WS-TOT-DEDUCTED TO WS-AUD-AMOUNT.
           MOVE WS-AUD-AMOUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'DRAW WRITTEN OFF:' TO AUD-LABEL.
           MOVE WS-TOT-WRITTEN-OFF TO WS-AUD-AMOUNT.
           MOVE WS-AUD-AMOUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'NET TO PAYROLL:' TO AUD-LABEL.
           MOVE WS-TOT-NET TO WS-AUD-AMOUNT.
           MOVE WS-AUD-AMOUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'TOTAL COMMISSION:' TO AUD-LABEL.
           MOVE WS-TOT-ACCRUAL TO WS-AUD-AMOUNT.
           MOVE WS-AUD-AMOUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           CLOSE RUN-AUDIT-FILE.

        0185-WRITE-AUDIT-ITEM.
           MOVE AUDIT-ITEM-LINE TO RUN-AUDIT-LINE.
           WRITE RUN-AUDIT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO AUD-VALUE.

        0200-STOP-RUN.
           CLOSE FINAL-REGISTER-FILE.
           EVALUATE TRUE
               WHEN WS-INVALID-RUN
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CARDS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

          END PROGRAM FINALSET.
