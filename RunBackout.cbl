       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBACKOUT.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  This program backs out a completed sales run by its run    *
      *   number.  The control card BACKOUT.DAT names the run and a *
      *   reason code.  The run is found on RUNLOG.DAT and each     *
      *   posting it journalled on RUNPOST.DAT is reversed: the     *
      *   sales and commission come off YTDMAST.DAT, the draw       *
      *   advanced or recovered is put back on DRAWCAP.DAT, and a   *
      *   negative line is written to the payroll extract and to    *
      *   the commission history COMMHIST.DAT.  A reversing GL      *
      *   journal is written, a monthly run's period is reopened on *
      *   PERIODCTL.DAT, and the back-out is logged on RUNLOG.DAT   *
      *   and RUNAUDIT.DAT under its own run number so the trail    *
      *   shows both runs.  A run that cannot be reversed cleanly   *
      *   is refused before anything is updated.  Commission the    *
      *   run held or released under a commission hold is put back  *
      *   on HOLDMAST.DAT, and only what actually reached payroll   *
      *   is taken back through the payroll extract.  A FINALSET    *
      *   settlement cannot be backed out, nor can any run that     *
      *   paid a salesperson who has since been finally settled.  A *
      *   contest the run paid is reopened on CONTEST.DAT and its   *
      *   bonuses are credited back to CONTEXP.  The run's          *
      *   transaction fingerprints on FINGERPR.DAT and its batches  *
      *   on BATCHREG.DAT are cleared so the corrected run can post *
      *   the same sales again; a batch the run took from an        *
      *   earlier released run goes back to that run.  HELDCOMM.DAT *
      *   is written for the back-out run with each held or         *
      *   released item negated.  A back-out is refused while a     *
      *   sales run is waiting to restart on CHKPOINT.DAT, since    *
      *   that run has already posted under the next run number.    *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT BACKOUT-CONTROL-FILE ASSIGN TO "BACKOUT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BKO-STATUS.
            SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RLOG-STATUS.
            SELECT CHECKPOINT-FILE ASSIGN TO "CHKPOINT.DAT"
             ORGANIZATION IS RELATIVE
             ACCESS MODE IS RANDOM
             RELATIVE KEY IS WS-CKPT-RELATIVE-KEY
             FILE STATUS IS WS-CKPT-STATUS.
            SELECT RUN-POSTING-FILE ASSIGN TO "RUNPOST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPST-STATUS.
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
            SELECT COMMHIST-FILE ASSIGN TO "COMMHIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CH-KEY
             FILE STATUS IS WS-CH-STATUS.
            SELECT HOLD-FILE ASSIGN TO "HOLDMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HLD-SALESPERSON-ID
             FILE STATUS IS WS-HLD-STATUS.
            SELECT CONTEST-FILE ASSIGN TO "CONTEST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CT-CONTEST-ID
             FILE STATUS IS WS-CT-STATUS.
            SELECT FINGERPRINT-FILE ASSIGN TO "FINGERPR.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FP-KEY
             FILE STATUS IS WS-FP-STATUS.
            SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BRG-KEY
             FILE STATUS IS WS-BRG-STATUS.
            SELECT SALESMAST-FILE ASSIGN TO "SALESMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SM-SALESPERSON-ID
             FILE STATUS IS WS-MAST-STATUS.
            SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCTL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PCTL-STATUS.
            SELECT PAYROLL-FILE ASSIGN TO "PAYROLL.DAT".
            SELECT HELD-EXTRACT-FILE ASSIGN TO "HELDCOMM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
            SELECT GL-JOURNAL-FILE ASSIGN TO "GLJOURNL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RUN-AUDIT-FILE ASSIGN TO "RUNAUDIT.DAT".
            SELECT BACKOUT-REPORT-FILE ASSIGN TO "BACKOUTRPT.DAT".

       DATA DIVISION.
       FILE SECTION.
       FD BACKOUT-CONTROL-FILE.

       01 BACKOUT-CONTROL-RECORD.
            05 BKO-RUN-NUMBER       PIC 9(5).
            05 FILLER               PIC X(1).
            05 BKO-REASON-CODE      PIC X(3).

        FD RUN-LOG-FILE.

        COPY RUNLOG.

        FD CHECKPOINT-FILE.

        COPY CHKPOINT.

        FD RUN-POSTING-FILE.

        COPY RUNPOST.

        FD YTD-FILE.

        01  YTD-RECORD.
            05 YTD-SALESPERSON-ID     PIC 9(5).
            05 YTD-SALES-AMT          PIC S9(10) COMP-3.
            05 YTD-COMMISSION-AMT     PIC S9(10) COMP-3.

        FD DRAWCAP-FILE.

        COPY DRAWCAP.

        FD COMMHIST-FILE.

        COPY COMMHIST.

        FD HOLD-FILE.

        COPY HOLDMAST.

        FD CONTEST-FILE.

        COPY CONTEST.

        FD FINGERPRINT-FILE.

        COPY FINGERPR.

        FD BATCH-REGISTER-FILE.

        COPY BATCHREG.

        FD SALESMAST-FILE.

        COPY SALESMAST.

        FD PERIOD-CONTROL-FILE.

      *    ONE RECORD PER ACCOUNTING PERIOD.  STATUS O = OPEN,
      *    P = PROCESSED BY A MONTHLY RUN, C = CLOSED AT YEAR END.
        01  PERIOD-CONTROL-RECORD.
            05 PCT-PERIOD           PIC 9(6).
            05 FILLER               PIC X(1).
            05 PCT-STATUS           PIC X(1).

        FD PAYROLL-FILE.

        01  PAYROLL-LINE           PIC X(132).

        FD HELD-EXTRACT-FILE.

        COPY HELDCOMM.

        FD GL-JOURNAL-FILE.

        COPY GLJOURNL.

        FD RUN-AUDIT-FILE.

        01  RUN-AUDIT-LINE         PIC X(132).

        FD BACKOUT-REPORT-FILE.

        01  BACKOUT-REPORT-LINE    PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-FIELDS.
            05 WS-POSTINGS-FOUND   PIC 9(7) COMP-3 VALUE ZERO.
            05 WS-POSTINGS-REVERSED PIC 9(7) COMP-3 VALUE ZERO.
            05 WS-WARNING-COUNT    PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-FOUND-COMM-AMT   PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-REV-SALES-AMT    PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-REV-COMM-AMT     PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-REV-DRAW-AMT     PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-REV-HOLD-AMT     PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-POST-HOLD-CHANGE PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-POST-PAID-AMT    PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-POST-NOTE        PIC X(20) VALUE SPACES.

        01  WS-BKO-FIELDS.
            05 WS-BKO-STATUS        PIC X(02) VALUE SPACES.
                88 WS-BKO-OK                VALUE '00'.
                88 WS-BKO-FILE-MISSING      VALUE '35'.

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

      *    THE TARGET RUN'S LOG RECORD IS KEPT WHOLE SO THE BACK-OUT
      *    ENTRY CAN CARRY THE SAME TIER SCHEDULE FORWARD.
        01  WS-TARGET-RUN-FIELDS.
            05 WS-TGT-FOUND-SW      PIC X(01) VALUE 'N'.
                88 WS-TGT-FOUND             VALUE 'Y'.
            05 WS-TGT-REVERSED-SW   PIC X(01) VALUE 'N'.
                88 WS-TGT-ALREADY-REVERSED  VALUE 'Y'.
            05 WS-TGT-CLOSED-SW     PIC X(01) VALUE 'N'.
                88 WS-TGT-YEAR-CLOSED       VALUE 'Y'.
            05 WS-TGT-MODE          PIC X(07) VALUE SPACES.
                88 WS-TGT-MONTHLY           VALUE 'MONTHLY'.
                88 WS-TGT-YEAREND           VALUE 'YEAREND'.
                88 WS-TGT-BACKOUT           VALUE 'BACKOUT'.
                88 WS-TGT-FINAL             VALUE 'FINAL'.
            05 WS-TGT-PERIOD        PIC 9(06) VALUE ZEROES.
            05 WS-TGT-COMM-AMT      PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-TGT-RUNLOG-RECORD PIC X(100) VALUE SPACES.

        01  WS-RUN-POSTING-FIELDS.
            05 WS-RPST-STATUS       PIC X(02) VALUE SPACES.
                88 WS-RPST-OK               VALUE '00'.
                88 WS-RPST-FILE-MISSING     VALUE '35'.
            05 WS-END-OF-RPST-SW    PIC X(01) VALUE 'N'.
                88 WS-END-OF-RPST           VALUE 'Y'.

        01  WS-YTD-FIELDS.
            05 WS-YTD-STATUS        PIC X(02) VALUE SPACES.
                88 WS-YTD-OK              VALUE '00'.
                88 WS-YTD-NOT-FOUND       VALUE '23'.
                88 WS-YTD-FILE-MISSING    VALUE '35'.
            05 WS-YTD-FOUND-SW      PIC X(01) VALUE 'N'.
                88 WS-YTD-RECORD-FOUND    VALUE 'Y'.

        01  WS-MAST-FIELDS.
            05 WS-MAST-STATUS       PIC X(02) VALUE SPACES.
                88 WS-MAST-OK             VALUE '00'.
                88 WS-MAST-NOT-FOUND      VALUE '23'.
                88 WS-MAST-FILE-MISSING   VALUE '35'.
            05 WS-SETTLED-POSTINGS  PIC 9(7) COMP-3 VALUE ZERO.

        01  WS-DRAW-FIELDS.
            05 WS-DC-STATUS         PIC X(02) VALUE SPACES.
                88 WS-DC-OK               VALUE '00'.
                88 WS-DC-NOT-FOUND        VALUE '23'.
                88 WS-DC-FILE-MISSING     VALUE '35'.
            05 WS-DC-FOUND-SW       PIC X(01) VALUE 'N'.
                88 WS-DC-RECORD-FOUND     VALUE 'Y'.

        01  WS-COMMHIST-FIELDS.
            05 WS-CH-STATUS         PIC X(02) VALUE SPACES.
                88 WS-CH-OK                 VALUE '00'.
                88 WS-CH-FILE-MISSING       VALUE '35'.
            05 WS-CH-FOUND-SW       PIC X(01) VALUE 'N'.
                88 WS-CH-RECORD-FOUND       VALUE 'Y'.

        01  WS-HOLD-FIELDS.
            05 WS-HLD-STATUS        PIC X(02) VALUE SPACES.
                88 WS-HLD-OK                VALUE '00'.
                88 WS-HLD-NOT-FOUND         VALUE '23'.
                88 WS-HLD-FILE-MISSING      VALUE '35'.
            05 WS-HLD-FOUND-SW      PIC X(01) VALUE 'N'.
                88 WS-HLD-RECORD-FOUND      VALUE 'Y'.

      *    A CONTEST THE TARGET RUN PAID IS PUT BACK OPEN SO THE
      *    CORRECTED RUN PAYS IT AGAIN FROM THE CORRECTED SALES.
        01  WS-CONTEST-FIELDS.
            05 WS-CT-STATUS         PIC X(02) VALUE SPACES.
                88 WS-CT-OK                 VALUE '00'.
                88 WS-CT-FILE-MISSING       VALUE '35'.
            05 WS-END-OF-CT-SW      PIC X(01) VALUE 'N'.
                88 WS-END-OF-CT             VALUE 'Y'.
            05 WS-CONTESTS-REOPENED PIC 9(5) COMP-3 VALUE ZERO.

      *    THE TARGET RUN'S FINGERPRINTS AND BATCH REGISTRATIONS ARE
      *    REMOVED SO ITS SALES ARE NOT TAKEN FOR DUPLICATES WHEN
      *    THE CORRECTED RUN POSTS THEM AGAIN.
        01  WS-DUPLICATE-FIELDS.
            05 WS-FP-STATUS         PIC X(02) VALUE SPACES.
                88 WS-FP-OK                 VALUE '00'.
                88 WS-FP-FILE-MISSING       VALUE '35'.
            05 WS-END-OF-FP-SW      PIC X(01) VALUE 'N'.
                88 WS-END-OF-FP             VALUE 'Y'.
            05 WS-BRG-STATUS        PIC X(02) VALUE SPACES.
                88 WS-BRG-OK                VALUE '00'.
                88 WS-BRG-FILE-MISSING      VALUE '35'.
            05 WS-END-OF-BRG-SW     PIC X(01) VALUE 'N'.
                88 WS-END-OF-BRG            VALUE 'Y'.
            05 WS-FP-CLEARED        PIC 9(7) COMP-3 VALUE ZERO.
            05 WS-BATCHES-CLEARED   PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-BATCHES-RESTORED  PIC 9(5) COMP-3 VALUE ZERO.

        01  WS-PERIOD-CONTROL-FIELDS.
            05 WS-PCTL-STATUS       PIC X(02) VALUE SPACES.
                88 WS-PCTL-OK             VALUE '00'.
                88 WS-PCTL-FILE-MISSING   VALUE '35'.
            05 WS-END-OF-PCTL-SW    PIC X(01) VALUE 'N'.
                88 WS-END-OF-PCTL         VALUE 'Y'.
            05 WS-PCTL-COUNT        PIC 9(3) COMP-3 VALUE ZERO.
            05 WS-PCTL-MAX          PIC 9(3) COMP-3 VALUE 240.
            05 WS-PCTL-SUB          PIC 9(3) COMP-3 VALUE ZERO.
            05 WS-PCTL-FOUND-SUB    PIC 9(3) COMP-3 VALUE ZERO.
            05 WS-PCTL-LATER-SW     PIC X(01) VALUE 'N'.
                88 WS-PCTL-LATER-PROCESSED VALUE 'Y'.
            05 WS-PCTL-OVERFLOW-SW  PIC X(01) VALUE 'N'.
                88 WS-PCTL-OVERFLOW       VALUE 'Y'.
            05 WS-PCTL-MESSAGE      PIC X(30) VALUE SPACES.
            05 WS-PERIOD-TABLE OCCURS 240 TIMES.
                10 WS-PCT-PERIOD    PIC 9(6).
                10 WS-PCT-STATUS    PIC X(1).

      *    THE REVERSING JOURNAL CREDITS COMMISSION EXPENSE BACK TO
      *    EACH SOURCE THE ORIGINAL RUN DEBITED AND DEBITS
      *    COMMISSION PAYABLE IN TOTAL.  CONTEST BONUSES (TYPE B)
      *    ARE CREDITED BACK TO CONTEXP BY CONTEST ID.  THE TABLE
      *    COVERS THE SALES RUN'S 20 REGIONS, 50 ADJUSTMENT REASONS
      *    AND 20 CONTESTS PLUS UNASSIGNED; ANYTHING BEYOND IT IS
      *    CREDITED TO COMMEXP AS UNASSIGNED.
        01  WS-GL-FIELDS.
            05 WS-GL-COUNT          PIC 9(3) COMP-3 VALUE ZERO.
            05 WS-GL-MAX            PIC 9(3) COMP-3 VALUE 100.
            05 WS-GL-SUB            PIC 9(3) COMP-3 VALUE ZERO.
            05 WS-GL-FOUND-SUB      PIC 9(3) COMP-3 VALUE ZERO.
            05 WS-GL-OVERFLOW-COMM  PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-GL-POST-ACCOUNT   PIC X(7) VALUE SPACES.
            05 WS-GL-SOURCE-TABLE OCCURS 100 TIMES.
                10 WS-GL-ACCOUNT    PIC X(7).
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

        01  BKO-HEADING-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(19) VALUE
               'RUN BACK-OUT REPORT'.
            05 FILLER              PIC X(108) VALUE SPACES.

        01  BKO-REQUEST-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 FILLER               PIC X(4)   VALUE 'RUN '.
            05 BKO-REQ-RUN          PIC X(5).
            05 FILLER               PIC X(4)   VALUE SPACES.
            05 FILLER               PIC X(7)   VALUE 'REASON '.
            05 BKO-REQ-REASON       PIC X(3).
            05 FILLER               PIC X(4)   VALUE SPACES.
            05 BKO-REQ-RESULT       PIC X(30).
            05 FILLER               PIC X(70)  VALUE SPACES.

        01  BKO-COLUMN-HEADING-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(11) VALUE 'SALESPERSON'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(4)  VALUE 'TYPE'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(9)  VALUE 'GL SOURCE'.
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 FILLER              PIC X(15) VALUE '    SALES'.
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 FILLER              PIC X(15) VALUE '    COMMISSION'.
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 FILLER              PIC X(15) VALUE '  DRAW MOVEMENT'.
            05 FILLER              PIC X(42) VALUE SPACES.

        01  BKO-DETAIL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 BKO-DET-ID           PIC X(5).
            05 FILLER               PIC X(9)   VALUE SPACES.
            05 BKO-DET-TYPE         PIC X(1).
            05 FILLER               PIC X(4)   VALUE SPACES.
            05 BKO-DET-SOURCE       PIC X(9).
            05 FILLER               PIC X(4)   VALUE SPACES.
            05 BKO-DET-SALES        PIC Z,ZZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 BKO-DET-COMM         PIC Z,ZZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 BKO-DET-DRAW         PIC Z,ZZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(4)   VALUE SPACES.
            05 BKO-DET-NOTE         PIC X(20).
            05 FILLER               PIC X(17)  VALUE SPACES.

        01  BKO-TOTAL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 BKO-TOTAL-LABEL      PIC X(23).
            05 BKO-TOTAL-COUNT      PIC Z,ZZ9.
            05 FILLER               PIC X(99)  VALUE SPACES.

        01  BKO-AMOUNT-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 BKO-AMT-LABEL        PIC X(23).
            05 BKO-AMT-VALUE        PIC Z,ZZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(90)  VALUE SPACES.

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
           OPEN OUTPUT BACKOUT-REPORT-FILE.
           PERFORM 0110-WRITE-HEADING-LINE.
           PERFORM 0052-READ-CONTROL-CARD.
           IF WS-VALID-TRAN
              PERFORM 0057-CHECK-PENDING-RESTART
           END-IF.
           IF WS-VALID-TRAN
              PERFORM 0054-FIND-TARGET-RUN
           END-IF.
           IF WS-VALID-TRAN
              PERFORM 0060-CHECK-PERIOD-CONTROL
           END-IF.
           IF WS-VALID-TRAN
              PERFORM 0070-CHECK-RUN-POSTINGS
           END-IF.
           IF WS-VALID-TRAN
              MOVE 'BACKED OUT' TO WS-TRAN-RESULT
           END-IF.
           PERFORM 0120-WRITE-REQUEST-LINE.
           IF WS-VALID-TRAN
              PERFORM 0100-REVERSE-POSTINGS
              PERFORM 0150-WRITE-GL-JOURNAL
              PERFORM 0160-REOPEN-PERIOD
              PERFORM 0190-REOPEN-CONTESTS
              PERFORM 0195-CLEAR-FINGERPRINTS
              PERFORM 0197-CLEAR-BATCH-REGISTER
              PERFORM 0170-WRITE-RUN-LOG
              PERFORM 0180-WRITE-RUN-AUDIT
              PERFORM 0130-WRITE-TOTAL-LINES
           END-IF.
           PERFORM 0200-STOP-RUN.

        0052-READ-CONTROL-CARD.
           SET WS-VALID-TRAN TO TRUE.
           MOVE SPACES TO WS-TRAN-RESULT.
           MOVE SPACES TO BACKOUT-CONTROL-RECORD.
           OPEN INPUT BACKOUT-CONTROL-FILE.
           IF WS-BKO-FILE-MISSING
              SET WS-INVALID-TRAN TO TRUE
              MOVE 'NO BACK-OUT CONTROL CARD' TO WS-TRAN-RESULT
           ELSE
              READ BACKOUT-CONTROL-FILE
                 AT END
                    SET WS-INVALID-TRAN TO TRUE
                    MOVE 'NO BACK-OUT CONTROL CARD'
                      TO WS-TRAN-RESULT
              END-READ
              CLOSE BACKOUT-CONTROL-FILE
           END-IF.
           IF WS-VALID-TRAN
              IF BKO-RUN-NUMBER NOT NUMERIC
               OR BKO-RUN-NUMBER = ZEROES
                 SET WS-INVALID-TRAN TO TRUE
                 MOVE 'INVALID RUN NUMBER' TO WS-TRAN-RESULT
              END-IF
           END-IF.
           IF WS-VALID-TRAN
              IF BKO-REASON-CODE = SPACES
                 SET WS-INVALID-TRAN TO TRUE
                 MOVE 'MISSING REASON CODE' TO WS-TRAN-RESULT
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
                    SET WS-INVALID-TRAN TO TRUE
                    MOVE 'SALES RUN PENDING RESTART'
                      TO WS-TRAN-RESULT
              END-READ
              CLOSE CHECKPOINT-FILE
           END-IF.

      *    ONE PASS OF THE RUN LOG FINDS THE TARGET RUN, ANY EARLIER
      *    BACK-OUT OF IT, AND THE LAST RUN NUMBER ISSUED; THE
      *    BACK-OUT TAKES THE NEXT NUMBER JUST AS A SALES RUN WOULD.
      *    A YEAR-END CLOSE LOGGED AFTER THE RUN HAS ARCHIVED AND
      *    ZEROED THE YTD MASTER IT POSTED TO, SO THE RUN IS REFUSED
      *    HERE; A YEARLY RUN CARRIES NO PERIOD FOR THE PERIOD
      *    CONTROL CHECK TO CATCH IT.
        0054-FIND-TARGET-RUN.
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
           EVALUATE TRUE
               WHEN NOT WS-TGT-FOUND
                   SET WS-INVALID-TRAN TO TRUE
                   MOVE 'RUN NOT ON RUN LOG' TO WS-TRAN-RESULT
               WHEN WS-TGT-ALREADY-REVERSED
                   SET WS-INVALID-TRAN TO TRUE
                   MOVE 'RUN ALREADY BACKED OUT' TO WS-TRAN-RESULT
               WHEN WS-TGT-BACKOUT
                   SET WS-INVALID-TRAN TO TRUE
                   MOVE 'RUN IS ITSELF A BACK-OUT' TO WS-TRAN-RESULT
               WHEN WS-TGT-YEAR-CLOSED
                   SET WS-INVALID-TRAN TO TRUE
                   MOVE 'YEAR CLOSED SINCE RUN' TO WS-TRAN-RESULT
               WHEN WS-TGT-YEAREND
                   SET WS-INVALID-TRAN TO TRUE
                   MOVE 'YEAR-END RUN CANNOT BE REVERSED'
                     TO WS-TRAN-RESULT
               WHEN WS-TGT-FINAL
                   SET WS-INVALID-TRAN TO TRUE
                   MOVE 'FINAL RUN CANNOT BE REVERSED'
                     TO WS-TRAN-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

        0055-SCAN-ONE-RUN-LOG-RECORD.
           IF RLOG-RUN-NUMBER NUMERIC
              MOVE RLOG-RUN-NUMBER TO WS-LAST-RUN-NUMBER
              IF RLOG-RUN-NUMBER = BKO-RUN-NUMBER
                 SET WS-TGT-FOUND TO TRUE
                 MOVE RUNLOG-RECORD TO WS-TGT-RUNLOG-RECORD
                 MOVE RLOG-RUN-MODE TO WS-TGT-MODE
                 IF RLOG-RUN-PERIOD NUMERIC
                    MOVE RLOG-RUN-PERIOD TO WS-TGT-PERIOD
                 END-IF
                 IF RLOG-TOTAL-COMM-AMT NUMERIC
                    MOVE RLOG-TOTAL-COMM-AMT TO WS-TGT-COMM-AMT
                 END-IF
              END-IF
              IF RLOG-RUN-MODE = 'BACKOUT'
               AND RLOG-REVERSED-RUN = BKO-RUN-NUMBER
                 SET WS-TGT-ALREADY-REVERSED TO TRUE
              END-IF
              IF RLOG-RUN-MODE = 'YEAREND'
               AND RLOG-RUN-NUMBER > BKO-RUN-NUMBER
                 SET WS-TGT-YEAR-CLOSED TO TRUE
              END-IF
           END-IF.
           READ RUN-LOG-FILE
                AT END SET WS-END-OF-RLOG TO TRUE
                END-READ.

      *    A CLOSED YEAR CANNOT BE REOPENED BY A BACK-OUT.  A MONTHLY
      *    RUN CAN ONLY BE BACKED OUT WHILE IT IS THE LATEST PERIOD
      *    PROCESSED, OTHERWISE REOPENING IT WOULD PUT THE PERIOD
      *    SEQUENCE OUT OF ORDER FOR THE NEXT SALES RUN.
        0060-CHECK-PERIOD-CONTROL.
           PERFORM 0062-LOAD-PERIOD-TABLE.
           MOVE ZERO TO WS-PCTL-FOUND-SUB.
           IF WS-TGT-PERIOD > ZEROES
              PERFORM 0064-SCAN-ONE-PERIOD
                 VARYING WS-PCTL-SUB FROM 1 BY 1
                 UNTIL WS-PCTL-SUB > WS-PCTL-COUNT
           END-IF.
           EVALUATE TRUE
               WHEN WS-PCTL-OVERFLOW
                   SET WS-INVALID-TRAN TO TRUE
                   MOVE 'PERIOD TABLE LIMIT EXCEEDED'
                     TO WS-TRAN-RESULT
               WHEN WS-PCTL-FOUND-SUB = ZERO
                   CONTINUE
               WHEN WS-PCT-STATUS (WS-PCTL-FOUND-SUB) = 'C'
                   SET WS-INVALID-TRAN TO TRUE
                   MOVE 'PERIOD IS CLOSED' TO WS-TRAN-RESULT
               WHEN WS-TGT-MONTHLY AND WS-PCTL-LATER-PROCESSED
                   SET WS-INVALID-TRAN TO TRUE
                   MOVE 'LATER PERIOD ALREADY PROCESSED'
                     TO WS-TRAN-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

        0062-LOAD-PERIOD-TABLE.
           MOVE ZERO TO WS-PCTL-COUNT.
           MOVE 'N' TO WS-END-OF-PCTL-SW.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PCTL-OK
              READ PERIOD-CONTROL-FILE
                   AT END SET WS-END-OF-PCTL TO TRUE
                   END-READ
              PERFORM 0063-LOAD-ONE-PERIOD
                 UNTIL WS-END-OF-PCTL
              CLOSE PERIOD-CONTROL-FILE
           END-IF.

      *    A CONTROL FILE LARGER THAN THE TABLE REFUSES THE BACK-OUT
      *    RATHER THAN REWRITING THE FILE WITHOUT THE PERIODS THAT
      *    NEVER LOADED.
        0063-LOAD-ONE-PERIOD.
           IF PCT-PERIOD NUMERIC AND PCT-PERIOD > ZEROES
              IF WS-PCTL-COUNT >= WS-PCTL-MAX
                 SET WS-PCTL-OVERFLOW TO TRUE
              ELSE
                 ADD 1 TO WS-PCTL-COUNT
                 MOVE PCT-PERIOD TO WS-PCT-PERIOD (WS-PCTL-COUNT)
                 MOVE PCT-STATUS TO WS-PCT-STATUS (WS-PCTL-COUNT)
              END-IF
           END-IF.
           READ PERIOD-CONTROL-FILE
                AT END SET WS-END-OF-PCTL TO TRUE
                END-READ.

        0064-SCAN-ONE-PERIOD.
           IF WS-PCT-PERIOD (WS-PCTL-SUB) = WS-TGT-PERIOD
              MOVE WS-PCTL-SUB TO WS-PCTL-FOUND-SUB
           END-IF.
           IF WS-PCT-PERIOD (WS-PCTL-SUB) > WS-TGT-PERIOD
            AND WS-PCT-STATUS (WS-PCTL-SUB) = 'P'
              SET WS-PCTL-LATER-PROCESSED TO TRUE
           END-IF.

      *    THE POSTINGS JOURNALLED UNDER THE RUN NUMBER MUST ADD UP
      *    TO THE COMMISSION THE RUN LOGGED.  A RUN FROM BEFORE THE
      *    JOURNAL EXISTED, OR ONE WHOSE JOURNAL ALSO HOLDS LINES
      *    FROM AN ABANDONED ATTEMPT UNDER THE SAME NUMBER, CANNOT
      *    BE REVERSED LINE FOR LINE AND IS REFUSED.
      *    A SALESPERSON WHO HAS BEEN FINALLY SETTLED SINCE THE RUN
      *    HAS HAD THE DRAW, HOLD AND YTD FIGURES CLOSED OUT, SO
      *    THE RUN'S POSTINGS TO THEM CAN NO LONGER BE REVERSED.
        0070-CHECK-RUN-POSTINGS.
           MOVE ZERO TO WS-POSTINGS-FOUND WS-FOUND-COMM-AMT
                        WS-SETTLED-POSTINGS.
           MOVE 'N' TO WS-END-OF-RPST-SW.
           OPEN INPUT SALESMAST-FILE.
           OPEN INPUT RUN-POSTING-FILE.
           IF WS-RPST-OK
              READ RUN-POSTING-FILE
                   AT END SET WS-END-OF-RPST TO TRUE
                   END-READ
              PERFORM 0072-COUNT-ONE-POSTING
                 UNTIL WS-END-OF-RPST
              CLOSE RUN-POSTING-FILE
           END-IF.
           IF NOT WS-MAST-FILE-MISSING
              CLOSE SALESMAST-FILE
           END-IF.
           IF WS-POSTINGS-FOUND = ZERO
            AND WS-TGT-COMM-AMT NOT = ZERO
              SET WS-INVALID-TRAN TO TRUE
              MOVE 'NO POSTING JOURNAL FOR RUN' TO WS-TRAN-RESULT
           END-IF.
           IF WS-VALID-TRAN
            AND WS-FOUND-COMM-AMT NOT = WS-TGT-COMM-AMT
              SET WS-INVALID-TRAN TO TRUE
              MOVE 'POSTINGS DO NOT AGREE TO LOG' TO WS-TRAN-RESULT
           END-IF.
           IF WS-VALID-TRAN
            AND WS-SETTLED-POSTINGS > ZERO
              SET WS-INVALID-TRAN TO TRUE
              MOVE 'SALESPERSON SINCE SETTLED' TO WS-TRAN-RESULT
           END-IF.

        0072-COUNT-ONE-POSTING.
           IF RPST-RUN-NUMBER = BKO-RUN-NUMBER
              ADD 1 TO WS-POSTINGS-FOUND
              ADD RPST-COMM-AMT TO WS-FOUND-COMM-AMT
              IF NOT WS-MAST-FILE-MISSING
                 MOVE RPST-SALESPERSON-ID TO SM-SALESPERSON-ID
                 READ SALESMAST-FILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        IF SM-SETTLED-DATE NUMERIC
                         AND SM-SETTLED-DATE > ZEROES
                           ADD 1 TO WS-SETTLED-POSTINGS
                        END-IF
                 END-READ
              END-IF
           END-IF.
           READ RUN-POSTING-FILE
                AT END SET WS-END-OF-RPST TO TRUE
                END-READ.

        0100-REVERSE-POSTINGS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
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
           OPEN I-O COMMHIST-FILE.
           IF WS-CH-FILE-MISSING
              OPEN OUTPUT COMMHIST-FILE
              CLOSE COMMHIST-FILE
              OPEN I-O COMMHIST-FILE
           END-IF.
           OPEN I-O HOLD-FILE.
           IF WS-HLD-FILE-MISSING
              OPEN OUTPUT HOLD-FILE
              CLOSE HOLD-FILE
              OPEN I-O HOLD-FILE
           END-IF.
           OPEN OUTPUT PAYROLL-FILE.
           OPEN OUTPUT HELD-EXTRACT-FILE.
           PERFORM 0115-WRITE-COLUMN-HEADING.
           MOVE 'N' TO WS-END-OF-RPST-SW.
           OPEN INPUT RUN-POSTING-FILE.
           IF WS-RPST-OK
              READ RUN-POSTING-FILE
                   AT END SET WS-END-OF-RPST TO TRUE
                   END-READ
              PERFORM UNTIL WS-END-OF-RPST
               IF RPST-RUN-NUMBER = BKO-RUN-NUMBER
                  PERFORM 0105-REVERSE-ONE-POSTING
               END-IF
               READ RUN-POSTING-FILE
               AT END SET WS-END-OF-RPST TO TRUE
               END-READ
              END-PERFORM
              CLOSE RUN-POSTING-FILE
           END-IF.
           CLOSE PAYROLL-FILE.
           CLOSE HELD-EXTRACT-FILE.
           CLOSE HOLD-FILE.
           CLOSE COMMHIST-FILE.
           CLOSE DRAWCAP-FILE.
           CLOSE YTD-FILE.

      *    A POSTING FROM BEFORE COMMISSION HOLDS CARRIES SPACES IN
      *    THE HOLD FIELDS AND IS TREATED AS NEITHER HELD NOR PAID
      *    OUT OF A HOLD.  WHAT THE LINE PUT ON PAYROLL IS ITS
      *    COMMISSION LESS WHAT IT ADDED TO THE HELD AMOUNT.
        0105-REVERSE-ONE-POSTING.
           ADD 1 TO WS-POSTINGS-REVERSED.
           MOVE SPACES TO WS-POST-NOTE.
           IF RPST-HOLD-CHANGE NUMERIC
              MOVE RPST-HOLD-CHANGE TO WS-POST-HOLD-CHANGE
           ELSE
              MOVE ZERO TO WS-POST-HOLD-CHANGE
           END-IF.
           COMPUTE WS-POST-PAID-AMT =
               RPST-COMM-AMT - WS-POST-HOLD-CHANGE.
           IF RPST-HELD
              MOVE 'HELD LINE' TO WS-POST-NOTE
           END-IF.
           PERFORM 0106-REVERSE-YTD-POSTING.
           IF RPST-DRAW-CHANGE NOT = ZERO
              PERFORM 0107-REVERSE-DRAW-MOVEMENT
           END-IF.
           IF WS-POST-HOLD-CHANGE NOT = ZERO
              PERFORM 0114-REVERSE-HOLD-MOVEMENT
           END-IF.
           IF NOT RPST-HELD
            OR WS-POST-PAID-AMT NOT = ZERO
              PERFORM 0108-WRITE-PAYROLL-LINE
           END-IF.
           PERFORM 0112-REVERSE-HISTORY-ENTRY.
           PERFORM 0109-ACCUMULATE-GL-SOURCE.
           ADD RPST-SALES-AMT TO WS-REV-SALES-AMT.
           ADD RPST-COMM-AMT TO WS-REV-COMM-AMT.
           ADD RPST-DRAW-CHANGE TO WS-REV-DRAW-AMT.
           ADD WS-POST-HOLD-CHANGE TO WS-REV-HOLD-AMT.
           PERFORM 0125-WRITE-DETAIL-LINE.

      *    A YTD RECORD REMOVED SINCE THE RUN IS RE-ADDED CARRYING
      *    THE REVERSAL, SO THE NEGATIVE IS VISIBLE ON THE MASTER
      *    INSTEAD OF BEING LOST.
        0106-REVERSE-YTD-POSTING.
           MOVE 'N' TO WS-YTD-FOUND-SW.
           MOVE RPST-SALESPERSON-ID TO YTD-SALESPERSON-ID.
           READ YTD-FILE
               INVALID KEY
                  MOVE ZEROES TO YTD-SALES-AMT YTD-COMMISSION-AMT
               NOT INVALID KEY
                  SET WS-YTD-RECORD-FOUND TO TRUE
           END-READ.
           SUBTRACT RPST-SALES-AMT FROM YTD-SALES-AMT.
           SUBTRACT RPST-COMM-AMT FROM YTD-COMMISSION-AMT.
           IF WS-YTD-RECORD-FOUND
              REWRITE YTD-RECORD
           ELSE
              WRITE YTD-RECORD
              ADD 1 TO WS-WARNING-COUNT
              MOVE 'YTD RECORD RE-ADDED' TO WS-POST-NOTE
           END-IF.

      *    THE JOURNAL CARRIES THE NET DRAW MOVEMENT (ADVANCE LESS
      *    RECOVERY), SO TAKING IT BACK OFF THE BALANCE RESTORES
      *    THE BALANCE THE RUN STARTED WITH.
        0107-REVERSE-DRAW-MOVEMENT.
           MOVE 'N' TO WS-DC-FOUND-SW.
           MOVE RPST-SALESPERSON-ID TO DC-SALESPERSON-ID.
           READ DRAWCAP-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET WS-DC-RECORD-FOUND TO TRUE
           END-READ.
           IF WS-DC-RECORD-FOUND
              SUBTRACT RPST-DRAW-CHANGE FROM DC-DRAW-BALANCE
              REWRITE DRAWCAP-RECORD
           ELSE
              ADD 1 TO WS-WARNING-COUNT
              MOVE 'NO DRAWCAP RECORD' TO WS-POST-NOTE
           END-IF.

        0108-WRITE-PAYROLL-LINE.
           MOVE RPST-SALESPERSON-ID TO PAY-SALESPERSON-ID.
           COMPUTE PAY-COMMISSION-AMT = ZERO - WS-POST-PAID-AMT.
           MOVE RPST-RECORD-TYPE TO PAY-LINE-TYPE.
           MOVE PAYROLL-DETAIL-LINE TO PAYROLL-LINE.
           WRITE PAYROLL-LINE.

        0109-ACCUMULATE-GL-SOURCE.
           IF RPST-RECORD-TYPE = 'B'
              MOVE 'CONTEXP' TO WS-GL-POST-ACCOUNT
           ELSE
              MOVE 'COMMEXP' TO WS-GL-POST-ACCOUNT
           END-IF.
           MOVE ZERO TO WS-GL-FOUND-SUB.
           PERFORM 0109A-MATCH-ONE-GL-SOURCE
              VARYING WS-GL-SUB FROM 1 BY 1
              UNTIL WS-GL-SUB > WS-GL-COUNT
                 OR WS-GL-FOUND-SUB > ZERO.
           IF WS-GL-FOUND-SUB = ZERO
            AND WS-GL-COUNT < WS-GL-MAX
              ADD 1 TO WS-GL-COUNT
              MOVE WS-GL-COUNT TO WS-GL-FOUND-SUB
              MOVE WS-GL-POST-ACCOUNT
                TO WS-GL-ACCOUNT (WS-GL-FOUND-SUB)
              MOVE RPST-GL-SOURCE TO WS-GL-SOURCE (WS-GL-FOUND-SUB)
              MOVE ZERO TO WS-GL-COMM (WS-GL-FOUND-SUB)
           END-IF.
           IF WS-GL-FOUND-SUB > ZERO
              ADD RPST-COMM-AMT TO WS-GL-COMM (WS-GL-FOUND-SUB)
           ELSE
              ADD RPST-COMM-AMT TO WS-GL-OVERFLOW-COMM
           END-IF.

        0109A-MATCH-ONE-GL-SOURCE.
           IF WS-GL-ACCOUNT (WS-GL-SUB) = WS-GL-POST-ACCOUNT
            AND WS-GL-SOURCE (WS-GL-SUB) = RPST-GL-SOURCE
              MOVE WS-GL-SUB TO WS-GL-FOUND-SUB
           END-IF.

      *    THE RUN'S HISTORY ENTRIES WERE KEYED ON ITS PAYROLL LINE
      *    COUNT, WHICH IS THE ORDER OF ITS POSTING JOURNAL, SO THE
      *    NTH POSTING PICKS UP THE NTH ENTRY.  THE ENTRY IS COPIED
      *    NEGATED UNDER THE BACK-OUT RUN.  A RUN WITH NO MATCHING
      *    ENTRY GETS ONE BUILT FROM THE POSTING JOURNAL INSTEAD SO
      *    THE HISTORY STILL NETS TO WHAT WAS PAID.
        0112-REVERSE-HISTORY-ENTRY.
           MOVE 'N' TO WS-CH-FOUND-SW.
           MOVE RPST-SALESPERSON-ID TO CH-SALESPERSON-ID.
           MOVE BKO-RUN-NUMBER TO CH-RUN-NUMBER.
           MOVE WS-POSTINGS-REVERSED TO CH-SEQUENCE.
           READ COMMHIST-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  PERFORM 0112A-MATCH-HISTORY-ENTRY
           END-READ.
           IF NOT WS-CH-RECORD-FOUND
              PERFORM 0113-BUILD-HISTORY-FROM-POSTING
           END-IF.
           COMPUTE CH-SALES-AMT = ZERO - CH-SALES-AMT.
           COMPUTE CH-BASIS-AMT = ZERO - CH-BASIS-AMT.
           COMPUTE CH-GROSS-COMM-AMT = ZERO - CH-GROSS-COMM-AMT.
           COMPUTE CH-CAP-CUT-AMT = ZERO - CH-CAP-CUT-AMT.
           COMPUTE CH-DRAW-ADVANCED = ZERO - CH-DRAW-ADVANCED.
           COMPUTE CH-DRAW-RECOVERED = ZERO - CH-DRAW-RECOVERED.
           COMPUTE CH-COMM-AMT = ZERO - CH-COMM-AMT.
           MOVE WS-RUN-NUMBER TO CH-RUN-NUMBER.
           MOVE WS-CURRENT-DATE TO CH-RUN-DATE.
           MOVE BKO-RUN-NUMBER TO CH-REVERSED-RUN.
           WRITE COMMHIST-RECORD
               INVALID KEY
                  REWRITE COMMHIST-RECORD
           END-WRITE.

      *    A HOLD RELEASE PAYMENT JOURNALS NO COMMISSION OF ITS OWN,
      *    SO ITS HISTORY ENTRY IS MATCHED ON THE AMOUNT PAID OUT.
        0112A-MATCH-HISTORY-ENTRY.
           IF CH-RECORD-TYPE = RPST-RECORD-TYPE
              IF CH-HOLD-RELEASE
                 IF CH-COMM-AMT = WS-POST-PAID-AMT
                    SET WS-CH-RECORD-FOUND TO TRUE
                 END-IF
              ELSE
                 IF CH-COMM-AMT = RPST-COMM-AMT
                    SET WS-CH-RECORD-FOUND TO TRUE
                 END-IF
              END-IF
           END-IF.

        0113-BUILD-HISTORY-FROM-POSTING.
           MOVE SPACES TO COMMHIST-RECORD.
           MOVE RPST-SALESPERSON-ID TO CH-SALESPERSON-ID.
           MOVE WS-POSTINGS-REVERSED TO CH-SEQUENCE.
           MOVE RPST-RUN-PERIOD TO CH-RUN-PERIOD.
           MOVE RPST-RECORD-TYPE TO CH-RECORD-TYPE.
           MOVE RPST-GL-SOURCE TO CH-GL-SOURCE.
           MOVE ZEROES TO CH-TRANS-DATE CH-SPLIT-OTHER-ID
                          CH-SPLIT-PCT CH-COMM-RATE.
           MOVE RPST-SALES-AMT TO CH-SALES-AMT CH-BASIS-AMT.
           MOVE RPST-COMM-AMT TO CH-GROSS-COMM-AMT CH-COMM-AMT.
           MOVE ZERO TO CH-CAP-CUT-AMT.
           IF RPST-HELD
              MOVE 'Y' TO CH-HELD-FLAG
           ELSE
              MOVE 'N' TO CH-HELD-FLAG
           END-IF.
           IF CH-HOLD-RELEASE
              MOVE ZERO TO CH-BASIS-AMT CH-GROSS-COMM-AMT
              MOVE WS-POST-PAID-AMT TO CH-COMM-AMT
           END-IF.
           IF RPST-DRAW-CHANGE < ZERO
              MOVE ZERO TO CH-DRAW-ADVANCED
              COMPUTE CH-DRAW-RECOVERED = ZERO - RPST-DRAW-CHANGE
           ELSE
              MOVE RPST-DRAW-CHANGE TO CH-DRAW-ADVANCED
              MOVE ZERO TO CH-DRAW-RECOVERED
           END-IF.

      *    A HELD LINE COMES BACK OFF THE HELD AMOUNT AND A RELEASE
      *    PUTS WHAT IT PAID BACK ON, SO THE NEXT RUN PAYS IT AGAIN
      *    ONCE THE HOLD HAS ENDED.  IF A LATER RUN HAS ALREADY PAID
      *    OUT MORE THAN IS NOW LEFT HELD, THE SHORTFALL REACHED
      *    PAYROLL AND IS TAKEN BACK WITH THE PAYROLL LINE.  THE
      *    HELD ITEM IS LISTED AGAIN ON HELDCOMM.DAT UNDER THE
      *    BACK-OUT RUN WITH ITS AMOUNT NEGATED.
        0114-REVERSE-HOLD-MOVEMENT.
           MOVE 'N' TO WS-HLD-FOUND-SW.
           MOVE RPST-SALESPERSON-ID TO HLD-SALESPERSON-ID.
           READ HOLD-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET WS-HLD-RECORD-FOUND TO TRUE
           END-READ.
           IF WS-HLD-RECORD-FOUND
              SUBTRACT WS-POST-HOLD-CHANGE FROM HLD-HELD-AMT
              IF HLD-HELD-AMT < ZERO
                 SUBTRACT HLD-HELD-AMT FROM WS-POST-PAID-AMT
                 MOVE ZERO TO HLD-HELD-AMT
                 ADD 1 TO WS-WARNING-COUNT
                 MOVE 'HELD AMT ALREADY PAID' TO WS-POST-NOTE
              END-IF
              REWRITE HOLD-RECORD
           ELSE
              ADD 1 TO WS-WARNING-COUNT
              MOVE 'NO HOLDMAST RECORD' TO WS-POST-NOTE
           END-IF.
           PERFORM 0116-WRITE-HELD-REVERSAL.

      *    A HELD LINE WAS LISTED WITH WHAT IT ADDED TO THE HELD
      *    AMOUNT AND A RELEASE WITH WHAT IT PAID OUT, SO EACH IS
      *    REVERSED UNDER THE SAME ACTION FOR THE OPPOSITE AMOUNT.
        0116-WRITE-HELD-REVERSAL.
           MOVE WS-RUN-NUMBER TO HCX-RUN-NUMBER.
           MOVE RPST-SALESPERSON-ID TO HCX-SALESPERSON-ID.
           MOVE RPST-RECORD-TYPE TO HCX-RECORD-TYPE.
           IF RPST-HELD
              MOVE 'H' TO HCX-ACTION
              COMPUTE HCX-COMMISSION-AMT = ZERO - WS-POST-HOLD-CHANGE
           ELSE
              MOVE 'L' TO HCX-ACTION
              MOVE WS-POST-HOLD-CHANGE TO HCX-COMMISSION-AMT
           END-IF.
           IF WS-HLD-RECORD-FOUND
              MOVE HLD-REASON-CODE TO HCX-REASON-CODE
              MOVE HLD-HELD-AMT TO HCX-HELD-BALANCE
           ELSE
              MOVE BKO-REASON-CODE TO HCX-REASON-CODE
              MOVE ZERO TO HCX-HELD-BALANCE
           END-IF.
           WRITE HELDCOMM-RECORD.

        0110-WRITE-HEADING-LINE.
            MOVE BKO-HEADING-LINE TO BACKOUT-REPORT-LINE.
            WRITE BACKOUT-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE SPACES TO BACKOUT-REPORT-LINE.
            WRITE BACKOUT-REPORT-LINE.

        0115-WRITE-COLUMN-HEADING.
            MOVE SPACES TO BACKOUT-REPORT-LINE.
            WRITE BACKOUT-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE BKO-COLUMN-HEADING-LINE TO BACKOUT-REPORT-LINE.
            WRITE BACKOUT-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE SPACES TO BACKOUT-REPORT-LINE.
            WRITE BACKOUT-REPORT-LINE.

        0120-WRITE-REQUEST-LINE.
            MOVE BKO-RUN-NUMBER TO BKO-REQ-RUN.
            MOVE BKO-REASON-CODE TO BKO-REQ-REASON.
            MOVE WS-TRAN-RESULT TO BKO-REQ-RESULT.
            MOVE BKO-REQUEST-LINE TO BACKOUT-REPORT-LINE.
            WRITE BACKOUT-REPORT-LINE AFTER ADVANCING 1 LINE.

        0125-WRITE-DETAIL-LINE.
            MOVE RPST-SALESPERSON-ID TO BKO-DET-ID.
            MOVE RPST-RECORD-TYPE TO BKO-DET-TYPE.
            MOVE RPST-GL-SOURCE TO BKO-DET-SOURCE.
            MOVE RPST-SALES-AMT TO BKO-DET-SALES.
            MOVE RPST-COMM-AMT TO BKO-DET-COMM.
            MOVE RPST-DRAW-CHANGE TO BKO-DET-DRAW.
            MOVE WS-POST-NOTE TO BKO-DET-NOTE.
            MOVE BKO-DETAIL-LINE TO BACKOUT-REPORT-LINE.
            WRITE BACKOUT-REPORT-LINE AFTER ADVANCING 1 LINE.

        0130-WRITE-TOTAL-LINES.
            MOVE SPACES TO BACKOUT-REPORT-LINE.
            WRITE BACKOUT-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'BACK-OUT RUN NUMBER:' TO BKO-TOTAL-LABEL.
            MOVE WS-RUN-NUMBER TO BKO-TOTAL-COUNT.
            MOVE BKO-TOTAL-LINE TO BACKOUT-REPORT-LINE.
            WRITE BACKOUT-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'POSTINGS REVERSED:' TO BKO-TOTAL-LABEL.
            MOVE WS-POSTINGS-REVERSED TO BKO-TOTAL-COUNT.
            MOVE BKO-TOTAL-LINE TO BACKOUT-REPORT-LINE.
            WRITE BACKOUT-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'SALES REVERSED:' TO BKO-AMT-LABEL.
            MOVE WS-REV-SALES-AMT TO BKO-AMT-VALUE.
            MOVE BKO-AMOUNT-LINE TO BACKOUT-REPORT-LINE.
            WRITE BACKOUT-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'COMMISSION REVERSED:' TO BKO-AMT-LABEL.
            MOVE WS-REV-COMM-AMT TO BKO-AMT-VALUE.
            MOVE BKO-AMOUNT-LINE TO BACKOUT-REPORT-LINE.
            WRITE BACKOUT-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'DRAW MOVEMENT REVERSED:' TO BKO-AMT-LABEL.
            MOVE WS-REV-DRAW-AMT TO BKO-AMT-VALUE.
            MOVE BKO-AMOUNT-LINE TO BACKOUT-REPORT-LINE.
            WRITE BACKOUT-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'HELD AMOUNT REVERSED:' TO BKO-AMT-LABEL.
            MOVE WS-REV-HOLD-AMT TO BKO-AMT-VALUE.
            MOVE BKO-AMOUNT-LINE TO BACKOUT-REPORT-LINE.
            WRITE BACKOUT-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'CONTESTS REOPENED:' TO BKO-TOTAL-LABEL.
            MOVE WS-CONTESTS-REOPENED TO BKO-TOTAL-COUNT.
            MOVE BKO-TOTAL-LINE TO BACKOUT-REPORT-LINE.
            WRITE BACKOUT-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'FINGERPRINTS CLEARED:' TO BKO-TOTAL-LABEL.
            MOVE WS-FP-CLEARED TO BKO-TOTAL-COUNT.
            MOVE BKO-TOTAL-LINE TO BACKOUT-REPORT-LINE.
            WRITE BACKOUT-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'BATCHES UNREGISTERED:' TO BKO-TOTAL-LABEL.
            MOVE WS-BATCHES-CLEARED TO BKO-TOTAL-COUNT.
            MOVE BKO-TOTAL-LINE TO BACKOUT-REPORT-LINE.
            WRITE BACKOUT-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'BATCHES RESTORED:' TO BKO-TOTAL-LABEL.
            MOVE WS-BATCHES-RESTORED TO BKO-TOTAL-COUNT.
            MOVE BKO-TOTAL-LINE TO BACKOUT-REPORT-LINE.
            WRITE BACKOUT-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'WARNINGS:' TO BKO-TOTAL-LABEL.
            MOVE WS-WARNING-COUNT TO BKO-TOTAL-COUNT.
            MOVE BKO-TOTAL-LINE TO BACKOUT-REPORT-LINE.
            WRITE BACKOUT-REPORT-LINE AFTER ADVANCING 1 LINE.

      *    THE REVERSAL MIRRORS THE SALES RUN'S JOURNAL WITH THE
      *    SIDES SWAPPED: EXPENSE IS CREDITED PER ACCOUNT AND SOURCE
      *    AND COMMISSION PAYABLE DEBITED IN TOTAL, POSTED TO THE
      *    PERIOD OF THE RUN BEING REVERSED.
        0150-WRITE-GL-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE.
           PERFORM 0151-WRITE-ONE-SOURCE-CREDIT
              VARYING WS-GL-SUB FROM 1 BY 1
              UNTIL WS-GL-SUB > WS-GL-COUNT.
           IF WS-GL-OVERFLOW-COMM NOT = ZERO
              MOVE 'COMMEXP' TO GLJ-ACCOUNT
              MOVE 'UNASSIGND' TO GLJ-SOURCE-CODE
              MOVE 'C' TO GLJ-DR-CR
              MOVE WS-GL-OVERFLOW-COMM TO GLJ-AMOUNT
              PERFORM 0153-WRITE-ONE-JOURNAL-LINE
           END-IF.
           MOVE 'COMMPAY' TO GLJ-ACCOUNT.
           MOVE 'TOTAL' TO GLJ-SOURCE-CODE.
           MOVE 'D' TO GLJ-DR-CR.
           MOVE WS-REV-COMM-AMT TO GLJ-AMOUNT.
           PERFORM 0153-WRITE-ONE-JOURNAL-LINE.
           CLOSE GL-JOURNAL-FILE.

        0151-WRITE-ONE-SOURCE-CREDIT.
           IF WS-GL-COMM (WS-GL-SUB) NOT = ZERO
              MOVE WS-GL-ACCOUNT (WS-GL-SUB) TO GLJ-ACCOUNT
              MOVE WS-GL-SOURCE (WS-GL-SUB) TO GLJ-SOURCE-CODE
              MOVE 'C' TO GLJ-DR-CR
              MOVE WS-GL-COMM (WS-GL-SUB) TO GLJ-AMOUNT
              PERFORM 0153-WRITE-ONE-JOURNAL-LINE
           END-IF.

        0153-WRITE-ONE-JOURNAL-LINE.
           MOVE WS-RUN-NUMBER TO GLJ-RUN-NUMBER.
           MOVE WS-TGT-PERIOD TO GLJ-POSTING-PERIOD.
           WRITE GLJOURNAL-RECORD.

      *    ONLY A MONTHLY RUN MARKED ITS PERIOD PROCESSED, SO ONLY A
      *    MONTHLY RUN HAS A PERIOD TO REOPEN FOR THE CORRECTED RUN.
        0160-REOPEN-PERIOD.
           EVALUATE TRUE
               WHEN NOT WS-TGT-MONTHLY
                   MOVE 'NOT A MONTHLY RUN' TO WS-PCTL-MESSAGE
               WHEN WS-PCTL-FILE-MISSING
                   MOVE 'NO PERIOD CONTROL FILE' TO WS-PCTL-MESSAGE
               WHEN WS-PCTL-FOUND-SUB = ZERO
                   MOVE 'PERIOD NOT ON CONTROL FILE'
                     TO WS-PCTL-MESSAGE
                   ADD 1 TO WS-WARNING-COUNT
               WHEN WS-PCT-STATUS (WS-PCTL-FOUND-SUB) NOT = 'P'
                   MOVE 'PERIOD WAS NOT PROCESSED' TO WS-PCTL-MESSAGE
                   ADD 1 TO WS-WARNING-COUNT
               WHEN OTHER
                   MOVE 'O' TO WS-PCT-STATUS (WS-PCTL-FOUND-SUB)
                   PERFORM 0165-REWRITE-PERIOD-FILE
                   MOVE 'PERIOD REOPENED' TO WS-PCTL-MESSAGE
           END-EVALUATE.

        0165-REWRITE-PERIOD-FILE.
           OPEN OUTPUT PERIOD-CONTROL-FILE.
           PERFORM 0165A-WRITE-ONE-PERIOD
              VARYING WS-PCTL-SUB FROM 1 BY 1
              UNTIL WS-PCTL-SUB > WS-PCTL-COUNT.
           CLOSE PERIOD-CONTROL-FILE.

        0165A-WRITE-ONE-PERIOD.
           MOVE SPACES TO PERIOD-CONTROL-RECORD.
           MOVE WS-PCT-PERIOD (WS-PCTL-SUB) TO PCT-PERIOD.
           MOVE WS-PCT-STATUS (WS-PCTL-SUB) TO PCT-STATUS.
           WRITE PERIOD-CONTROL-RECORD.

      *    THE BACK-OUT ENTRY STARTS FROM THE REVERSED RUN'S RECORD
      *    SO IT CARRIES THE SAME TIER SCHEDULE, THEN TAKES ITS OWN
      *    NUMBER, DATE AND MODE AND THE NEGATED CONTROL TOTALS.
        0170-WRITE-RUN-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN EXTEND RUN-LOG-FILE.
           IF WS-RLOG-FILE-MISSING
              OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           MOVE WS-TGT-RUNLOG-RECORD TO RUNLOG-RECORD.
           MOVE WS-RUN-NUMBER TO RLOG-RUN-NUMBER.
           MOVE WS-CURRENT-DATE TO RLOG-RUN-DATE.
           MOVE WS-CURRENT-TIME (1:6) TO RLOG-RUN-TIME.
           MOVE 'BACKOUT' TO RLOG-RUN-MODE.
           MOVE 'F' TO RLOG-RESTART-FLAG.
           MOVE WS-POSTINGS-REVERSED TO RLOG-RECORDS-READ.
           MOVE ZEROES TO RLOG-RECORDS-REJECTED.
           COMPUTE RLOG-TOTAL-SALES = ZERO - WS-REV-SALES-AMT.
           COMPUTE RLOG-TOTAL-COMM-AMT = ZERO - WS-REV-COMM-AMT.
           MOVE WS-TGT-PERIOD TO RLOG-RUN-PERIOD.
           MOVE BKO-RUN-NUMBER TO RLOG-REVERSED-RUN.
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
           MOVE 'BACKOUT' TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'REVERSED RUN NUMBER:' TO AUD-LABEL.
           MOVE BKO-RUN-NUMBER TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'REVERSED RUN MODE:' TO AUD-LABEL.
           MOVE WS-TGT-MODE TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'BACK-OUT REASON:' TO AUD-LABEL.
           MOVE BKO-REASON-CODE TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'POSTING PERIOD:' TO AUD-LABEL.
           MOVE WS-TGT-PERIOD TO WS-AUD-PERIOD.
           MOVE WS-AUD-PERIOD TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'POSTINGS REVERSED:' TO AUD-LABEL.
           MOVE WS-POSTINGS-REVERSED TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'TOTAL SALES:' TO AUD-LABEL.
           COMPUTE WS-AUD-AMOUNT = ZERO - WS-REV-SALES-AMT.
           MOVE WS-AUD-AMOUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'TOTAL COMMISSION:' TO AUD-LABEL.
           COMPUTE WS-AUD-AMOUNT = ZERO - WS-REV-COMM-AMT.
           MOVE WS-AUD-AMOUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'DRAW BALANCE MOVEMENT:' TO AUD-LABEL.
           COMPUTE WS-AUD-AMOUNT = ZERO - WS-REV-DRAW-AMT.
           MOVE WS-AUD-AMOUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'HELD AMOUNT MOVEMENT:' TO AUD-LABEL.
           COMPUTE WS-AUD-AMOUNT = ZERO - WS-REV-HOLD-AMT.
           MOVE WS-AUD-AMOUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'PERIOD CONTROL:' TO AUD-LABEL.
           MOVE WS-PCTL-MESSAGE TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'CONTESTS REOPENED:' TO AUD-LABEL.
           MOVE WS-CONTESTS-REOPENED TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'FINGERPRINTS CLEARED:' TO AUD-LABEL.
           MOVE WS-FP-CLEARED TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'BATCHES UNREGISTERED:' TO AUD-LABEL.
           MOVE WS-BATCHES-CLEARED TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'BATCHES RESTORED:' TO AUD-LABEL.
           MOVE WS-BATCHES-RESTORED TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           MOVE 'WARNINGS:' TO AUD-LABEL.
           MOVE WS-WARNING-COUNT TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO AUD-VALUE.
           PERFORM 0185-WRITE-AUDIT-ITEM.
           CLOSE RUN-AUDIT-FILE.

        0185-WRITE-AUDIT-ITEM.
           MOVE AUDIT-ITEM-LINE TO RUN-AUDIT-LINE.
           WRITE RUN-AUDIT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO AUD-VALUE.

      *    EVERY CONTEST MARKED PAID BY THE TARGET RUN GOES BACK TO
      *    OPEN WITH ITS PAYMENT DETAILS CLEARED.  ITS BONUS LINES
      *    HAVE ALREADY BEEN REVERSED WITH THE REST OF THE POSTINGS.
        0190-REOPEN-CONTESTS.
           OPEN I-O CONTEST-FILE.
           IF WS-CT-OK
              MOVE 'N' TO WS-END-OF-CT-SW
              READ CONTEST-FILE NEXT RECORD
                   AT END SET WS-END-OF-CT TO TRUE
                   END-READ
              PERFORM 0191-REOPEN-ONE-CONTEST
                 UNTIL WS-END-OF-CT
              CLOSE CONTEST-FILE
           END-IF.

        0191-REOPEN-ONE-CONTEST.
           IF CT-PAID
            AND CT-PAID-RUN = BKO-RUN-NUMBER
              SET CT-OPEN TO TRUE
              MOVE ZERO TO CT-PAID-RUN
              MOVE ZERO TO CT-WINNER-COUNT
              MOVE ZERO TO CT-BONUS-PAID-AMT
              MOVE WS-CURRENT-DATE TO CT-LAST-MAINT-DATE
              REWRITE CONTEST-RECORD
                  INVALID KEY
                     ADD 1 TO WS-WARNING-COUNT
                  NOT INVALID KEY
                     ADD 1 TO WS-CONTESTS-REOPENED
              END-REWRITE
           END-IF.
           READ CONTEST-FILE NEXT RECORD
                AT END SET WS-END-OF-CT TO TRUE
                END-READ.

      *    EVERY FINGERPRINT AND REGISTER ENTRY THE TARGET RUN
      *    WROTE IS DELETED, SO A CORRECTED BATCH OR A RESUBMISSION
      *    OF THE SAME SALES IS NOT REFUSED AS A DUPLICATE OF IT.
        0195-CLEAR-FINGERPRINTS.
           OPEN I-O FINGERPRINT-FILE.
           IF WS-FP-OK
              MOVE 'N' TO WS-END-OF-FP-SW
              READ FINGERPRINT-FILE NEXT RECORD
                   AT END SET WS-END-OF-FP TO TRUE
                   END-READ
              PERFORM 0196-CLEAR-ONE-FINGERPRINT
                 UNTIL WS-END-OF-FP
              CLOSE FINGERPRINT-FILE
           END-IF.

        0196-CLEAR-ONE-FINGERPRINT.
           IF FP-RUN-NUMBER = BKO-RUN-NUMBER
              DELETE FINGERPRINT-FILE RECORD
                  INVALID KEY
                     ADD 1 TO WS-WARNING-COUNT
                  NOT INVALID KEY
                     ADD 1 TO WS-FP-CLEARED
              END-DELETE
           END-IF.
           READ FINGERPRINT-FILE NEXT RECORD
                AT END SET WS-END-OF-FP TO TRUE
                END-READ.

        0197-CLEAR-BATCH-REGISTER.
           OPEN I-O BATCH-REGISTER-FILE.
           IF WS-BRG-OK
              MOVE 'N' TO WS-END-OF-BRG-SW
              READ BATCH-REGISTER-FILE NEXT RECORD
                   AT END SET WS-END-OF-BRG TO TRUE
                   END-READ
              PERFORM 0198-CLEAR-ONE-BATCH
                 UNTIL WS-END-OF-BRG
              CLOSE BATCH-REGISTER-FILE
           END-IF.

      *    A BATCH THE REVERSED RUN TOOK ON A SUPERVISOR'S RELEASE
      *    GOES BACK TO THE EARLIER RUN THAT FIRST PROCESSED IT, SO
      *    A LATER RE-SEND IS STILL CAUGHT; ANY OTHER ENTRY OF THE
      *    REVERSED RUN IS REMOVED FROM THE REGISTER.
        0198-CLEAR-ONE-BATCH.
           IF BRG-RUN-NUMBER = BKO-RUN-NUMBER
              IF BRG-PRIOR-RUN NUMERIC
               AND BRG-PRIOR-RUN > ZEROES
                 MOVE BRG-PRIOR-RUN      TO BRG-RUN-NUMBER
                 MOVE BRG-PRIOR-PERIOD   TO BRG-RUN-PERIOD
                 MOVE BRG-PRIOR-RECEIVED TO BRG-RECEIVED-DATE
                 MOVE 'P'                TO BRG-STATUS
                 MOVE ZEROES TO BRG-PRIOR-RUN BRG-PRIOR-PERIOD
                                BRG-PRIOR-RECEIVED
                 REWRITE BATCH-REGISTER-RECORD
                     INVALID KEY
                        ADD 1 TO WS-WARNING-COUNT
                     NOT INVALID KEY
                        ADD 1 TO WS-BATCHES-RESTORED
                 END-REWRITE
              ELSE
                 DELETE BATCH-REGISTER-FILE RECORD
                     INVALID KEY
                        ADD 1 TO WS-WARNING-COUNT
                     NOT INVALID KEY
                        ADD 1 TO WS-BATCHES-CLEARED
                 END-DELETE
              END-IF
           END-IF.
           READ BATCH-REGISTER-FILE NEXT RECORD
                AT END SET WS-END-OF-BRG TO TRUE
                END-READ.

        0200-STOP-RUN.
           CLOSE BACKOUT-REPORT-FILE.
           EVALUATE TRUE
               WHEN WS-INVALID-TRAN
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

          END PROGRAM RUNBACKOUT.
