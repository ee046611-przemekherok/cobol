             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SM-SALESPERSON-ID
             FILE STATUS IS WS-MAST-STATUS.
            SELECT ASGNHIST-FILE ASSIGN TO "ASGNHIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AH-KEY
             FILE STATUS IS WS-AH-STATUS.
            SELECT QUOTA-FILE ASSIGN TO "QUOTAMST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DC-SALESPERSON-ID
             FILE STATUS IS WS-DC-STATUS.
            SELECT RUN-POSTING-FILE ASSIGN TO "RUNPOST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RPST-STATUS.
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
            SELECT HELD-REGISTER-FILE ASSIGN TO "HELDREG.DAT".
            SELECT HELD-EXTRACT-FILE ASSIGN TO "HELDCOMM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CONTEST-FILE ASSIGN TO "CONTEST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CT-CONTEST-ID
             FILE STATUS IS WS-CT-STATUS.
            SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BRG-KEY
             FILE STATUS IS WS-BRG-STATUS.
            SELECT FINGERPRINT-FILE ASSIGN TO "FINGERPR.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FP-KEY
             FILE STATUS IS WS-FP-STATUS.


       DATA DIVISION.
            05 RESUB-COUNT          PIC 9(2).
            05 FIRST-SUSP-DATE      PIC 9(8).
            05 LAST-RECYC-DATE      PIC 9(8).
            05 BRANCH-CODE          PIC X(4).
            05 DUP-RELEASED         PIC X.
                88 DUP-ACCEPTED           VALUE 'Y'.

        FD PRINT-FILE.

            05 SORT-RESUB-COUNT     PIC 9(2).
            05 SORT-FIRST-SUSP-DATE PIC 9(8).
            05 SORT-LAST-RECYC-DATE PIC 9(8).
            05 SORT-BRANCH-CODE     PIC X(4).
            05 SORT-DUP-RELEASED    PIC X.

        FD PAYROLL-FILE.


        FD CHECKPOINT-FILE.

        COPY CHKPOINT.

      *    THE DUPLICATE, GUARANTEE AND QUOTA MAPS ARE CHECKPOINTED
      *    SEPARATELY ON CHKMAPS.DAT: AT 300KB THEY WOULD SWAMP THE

        COPY SALESMAST.

        FD ASGNHIST-FILE.

        COPY ASGNHIST.

        FD QUOTA-FILE.

        COPY QUOTAMST.

        FD ATTAIN-FILE.

            05 RCY-RESUB-COUNT      PIC 9(2).
            05 RCY-FIRST-SUSP-DATE  PIC 9(8).
            05 RCY-LAST-RECYC-DATE  PIC 9(8).
            05 RCY-BRANCH-CODE      PIC X(4).
            05 RCY-DUP-RELEASED     PIC X.

        FD HARD-REJECT-FILE.


        FD RUN-LOG-FILE.

        COPY RUNLOG.

        FD RUN-AUDIT-FILE.


        FD REGION-FILE.

        COPY REGIONS.

        FD RUN-CONTROL-FILE.


        COPY DRAWCAP.

        FD RUN-POSTING-FILE.

        COPY RUNPOST.

        FD COMMHIST-FILE.

        COPY COMMHIST.

        FD HOLD-FILE.

        COPY HOLDMAST.

        FD CONTEST-FILE.

        COPY CONTEST.

        FD BATCH-REGISTER-FILE.

        COPY BATCHREG.

        FD FINGERPRINT-FILE.

        COPY FINGERPR.

        FD HELD-REGISTER-FILE.

        01  HELD-REGISTER-LINE     PIC X(132).

        FD HELD-EXTRACT-FILE.

        COPY HELDCOMM.

        FD PARAMETER-FILE.

        01  PARAMETER-RECORD.
            05 WS-MAP-CKPT-COUNTER    PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-MAPS-SAVED-COUNT    PIC 9(7) COMP-3 VALUE ZERO.
            05 WS-SKIP-COUNT          PIC 9(7) COMP-3 VALUE ZERO.
      *    THE RUN MOVES THROUGH FIVE PHASES: 'D' THE DETAIL LOOP,
      *    'O' THE MANAGER OVERRIDE PAYMENTS, 'G' THE GUARANTEE
      *    SWEEP, 'C' THE SALES CONTEST BONUSES AND 'H' THE PAYMENT
      *    OF COMMISSION HELD UNDER A HOLD THAT HAS SINCE BEEN
      *    RELEASED.  THE TAIL PHASES PAY THROUGH THE SAME MASTERS
      *    AND EXTRACTS AS THE DETAIL LOOP, SO THE PHASE AND A COUNT
      *    OF PAYMENTS MADE IN IT ARE CHECKPOINTED PER PAYMENT AND A
      *    RESTART REPLAYS THE PHASE SKIPPING PAYMENTS ALREADY MADE.
            05 WS-RUN-PHASE           PIC X(01) VALUE 'D'.
                88 WS-PHASE-DETAIL            VALUE 'D'.
                88 WS-PHASE-OVERRIDES         VALUE 'O'.
                88 WS-PHASE-GTEE-SWEEP        VALUE 'G'.
                88 WS-PHASE-CONTEST           VALUE 'C'.
                88 WS-PHASE-HOLD-RELEASE      VALUE 'H'.
            05 WS-TAIL-SEQ            PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-TAIL-DONE-COUNT     PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-TAIL-SAVED-COUNT    PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-HARDREJ-RECS      PIC 9(7) COMP-3 VALUE ZERO.

      *    GRADED CONDITION CODE FOR THE SCHEDULER: 0 = CLEAN,
      *    4 = WARNINGS (QUARANTINED OR RE-SENT BRANCHES, REJECTS
      *    OR SUSPENSE ACTIVITY), 8 = FATAL (NOTHING POSTED, JOURNAL
      *    OUT OF BALANCE, MANAGER TABLE OVERFLOW OR PERIOD-CONTROL
      *    VIOLATION).  THE VERDICT SAYS WHETHER PAYROLL.DAT IS
      *    SAFE TO RELEASE DOWNSTREAM.
        01  WS-RUN-STATUS-FIELDS.
                88 WS-END-OF-RLOG           VALUE 'Y'.
            05 WS-RUN-NUMBER        PIC 9(5) VALUE ZERO.

      *    EVERY PAYROLL LINE IS ALSO JOURNALLED ON RUNPOST.DAT WITH
      *    ITS YTD AND DRAW-BALANCE MOVEMENT AND THE GL SOURCE CODE
      *    ITS COMMISSION WAS DEBITED UNDER, SO RUNBACKOUT CAN
      *    REVERSE THE RUN LATER.  THE SOURCE CODE IS SET BY
      *    0166/0151 AS THE COMMISSION IS ACCUMULATED FOR THE GL.
        01  WS-RUN-POSTING-FIELDS.
            05 WS-RPST-STATUS       PIC X(02) VALUE SPACES.
                88 WS-RPST-OK               VALUE '00'.
                88 WS-RPST-FILE-MISSING     VALUE '35'.
            05 WS-POST-GL-SOURCE    PIC X(9) VALUE SPACES.
            05 WS-POST-DRAW-CHANGE  PIC S9(10) COMP-3 VALUE ZERO.

      *    THE COMMISSION HISTORY IS KEYED ON THE PAYROLL LINE COUNT,
      *    WHICH A RESTART RESTORES FROM THE CHECKPOINT, SO A LINE
      *    REPOSTED AFTER A RESTART REPLACES ITS EARLIER COPY.
        01  WS-COMMHIST-FIELDS.
            05 WS-CH-STATUS         PIC X(02) VALUE SPACES.
                88 WS-CH-OK                 VALUE '00'.
                88 WS-CH-FILE-MISSING       VALUE '35'.
            05 WS-CH-CAP-CUT        PIC S9(10) COMP-3 VALUE ZERO.

      *    COMMISSION HOLDS.  A LINE FOR A REP WITH AN ACTIVE HOLD ON
      *    HOLDMAST.DAT IS CALCULATED AND ACCRUED TO YTD AND THE GL
      *    AS USUAL BUT KEPT OFF PAYROLL.DAT AND ADDED TO THE HELD
      *    AMOUNT; IT STILL TAKES A PAYROLL LINE SEQUENCE NUMBER SO
      *    THE STATEMENT EXTRACT, RUN POSTING JOURNAL AND HISTORY
      *    STAY ONE-FOR-ONE WITH IT.  WHAT WAS HELD IS PAID IN THE
      *    'H' PHASE OF THE FIRST RUN AFTER THE HOLD ENDS.
        01  WS-HOLD-FIELDS.
            05 WS-HLD-STATUS        PIC X(02) VALUE SPACES.
                88 WS-HLD-OK              VALUE '00'.
                88 WS-HLD-NOT-FOUND       VALUE '23'.
                88 WS-HLD-FILE-MISSING    VALUE '35'.
            05 WS-HLD-EOF-SW        PIC X(01) VALUE 'N'.
                88 WS-HLD-EOF             VALUE 'Y'.
            05 WS-HLD-ACTIVE-SW     PIC X(01) VALUE 'N'.
                88 WS-HLD-ACTIVE          VALUE 'Y'.
            05 WS-HOLDING-LINE-SW   PIC X(01) VALUE 'N'.
                88 WS-HOLDING-LINE        VALUE 'Y'.
            05 WS-PAYING-RELEASE-SW PIC X(01) VALUE 'N'.
                88 WS-PAYING-RELEASE      VALUE 'Y'.
            05 WS-HELD-LINES        PIC 9(7) COMP-3 VALUE ZERO.
            05 WS-TOTAL-HELD-AMT    PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-RELEASED-LINES    PIC 9(7) COMP-3 VALUE ZERO.
            05 WS-TOTAL-RELEASED-AMT PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-POST-HOLD-CHANGE  PIC S9(10) COMP-3 VALUE ZERO.

      *    SALES CONTESTS.  A MONTHLY RUN FOR A CONTEST'S END PERIOD
      *    OR LATER LOADS IT HERE, TOTALS EACH ACTIVE REP'S POSTED
      *    SALES IN THE CONTEST PERIODS FROM COMMHIST.DAT AND PAYS
      *    THE BONUS TO EVERY REP WHO REACHES THE THRESHOLD IN THE
      *    'C' PHASE.  A CONTEST ALREADY PAID BY THIS RUN NUMBER IS
      *    LOADED AGAIN ON A RESTART SO ITS WINNERS AND GL LINE ARE
      *    REBUILT.  CONTESTS BEYOND THE TABLE WAIT FOR A LATER RUN.
        01  WS-CONTEST-FIELDS.
            05 WS-CT-STATUS         PIC X(02) VALUE SPACES.
                88 WS-CT-OK               VALUE '00'.
                88 WS-CT-NOT-FOUND        VALUE '23'.
                88 WS-CT-FILE-MISSING     VALUE '35'.
            05 WS-CT-EOF-SW         PIC X(01) VALUE 'N'.
                88 WS-CT-EOF              VALUE 'Y'.
            05 WS-CB-MAST-EOF-SW    PIC X(01) VALUE 'N'.
                88 WS-CB-MAST-EOF         VALUE 'Y'.
            05 WS-CB-HIST-EOF-SW    PIC X(01) VALUE 'N'.
                88 WS-CB-HIST-EOF         VALUE 'Y'.
            05 WS-CB-ELIGIBLE-SW    PIC X(01) VALUE 'N'.
                88 WS-CB-ELIGIBLE         VALUE 'Y'.
            05 WS-CB-REGION-SET-SW  PIC X(01) VALUE 'N'.
                88 WS-CB-REGION-SET       VALUE 'Y'.
            05 WS-PAYING-BONUS-SW   PIC X(01) VALUE 'N'.
                88 WS-PAYING-BONUS        VALUE 'Y'.
            05 WS-CB-COUNT          PIC 9(3) COMP-3 VALUE ZERO.
            05 WS-CB-MAX            PIC 9(3) COMP-3 VALUE 20.
            05 WS-CB-SUB            PIC 9(3) COMP-3 VALUE ZERO.
            05 WS-CB-REG-SUB        PIC 9(3) COMP-3 VALUE ZERO.
            05 WS-CB-DEFERRED       PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-CB-LINE-PERIOD    PIC 9(6) VALUE ZEROES.
            05 WS-CB-LINE-DATE      PIC 9(8) VALUE ZEROES.
            05 WS-CB-LINE-REGION    PIC X(9) VALUE SPACES.
            05 WS-CB-BONUS-LINES    PIC 9(7) COMP-3 VALUE ZERO.
            05 WS-CB-BONUS-TOTAL    PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-CONTEST-TABLE OCCURS 20 TIMES.
                10 WS-CB-CONTEST-ID     PIC X(6).
                10 WS-CB-START-PERIOD   PIC 9(6).
                10 WS-CB-END-PERIOD     PIC 9(6).
                10 WS-CB-REGIONS.
                    15 WS-CB-REGION     PIC X(9) OCCURS 5 TIMES.
                10 WS-CB-HIRE-FROM      PIC 9(8).
                10 WS-CB-HIRE-TO        PIC 9(8).
                10 WS-CB-BASIS          PIC X(1).
                    88 WS-CB-BASIS-COUNT      VALUE 'C'.
                10 WS-CB-THRESHOLD      PIC 9(8).
                10 WS-CB-BONUS-AMT      PIC 9(6).
                10 WS-CB-REP-TOTAL      PIC S9(10) COMP-3.
                10 WS-CB-WINNERS        PIC 9(5) COMP-3.
                10 WS-CB-PAID-AMT       PIC S9(10) COMP-3.

      *    CROSS-RUN DUPLICATES.  EVERY BALANCED BRANCH BATCH IS
      *    REGISTERED ON BATCHREG.DAT AND EVERY POSTED TRANSACTION
      *    IS FINGERPRINTED ON FINGERPR.DAT, EACH WITH THE RUN THAT
      *    TOOK IT.  A BATCH OR TRANSACTION ALREADY TAKEN BY ANOTHER
      *    RUN IS A RE-SEND: THE BATCH IS QUARANTINED WHOLE ('D' IN
      *    THE BRANCH TABLE) AND THE TRANSACTION GOES TO SUSPENSE.
        01  WS-DUPLICATE-FIELDS.
            05 WS-BRG-STATUS        PIC X(02) VALUE SPACES.
                88 WS-BRG-OK              VALUE '00'.
                88 WS-BRG-NOT-FOUND       VALUE '23'.
                88 WS-BRG-FILE-MISSING    VALUE '35'.
            05 WS-FP-STATUS         PIC X(02) VALUE SPACES.
                88 WS-FP-OK               VALUE '00'.
                88 WS-FP-NOT-FOUND        VALUE '23'.
                88 WS-FP-FILE-MISSING     VALUE '35'.
            05 WS-FP-SEQ            PIC 9(7) COMP-3 VALUE ZERO.
            05 WS-RESENT-BATCH-COUNT PIC 9(2) COMP-3 VALUE ZERO.
            05 WS-DUP-TRANS-COUNT   PIC 9(7) COMP-3 VALUE ZERO.
            05 WS-DUP-REASON.
                10 FILLER           PIC X(17) VALUE
                   'DUPLICATE OF RUN '.
                10 WS-DUP-RUN       PIC 9(5) VALUE ZEROES.

        01  WS-YTD-FIELDS.
            05 WS-YTD-STATUS        PIC X(02) VALUE SPACES.
                88 WS-YTD-OK              VALUE '00'.
                88 WS-MAST-NOT-FOUND      VALUE '23'.
                88 WS-MAST-FILE-MISSING   VALUE '35'.

        01  WS-ASGNHIST-FIELDS.
            05 WS-AH-STATUS         PIC X(02) VALUE SPACES.
                88 WS-AH-OK               VALUE '00'.
                88 WS-AH-NOT-FOUND        VALUE '23'.
                88 WS-AH-FILE-MISSING     VALUE '35'.

        01  WS-QUOTA-FIELDS.
            05 WS-QTA-STATUS        PIC X(02) VALUE SPACES.
                88 WS-QTA-OK              VALUE '00'.

      *    MANAGERS EARN A 1 PCT OVERRIDE ON THEIR TEAM'S SALES,
      *    ACCUMULATED HERE BY SM-MANAGER-ID AS EACH REP'S SALES
      *    AND ADJUSTMENTS POST (THE MANAGER IN EFFECT ON THE
      *    TRANSACTION DATE - SEE 0112B), AND PAID AFTER THE MAIN LOOP
      *    THROUGH THE SAME PAYROLL EXTRACT AND YTD MASTER AS
      *    REGULAR COMMISSION.
        01  WS-MANAGER-FIELDS.
                88 WS-VALID-RECORD        VALUE 'Y'.
                88 WS-INVALID-RECORD      VALUE 'N'.
            05 WS-REJECT-REASON    PIC X(30) VALUE SPACES.
            05 WS-FP-DUP-SW        PIC X(01) VALUE 'N'.
                88 WS-FP-DUPLICATE        VALUE 'Y'.
            05 WS-LATE-SALE-SW     PIC X(01) VALUE SPACE.
                88 WS-LATE-SALE-OK        VALUE 'Y'.
                88 WS-LATE-NO-DATE        VALUE 'N'.
                88 WS-LATE-SETTLED        VALUE 'S'.
                88 WS-LATE-AFTER-TERM     VALUE 'A'.

        01  WS-BRANCH-BALANCE.
            05 WS-BRANCH-COUNT      PIC 9(2) COMP-3 VALUE ZERO.
                88 WS-RELEASE-OK            VALUE 'Y'.
            05 WS-BAL-RECORDS-READ  PIC 9(7)  COMP-3 VALUE ZERO.
            05 WS-BAL-ID-HASH       PIC 9(10) COMP-3 VALUE ZERO.
            05 WS-REL-BRANCH-CODE   PIC X(4) VALUE '----'.
            05 WS-REL-DUP-RELEASED  PIC X(1) VALUE SPACE.
            05 WS-BRANCH-TABLE OCCURS 10 TIMES.
                10 WS-BR-CODE           PIC X(4).
                10 WS-BR-ACTUAL-COUNT   PIC 9(7).
                    88 WS-BR-BALANCED        VALUE 'B'.
                    88 WS-BR-QUARANTINED     VALUE 'Q'.
                    88 WS-BR-UNBATCHED       VALUE 'U'.
                    88 WS-BR-RESENT          VALUE 'D'.
                10 WS-BR-ORIG-RUN       PIC 9(5).
                10 WS-BR-ORIG-DATE      PIC 9(8).
                10 WS-BR-RELEASED-SW    PIC X(1).
                    88 WS-BR-RELEASED        VALUE 'Y'.

        01  WS-RECYCLE-FIELDS.
            05 WS-RCY-STATUS        PIC X(02) VALUE SPACES.
               'GUARANTEE SKIPPED - REP INACTIVE'.
            05 FILLER               PIC X(83)  VALUE SPACES.

      *    THE LINE TYPE IS THE STATEMENT EXTRACT RECORD TYPE: S SALE,
      *    A ADJUSTMENT, O OVERRIDE, G GUARANTEE, B CONTEST BONUS AND
      *    H HOLD RELEASE.  RETROPAY WRITES R, FINALSET F, AND
      *    RUNBACKOUT THE TYPE OF THE LINE IT REVERSES.
        01  PAYROLL-DETAIL-LINE.
            05 PAY-SALESPERSON-ID   PIC 9(5).
            05 FILLER               PIC X(1)   VALUE ','.
            05 PAY-COMMISSION-AMT   PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.
            05 FILLER               PIC X(1)   VALUE ','.
            05 PAY-LINE-TYPE        PIC X(1).
            05 FILLER               PIC X(113) VALUE SPACES.

        01  COMM-DRAW-TOTAL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 FILLER               PIC X(13)  VALUE '  TRLR AMOUNT'.
            05 FILLER               PIC X(4)   VALUE SPACES.
            05 FILLER               PIC X(12)  VALUE 'STATUS'.
            05 FILLER               PIC X(14)  VALUE 'ORIGINAL BATCH'.
            05 FILLER               PIC X(31)  VALUE SPACES.

        01  BAL-DETAIL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 BAL-TRAILER-AMOUNT   PIC Z,ZZZ,ZZZ,ZZ9.
            05 FILLER               PIC X(4)   VALUE SPACES.
            05 BAL-STATUS           PIC X(12).
            05 BAL-ORIGINAL-BATCH.
                10 BAL-ORIG-RUN-LABEL PIC X(4).
                10 BAL-ORIG-RUN     PIC Z(4)9.
                10 BAL-ORIG-DATE-LABEL PIC X(10).
                10 BAL-ORIG-DATE    PIC 9(8).
            05 FILLER               PIC X(18)  VALUE SPACES.

        01  ADJR-HEADING-LINE-1.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 SPLR-TOTAL-COUNT     PIC Z,ZZ9.
            05 FILLER               PIC X(97)  VALUE SPACES.

        01  HELDREG-HEADING-LINE-1.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 FILLER               PIC X(24)  VALUE
               'HELD COMMISSION REGISTER'.
            05 FILLER               PIC X(6)   VALUE SPACES.
            05 FILLER               PIC X(4)   VALUE 'RUN '.
            05 HREG-RUN-NUMBER      PIC 9(5).
            05 FILLER               PIC X(88)  VALUE SPACES.

        01  HELDREG-HEADING-LINE-2.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 FILLER               PIC X(11)  VALUE 'SALESPERSON'.
            05 FILLER               PIC X(4)   VALUE SPACES.
            05 FILLER               PIC X(8)   VALUE 'ACTION'.
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 FILLER               PIC X(4)   VALUE 'TYPE'.
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 FILLER               PIC X(6)   VALUE 'REASON'.
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 FILLER               PIC X(12)  VALUE '  COMMISSION'.
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 FILLER               PIC X(12)  VALUE '    NOW HELD'.
            05 FILLER               PIC X(62)  VALUE SPACES.

        01  HELDREG-DETAIL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 HREG-SALESPERSON-ID  PIC 9(5).
            05 FILLER               PIC X(10)  VALUE SPACES.
            05 HREG-ACTION          PIC X(8).
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 HREG-LINE-TYPE       PIC X(1).
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 HREG-REASON          PIC X(3).
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 HREG-COMM-AMT        PIC ----,---,--9.
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 HREG-HELD-AMT        PIC ----,---,--9.
            05 FILLER               PIC X(62)  VALUE SPACES.

        01  HELDREG-TOTAL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 HREG-TOTAL-LABEL     PIC X(28).
            05 HREG-TOTAL-COUNT     PIC Z,ZZ9.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 HREG-TOTAL-AMT       PIC ----,---,--9.
            05 FILLER               PIC X(77)  VALUE SPACES.

        01  HARDREJ-HEADING-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 FILLER               PIC X(11)  VALUE 'SALESPERSON'.
      *    SALESMAST AND MUST SEE THE SAME MASTER AS THE ORIGINAL
      *    PASS, NOT AN UNOPENED FILE.
           OPEN INPUT SALESMAST-FILE.
           OPEN INPUT ASGNHIST-FILE.
           OPEN INPUT QUOTA-FILE.
           OPEN I-O FINGERPRINT-FILE.
           IF WS-FP-FILE-MISSING
              OPEN OUTPUT FINGERPRINT-FILE
              CLOSE FINGERPRINT-FILE
              OPEN I-O FINGERPRINT-FILE
           END-IF.
           IF WS-IS-RESTART
              OPEN EXTEND PRINT-FILE
              OPEN EXTEND COMM-FILE
              OPEN EXTEND ADJ-REGISTER-FILE
              OPEN EXTEND SPLIT-REGISTER-FILE
              OPEN EXTEND STMT-EXTRACT-FILE
              OPEN EXTEND HELD-REGISTER-FILE
              OPEN EXTEND HELD-EXTRACT-FILE
              PERFORM 0058-SKIP-ONE-RECORD WS-RESTART-COUNT TIMES
           ELSE
              OPEN OUTPUT PRINT-FILE
              OPEN OUTPUT ADJ-REGISTER-FILE
              OPEN OUTPUT SPLIT-REGISTER-FILE
              OPEN OUTPUT STMT-EXTRACT-FILE
              OPEN OUTPUT HELD-REGISTER-FILE
              OPEN OUTPUT HELD-EXTRACT-FILE
           END-IF.
           OPEN I-O YTD-FILE.
           IF WS-YTD-FILE-MISSING
              CLOSE DRAWCAP-FILE
              OPEN I-O DRAWCAP-FILE
           END-IF.
           OPEN EXTEND RUN-POSTING-FILE.
           IF WS-RPST-FILE-MISSING
              OPEN OUTPUT RUN-POSTING-FILE
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
           OPEN I-O CONTEST-FILE.
           IF WS-CT-FILE-MISSING
              OPEN OUTPUT CONTEST-FILE
              CLOSE CONTEST-FILE
              OPEN I-O CONTEST-FILE
           END-IF.
           PERFORM 0100-PROCESS-RECORDS.
           PERFORM 0200-STOP-RUN.

           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *    A RESTART CARRIES ON UNDER THE RUN NUMBER IT STARTED
      *    WITH: EVERYTHING POSTED BEFORE THE FAILURE - JOURNAL,
      *    HISTORY, FINGERPRINTS AND BATCH REGISTER - IS KEYED BY
      *    IT, AND RUNLOG HAS NO ENTRY FOR THE RUN UNTIL IT ENDS.
        0055-CHECK-FOR-RESTART.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-OK
                    MOVE CKPT-RUN-PHASE      TO WS-RUN-PHASE
                    MOVE CKPT-TAIL-PAID      TO WS-TAIL-SAVED-COUNT
                    MOVE CKPT-MGR-OVERFLOW   TO WS-MGR-OVERFLOW-SW
                    MOVE CKPT-HELD-LINES     TO WS-HELD-LINES
                    MOVE CKPT-HELD-AMT       TO WS-TOTAL-HELD-AMT
                    MOVE CKPT-RELEASED-LINES TO WS-RELEASED-LINES
                    MOVE CKPT-RELEASED-AMT   TO WS-TOTAL-RELEASED-AMT
                    MOVE CKPT-RESENT-BATCHES TO WS-RESENT-BATCH-COUNT
                    MOVE CKPT-DUP-TRANS      TO WS-DUP-TRANS-COUNT
                    IF CKPT-RUN-NUMBER NUMERIC
                     AND CKPT-RUN-NUMBER > ZEROES
                       MOVE CKPT-RUN-NUMBER  TO WS-RUN-NUMBER
                    END-IF
                    PERFORM 0124-RESTORE-MAP-CHECKPOINT
              END-READ
              CLOSE CHECKPOINT-FILE
      *    SLIGHTLY STRICTER THAN THE ORIGINAL PASS FOR THAT SMALL
      *    WINDOW BUT CAN NEVER PAY OR WITHHOLD ANYTHING.
        0058A-REBUILD-MAP-FLAGS.
           MOVE WS-SKIP-COUNT TO WS-FP-SEQ.
           PERFORM 0102-VALIDATE-RECORD.
           IF WS-VALID-RECORD
            AND (SALE-TRANSACTION OR SPLIT-TRANSACTION)

        0057-BALANCE-BRANCH-FEEDS.
           MOVE ZERO TO WS-BRANCH-COUNT WS-BR-CUR
                        WS-BAL-RECORDS-READ WS-BAL-ID-HASH
                        WS-RESENT-BATCH-COUNT.
           MOVE 'N' TO WS-END-OF-BAL-SW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN I-O BATCH-REGISTER-FILE.
           IF WS-BRG-FILE-MISSING
              OPEN OUTPUT BATCH-REGISTER-FILE
              CLOSE BATCH-REGISTER-FILE
              OPEN I-O BATCH-REGISTER-FILE
           END-IF.
           OPEN INPUT SALESFILE.
           READ SALESFILE
                AT END SET WS-END-OF-BAL TO TRUE
           PERFORM 0059-BALANCE-ONE-RECORD
              UNTIL WS-END-OF-BAL.
           CLOSE SALESFILE.
           CLOSE BATCH-REGISTER-FILE.
           IF WS-BR-CUR > ZERO
              MOVE 'Q' TO WS-BR-STATUS (WS-BR-CUR)
              MOVE ZERO TO WS-BR-CUR
           MOVE WS-BR-SUB TO WS-BR-CUR.
           IF WS-BR-CUR > ZERO
              MOVE 'O' TO WS-BR-STATUS (WS-BR-CUR)
              MOVE 'N' TO WS-BR-RELEASED-SW (WS-BR-CUR)
           END-IF.

        0059B-CHECK-BRANCH-TRAILER.
               AND WS-BR-ACTUAL-AMOUNT (WS-BR-CUR) =
                   WS-BR-TRAILER-AMOUNT (WS-BR-CUR)
                 MOVE 'B' TO WS-BR-STATUS (WS-BR-CUR)
                 PERFORM 0059E-CHECK-BATCH-REGISTER
              ELSE
                 MOVE 'Q' TO WS-BR-STATUS (WS-BR-CUR)
              END-IF
              MOVE 'Q' TO WS-BR-STATUS (WS-BR-FOUND-SUB)
           END-IF.

      *    A BALANCED BATCH IS LOOKED UP ON THE BATCH REGISTER BY
      *    BRANCH, TRAILER COUNT AND HASH.  ONE ALREADY PROCESSED BY
      *    AN EARLIER RUN IS A RE-SEND AND IS QUARANTINED WHOLE.
      *    OTHERWISE THE BATCH IS REGISTERED TO THIS RUN: A NEW
      *    ENTRY, AN ENTRY A SUPERVISOR RELEASED THROUGH BATCHREL
      *    FOR REPROCESSING, OR THIS RUN NUMBER'S OWN ENTRY FROM AN
      *    ATTEMPT THAT FAILED BEFORE ITS FIRST CHECKPOINT.  TAKING
      *    A RELEASED ENTRY KEEPS THE EARLIER RUN'S REGISTRATION IN
      *    THE PRIOR FIELDS SO A BACK-OUT OF THIS RUN CAN RESTORE IT.
      *    AN ENTRY CARRYING A PRIOR RUN WAS TAKEN ON A RELEASE, BY
      *    THIS RUN OR BY THE ATTEMPT BEING RESTARTED, SO THE BRANCH
      *    IS MARKED RELEASED AND ITS DETAILS ARE NOT CHECKED AGAINST
      *    THE FINGERPRINTS THE EARLIER RUN LEFT.
        0059E-CHECK-BATCH-REGISTER.
           MOVE WS-BR-CODE (WS-BR-CUR) TO BRG-BRANCH-CODE.
           MOVE WS-BR-TRAILER-COUNT (WS-BR-CUR) TO BRG-RECORD-COUNT.
           MOVE WS-BR-TRAILER-AMOUNT (WS-BR-CUR) TO BRG-SALES-HASH.
           READ BATCH-REGISTER-FILE
               INVALID KEY
                  PERFORM 0059F-ADD-REGISTER-ENTRY
               NOT INVALID KEY
                  IF BRG-PROCESSED
                   AND BRG-RUN-NUMBER NOT = WS-RUN-NUMBER
                     MOVE 'D' TO WS-BR-STATUS (WS-BR-CUR)
                     MOVE BRG-RUN-NUMBER
                       TO WS-BR-ORIG-RUN (WS-BR-CUR)
                     MOVE BRG-RECEIVED-DATE
                       TO WS-BR-ORIG-DATE (WS-BR-CUR)
                     ADD 1 TO WS-RESENT-BATCH-COUNT
                  ELSE
                     IF BRG-RELEASED
                        MOVE BRG-RUN-NUMBER    TO BRG-PRIOR-RUN
                        MOVE BRG-RUN-PERIOD    TO BRG-PRIOR-PERIOD
                        MOVE BRG-RECEIVED-DATE TO BRG-PRIOR-RECEIVED
                     END-IF
                     IF BRG-PRIOR-RUN NUMERIC
                      AND BRG-PRIOR-RUN > ZEROES
                        MOVE 'Y' TO WS-BR-RELEASED-SW (WS-BR-CUR)
                     END-IF
                     PERFORM 0059G-SET-REGISTER-RUN
                     REWRITE BATCH-REGISTER-RECORD
                        INVALID KEY
                           CONTINUE
                     END-REWRITE
                  END-IF
           END-READ.

        0059F-ADD-REGISTER-ENTRY.
           MOVE SPACES TO BATCH-REGISTER-RECORD.
           MOVE WS-BR-CODE (WS-BR-CUR) TO BRG-BRANCH-CODE.
           MOVE WS-BR-TRAILER-COUNT (WS-BR-CUR) TO BRG-RECORD-COUNT.
           MOVE WS-BR-TRAILER-AMOUNT (WS-BR-CUR) TO BRG-SALES-HASH.
           MOVE ZEROES TO BRG-RELEASE-DATE BRG-PRIOR-RUN
                          BRG-PRIOR-PERIOD BRG-PRIOR-RECEIVED.
           PERFORM 0059G-SET-REGISTER-RUN.
           WRITE BATCH-REGISTER-RECORD
               INVALID KEY
                  CONTINUE
           END-WRITE.

        0059G-SET-REGISTER-RUN.
           MOVE WS-CURRENT-DATE TO BRG-RECEIVED-DATE.
           MOVE WS-RUN-NUMBER   TO BRG-RUN-NUMBER.
           MOVE WS-RUN-PERIOD   TO BRG-RUN-PERIOD.
           MOVE 'P'             TO BRG-STATUS.

      *    WHEN THE BRANCH TABLE IS FULL AN UNKNOWN CODE IS NOT
      *    ADDED AND WS-BR-SUB COMES BACK ZERO; CALLERS TREAT THE
      *    BATCH AS UNVERIFIABLE AND ITS RECORDS ARE NOT RELEASED.
                                WS-BR-ACTUAL-AMOUNT (WS-BR-SUB)
                                WS-BR-TRAILER-COUNT (WS-BR-SUB)
                                WS-BR-TRAILER-AMOUNT (WS-BR-SUB)
                 MOVE 'N' TO WS-BR-RELEASED-SW (WS-BR-SUB)
              ELSE
                 MOVE ZERO TO WS-BR-SUB
              END-IF
           MOVE WS-BR-ACTUAL-AMOUNT (WS-BR-SUB) TO BAL-ACTUAL-AMOUNT.
           MOVE WS-BR-TRAILER-AMOUNT (WS-BR-SUB)
             TO BAL-TRAILER-AMOUNT.
           MOVE SPACES TO BAL-ORIGINAL-BATCH.
           EVALUATE TRUE
               WHEN WS-BR-BALANCED (WS-BR-SUB)
                   MOVE 'BALANCED' TO BAL-STATUS
               WHEN WS-BR-UNBATCHED (WS-BR-SUB)
                   MOVE 'UNBATCHED' TO BAL-STATUS
               WHEN WS-BR-RESENT (WS-BR-SUB)
                   MOVE 'RE-SENT' TO BAL-STATUS
                   MOVE 'RUN ' TO BAL-ORIG-RUN-LABEL
                   MOVE WS-BR-ORIG-RUN (WS-BR-SUB) TO BAL-ORIG-RUN
                   MOVE '  RECEIVED' TO BAL-ORIG-DATE-LABEL
                   MOVE WS-BR-ORIG-DATE (WS-BR-SUB) TO BAL-ORIG-DATE
               WHEN OTHER
                   MOVE 'QUARANTINED' TO BAL-STATUS
           END-EVALUATE.
           ELSE
              MOVE ZEROES TO SORT-LAST-RECYC-DATE
           END-IF.
           MOVE RCY-BRANCH-CODE      TO SORT-BRANCH-CODE.
           MOVE RCY-DUP-RELEASED     TO SORT-DUP-RELEASED.
           RELEASE SORT-RECORD.
           READ RECYCLE-FILE
                AT END SET WS-END-OF-RECYCLE TO TRUE

        0065-RELEASE-SALES-RECORDS.
           PERFORM 0068-SET-UNBATCHED-RELEASE.
           MOVE '----' TO WS-REL-BRANCH-CODE.
           MOVE SPACE TO WS-REL-DUP-RELEASED.
           OPEN INPUT SALESFILE.
           READ SALESFILE
                AT END SET WS-END-OF-RAW TO TRUE
           EVALUATE RAW-SALESDETAILS (1:1)
               WHEN 'H'
                   MOVE BH-BRANCH-CODE TO WS-BR-WORK-CODE
                                          WS-REL-BRANCH-CODE
                   MOVE SPACE TO WS-REL-DUP-RELEASED
                   PERFORM 0063A-FIND-OR-ADD-BRANCH
                   IF WS-BR-SUB = ZERO
                      MOVE 'N' TO WS-RELEASE-OK-SW
                   ELSE
                      IF WS-BR-QUARANTINED (WS-BR-SUB)
                       OR WS-BR-RESENT (WS-BR-SUB)
                         MOVE 'N' TO WS-RELEASE-OK-SW
                      ELSE
                         MOVE 'Y' TO WS-RELEASE-OK-SW
                         IF WS-BR-RELEASED (WS-BR-SUB)
                            MOVE 'Y' TO WS-REL-DUP-RELEASED
                         END-IF
                      END-IF
                   END-IF
               WHEN 'T'
                   PERFORM 0068-SET-UNBATCHED-RELEASE
                   MOVE '----' TO WS-REL-BRANCH-CODE
                   MOVE SPACE TO WS-REL-DUP-RELEASED
               WHEN OTHER
                   IF WS-RELEASE-OK
                      PERFORM 0067-RELEASE-SALES-DETAIL
           MOVE ZEROES               TO SORT-RESUB-COUNT.
           MOVE ZEROES               TO SORT-FIRST-SUSP-DATE
                                        SORT-LAST-RECYC-DATE.
           MOVE WS-REL-BRANCH-CODE   TO SORT-BRANCH-CODE.
           MOVE WS-REL-DUP-RELEASED  TO SORT-DUP-RELEASED.
           RELEASE SORT-RECORD.

        0100-PROCESS-RECORDS.
              PERFORM 0119-WRITE-HARDREJ-HEADING-LINE
              PERFORM 0121-WRITE-ADJR-HEADING-LINE
              PERFORM 0122-WRITE-SPLITREG-HEADING-LINE
              PERFORM 0193-WRITE-HELDREG-HEADING-LINE
              PERFORM 0140-WRITE-GENDER-HEADING
           END-IF.
           READ SORTED-SALESFILE
                AT END SET ENDOFSALES TO TRUE
                END-READ.
           PERFORM UNTIL ENDOFSALES
            COMPUTE WS-FP-SEQ = WS-RECORDS-READ + 1
            PERFORM 0102-VALIDATE-RECORD
            PERFORM 0101-COUNT-RECORD
            IF WS-VALID-RECORD
                     PERFORM 0165-PROCESS-SALE
                  END-IF
               END-IF
               PERFORM 0104B-WRITE-FINGERPRINT
            ELSE
               PERFORM 0103-WRITE-EXCEPTION-LINE
            END-IF
           END-PERFORM.
           PERFORM 0175-PAY-MANAGER-OVERRIDES.
           PERFORM 0180-SWEEP-GUARANTEE-MINIMUMS.
           PERFORM 0196-PAY-CONTEST-BONUSES.
           PERFORM 0186-RELEASE-HELD-COMMISSION.
           PERFORM 0130-WRITE-TOTAL-LINE.
           PERFORM 0132-WRITE-REGION-TOTALS.
           PERFORM 0133-WRITE-ATTAIN-REGION-TOTALS.
           PERFORM 0135-WRITE-COMM-TOTAL-LINE.
           PERFORM 0136-WRITE-ADJ-REGISTER-TOTALS.
           PERFORM 0145-WRITE-SPLIT-REGISTER-TOTALS.
           PERFORM 0194-WRITE-HELDREG-TOTALS.
           PERFORM 0137-WRITE-CONTROL-TOTALS.
           PERFORM 0138-WRITE-COMM-CONTROL-TOTALS.
           PERFORM 0141-WRITE-GENDER-REPORT.
        0102-VALIDATE-RECORD.
            SET WS-VALID-RECORD TO TRUE.
            MOVE SPACES TO WS-REJECT-REASON.
            MOVE 'N' TO WS-FP-DUP-SW.
            IF SALESPERSON-ID NOT NUMERIC
               SET WS-INVALID-RECORD TO TRUE
               MOVE 'INVALID SALESPERSON ID' TO WS-REJECT-REASON
            IF WS-VALID-RECORD AND SPLIT-TRANSACTION
               PERFORM 0163-CHECK-SPLIT-PARTNER
            END-IF.
            IF WS-VALID-RECORD
               PERFORM 0104A-CHECK-FINGERPRINT
            END-IF.
            IF WS-VALID-RECORD
             AND (SALE-TRANSACTION OR SPLIT-TRANSACTION)
               PERFORM 0104-CHECK-DUPLICATE-ID
            END-IF.

      *    BOTH PARTIES TO A SPLIT MUST BE ACTIVE ON THE
      *    SALESPERSON MASTER, OR TERMINATED AFTER THE SALE AND NOT
      *    YET SETTLED (SEE 0112A).  THE PRIMARY RECORD IS RE-READ
      *    AFTERWARDS SO THE MASTER BUFFER IS LEFT POSITIONED ON
      *    THE PRIMARY SALESPERSON FOR THE REST OF THE EDITS.
        0163-CHECK-SPLIT-PARTNER.
                        TO WS-REJECT-REASON
                   NOT INVALID KEY
                      IF SM-TERMINATED
                         PERFORM 0112A-CHECK-LATE-SALE
                         EVALUATE TRUE
                             WHEN WS-LATE-SALE-OK
                                 CONTINUE
                             WHEN WS-LATE-SETTLED
                                 SET WS-INVALID-RECORD TO TRUE
                                 MOVE 'SPLIT PARTNER ALREADY SETTLED'
                                   TO WS-REJECT-REASON
                             WHEN OTHER
                                 SET WS-INVALID-RECORD TO TRUE
                                 MOVE 'SPLIT PARTNER TERMINATED'
                                   TO WS-REJECT-REASON
                         END-EVALUATE
                      END-IF
                      PERFORM 0112B-APPLY-ASSIGNMENT
               END-READ
               IF WS-VALID-RECORD
                  MOVE SM-REGION TO WS-REG-WORK-CODE
               READ SALESMAST-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      PERFORM 0112B-APPLY-ASSIGNMENT
               END-READ
            END-IF.

               MOVE 'Y' TO WS-SEEN-FLAG (SALESPERSON-ID)
            END-IF.

      *    A TRANSACTION WHOSE FINGERPRINT IS ALREADY ON FINGERPR.DAT
      *    WAS POSTED BEFORE AND GOES TO SUSPENSE NAMING THE RUN THAT
      *    POSTED IT, UNLESS A SUPERVISOR HAS ACCEPTED IT THROUGH
      *    SUSPMAINT AS A LEGITIMATE LOOK-ALIKE OR IT COMES IN A
      *    BATCH A SUPERVISOR RELEASED THROUGH BATCHREL.  AN ENTRY BY
      *    THIS RUN NUMBER FOR THE SAME RECORD NUMBER IS THE RUN'S
      *    OWN POSTING COMING ROUND AGAIN AFTER A RESTART, NOT A
      *    DUPLICATE.  THE CALLER SETS WS-FP-SEQ: THE NEXT RECORD
      *    NUMBER IN THE MAIN LOOP, THE SKIP COUNT IN 0058A.
        0104A-CHECK-FINGERPRINT.
            IF NOT DUP-ACCEPTED
               PERFORM 0104C-SET-FINGERPRINT-KEY
               READ FINGERPRINT-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF FP-RUN-NUMBER NOT = WS-RUN-NUMBER
                       OR FP-RECORD-SEQ NOT = WS-FP-SEQ
                         SET WS-INVALID-RECORD TO TRUE
                         MOVE 'Y' TO WS-FP-DUP-SW
                         MOVE FP-RUN-NUMBER TO WS-DUP-RUN
                         MOVE WS-DUP-REASON TO WS-REJECT-REASON
                      END-IF
               END-READ
            END-IF.

      *    A RESTART REPLAYING A RECORD FINDS ITS ENTRY ALREADY
      *    THERE; THE DUPLICATE KEY IS EXPECTED AND IGNORED.  SO IS
      *    A RELEASED BATCH'S, WHOSE ENTRIES STAY UNDER THE RUN THAT
      *    FIRST POSTED THEM.
        0104B-WRITE-FINGERPRINT.
            PERFORM 0104C-SET-FINGERPRINT-KEY.
            MOVE WS-RUN-NUMBER TO FP-RUN-NUMBER.
            MOVE WS-FP-SEQ     TO FP-RECORD-SEQ.
            MOVE WS-TODAY-YMD  TO FP-POSTED-DATE.
            WRITE FINGERPRINT-RECORD
                INVALID KEY
                   CONTINUE
            END-WRITE.

        0104C-SET-FINGERPRINT-KEY.
            MOVE SPACES         TO FINGERPRINT-RECORD.
            MOVE SALESPERSON-ID TO FP-SALESPERSON-ID.
            MOVE TRANS-DATE     TO FP-TRANS-DATE.
            MOVE YEARLYSALES    TO FP-AMOUNT.
            MOVE ADJ-SIGN       TO FP-ADJ-SIGN.
            IF RECORD-TYPE = SPACE
               MOVE 'S' TO FP-RECORD-TYPE
            ELSE
               MOVE RECORD-TYPE TO FP-RECORD-TYPE
            END-IF.
            MOVE BRANCH-CODE    TO FP-BRANCH-CODE.

        0112-CHECK-SALESPERSON-MASTER.
            IF WS-MAST-FILE-MISSING
               SET WS-INVALID-RECORD TO TRUE
                        TO WS-REJECT-REASON
                   NOT INVALID KEY
                      IF SM-TERMINATED
                         PERFORM 0112A-CHECK-LATE-SALE
                         EVALUATE TRUE
                             WHEN WS-LATE-SALE-OK
                                 CONTINUE
                             WHEN WS-LATE-SETTLED
                                 SET WS-INVALID-RECORD TO TRUE
                                 MOVE 'FINAL SETTLEMENT ALREADY MADE'
                                   TO WS-REJECT-REASON
                             WHEN WS-LATE-AFTER-TERM
                                 SET WS-INVALID-RECORD TO TRUE
                                 MOVE 'TRANS DATE AFTER TERMINATION'
                                   TO WS-REJECT-REASON
                             WHEN OTHER
                                 SET WS-INVALID-RECORD TO TRUE
                                 MOVE 'SALESPERSON TERMINATED'
                                   TO WS-REJECT-REASON
                         END-EVALUATE
                      END-IF
                      PERFORM 0112B-APPLY-ASSIGNMENT
               END-READ
            END-IF.

      *    A SALE IS CREDITED TO THE REGION AND MANAGER IN EFFECT
      *    ON ITS TRANSACTION DATE.  IF ASGNHIST.DAT HAS A TRANSFER
      *    FOR THE SALESPERSON EFFECTIVE AFTER THAT DATE, THE FIRST
      *    SUCH TRANSFER'S PRIOR REGION AND MANAGER ARE LAID OVER
      *    THE MASTER BUFFER.  ONLY THE BUFFER CHANGES - THE SALES
      *    RUN NEVER REWRITES SALESMAST.  A RECORD WITH NO USABLE
      *    TRANSACTION DATE KEEPS THE CURRENT ASSIGNMENT.  EXPECTS
      *    THE SALESPERSON'S MASTER RECORD IN THE BUFFER.
        0112B-APPLY-ASSIGNMENT.
            IF NOT WS-AH-FILE-MISSING
             AND TRANS-DATE NUMERIC
             AND TRANS-DATE > ZEROES
               MOVE SM-SALESPERSON-ID TO AH-SALESPERSON-ID
               MOVE TRANS-DATE TO AH-EFFECTIVE-DATE
               START ASGNHIST-FILE KEY IS GREATER THAN AH-KEY
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      READ ASGNHIST-FILE NEXT RECORD
                          AT END
                             CONTINUE
                          NOT AT END
                             IF AH-SALESPERSON-ID = SM-SALESPERSON-ID
                                MOVE AH-PRIOR-REGION TO SM-REGION
                                MOVE AH-PRIOR-MANAGER-ID
                                  TO SM-MANAGER-ID
                             END-IF
                      END-READ
               END-START
            END-IF.

      *    A TERMINATED SALESPERSON IS STILL PAID FOR BUSINESS
      *    DATED ON OR BEFORE THE TERMINATION DATE UNTIL FINALSET
      *    HAS SETTLED THEM.  WITH NO TERMINATION DATE ON THE
      *    MASTER, OR NO USABLE TRANSACTION DATE ON THE RECORD,
      *    THERE IS NOTHING TO COMPARE AND THE RECORD IS REJECTED
      *    AS BEFORE.  EXPECTS THE SALESPERSON'S MASTER RECORD IN
      *    THE BUFFER.
        0112A-CHECK-LATE-SALE.
            EVALUATE TRUE
                WHEN SM-SETTLED-DATE NUMERIC
                 AND SM-SETTLED-DATE > ZEROES
                    SET WS-LATE-SETTLED TO TRUE
                WHEN SM-TERM-DATE NOT NUMERIC
                  OR SM-TERM-DATE = ZEROES
                  OR TRANS-DATE NOT NUMERIC
                    SET WS-LATE-NO-DATE TO TRUE
                WHEN TRANS-DATE > SM-TERM-DATE
                    SET WS-LATE-AFTER-TERM TO TRUE
                WHEN OTHER
                    SET WS-LATE-SALE-OK TO TRUE
            END-EVALUATE.

        0113-LOOKUP-QUOTA.
            MOVE 'N' TO WS-QUOTA-FOUND-SW.
            MOVE ZEROES TO WS-QUOTA-AMT.
            IF WS-REG-FOUND-SUB > ZERO
               ADD WS-COMMISSION-AMT
                 TO WS-REG-COMM (WS-REG-FOUND-SUB)
               MOVE WS-REG-CODE (WS-REG-FOUND-SUB)
                 TO WS-POST-GL-SOURCE
            ELSE
               ADD WS-COMMISSION-AMT TO WS-GL-UNASSIGNED-COMM
               MOVE 'UNASSIGND' TO WS-POST-GL-SOURCE
            END-IF.

        0151-ACCUMULATE-ADJ-REASON.
            IF WS-ADJR-FOUND-SUB > ZERO
               ADD WS-COMMISSION-AMT
                 TO WS-ADJR-COMM (WS-ADJR-FOUND-SUB)
               MOVE SPACES TO WS-POST-GL-SOURCE
               MOVE 'ADJ' TO WS-POST-GL-SOURCE (1:3)
               MOVE WS-ADJR-WORK-CODE TO WS-POST-GL-SOURCE (5:3)
            ELSE
               ADD WS-COMMISSION-AMT TO WS-GL-UNASSIGNED-COMM
               MOVE 'UNASSIGND' TO WS-POST-GL-SOURCE
            END-IF.

        0169-MATCH-ADJ-REASON-ENTRY.
            READ SALESMAST-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   PERFORM 0112B-APPLY-ASSIGNMENT
            END-READ.

        0173-WRITE-SPLIT-REGISTER-LINE.
      *    CHECKPOINT (SCALARS AND MAPS) SO A RESTART NEVER REPLAYS
      *    DETAIL RECORDS INTO THE TAIL.  ON A RESTART ALREADY IN
      *    THIS PHASE THE PAYMENTS-DONE COUNT IS RESUMED; A RESTART
      *    ALREADY IN THE SWEEP OR HOLD RELEASE PHASE SKIPS EVERY
      *    OVERRIDE PAYMENT, ALL OF WHICH WERE MADE BEFORE THE
      *    SWEEP BEGAN.
        0179-BEGIN-OVERRIDE-PHASE.
            EVALUATE TRUE
                WHEN WS-PHASE-DETAIL
                WHEN WS-PHASE-OVERRIDES
                    MOVE WS-TAIL-SAVED-COUNT TO WS-TAIL-DONE-COUNT
                WHEN WS-PHASE-GTEE-SWEEP
                WHEN WS-PHASE-CONTEST
                WHEN WS-PHASE-HOLD-RELEASE
                    MOVE 99999 TO WS-TAIL-DONE-COUNT
            END-EVALUATE.
            MOVE ZERO TO WS-TAIL-SEQ.

        0160-APPLY-DRAW-AND-CAP.
            MOVE WS-COMMISSION-AMT TO WS-GROSS-COMM-AMT.
            MOVE ZERO TO WS-DRAW-AMT WS-RECOVERY-AMT WS-CH-CAP-CUT.
            MOVE 'N' TO WS-DC-FOUND-SW.
            MOVE SALESPERSON-ID TO DC-SALESPERSON-ID.
            READ DRAWCAP-FILE
                  MOVE ZERO TO WS-CAP-ROOM
               END-IF
               IF WS-COMMISSION-AMT > WS-CAP-ROOM
                  COMPUTE WS-CH-CAP-CUT =
                      WS-COMMISSION-AMT - WS-CAP-ROOM
                  MOVE WS-CAP-ROOM TO WS-COMMISSION-AMT
               END-IF
            END-IF.
      *    ONLY TO THE REP'S FIRST SALE LINE IN THE RUN; LATER
      *    LINES (E.G. A SPLIT PARTNER SHARE AFTER AN OWN SALE)
      *    FIND THE GUARANTEE ALREADY MET AND ONLY RECOVER
      *    OUTSTANDING DRAW BEFORE THE NET REACHES PAYROLL.  A
      *    TERMINATED SALESPERSON'S LATE SALE EARNS NO GUARANTEE
      *    AND NO NEW DRAW: ALL OF IT GOES TO RECOVERING THE DRAW
      *    BALANCE, AND FINALSET SETTLES WHATEVER IS LEFT.
        0162-APPLY-GUARANTEE-AND-DRAW.
            IF WS-GTEE-FLAG (SALESPERSON-ID) = 'Y'
             OR SM-TERMINATED
               PERFORM 0162A-RECOVER-LATER-POSTING
            ELSE
               MOVE 'Y' TO WS-GTEE-FLAG (SALESPERSON-ID)
      *    YTD MASTER AND GL ACCUMULATORS AS REGULAR COMMISSION.
      *    ENTERING THE SWEEP PHASE CHECKPOINTS THE STATE LEFT BY
      *    THE OVERRIDE PAYMENTS; A RESTART ALREADY IN THIS PHASE
      *    RESUMES THE PAYMENTS-DONE COUNT, AND ONE ALREADY IN THE
      *    HOLD RELEASE PHASE SKIPS EVERY SWEEP PAYMENT.  THE
      *    DRAWCAP MASTER IS READ IN ID ORDER, SO THE NTH QUALIFYING
      *    RECORD ON THE REPLAY IS THE SAME REP AS THE NTH PAYMENT
      *    MADE BEFORE THE FAILURE.
        0183-BEGIN-SWEEP-PHASE.
            EVALUATE TRUE
                WHEN WS-PHASE-GTEE-SWEEP
                    MOVE WS-TAIL-SAVED-COUNT TO WS-TAIL-DONE-COUNT
                WHEN WS-PHASE-CONTEST
                WHEN WS-PHASE-HOLD-RELEASE
                    MOVE 99999 TO WS-TAIL-DONE-COUNT
                WHEN OTHER
                    MOVE 'G' TO WS-RUN-PHASE
                    MOVE ZERO TO WS-TAIL-DONE-COUNT
                    PERFORM 0106-WRITE-CHECKPOINT
                    PERFORM 0123-WRITE-MAP-CHECKPOINT
                    MOVE ZERO TO WS-MAP-CKPT-COUNTER
            END-EVALUATE.
            MOVE ZERO TO WS-TAIL-SEQ.

        0180-SWEEP-GUARANTEE-MINIMUMS.
            PERFORM 0127-WRITE-PAYROLL-LINE.
            MOVE 'N' TO WS-PAYING-GTEE-SW.

      *    HOLD RELEASE PHASE: THE HOLD MASTER IS READ IN ID ORDER
      *    AND EVERY REP WHOSE HOLD HAS BEEN RELEASED - A RELEASE
      *    DATE ON OR BEFORE TODAY - WITH AN AMOUNT STILL HELD IS
      *    PAID THAT AMOUNT ON THIS RUN'S PAYROLL EXTRACT.  A HOLD
      *    THAT IS MERELY NOT YET ON, ITS HOLD DATE STILL TO COME,
      *    RELEASES NOTHING.
      *    THE COMMISSION WAS ACCRUED TO YTD AND THE GL BY THE RUN
      *    THAT HELD IT, SO THE PAYMENT TOUCHES NEITHER AGAIN, NOR
      *    THE RUN'S COMMISSION TOTAL OR THE DRAW.  THE HELD AMOUNT
      *    IS ZEROED AS IT IS PAID, SO A RESTART IN THIS PHASE
      *    SIMPLY RESCANS THE MASTER; NO PAYMENT COUNT IS NEEDED.
        0185-BEGIN-RELEASE-PHASE.
            IF NOT WS-PHASE-HOLD-RELEASE
               MOVE 'H' TO WS-RUN-PHASE
               MOVE ZERO TO WS-TAIL-DONE-COUNT
               PERFORM 0106-WRITE-CHECKPOINT
               PERFORM 0123-WRITE-MAP-CHECKPOINT
               MOVE ZERO TO WS-MAP-CKPT-COUNTER
            END-IF.

        0186-RELEASE-HELD-COMMISSION.
            PERFORM 0185-BEGIN-RELEASE-PHASE.
            MOVE 'N' TO WS-HLD-EOF-SW.
            MOVE LOW-VALUES TO HLD-SALESPERSON-ID.
            START HOLD-FILE KEY NOT < HLD-SALESPERSON-ID
                INVALID KEY
                   SET WS-HLD-EOF TO TRUE
            END-START.
            IF NOT WS-HLD-EOF
               READ HOLD-FILE NEXT RECORD
                    AT END SET WS-HLD-EOF TO TRUE
                    END-READ
            END-IF.
            PERFORM 0187-RELEASE-ONE-HOLD
               UNTIL WS-HLD-EOF.

        0187-RELEASE-ONE-HOLD.
            IF HLD-RELEASE-DATE NOT = ZEROES
             AND HLD-RELEASE-DATE <= WS-TODAY-YMD
             AND HLD-HELD-AMT NOT = ZERO
               PERFORM 0188-PAY-HELD-COMMISSION
            END-IF.
            READ HOLD-FILE NEXT RECORD
                 AT END SET WS-HLD-EOF TO TRUE
                 END-READ.

        0188-PAY-HELD-COMMISSION.
            MOVE HLD-SALESPERSON-ID TO SALESPERSON-ID.
            MOVE HLD-HELD-AMT TO WS-COMMISSION-AMT.
            MOVE ZERO TO WS-SIGNED-AMOUNT.
            MOVE ZEROES TO WS-COMMISSION-RATE.
            MOVE SPACES TO WS-POST-GL-SOURCE.
            SET WS-PAYING-RELEASE TO TRUE.
            MOVE ZERO TO HLD-HELD-AMT.
            MOVE WS-RUN-NUMBER TO HLD-LAST-PAID-RUN.
            PERFORM 0127-WRITE-PAYROLL-LINE.
            REWRITE HOLD-RECORD.
            ADD 1 TO WS-RELEASED-LINES.
            ADD WS-COMMISSION-AMT TO WS-TOTAL-RELEASED-AMT.
            MOVE 'N' TO WS-PAYING-RELEASE-SW.
            PERFORM 0106-WRITE-CHECKPOINT.

      *    EVERY LINE BOUND FOR PAYROLL - SALE, ADJUSTMENT, OVERRIDE
      *    OR GUARANTEE - IS CHECKED AGAINST THE HOLD MASTER.
        0189-CHECK-COMMISSION-HOLD.
            MOVE 'N' TO WS-HLD-ACTIVE-SW.
            MOVE SALESPERSON-ID TO HLD-SALESPERSON-ID.
            READ HOLD-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   PERFORM 0190-TEST-HOLD-ACTIVE
            END-READ.
            IF WS-HLD-ACTIVE
               SET WS-HOLDING-LINE TO TRUE
            END-IF.

      *    A HOLD IS ON FROM ITS HOLD DATE AND OFF FROM ITS RELEASE
      *    DATE; A ZERO RELEASE DATE KEEPS IT ON UNTIL RELEASED.
        0190-TEST-HOLD-ACTIVE.
            MOVE 'N' TO WS-HLD-ACTIVE-SW.
            IF HLD-HOLD-DATE <= WS-TODAY-YMD
               IF HLD-RELEASE-DATE = ZEROES
                OR HLD-RELEASE-DATE > WS-TODAY-YMD
                  SET WS-HLD-ACTIVE TO TRUE
               END-IF
            END-IF.

        0191-HOLD-COMMISSION-LINE.
            ADD WS-COMMISSION-AMT TO HLD-HELD-AMT.
            MOVE WS-RUN-NUMBER TO HLD-LAST-HELD-RUN.
            REWRITE HOLD-RECORD.
            ADD 1 TO WS-HELD-LINES.
            ADD WS-COMMISSION-AMT TO WS-TOTAL-HELD-AMT.

      *    ONE REGISTER LINE AND ONE HELDCOMM.DAT RECORD FOR EACH
      *    LINE HELD OR RELEASED, SHOWING WHAT IS STILL HELD AFTER.
        0192-WRITE-HELD-ENTRY.
            MOVE WS-RUN-NUMBER TO HCX-RUN-NUMBER.
            MOVE SALESPERSON-ID TO HCX-SALESPERSON-ID
                                   HREG-SALESPERSON-ID.
            IF WS-PAYING-RELEASE
               MOVE 'L' TO HCX-ACTION
               MOVE 'RELEASED' TO HREG-ACTION
            ELSE
               MOVE 'H' TO HCX-ACTION
               MOVE 'HELD' TO HREG-ACTION
            END-IF.
            MOVE PAY-LINE-TYPE TO HCX-RECORD-TYPE HREG-LINE-TYPE.
            MOVE HLD-REASON-CODE TO HCX-REASON-CODE HREG-REASON.
            MOVE WS-COMMISSION-AMT TO HCX-COMMISSION-AMT
                                      HREG-COMM-AMT.
            MOVE HLD-HELD-AMT TO HCX-HELD-BALANCE HREG-HELD-AMT.
            WRITE HELDCOMM-RECORD.
            MOVE HELDREG-DETAIL-LINE TO HELD-REGISTER-LINE.
            WRITE HELD-REGISTER-LINE AFTER ADVANCING 1 LINE.

      *    CONTEST PHASE: RUNS AFTER THE GUARANTEE SWEEP AND BEFORE
      *    THE HOLD RELEASE.  A BONUS ALREADY PAID BEFORE A RESTART
      *    IS IDENTIFIED BY ITS POSITION IN THE ID-ORDERED SCAN, AS
      *    IN THE SWEEP; THE WINNERS ARE STILL COUNTED ON THE REPLAY
      *    SO THE CONTEST TOTALS AND THE GL LINE COME OUT WHOLE.
        0195-BEGIN-CONTEST-PHASE.
            EVALUATE TRUE
                WHEN WS-PHASE-CONTEST
                    MOVE WS-TAIL-SAVED-COUNT TO WS-TAIL-DONE-COUNT
                WHEN WS-PHASE-HOLD-RELEASE
                    MOVE 99999 TO WS-TAIL-DONE-COUNT
                WHEN OTHER
                    MOVE 'C' TO WS-RUN-PHASE
                    MOVE ZERO TO WS-TAIL-DONE-COUNT
                    PERFORM 0106-WRITE-CHECKPOINT
                    PERFORM 0123-WRITE-MAP-CHECKPOINT
                    MOVE ZERO TO WS-MAP-CKPT-COUNTER
            END-EVALUATE.
            MOVE ZERO TO WS-TAIL-SEQ.

      *    CONTESTS ARE JUDGED BY PERIOD, SO ONLY A MONTHLY RUN PAYS
      *    THEM.  EACH CONTEST PAID IS MARKED WITH THIS RUN NUMBER,
      *    ITS WINNERS AND THE AMOUNT PAID.
        0196-PAY-CONTEST-BONUSES.
            PERFORM 0195-BEGIN-CONTEST-PHASE.
            MOVE ZERO TO WS-CB-COUNT WS-CB-DEFERRED.
            IF WS-MODE-MONTHLY
             AND NOT WS-CT-FILE-MISSING
               MOVE 'N' TO WS-CT-EOF-SW
               MOVE LOW-VALUES TO CT-CONTEST-ID
               START CONTEST-FILE KEY NOT < CT-CONTEST-ID
                   INVALID KEY
                      SET WS-CT-EOF TO TRUE
               END-START
               IF NOT WS-CT-EOF
                  READ CONTEST-FILE NEXT RECORD
                       AT END SET WS-CT-EOF TO TRUE
                       END-READ
               END-IF
               PERFORM 0196A-LOAD-ONE-CONTEST
                  UNTIL WS-CT-EOF
            END-IF.
            IF WS-CB-COUNT > ZERO
             AND NOT WS-MAST-FILE-MISSING
               MOVE 'N' TO WS-CB-MAST-EOF-SW
               MOVE ZEROES TO SM-SALESPERSON-ID
               START SALESMAST-FILE KEY NOT < SM-SALESPERSON-ID
                   INVALID KEY
                      SET WS-CB-MAST-EOF TO TRUE
               END-START
               IF NOT WS-CB-MAST-EOF
                  READ SALESMAST-FILE NEXT RECORD
                       AT END SET WS-CB-MAST-EOF TO TRUE
                       END-READ
               END-IF
               PERFORM 0197-EVALUATE-ONE-REP
                  UNTIL WS-CB-MAST-EOF
               PERFORM 0196B-MARK-ONE-CONTEST-PAID
                  VARYING WS-CB-SUB FROM 1 BY 1
                  UNTIL WS-CB-SUB > WS-CB-COUNT
            END-IF.

        0196A-LOAD-ONE-CONTEST.
            IF (CT-OPEN AND WS-RUN-PERIOD >= CT-END-PERIOD)
             OR (CT-PAID AND CT-PAID-RUN = WS-RUN-NUMBER)
               IF WS-CB-COUNT < WS-CB-MAX
                  ADD 1 TO WS-CB-COUNT
                  MOVE CT-CONTEST-ID
                    TO WS-CB-CONTEST-ID (WS-CB-COUNT)
                  MOVE CT-START-PERIOD
                    TO WS-CB-START-PERIOD (WS-CB-COUNT)
                  MOVE CT-END-PERIOD TO WS-CB-END-PERIOD (WS-CB-COUNT)
                  MOVE CT-ELIGIBLE-REGIONS
                    TO WS-CB-REGIONS (WS-CB-COUNT)
                  MOVE CT-HIRE-FROM-DATE
                    TO WS-CB-HIRE-FROM (WS-CB-COUNT)
                  MOVE CT-HIRE-TO-DATE TO WS-CB-HIRE-TO (WS-CB-COUNT)
                  MOVE CT-BASIS TO WS-CB-BASIS (WS-CB-COUNT)
                  MOVE CT-THRESHOLD TO WS-CB-THRESHOLD (WS-CB-COUNT)
                  MOVE CT-BONUS-AMT TO WS-CB-BONUS-AMT (WS-CB-COUNT)
                  MOVE ZERO TO WS-CB-WINNERS (WS-CB-COUNT)
                               WS-CB-PAID-AMT (WS-CB-COUNT)
               ELSE
                  ADD 1 TO WS-CB-DEFERRED
               END-IF
            END-IF.
            READ CONTEST-FILE NEXT RECORD
                 AT END SET WS-CT-EOF TO TRUE
                 END-READ.

        0196B-MARK-ONE-CONTEST-PAID.
            MOVE WS-CB-CONTEST-ID (WS-CB-SUB) TO CT-CONTEST-ID.
            READ CONTEST-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET CT-PAID TO TRUE
                   MOVE WS-RUN-NUMBER TO CT-PAID-RUN
                   MOVE WS-CB-WINNERS (WS-CB-SUB) TO CT-WINNER-COUNT
                   MOVE WS-CB-PAID-AMT (WS-CB-SUB)
                     TO CT-BONUS-PAID-AMT
                   REWRITE CONTEST-RECORD
            END-READ.
            ADD WS-CB-WINNERS (WS-CB-SUB) TO WS-CB-BONUS-LINES.
            ADD WS-CB-PAID-AMT (WS-CB-SUB) TO WS-CB-BONUS-TOTAL.

      *    A TERMINATED REP TAKES NO PART: THE BONUS IS FOR THE
      *    FIELD STILL SELLING.  EVERY COMMHIST LINE FOR THE REP IS
      *    READ ONCE AND OFFERED TO EACH CONTEST IN THE TABLE.
        0197-EVALUATE-ONE-REP.
            IF NOT SM-TERMINATED
               PERFORM 0197A-ZERO-REP-TOTAL
                  VARYING WS-CB-SUB FROM 1 BY 1
                  UNTIL WS-CB-SUB > WS-CB-COUNT
               MOVE 'N' TO WS-CB-HIST-EOF-SW
               MOVE SM-SALESPERSON-ID TO CH-SALESPERSON-ID
               MOVE ZEROES TO CH-RUN-NUMBER CH-SEQUENCE
               START COMMHIST-FILE KEY NOT < CH-KEY
                   INVALID KEY
                      SET WS-CB-HIST-EOF TO TRUE
               END-START
               IF NOT WS-CB-HIST-EOF
                  READ COMMHIST-FILE NEXT RECORD
                       AT END SET WS-CB-HIST-EOF TO TRUE
                       END-READ
               END-IF
               PERFORM 0197B-TALLY-ONE-HISTORY-LINE
                  UNTIL WS-CB-HIST-EOF
               PERFORM 0197E-CHECK-ONE-WINNER
                  VARYING WS-CB-SUB FROM 1 BY 1
                  UNTIL WS-CB-SUB > WS-CB-COUNT
            END-IF.
            READ SALESMAST-FILE NEXT RECORD
                 AT END SET WS-CB-MAST-EOF TO TRUE
                 END-READ.

        0197A-ZERO-REP-TOTAL.
            MOVE ZERO TO WS-CB-REP-TOTAL (WS-CB-SUB).

      *    ONLY SALE AND ADJUSTMENT LINES ARE POSTED BUSINESS.  A
      *    LINE COUNTS TOWARD THE PERIOD OF ITS TRANSACTION DATE,
      *    OR THE PERIOD OF THE RUN THAT POSTED IT WHEN IT HAS NONE.
      *    RUNBACKOUT REVERSAL ENTRIES ARE NEGATED COPIES OF THE
      *    ORIGINAL LINES, SO A BACKED-OUT SALE NETS TO NOTHING.
        0197B-TALLY-ONE-HISTORY-LINE.
            IF CH-SALESPERSON-ID NOT = SM-SALESPERSON-ID
               SET WS-CB-HIST-EOF TO TRUE
            ELSE
               IF CH-SALE OR CH-ADJUSTMENT
                  IF CH-TRANS-DATE > ZEROES
                     MOVE CH-TRANS-DATE (1:6) TO WS-CB-LINE-PERIOD
                     MOVE CH-TRANS-DATE TO WS-CB-LINE-DATE
                  ELSE
                     MOVE CH-RUN-PERIOD TO WS-CB-LINE-PERIOD
                     MOVE CH-RUN-DATE TO WS-CB-LINE-DATE
                  END-IF
                  MOVE 'N' TO WS-CB-REGION-SET-SW
                  PERFORM 0197C-CREDIT-ONE-CONTEST
                     VARYING WS-CB-SUB FROM 1 BY 1
                     UNTIL WS-CB-SUB > WS-CB-COUNT
               END-IF
               READ COMMHIST-FILE NEXT RECORD
                    AT END SET WS-CB-HIST-EOF TO TRUE
                    END-READ
            END-IF.

      *    AN AMOUNT CONTEST ADDS THE SALES AMOUNT, ADJUSTMENTS
      *    INCLUDED; A COUNT CONTEST COUNTS SALE LINES, TAKING ONE
      *    OFF FOR A REVERSED SALE.  THE REGION TEST USES THE REGION
      *    THE REP WAS IN ON THE LINE'S DATE.
        0197C-CREDIT-ONE-CONTEST.
            IF WS-CB-LINE-PERIOD >= WS-CB-START-PERIOD (WS-CB-SUB)
             AND WS-CB-LINE-PERIOD <= WS-CB-END-PERIOD (WS-CB-SUB)
               IF WS-CB-REGIONS (WS-CB-SUB) = SPACES
                  SET WS-CB-ELIGIBLE TO TRUE
               ELSE
                  IF NOT WS-CB-REGION-SET
                     PERFORM 0199-SET-LINE-REGION
                  END-IF
                  MOVE 'N' TO WS-CB-ELIGIBLE-SW
                  PERFORM 0197D-CHECK-CONTEST-REGION
                     VARYING WS-CB-REG-SUB FROM 1 BY 1
                     UNTIL WS-CB-REG-SUB > 5
               END-IF
               IF WS-CB-ELIGIBLE
                  IF WS-CB-BASIS-COUNT (WS-CB-SUB)
                     IF CH-SALE AND CH-SALES-AMT > ZERO
                        ADD 1 TO WS-CB-REP-TOTAL (WS-CB-SUB)
                     END-IF
                     IF CH-SALE AND CH-SALES-AMT < ZERO
                        SUBTRACT 1 FROM WS-CB-REP-TOTAL (WS-CB-SUB)
                     END-IF
                  ELSE
                     ADD CH-SALES-AMT TO WS-CB-REP-TOTAL (WS-CB-SUB)
                  END-IF
               END-IF
            END-IF.

        0197D-CHECK-CONTEST-REGION.
            IF WS-CB-REGION (WS-CB-SUB WS-CB-REG-SUB) NOT = SPACES
             AND WS-CB-REGION (WS-CB-SUB WS-CB-REG-SUB)
                 = WS-CB-LINE-REGION
               SET WS-CB-ELIGIBLE TO TRUE
            END-IF.

        0197E-CHECK-ONE-WINNER.
            MOVE 'Y' TO WS-CB-ELIGIBLE-SW.
            IF WS-CB-REP-TOTAL (WS-CB-SUB)
               < WS-CB-THRESHOLD (WS-CB-SUB)
               MOVE 'N' TO WS-CB-ELIGIBLE-SW
            END-IF.
            IF WS-CB-HIRE-FROM (WS-CB-SUB) > ZEROES
             AND SM-HIRE-DATE < WS-CB-HIRE-FROM (WS-CB-SUB)
               MOVE 'N' TO WS-CB-ELIGIBLE-SW
            END-IF.
            IF WS-CB-HIRE-TO (WS-CB-SUB) > ZEROES
             AND SM-HIRE-DATE > WS-CB-HIRE-TO (WS-CB-SUB)
               MOVE 'N' TO WS-CB-ELIGIBLE-SW
            END-IF.
            IF WS-CB-ELIGIBLE
               ADD 1 TO WS-CB-WINNERS (WS-CB-SUB)
               ADD WS-CB-BONUS-AMT (WS-CB-SUB)
                 TO WS-CB-PAID-AMT (WS-CB-SUB)
               ADD 1 TO WS-TAIL-SEQ
               IF WS-TAIL-SEQ > WS-TAIL-DONE-COUNT
                  PERFORM 0198-PAY-CONTEST-BONUS
                  MOVE WS-TAIL-SEQ TO WS-TAIL-DONE-COUNT
                  PERFORM 0106-WRITE-CHECKPOINT
               END-IF
            END-IF.

      *    THE BONUS IS COMMISSION EARNINGS: IT GOES TO YTD
      *    COMMISSION AND THE RUN'S COMMISSION TOTAL, BUT OUTSIDE
      *    THE TIERS, THE CAP AND THE DRAW.  ITS EXPENSE IS DEBITED
      *    TO CONTEXP UNDER THE CONTEST ID, NOT TO A REGION.  A REP
      *    UNDER AN ACTIVE HOLD HAS THE BONUS HELD LIKE ANY LINE.
        0198-PAY-CONTEST-BONUS.
            MOVE SM-SALESPERSON-ID TO SALESPERSON-ID.
            MOVE WS-CB-BONUS-AMT (WS-CB-SUB) TO WS-COMMISSION-AMT.
            MOVE ZERO TO WS-SIGNED-AMOUNT.
            MOVE ZEROES TO WS-COMMISSION-RATE.
            MOVE WS-CB-CONTEST-ID (WS-CB-SUB) TO WS-POST-GL-SOURCE.
            SET WS-PAYING-BONUS TO TRUE.
            ADD WS-COMMISSION-AMT TO WS-TOTAL-COMM-AMT.
            PERFORM 0152-READ-YTD-RECORD.
            PERFORM 0154-UPDATE-YTD-FOR-ADJUSTMENT.
            PERFORM 0127-WRITE-PAYROLL-LINE.
            MOVE 'N' TO WS-PAYING-BONUS-SW.

      *    THE SAME RULE AS 0112B: THE REGION IN EFFECT ON A DATE IS
      *    THE PRIOR REGION OF THE FIRST TRANSFER AFTER IT, ELSE THE
      *    MASTER'S.  SET INTO A WORK FIELD SO THE MASTER BUFFER
      *    STAYS AS READ.
        0199-SET-LINE-REGION.
            SET WS-CB-REGION-SET TO TRUE.
            MOVE SM-REGION TO WS-CB-LINE-REGION.
            IF NOT WS-AH-FILE-MISSING
             AND WS-CB-LINE-DATE > ZEROES
               MOVE SM-SALESPERSON-ID TO AH-SALESPERSON-ID
               MOVE WS-CB-LINE-DATE TO AH-EFFECTIVE-DATE
               START ASGNHIST-FILE KEY IS GREATER THAN AH-KEY
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      READ ASGNHIST-FILE NEXT RECORD
                          AT END
                             CONTINUE
                          NOT AT END
                             IF AH-SALESPERSON-ID = SM-SALESPERSON-ID
                                MOVE AH-PRIOR-REGION
                                  TO WS-CB-LINE-REGION
                             END-IF
                      END-READ
               END-START
            END-IF.

        0108-UPDATE-YTD-MASTER.
            MOVE 'N' TO WS-YTD-FOUND-SW.
            MOVE SALESPERSON-ID TO YTD-SALESPERSON-ID.
            MOVE WS-RUN-PHASE TO CKPT-RUN-PHASE.
            MOVE WS-TAIL-DONE-COUNT TO CKPT-TAIL-PAID.
            MOVE WS-MGR-OVERFLOW-SW TO CKPT-MGR-OVERFLOW.
            MOVE WS-HELD-LINES TO CKPT-HELD-LINES.
            MOVE WS-TOTAL-HELD-AMT TO CKPT-HELD-AMT.
            MOVE WS-RELEASED-LINES TO CKPT-RELEASED-LINES.
            MOVE WS-TOTAL-RELEASED-AMT TO CKPT-RELEASED-AMT.
            MOVE WS-RESENT-BATCH-COUNT TO CKPT-RESENT-BATCHES.
            MOVE WS-DUP-TRANS-COUNT TO CKPT-DUP-TRANS.
            MOVE WS-RUN-NUMBER     TO CKPT-RUN-NUMBER.
            MOVE 1 TO WS-CKPT-RELATIVE-KEY.
            REWRITE CHECKPOINT-RECORD
               INVALID KEY

        0103-WRITE-EXCEPTION-LINE.
            ADD 1 TO WS-RECORDS-REJECTED.
            IF WS-FP-DUPLICATE
               ADD 1 TO WS-DUP-TRANS-COUNT
            END-IF.
            MOVE SALESPERSON-ID TO EXCEP-SALESPERSON-ID.
            MOVE WS-REJECT-REASON TO EXCEP-REASON.
            MOVE EXCEP-DETAIL-LINE TO EXCEPTION-LINE.
               ELSE
                  MOVE ZEROES TO SUSP-LAST-RECYC-DATE
               END-IF
               MOVE BRANCH-CODE      TO SUSP-BRANCH-CODE
               MOVE DUP-RELEASED     TO SUSP-DUP-RELEASED
               WRITE SUSPENSE-RECORD
               ADD 1 TO WS-SUSP-RECS
            END-IF.
            MOVE SPLITREG-TOTAL-LINE TO SPLIT-REGISTER-LINE.
            WRITE SPLIT-REGISTER-LINE AFTER ADVANCING 1 LINE.

        0193-WRITE-HELDREG-HEADING-LINE.
            MOVE WS-RUN-NUMBER TO HREG-RUN-NUMBER.
            MOVE HELDREG-HEADING-LINE-1 TO HELD-REGISTER-LINE.
            WRITE HELD-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE HELDREG-HEADING-LINE-2 TO HELD-REGISTER-LINE.
            WRITE HELD-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE SPACES TO HELD-REGISTER-LINE.
            WRITE HELD-REGISTER-LINE.

        0194-WRITE-HELDREG-TOTALS.
            MOVE SPACES TO HELD-REGISTER-LINE.
            WRITE HELD-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE 'COMMISSION LINES HELD:' TO HREG-TOTAL-LABEL.
            MOVE WS-HELD-LINES TO HREG-TOTAL-COUNT.
            MOVE WS-TOTAL-HELD-AMT TO HREG-TOTAL-AMT.
            MOVE HELDREG-TOTAL-LINE TO HELD-REGISTER-LINE.
            WRITE HELD-REGISTER-LINE AFTER ADVANCING 1 LINE.
            MOVE 'HELD COMMISSION RELEASED:' TO HREG-TOTAL-LABEL.
            MOVE WS-RELEASED-LINES TO HREG-TOTAL-COUNT.
            MOVE WS-TOTAL-RELEASED-AMT TO HREG-TOTAL-AMT.
            MOVE HELDREG-TOTAL-LINE TO HELD-REGISTER-LINE.
            WRITE HELD-REGISTER-LINE AFTER ADVANCING 1 LINE.

        0121-WRITE-ADJR-HEADING-LINE.
            MOVE ADJR-HEADING-LINE-1 TO ADJ-REGISTER-LINE.
            WRITE ADJ-REGISTER-LINE AFTER ADVANCING 1 LINE.
            WRITE ATTAIN-LINE AFTER ADVANCING 1 LINE.
            ADD 1 TO WS-ATTAIN-LINES.

      *    A LINE HELD BY AN ACTIVE HOLD SKIPS ONLY THE PAYROLL
      *    WRITE; IT STILL COUNTS AS A PAYROLL LINE FOR SEQUENCING
      *    AND GOES TO THE STATEMENT EXTRACT, JOURNAL AND HISTORY
      *    FLAGGED AS HELD.  A RELEASE PAYMENT IS NEVER RE-HELD.
        0127-WRITE-PAYROLL-LINE.
            EVALUATE TRUE
                WHEN WS-PAYING-RELEASE
                    MOVE 'H' TO PAY-LINE-TYPE
                WHEN WS-PAYING-OVERRIDE
                    MOVE 'O' TO PAY-LINE-TYPE
                WHEN WS-PAYING-GUARANTEE
                    MOVE 'G' TO PAY-LINE-TYPE
                WHEN WS-PAYING-BONUS
                    MOVE 'B' TO PAY-LINE-TYPE
                WHEN ADJUSTMENT-TRANSACTION
                    MOVE 'A' TO PAY-LINE-TYPE
                WHEN OTHER
                    MOVE 'S' TO PAY-LINE-TYPE
            END-EVALUATE.
            MOVE 'N' TO WS-HOLDING-LINE-SW.
            IF NOT WS-PAYING-RELEASE
               PERFORM 0189-CHECK-COMMISSION-HOLD
            END-IF.
            IF WS-HOLDING-LINE
               PERFORM 0191-HOLD-COMMISSION-LINE
            ELSE
               MOVE SALESPERSON-ID TO PAY-SALESPERSON-ID
               MOVE WS-COMMISSION-AMT TO PAY-COMMISSION-AMT
               MOVE PAYROLL-DETAIL-LINE TO PAYROLL-LINE
               WRITE PAYROLL-LINE
            END-IF.
            ADD 1 TO WS-PAY-LINES.
            PERFORM 0126-WRITE-STMT-EXTRACT.
            PERFORM 0129-WRITE-RUN-POSTING.
            PERFORM 0142-WRITE-COMMISSION-HISTORY.
            IF WS-HOLDING-LINE OR WS-PAYING-RELEASE
               PERFORM 0192-WRITE-HELD-ENTRY
            END-IF.

      *    ONE EXTRACT RECORD PER PAYROLL LINE SO THE STATEMENT
      *    PROGRAM CAN BALANCE ITS SEQUENCE COUNT AGAINST THE
      *    PAYROLL EXTRACT LINE COUNT.
        0126-WRITE-STMT-EXTRACT.
            MOVE SALESPERSON-ID TO STX-SALESPERSON-ID.
            MOVE PAY-LINE-TYPE TO STX-RECORD-TYPE.
            MOVE WS-SIGNED-AMOUNT TO STX-SALES-AMT.
            MOVE WS-COMMISSION-RATE TO STX-COMM-RATE.
            MOVE WS-COMMISSION-AMT TO STX-COMM-AMT.
            IF WS-HOLDING-LINE
               MOVE 'Y' TO STX-HELD-FLAG
            ELSE
               MOVE 'N' TO STX-HELD-FLAG
            END-IF.
            WRITE STMTEXT-RECORD.
            ADD 1 TO WS-STMT-RECS.

      *    THE DRAW MOVEMENT IS TAKEN BY LINE TYPE: ONLY A SALE LINE
      *    (0160) AND A GUARANTEE SWEEP PAYMENT (0182) TOUCH THE
      *    DRAW BALANCE; OVERRIDE, CONTEST BONUS AND ADJUSTMENT
      *    LINES NEVER DO, SO THE DRAW WORK FIELDS LEFT OVER FROM
      *    AN EARLIER SALE ARE NOT CARRIED ONTO THEM.  A HOLD
      *    RELEASE PAYMENT CARRIES NO COMMISSION OF ITS OWN - THAT
      *    WAS JOURNALLED BY THE RUN THAT HELD IT - ONLY THE FALL IN
      *    THE HELD AMOUNT.
        0129-WRITE-RUN-POSTING.
            EVALUATE TRUE
                WHEN WS-PAYING-RELEASE
                    MOVE ZERO TO WS-POST-DRAW-CHANGE
                WHEN WS-PAYING-OVERRIDE
                    MOVE ZERO TO WS-POST-DRAW-CHANGE
                WHEN WS-PAYING-GUARANTEE
                    MOVE WS-DRAW-AMT TO WS-POST-DRAW-CHANGE
                WHEN WS-PAYING-BONUS
                    MOVE ZERO TO WS-POST-DRAW-CHANGE
                WHEN ADJUSTMENT-TRANSACTION
                    MOVE ZERO TO WS-POST-DRAW-CHANGE
                WHEN OTHER
                    COMPUTE WS-POST-DRAW-CHANGE =
                        WS-DRAW-AMT - WS-RECOVERY-AMT
            END-EVALUATE.
            MOVE WS-RUN-NUMBER TO RPST-RUN-NUMBER.
            MOVE WS-RUN-PERIOD TO RPST-RUN-PERIOD.
            MOVE SALESPERSON-ID TO RPST-SALESPERSON-ID.
            MOVE PAY-LINE-TYPE TO RPST-RECORD-TYPE.
            MOVE WS-POST-GL-SOURCE TO RPST-GL-SOURCE.
            MOVE WS-SIGNED-AMOUNT TO RPST-SALES-AMT.
            MOVE WS-COMMISSION-AMT TO RPST-COMM-AMT.
            MOVE WS-POST-DRAW-CHANGE TO RPST-DRAW-CHANGE.
            EVALUATE TRUE
                WHEN WS-PAYING-RELEASE
                    MOVE ZERO TO RPST-COMM-AMT
                    MOVE 'N' TO RPST-HELD-FLAG
                    COMPUTE WS-POST-HOLD-CHANGE =
                        ZERO - WS-COMMISSION-AMT
                WHEN WS-HOLDING-LINE
                    MOVE 'Y' TO RPST-HELD-FLAG
                    MOVE WS-COMMISSION-AMT TO WS-POST-HOLD-CHANGE
                WHEN OTHER
                    MOVE 'N' TO RPST-HELD-FLAG
                    MOVE ZERO TO WS-POST-HOLD-CHANGE
            END-EVALUATE.
            MOVE WS-POST-HOLD-CHANGE TO RPST-HOLD-CHANGE.
            WRITE RUNPOST-RECORD.

      *    THE CALCULATION TRAIL FOR THE PAYROLL LINE JUST WRITTEN.
      *    A SALE LINE CARRIES THE TIER RATE, THE GROSS BEFORE THE
      *    CAP AND GUARANTEE, THE CAP CUT AND THE DRAW MOVEMENT; AN
      *    OVERRIDE IS FIGURED ON THE MANAGER'S TEAM SALES; A
      *    GUARANTEE PAYMENT IS ALL DRAW.  OVERRIDE AND GUARANTEE
      *    LINES ARE PAID AFTER THE SALES FILE IS EXHAUSTED AND
      *    HAVE NO TRANSACTION DATE OF THEIR OWN, AND NEITHER DOES A
      *    HOLD RELEASE PAYMENT, WHICH CARRIES THE HOLD REASON, OR
      *    A CONTEST BONUS, WHICH IS FIGURED ON THE REP'S CONTEST
      *    TOTAL AND CARRIES THE CONTEST ID AS ITS GL SOURCE.
        0142-WRITE-COMMISSION-HISTORY.
            MOVE SPACES TO COMMHIST-RECORD.
            MOVE SALESPERSON-ID TO CH-SALESPERSON-ID.
            MOVE WS-RUN-NUMBER TO CH-RUN-NUMBER.
            MOVE WS-PAY-LINES TO CH-SEQUENCE.
            MOVE WS-RUN-PERIOD TO CH-RUN-PERIOD.
            MOVE WS-TODAY-YMD TO CH-RUN-DATE.
            MOVE PAY-LINE-TYPE TO CH-RECORD-TYPE.
            MOVE ZEROES TO CH-TRANS-DATE CH-SPLIT-OTHER-ID
                           CH-SPLIT-PCT CH-REVERSED-RUN.
            MOVE WS-POST-GL-SOURCE TO CH-GL-SOURCE.
            MOVE WS-SIGNED-AMOUNT TO CH-SALES-AMT.
            MOVE WS-COMMISSION-RATE TO CH-COMM-RATE.
            MOVE WS-COMMISSION-AMT TO CH-COMM-AMT.
            MOVE ZERO TO CH-CAP-CUT-AMT CH-DRAW-ADVANCED
                         CH-DRAW-RECOVERED.
            IF WS-HOLDING-LINE
               MOVE 'Y' TO CH-HELD-FLAG
            ELSE
               MOVE 'N' TO CH-HELD-FLAG
            END-IF.
            EVALUATE TRUE
                WHEN WS-PAYING-RELEASE
                    MOVE HLD-REASON-CODE TO CH-ADJ-REASON
                    MOVE ZERO TO CH-BASIS-AMT CH-GROSS-COMM-AMT
                WHEN WS-PAYING-OVERRIDE
                    MOVE WS-MGR-TEAM-SALES (WS-MGR-SUB)
                      TO CH-BASIS-AMT
                    MOVE WS-COMMISSION-AMT TO CH-GROSS-COMM-AMT
                WHEN WS-PAYING-GUARANTEE
                    MOVE ZERO TO CH-BASIS-AMT
                    MOVE WS-GROSS-COMM-AMT TO CH-GROSS-COMM-AMT
                    MOVE WS-DRAW-AMT TO CH-DRAW-ADVANCED
                WHEN WS-PAYING-BONUS
                    MOVE WS-CB-REP-TOTAL (WS-CB-SUB) TO CH-BASIS-AMT
                    MOVE WS-COMMISSION-AMT TO CH-GROSS-COMM-AMT
                WHEN ADJUSTMENT-TRANSACTION
                    MOVE TRANS-DATE TO CH-TRANS-DATE
                    MOVE ADJ-REASON TO CH-ADJ-REASON
                    MOVE WS-SIGNED-AMOUNT TO CH-BASIS-AMT
                    MOVE WS-COMMISSION-AMT TO CH-GROSS-COMM-AMT
                WHEN OTHER
                    MOVE TRANS-DATE TO CH-TRANS-DATE
                    MOVE WS-SIGNED-AMOUNT TO CH-BASIS-AMT
                    MOVE WS-GROSS-COMM-AMT TO CH-GROSS-COMM-AMT
                    MOVE WS-CH-CAP-CUT TO CH-CAP-CUT-AMT
                    MOVE WS-DRAW-AMT TO CH-DRAW-ADVANCED
                    MOVE WS-RECOVERY-AMT TO CH-DRAW-RECOVERED
                    IF SPLIT-TRANSACTION
                       PERFORM 0143-SET-HISTORY-SPLIT-SIDE
                    END-IF
            END-EVALUATE.
            WRITE COMMHIST-RECORD
                INVALID KEY
                   REWRITE COMMHIST-RECORD
            END-WRITE.

        0143-SET-HISTORY-SPLIT-SIDE.
            MOVE WS-SPLIT-SIDE-LABEL TO CH-SPLIT-SIDE.
            MOVE WS-SPLIT-PCT-WORK TO CH-SPLIT-PCT.
            IF WS-SPLIT-SIDE-LABEL = 'PRIMARY'
               MOVE WS-SPLIT-PARTNER-ID TO CH-SPLIT-OTHER-ID
            ELSE
               MOVE WS-SPLIT-PRIMARY-ID TO CH-SPLIT-OTHER-ID
            END-IF.

        0130-WRITE-TOTAL-LINE.
            MOVE WS-TOTAL-SALES TO TOTAL-YRLY-SALES.
           MOVE WS-RECORDS-REJECTED TO RLOG-RECORDS-REJECTED.
           MOVE WS-TOTAL-SALES TO RLOG-TOTAL-SALES.
           MOVE WS-TOTAL-COMM-AMT TO RLOG-TOTAL-COMM-AMT.
           MOVE WS-RUN-PERIOD TO RLOG-RUN-PERIOD.
           MOVE ZEROES TO RLOG-REVERSED-RUN.
           WRITE RUNLOG-RECORD.
           CLOSE RUN-LOG-FILE.

           MOVE WS-TOTAL-COMM-AMT TO WS-AUD-AMOUNT.
           MOVE WS-AUD-AMOUNT TO AUD-VALUE.
           PERFORM 0225-WRITE-AUDIT-ITEM.
           MOVE 'COMMISSION HELD:' TO AUD-LABEL.
           MOVE WS-TOTAL-HELD-AMT TO WS-AUD-AMOUNT.
           MOVE WS-AUD-AMOUNT TO AUD-VALUE.
           PERFORM 0225-WRITE-AUDIT-ITEM.
           MOVE 'HELD COMM RELEASED:' TO AUD-LABEL.
           MOVE WS-TOTAL-RELEASED-AMT TO WS-AUD-AMOUNT.
           MOVE WS-AUD-AMOUNT TO AUD-VALUE.
           PERFORM 0225-WRITE-AUDIT-ITEM.
           MOVE 'CONTESTS PAID:' TO AUD-LABEL.
           MOVE WS-CB-COUNT TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO AUD-VALUE.
           PERFORM 0225-WRITE-AUDIT-ITEM.
           MOVE 'CONTEST BONUSES PAID:' TO AUD-LABEL.
           MOVE WS-CB-BONUS-LINES TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO AUD-VALUE.
           PERFORM 0225-WRITE-AUDIT-ITEM.
           MOVE 'CONTEST BONUS AMOUNT:' TO AUD-LABEL.
           MOVE WS-CB-BONUS-TOTAL TO WS-AUD-AMOUNT.
           MOVE WS-AUD-AMOUNT TO AUD-VALUE.
           PERFORM 0225-WRITE-AUDIT-ITEM.
           IF WS-CB-DEFERRED > ZERO
              MOVE 'CONTESTS DEFERRED:' TO AUD-LABEL
              MOVE WS-CB-DEFERRED TO WS-AUD-COUNT
              MOVE WS-AUD-COUNT TO AUD-VALUE
              PERFORM 0225-WRITE-AUDIT-ITEM
           END-IF.
           MOVE 'RE-SENT BATCHES:' TO AUD-LABEL.
           MOVE WS-RESENT-BATCH-COUNT TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO AUD-VALUE.
           PERFORM 0225-WRITE-AUDIT-ITEM.
           MOVE 'DUPLICATE TRANSACTIONS:' TO AUD-LABEL.
           MOVE WS-DUP-TRANS-COUNT TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO AUD-VALUE.
           PERFORM 0225-WRITE-AUDIT-ITEM.
           MOVE 'PERIOD CONTROL:' TO AUD-LABEL.
           MOVE WS-PCTL-MESSAGE TO AUD-VALUE.
           PERFORM 0225-WRITE-AUDIT-ITEM.
      *    WS-QUAR-BRANCH-COUNT IS SET WHEN THE BRANCH FEEDS ARE
      *    BALANCED AND RESTORED FROM THE CHECKPOINT ON A RESTART,
      *    SO A RESTARTED RUN STILL KNOWS THE ORIGINAL PASS
      *    QUARANTINED A BRANCH AND HOLDS THE PAYROLL EXTRACT.  A
      *    RE-SENT BATCH IS WITHHELD TOO, BUT NOTHING THE RUN SHOULD
      *    HAVE PAID IS MISSING, SO IT WARNS WITHOUT A HOLD.
        0230-GRADE-RUN-CONDITION.
           MOVE ZERO TO WS-CONDITION-CODE.
           IF WS-RECORDS-REJECTED > ZERO
            OR WS-SUSP-RECS > ZERO
            OR WS-HARDREJ-RECS > ZERO
            OR WS-QUAR-BRANCH-COUNT > ZERO
            OR WS-RESENT-BATCH-COUNT > ZERO
              MOVE 4 TO WS-CONDITION-CODE
           END-IF.
           IF WS-RECORDS-READ > ZERO
           MOVE WS-AUD-COUNT TO OPSUMM-VALUE.
           PERFORM 0245-WRITE-SUMMARY-ITEM.
           MOVE 'PAYROLL.DAT RECORDS:' TO OPSUMM-LABEL.
           COMPUTE WS-AUD-COUNT = WS-PAY-LINES - WS-HELD-LINES.
           MOVE WS-AUD-COUNT TO OPSUMM-VALUE.
           PERFORM 0245-WRITE-SUMMARY-ITEM.
           MOVE 'COMMISSION LINES HELD:' TO OPSUMM-LABEL.
           MOVE WS-HELD-LINES TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO OPSUMM-VALUE.
           PERFORM 0245-WRITE-SUMMARY-ITEM.
           MOVE 'HELD COMMISSION RELEASED:' TO OPSUMM-LABEL.
           MOVE WS-RELEASED-LINES TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO OPSUMM-VALUE.
           PERFORM 0245-WRITE-SUMMARY-ITEM.
           MOVE 'CONTEST BONUSES PAID:' TO OPSUMM-LABEL.
           MOVE WS-CB-BONUS-LINES TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO OPSUMM-VALUE.
           PERFORM 0245-WRITE-SUMMARY-ITEM.
           MOVE 'CONTESTS DEFERRED:' TO OPSUMM-LABEL.
           MOVE WS-CB-DEFERRED TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO OPSUMM-VALUE.
           PERFORM 0245-WRITE-SUMMARY-ITEM.
           MOVE 'STMTEXT.DAT RECORDS:' TO OPSUMM-LABEL.
           MOVE WS-QUAR-BRANCH-COUNT TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO OPSUMM-VALUE.
           PERFORM 0245-WRITE-SUMMARY-ITEM.
           MOVE 'RE-SENT BATCHES:' TO OPSUMM-LABEL.
           MOVE WS-RESENT-BATCH-COUNT TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO OPSUMM-VALUE.
           PERFORM 0245-WRITE-SUMMARY-ITEM.
           MOVE 'DUPLICATE TRANSACTIONS:' TO OPSUMM-LABEL.
           MOVE WS-DUP-TRANS-COUNT TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO OPSUMM-VALUE.
           PERFORM 0245-WRITE-SUMMARY-ITEM.
           MOVE 'GUARANTEES SKIPPED INACTIVE:' TO OPSUMM-LABEL.
           MOVE WS-GTEE-SKIP-COUNT TO WS-AUD-COUNT.
           MOVE WS-AUD-COUNT TO OPSUMM-VALUE.

      *    THE JOURNAL DEBITS COMMISSION EXPENSE BY REGION, CARRIES
      *    ADJUSTMENT REVERSALS AS THEIR OWN LINES KEYED BY REASON,
      *    DEBITS CONTEST BONUSES TO CONTEXP BY CONTEST, AND
      *    CREDITS COMMISSION PAYABLE IN TOTAL.  DEBITS MUST
      *    EQUAL THE CREDIT, WHICH IS THE SAME FIGURE WRITTEN TO
      *    RLOG-TOTAL-COMM-AMT; A MISMATCH GRADES THE RUN FATAL.
        0250-WRITE-GL-JOURNAL.
           PERFORM 0252-WRITE-ONE-ADJ-DEBIT
              VARYING WS-ADJR-SUB FROM 1 BY 1
              UNTIL WS-ADJR-SUB > WS-ADJR-COUNT.
           PERFORM 0254-WRITE-ONE-CONTEST-DEBIT
              VARYING WS-CB-SUB FROM 1 BY 1
              UNTIL WS-CB-SUB > WS-CB-COUNT.
           IF WS-GL-UNASSIGNED-COMM NOT = ZERO
              MOVE 'COMMEXP' TO GLJ-ACCOUNT
              MOVE 'UNASSIGND' TO GLJ-SOURCE-CODE
              PERFORM 0253-WRITE-ONE-JOURNAL-LINE
           END-IF.

        0254-WRITE-ONE-CONTEST-DEBIT.
           IF WS-CB-PAID-AMT (WS-CB-SUB) NOT = ZERO
              MOVE 'CONTEXP' TO GLJ-ACCOUNT
              MOVE WS-CB-CONTEST-ID (WS-CB-SUB) TO GLJ-SOURCE-CODE
              MOVE 'D' TO GLJ-DR-CR
              MOVE WS-CB-PAID-AMT (WS-CB-SUB) TO GLJ-AMOUNT
              ADD WS-CB-PAID-AMT (WS-CB-SUB) TO WS-GL-DEBIT-TOTAL
              PERFORM 0253-WRITE-ONE-JOURNAL-LINE
           END-IF.

      *    THE RECORD AREA IS NOT RELIED ON ACROSS A WRITE: EVERY
      *    FIELD IS REPOPULATED PER LINE, THE CONSTANT ONES HERE.
        0253-WRITE-ONE-JOURNAL-LINE.
           IF NOT WS-MAST-FILE-MISSING
              CLOSE SALESMAST-FILE
           END-IF.
           IF NOT WS-AH-FILE-MISSING
              CLOSE ASGNHIST-FILE
           END-IF.
           IF NOT WS-QTA-FILE-MISSING
              CLOSE QUOTA-FILE
           END-IF.
           CLOSE SPLIT-REGISTER-FILE.
           CLOSE STMT-EXTRACT-FILE.
           CLOSE DRAWCAP-FILE.
           CLOSE RUN-POSTING-FILE.
           CLOSE COMMHIST-FILE.
           CLOSE HOLD-FILE.
           CLOSE HELD-REGISTER-FILE.
           CLOSE HELD-EXTRACT-FILE.
           IF NOT WS-CT-FILE-MISSING
              CLOSE CONTEST-FILE
           END-IF.
           CLOSE FINGERPRINT-FILE.
           MOVE WS-CONDITION-CODE TO RETURN-CODE.
           STOP RUN.

