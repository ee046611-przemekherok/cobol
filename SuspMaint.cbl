      *   resubmission.  It reads the suspense file SUSPENSE.DAT    *
      *   written by the sales run together with a correction card  *
      *   file, applies the corrections, and writes RECYCLE.DAT     *
      *   which the next sales run reads ahead of the new SALES.DAT *
      *   input.  Suspense records without a correction card        *
      *   recycle unchanged; cards with action D drop the record.   *
      *   A card with action A accepts a record suspended as a      *
      *   duplicate of an earlier run's transaction as a legitimate *
      *   look-alike: it must carry the supervisor's ID, and the    *
      *   record recycles flagged so the sales run posts it without *
      *   the duplicate check.  Every record is listed on the       *
      *   report with its disposition.                              *
      ***************************************************************

       ENVIRONMENT DIVISION.
            05 FIX-ACTION           PIC X(1).
                88 FIX-RESUBMIT           VALUE 'R'.
                88 FIX-DROP               VALUE 'D'.
                88 FIX-ACCEPT-DUPLICATE   VALUE 'A'.
            05 FIX-SALESPERSON-ID   PIC 9(5).
            05 FIX-NEW-ID           PIC 9(5).
            05 FIX-SALESPERSON-NAME.
            05 FIX-YEARLYSALES      PIC 9(6).
            05 FIX-GENDER           PIC X.
            05 FIX-TRANS-DATE       PIC 9(8).
            05 FIX-SUPERVISOR-ID    PIC X(8).

        FD RECYCLE-FILE.

            05 RCY-RESUB-COUNT      PIC 9(2).
            05 RCY-FIRST-SUSP-DATE  PIC 9(8).
            05 RCY-LAST-RECYC-DATE  PIC 9(8).
            05 RCY-BRANCH-CODE      PIC X(4).
            05 RCY-DUP-RELEASED     PIC X.

        FD FIX-REPORT-FILE.

            05 WS-RECS-CORRECTED   PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-RECS-RECYCLED    PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-RECS-DROPPED     PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-DUPS-ACCEPTED    PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-ACCEPTS-REFUSED  PIC 9(5) COMP-3 VALUE ZERO.

        01  WS-SUSP-FIELDS.
            05 WS-SUSP-STATUS       PIC X(02) VALUE SPACES.
                10 WS-FIX-YEARLYSALES   PIC 9(6).
                10 WS-FIX-GENDER        PIC X.
                10 WS-FIX-TRANS-DATE    PIC 9(8).
                10 WS-FIX-SUPERVISOR-ID PIC X(8).

      *    AGING BUCKETS RUN FROM THE DATE THE ITEM FIRST
      *    SUSPENDED: 1 = 0-7 DAYS, 2 = 8-30, 3 = 31-60,
            05 FILLER              PIC X(30) VALUE 'REJECT REASON'.
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 FILLER              PIC X(20) VALUE 'DISPOSITION'.
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 FILLER              PIC X(10) VALUE 'SUPERVISOR'.
            05 FILLER              PIC X(44) VALUE SPACES.

        01  FIX-DETAIL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 FIX-DET-REASON       PIC X(30).
            05 FILLER               PIC X(4)   VALUE SPACES.
            05 FIX-DET-DISPOSITION  PIC X(20).
            05 FILLER               PIC X(4)   VALUE SPACES.
            05 FIX-DET-SUPERVISOR   PIC X(8).
            05 FILLER               PIC X(46)  VALUE SPACES.

        01  FIX-TOTAL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
              MOVE FIX-GENDER           TO WS-FIX-GENDER (WS-FIX-IDX)
              MOVE FIX-TRANS-DATE       TO
                   WS-FIX-TRANS-DATE (WS-FIX-IDX)
              MOVE FIX-SUPERVISOR-ID    TO
                   WS-FIX-SUPERVISOR-ID (WS-FIX-IDX)
           END-IF.
           READ FIX-TRAN-FILE
                AT END SET WS-END-OF-FIX TO TRUE
            END-IF.

        0105-DISPOSE-SUSPENSE-RECORD.
            MOVE SPACES TO FIX-DET-SUPERVISOR.
            EVALUATE TRUE
                WHEN WS-FIX-FOUND AND WS-FIX-ACTION (WS-FIX-IDX) = 'D'
                    ADD 1 TO WS-RECS-DROPPED
                    MOVE 'DROPPED' TO WS-DISPOSITION
                WHEN WS-FIX-FOUND AND WS-FIX-ACTION (WS-FIX-IDX) = 'A'
                    PERFORM 0108-ACCEPT-DUPLICATE
                WHEN WS-FIX-FOUND
                    PERFORM 0106-APPLY-CORRECTIONS
                    PERFORM 0107-WRITE-RECYCLE-RECORD
                    MOVE 'RECYCLED UNCHANGED' TO WS-DISPOSITION
            END-EVALUATE.

      *    A SUPERVISOR MAY ACCEPT ONLY A RECORD THE SALES RUN
      *    SUSPENDED AS A DUPLICATE OF AN EARLIER RUN.  A REFUSED
      *    ACCEPT LEAVES THE RECORD TO RECYCLE UNCHANGED, SO IT
      *    COMES BACK HERE UNTIL SOMEONE DEALS WITH IT PROPERLY.
        0108-ACCEPT-DUPLICATE.
            EVALUATE TRUE
                WHEN WS-FIX-SUPERVISOR-ID (WS-FIX-IDX) = SPACES
                    ADD 1 TO WS-ACCEPTS-REFUSED
                    MOVE 'REFUSED - NO SUPV' TO WS-DISPOSITION
                WHEN SUSP-REJECT-REASON (1:17) NOT =
                     'DUPLICATE OF RUN '
                    ADD 1 TO WS-ACCEPTS-REFUSED
                    MOVE 'REFUSED - NOT DUP' TO WS-DISPOSITION
                WHEN OTHER
                    MOVE 'Y' TO SUSP-DUP-RELEASED
                    MOVE WS-FIX-SUPERVISOR-ID (WS-FIX-IDX)
                      TO FIX-DET-SUPERVISOR
                    ADD 1 TO WS-DUPS-ACCEPTED
                    MOVE 'ACCEPTED BY SUPV' TO WS-DISPOSITION
            END-EVALUATE.
            PERFORM 0107-WRITE-RECYCLE-RECORD.

        0106-APPLY-CORRECTIONS.
            IF WS-FIX-NEW-ID (WS-FIX-IDX) NUMERIC
             AND WS-FIX-NEW-ID (WS-FIX-IDX) > ZEROES
               MOVE WS-TODAY-YMD TO RCY-FIRST-SUSP-DATE
            END-IF.
            MOVE WS-TODAY-YMD TO RCY-LAST-RECYC-DATE.
            MOVE SUSP-BRANCH-CODE      TO RCY-BRANCH-CODE.
            MOVE SUSP-DUP-RELEASED     TO RCY-DUP-RELEASED.
            WRITE RECYCLE-RECORD.

        0110-WRITE-HEADING-LINE.
            MOVE WS-RECS-DROPPED TO FIX-TOTAL-COUNT.
            MOVE FIX-TOTAL-LINE TO FIX-REPORT-LINE.
            WRITE FIX-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'DUPLICATES ACCEPTED:' TO FIX-TOTAL-LABEL.
            MOVE WS-DUPS-ACCEPTED TO FIX-TOTAL-COUNT.
            MOVE FIX-TOTAL-LINE TO FIX-REPORT-LINE.
            WRITE FIX-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'ACCEPTS REFUSED:' TO FIX-TOTAL-LABEL.
            MOVE WS-ACCEPTS-REFUSED TO FIX-TOTAL-COUNT.
            MOVE FIX-TOTAL-LINE TO FIX-REPORT-LINE.
            WRITE FIX-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE SPACES TO FIX-REPORT-LINE.
            WRITE FIX-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE FIX-AGING-HEADING-LINE TO FIX-REPORT-LINE.
           CLOSE RECYCLE-FILE.
           CLOSE FIX-REPORT-FILE.
           IF WS-FIX-OVERFLOW > ZERO
            OR WS-ACCEPTS-REFUSED > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
