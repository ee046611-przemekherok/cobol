       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMAINT.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  This program maintains the commission hold master file     *
      *   HOLDMAST.DAT from a batch transaction file keyed by the   *
      *   supervisors.  Actions are H (place a hold), C (change     *
      *   the reason or dates of a hold) and R (release a hold).    *
      *   While a hold is active the sales run accrues the rep's    *
      *   commission but keeps it off the payroll extract; the      *
      *   first run after the release pays out what was held.       *
      *   Every transaction is listed on the maintenance report     *
      *   with its result and the amount currently held.            *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT HOLD-TRAN-FILE ASSIGN TO "HOLDMNT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TRAN-STATUS.
            SELECT HOLD-FILE ASSIGN TO "HOLDMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HLD-SALESPERSON-ID
             FILE STATUS IS WS-HLD-STATUS.
            SELECT SALESMAST-FILE ASSIGN TO "SALESMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SM-SALESPERSON-ID
             FILE STATUS IS WS-MAST-STATUS.
            SELECT HOLD-REPORT-FILE ASSIGN TO "HOLDMNTRPT.DAT".

       DATA DIVISION.
       FILE SECTION.
       FD HOLD-TRAN-FILE.

      *    BLANK DATES TAKE THEIR DEFAULTS: THE HOLD DATE ON AN H
      *    AND THE RELEASE DATE ON AN R DEFAULT TO TODAY, AND A
      *    BLANK RELEASE DATE ON AN H LEAVES THE HOLD OPEN-ENDED.
      *    ON A C ONLY THE FIELDS KEYED ARE CHANGED.
       01 HOLD-TRAN-RECORD.
            05 HMT-ACTION           PIC X(1).
                88 HMT-HOLD               VALUE 'H'.
                88 HMT-CHANGE             VALUE 'C'.
                88 HMT-RELEASE            VALUE 'R'.
            05 HMT-SALESPERSON-ID   PIC 9(5).
            05 HMT-REASON-CODE      PIC X(3).
            05 HMT-HOLD-DATE        PIC X(8).
            05 HMT-RELEASE-DATE     PIC X(8).
            05 HMT-SUPERVISOR-ID    PIC X(8).

        FD HOLD-FILE.

        COPY HOLDMAST.

        FD SALESMAST-FILE.

        COPY SALESMAST.

        FD HOLD-REPORT-FILE.

        01  HOLD-REPORT-LINE       PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-FIELDS.
            05 WS-TRANS-READ       PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-TRANS-APPLIED    PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-TRANS-REJECTED   PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-HOLDS-PLACED     PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-HOLDS-RELEASED   PIC 9(5) COMP-3 VALUE ZERO.

        01  WS-TRAN-FIELDS.
            05 WS-TRAN-STATUS       PIC X(02) VALUE SPACES.
                88 WS-TRAN-OK               VALUE '00'.
                88 WS-TRAN-FILE-MISSING     VALUE '35'.
            05 WS-END-OF-TRANS-SW   PIC X(01) VALUE 'N'.
                88 WS-END-OF-TRANS          VALUE 'Y'.

        01  WS-HOLD-FIELDS.
            05 WS-HLD-STATUS        PIC X(02) VALUE SPACES.
                88 WS-HLD-OK              VALUE '00'.
                88 WS-HLD-NOT-FOUND       VALUE '23'.
                88 WS-HLD-FILE-MISSING    VALUE '35'.
            05 WS-HLD-FOUND-SW      PIC X(01) VALUE 'N'.
                88 WS-HLD-RECORD-FOUND    VALUE 'Y'.
            05 WS-HLD-ACTIVE-SW     PIC X(01) VALUE 'N'.
                88 WS-HLD-ACTIVE          VALUE 'Y'.
            05 WS-NEW-HOLD-DATE     PIC 9(8) VALUE ZEROES.
            05 WS-NEW-RELEASE-DATE  PIC 9(8) VALUE ZEROES.
            05 WS-TODAY-YMD         PIC 9(8) VALUE ZEROES.

        01  WS-MAST-FIELDS.
            05 WS-MAST-STATUS       PIC X(02) VALUE SPACES.
                88 WS-MAST-OK             VALUE '00'.
                88 WS-MAST-NOT-FOUND      VALUE '23'.
                88 WS-MAST-FILE-MISSING   VALUE '35'.

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

        01  HOLD-HEADING-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(6)  VALUE 'ACTION'.
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 FILLER              PIC X(11) VALUE 'SALESPERSON'.
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 FILLER              PIC X(30) VALUE 'RESULT'.
            05 FILLER              PIC X(6)  VALUE 'REASON'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(9)  VALUE 'HOLD DATE'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(8)  VALUE 'RELEASE '.
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 FILLER              PIC X(12) VALUE ' HELD AMOUNT'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(10) VALUE 'SUPERVISOR'.
            05 FILLER              PIC X(18) VALUE SPACES.

        01  HOLD-DETAIL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 HOLD-DET-ACTION      PIC X(1).
            05 FILLER               PIC X(9)   VALUE SPACES.
            05 HOLD-DET-ID          PIC X(5).
            05 FILLER               PIC X(10)  VALUE SPACES.
            05 HOLD-DET-RESULT      PIC X(30).
            05 HOLD-DET-REASON      PIC X(3).
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 HOLD-DET-HOLD-DATE   PIC X(8).
            05 FILLER               PIC X(3)   VALUE SPACES.
            05 HOLD-DET-RELEASE     PIC X(8).
            05 FILLER               PIC X(3)   VALUE SPACES.
            05 HOLD-DET-HELD-AMT    PIC ----,---,--9.
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 HOLD-DET-SUPERVISOR  PIC X(8).
            05 FILLER               PIC X(20)  VALUE SPACES.

        01  HOLD-TOTAL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 HOLD-TOTAL-LABEL     PIC X(23).
            05 HOLD-TOTAL-COUNT     PIC Z,ZZ9.
            05 FILLER               PIC X(99)  VALUE SPACES.

        PROCEDURE DIVISION.

        0050-OPEN-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE TO WS-TODAY-YMD.
           OPEN INPUT HOLD-TRAN-FILE.
           IF WS-TRAN-FILE-MISSING
              SET WS-END-OF-TRANS TO TRUE
           END-IF.
           OPEN I-O HOLD-FILE.
           IF WS-HLD-FILE-MISSING
              OPEN OUTPUT HOLD-FILE
              CLOSE HOLD-FILE
              OPEN I-O HOLD-FILE
           END-IF.
           OPEN INPUT SALESMAST-FILE.
           OPEN OUTPUT HOLD-REPORT-FILE.
           PERFORM 0100-PROCESS-TRANSACTIONS.
           PERFORM 0200-STOP-RUN.

        0100-PROCESS-TRANSACTIONS.
           PERFORM 0110-WRITE-HEADING-LINE.
           IF NOT WS-END-OF-TRANS
              READ HOLD-TRAN-FILE
                   AT END SET WS-END-OF-TRANS TO TRUE
                   END-READ
           END-IF.
           PERFORM UNTIL WS-END-OF-TRANS
            ADD 1 TO WS-TRANS-READ
            MOVE 'N' TO WS-HLD-FOUND-SW
            PERFORM 0102-VALIDATE-TRANSACTION
            IF WS-VALID-TRAN
               PERFORM 0105-APPLY-TRANSACTION
            END-IF
            IF WS-VALID-TRAN
               ADD 1 TO WS-TRANS-APPLIED
            ELSE
               ADD 1 TO WS-TRANS-REJECTED
            END-IF
            PERFORM 0120-WRITE-DETAIL-LINE
            READ HOLD-TRAN-FILE
            AT END SET WS-END-OF-TRANS TO TRUE
            END-READ
           END-PERFORM.
           PERFORM 0130-WRITE-TOTAL-LINES.

        0102-VALIDATE-TRANSACTION.
            SET WS-VALID-TRAN TO TRUE.
            MOVE SPACES TO WS-TRAN-RESULT.
            IF NOT HMT-HOLD AND NOT HMT-CHANGE AND NOT HMT-RELEASE
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'INVALID ACTION CODE' TO WS-TRAN-RESULT
            END-IF.
            IF WS-VALID-TRAN
               IF HMT-SALESPERSON-ID NOT NUMERIC
                OR HMT-SALESPERSON-ID = ZEROES
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'INVALID SALESPERSON ID' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN
               IF HMT-SALESPERSON-ID = 99999
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'RESERVED SALESPERSON ID' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN
               IF HMT-SUPERVISOR-ID = SPACES
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'MISSING SUPERVISOR ID' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN AND HMT-HOLD
               IF HMT-REASON-CODE = SPACES
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'MISSING REASON CODE' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN
               IF HMT-HOLD-DATE NOT = SPACES
                AND HMT-HOLD-DATE NOT NUMERIC
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'INVALID HOLD DATE' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN
               IF HMT-RELEASE-DATE NOT = SPACES
                AND HMT-RELEASE-DATE NOT NUMERIC
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'INVALID RELEASE DATE' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN
               PERFORM 0103-VALIDATE-SALESPERSON
            END-IF.

      *    A HOLD CAN ONLY BE PLACED ON, CHANGED FOR OR RELEASED
      *    FROM A SALESPERSON WHO IS ON THE MASTER.  A TERMINATED
      *    REP CAN STILL BE HELD - THEIR LATE COMMISSION IS OFTEN
      *    THE VERY THING UNDER REVIEW.
        0103-VALIDATE-SALESPERSON.
            IF NOT WS-MAST-FILE-MISSING
               MOVE HMT-SALESPERSON-ID TO SM-SALESPERSON-ID
               READ SALESMAST-FILE
                   INVALID KEY
                      SET WS-INVALID-TRAN TO TRUE
                      MOVE 'NOT ON SALESPERSON MASTER'
                        TO WS-TRAN-RESULT
               END-READ
            ELSE
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'NOT ON SALESPERSON MASTER' TO WS-TRAN-RESULT
            END-IF.

        0105-APPLY-TRANSACTION.
            MOVE HMT-SALESPERSON-ID TO HLD-SALESPERSON-ID.
            READ HOLD-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET WS-HLD-RECORD-FOUND TO TRUE
            END-READ.
            PERFORM 0104-CHECK-HOLD-ACTIVE.
            EVALUATE TRUE
                WHEN HMT-HOLD
                    PERFORM 0106-PLACE-HOLD
                WHEN HMT-CHANGE
                    PERFORM 0107-CHANGE-HOLD
                WHEN HMT-RELEASE
                    PERFORM 0108-RELEASE-HOLD
            END-EVALUATE.

      *    THE SAME TEST THE SALES RUN MAKES: ON FROM THE HOLD DATE,
      *    OFF FROM THE RELEASE DATE, OPEN-ENDED WHEN THAT IS ZERO.
        0104-CHECK-HOLD-ACTIVE.
            MOVE 'N' TO WS-HLD-ACTIVE-SW.
            IF WS-HLD-RECORD-FOUND
             AND HLD-HOLD-DATE <= WS-TODAY-YMD
               IF HLD-RELEASE-DATE = ZEROES
                OR HLD-RELEASE-DATE > WS-TODAY-YMD
                  SET WS-HLD-ACTIVE TO TRUE
               END-IF
            END-IF.

      *    A NEW HOLD ON A REP WHOSE EARLIER HOLD HAS ENDED REUSES
      *    THE RECORD.  ANY AMOUNT STILL WAITING FOR THE RELEASE RUN
      *    STAYS HELD UNDER THE NEW HOLD, WHICH MUST THEN START NO
      *    LATER THAN TODAY.
        0106-PLACE-HOLD.
            IF WS-HLD-ACTIVE
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'HOLD ALREADY ACTIVE' TO WS-TRAN-RESULT
            ELSE
               IF HMT-HOLD-DATE = SPACES
                  MOVE WS-TODAY-YMD TO WS-NEW-HOLD-DATE
               ELSE
                  MOVE HMT-HOLD-DATE TO WS-NEW-HOLD-DATE
               END-IF
               IF HMT-RELEASE-DATE = SPACES
                  MOVE ZEROES TO WS-NEW-RELEASE-DATE
               ELSE
                  MOVE HMT-RELEASE-DATE TO WS-NEW-RELEASE-DATE
               END-IF
               PERFORM 0109-CHECK-DATE-ORDER
               PERFORM 0109A-CHECK-HELD-AMOUNT
            END-IF.
            IF WS-VALID-TRAN
               IF NOT WS-HLD-RECORD-FOUND
                  MOVE SPACES TO HOLD-RECORD
                  MOVE HMT-SALESPERSON-ID TO HLD-SALESPERSON-ID
                  MOVE ZERO TO HLD-HELD-AMT
                  MOVE ZEROES TO HLD-LAST-HELD-RUN HLD-LAST-PAID-RUN
               END-IF
               MOVE HMT-REASON-CODE TO HLD-REASON-CODE
               MOVE WS-NEW-HOLD-DATE TO HLD-HOLD-DATE
               MOVE WS-NEW-RELEASE-DATE TO HLD-RELEASE-DATE
               MOVE HMT-SUPERVISOR-ID TO HLD-SUPERVISOR-ID
               MOVE WS-TODAY-YMD TO HLD-LAST-MAINT-DATE
               IF WS-HLD-RECORD-FOUND
                  REWRITE HOLD-RECORD
               ELSE
                  WRITE HOLD-RECORD
                  SET WS-HLD-RECORD-FOUND TO TRUE
               END-IF
               ADD 1 TO WS-HOLDS-PLACED
               MOVE 'HOLD PLACED' TO WS-TRAN-RESULT
            END-IF.

        0107-CHANGE-HOLD.
            IF NOT WS-HLD-RECORD-FOUND
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'NO HOLD ON FILE' TO WS-TRAN-RESULT
            ELSE
               MOVE HLD-HOLD-DATE TO WS-NEW-HOLD-DATE
               MOVE HLD-RELEASE-DATE TO WS-NEW-RELEASE-DATE
               IF HMT-HOLD-DATE NOT = SPACES
                  MOVE HMT-HOLD-DATE TO WS-NEW-HOLD-DATE
               END-IF
               IF HMT-RELEASE-DATE NOT = SPACES
                  MOVE HMT-RELEASE-DATE TO WS-NEW-RELEASE-DATE
               END-IF
               PERFORM 0109-CHECK-DATE-ORDER
               PERFORM 0109A-CHECK-HELD-AMOUNT
            END-IF.
            IF WS-VALID-TRAN
               IF HMT-REASON-CODE NOT = SPACES
                  MOVE HMT-REASON-CODE TO HLD-REASON-CODE
               END-IF
               MOVE WS-NEW-HOLD-DATE TO HLD-HOLD-DATE
               MOVE WS-NEW-RELEASE-DATE TO HLD-RELEASE-DATE
               MOVE HMT-SUPERVISOR-ID TO HLD-SUPERVISOR-ID
               MOVE WS-TODAY-YMD TO HLD-LAST-MAINT-DATE
               REWRITE HOLD-RECORD
               MOVE 'CHANGED' TO WS-TRAN-RESULT
            END-IF.

      *    THE RELEASE TAKES EFFECT ON ITS RELEASE DATE; THE NEXT
      *    SALES RUN ON OR AFTER THAT DATE PAYS THE HELD AMOUNT.
        0108-RELEASE-HOLD.
            IF NOT WS-HLD-ACTIVE
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'NO ACTIVE HOLD' TO WS-TRAN-RESULT
            ELSE
               MOVE HLD-HOLD-DATE TO WS-NEW-HOLD-DATE
               IF HMT-RELEASE-DATE = SPACES
                  MOVE WS-TODAY-YMD TO WS-NEW-RELEASE-DATE
               ELSE
                  MOVE HMT-RELEASE-DATE TO WS-NEW-RELEASE-DATE
               END-IF
               PERFORM 0109-CHECK-DATE-ORDER
            END-IF.
            IF WS-VALID-TRAN
               MOVE WS-NEW-RELEASE-DATE TO HLD-RELEASE-DATE
               MOVE HMT-SUPERVISOR-ID TO HLD-SUPERVISOR-ID
               MOVE WS-TODAY-YMD TO HLD-LAST-MAINT-DATE
               REWRITE HOLD-RECORD
               ADD 1 TO WS-HOLDS-RELEASED
               MOVE 'HOLD RELEASED' TO WS-TRAN-RESULT
            END-IF.

        0109-CHECK-DATE-ORDER.
            IF WS-NEW-HOLD-DATE = ZEROES
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'INVALID HOLD DATE' TO WS-TRAN-RESULT
            END-IF.
            IF WS-VALID-TRAN
             AND WS-NEW-RELEASE-DATE NOT = ZEROES
             AND WS-NEW-RELEASE-DATE < WS-NEW-HOLD-DATE
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'RELEASE BEFORE HOLD DATE' TO WS-TRAN-RESULT
            END-IF.

      *    COMMISSION ALREADY HELD STAYS HELD ONLY WHILE A HOLD IS
      *    ON, SO A HOLD OR CHANGE THAT WOULD MOVE THE HOLD DATE OF
      *    A RECORD WITH AN AMOUNT HELD PAST TODAY IS REFUSED.
        0109A-CHECK-HELD-AMOUNT.
            IF WS-VALID-TRAN
             AND WS-HLD-RECORD-FOUND
             AND HLD-HELD-AMT NOT = ZERO
             AND WS-NEW-HOLD-DATE > WS-TODAY-YMD
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'FUTURE HOLD DATE, AMOUNT HELD' TO WS-TRAN-RESULT
            END-IF.

        0110-WRITE-HEADING-LINE.
            MOVE HOLD-HEADING-LINE TO HOLD-REPORT-LINE.
            WRITE HOLD-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE SPACES TO HOLD-REPORT-LINE.
            WRITE HOLD-REPORT-LINE.

      *    THE HOLD FIELDS SHOWN ARE THE RECORD AS IT STANDS AFTER
      *    THE TRANSACTION, OR AS IT WAS WHEN THE TRANSACTION WAS
      *    REJECTED AGAINST AN EXISTING HOLD.
        0120-WRITE-DETAIL-LINE.
            MOVE HMT-ACTION TO HOLD-DET-ACTION.
            MOVE HMT-SALESPERSON-ID TO HOLD-DET-ID.
            MOVE WS-TRAN-RESULT TO HOLD-DET-RESULT.
            IF WS-HLD-RECORD-FOUND
               MOVE HLD-REASON-CODE TO HOLD-DET-REASON
               MOVE HLD-HOLD-DATE TO HOLD-DET-HOLD-DATE
               IF HLD-RELEASE-DATE = ZEROES
                  MOVE 'OPEN' TO HOLD-DET-RELEASE
               ELSE
                  MOVE HLD-RELEASE-DATE TO HOLD-DET-RELEASE
               END-IF
               MOVE HLD-HELD-AMT TO HOLD-DET-HELD-AMT
               MOVE HLD-SUPERVISOR-ID TO HOLD-DET-SUPERVISOR
            ELSE
               MOVE HMT-REASON-CODE TO HOLD-DET-REASON
               MOVE HMT-HOLD-DATE TO HOLD-DET-HOLD-DATE
               MOVE HMT-RELEASE-DATE TO HOLD-DET-RELEASE
               MOVE ZERO TO HOLD-DET-HELD-AMT
               MOVE HMT-SUPERVISOR-ID TO HOLD-DET-SUPERVISOR
            END-IF.
            MOVE HOLD-DETAIL-LINE TO HOLD-REPORT-LINE.
            WRITE HOLD-REPORT-LINE AFTER ADVANCING 1 LINE.

        0130-WRITE-TOTAL-LINES.
            MOVE SPACES TO HOLD-REPORT-LINE.
            WRITE HOLD-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'TRANSACTIONS READ:' TO HOLD-TOTAL-LABEL.
            MOVE WS-TRANS-READ TO HOLD-TOTAL-COUNT.
            MOVE HOLD-TOTAL-LINE TO HOLD-REPORT-LINE.
            WRITE HOLD-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'TRANSACTIONS APPLIED:' TO HOLD-TOTAL-LABEL.
            MOVE WS-TRANS-APPLIED TO HOLD-TOTAL-COUNT.
            MOVE HOLD-TOTAL-LINE TO HOLD-REPORT-LINE.
            WRITE HOLD-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'TRANSACTIONS REJECTED:' TO HOLD-TOTAL-LABEL.
            MOVE WS-TRANS-REJECTED TO HOLD-TOTAL-COUNT.
            MOVE HOLD-TOTAL-LINE TO HOLD-REPORT-LINE.
            WRITE HOLD-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'HOLDS PLACED:' TO HOLD-TOTAL-LABEL.
            MOVE WS-HOLDS-PLACED TO HOLD-TOTAL-COUNT.
            MOVE HOLD-TOTAL-LINE TO HOLD-REPORT-LINE.
            WRITE HOLD-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'HOLDS RELEASED:' TO HOLD-TOTAL-LABEL.
            MOVE WS-HOLDS-RELEASED TO HOLD-TOTAL-COUNT.
            MOVE HOLD-TOTAL-LINE TO HOLD-REPORT-LINE.
            WRITE HOLD-REPORT-LINE AFTER ADVANCING 1 LINE.

        0200-STOP-RUN.
           IF NOT WS-TRAN-FILE-MISSING
              CLOSE HOLD-TRAN-FILE
           END-IF.
           CLOSE HOLD-FILE.
           IF NOT WS-MAST-FILE-MISSING
              CLOSE SALESMAST-FILE
           END-IF.
           CLOSE HOLD-REPORT-FILE.
           IF WS-TRANS-REJECTED > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

          END PROGRAM HOLDMAINT.
