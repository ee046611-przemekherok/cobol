       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHREL.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  This program lets a supervisor release a branch batch the  *
      *   sales run has quarantined as a re-send.  The batch        *
      *   register BATCHREG.DAT holds every balanced batch a run    *
      *   has taken; a batch arriving again with the same branch,   *
      *   trailer count and hash total is held back whole.  When    *
      *   the second batch is genuine, action R on BATCHREL.DAT     *
      *   releases the registered batch so the next sales run takes *
      *   it once more; action C cancels a release that has not yet *
      *   been used.  Every card is listed on the report with its   *
      *   result and the register entry as it then stands.          *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT BATCH-TRAN-FILE ASSIGN TO "BATCHREL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TRAN-STATUS.
            SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BRG-KEY
             FILE STATUS IS WS-BRG-STATUS.
            SELECT BATCH-REPORT-FILE ASSIGN TO "BATCHRELRPT.DAT".

       DATA DIVISION.
       FILE SECTION.
       FD BATCH-TRAN-FILE.

      *    THE BRANCH, RECORD COUNT AND HASH TOTAL ARE KEYED FROM
      *    THE BATCH TRAILER AS SHOWN ON THE BRANCH FEED BALANCING
      *    REPORT.  A RELEASE NEEDS A REASON CODE; BOTH ACTIONS
      *    NEED THE SUPERVISOR'S ID.
       01 BATCH-TRAN-RECORD.
            05 BRT-ACTION           PIC X(1).
                88 BRT-RELEASE            VALUE 'R'.
                88 BRT-CANCEL             VALUE 'C'.
            05 BRT-BRANCH-CODE      PIC X(4).
            05 BRT-RECORD-COUNT     PIC 9(7).
            05 BRT-SALES-HASH       PIC 9(10).
            05 BRT-REASON-CODE      PIC X(3).
            05 BRT-SUPERVISOR-ID    PIC X(8).

        FD BATCH-REGISTER-FILE.

        COPY BATCHREG.

        FD BATCH-REPORT-FILE.

        01  BATCH-REPORT-LINE      PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-FIELDS.
            05 WS-TRANS-READ       PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-TRANS-APPLIED    PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-TRANS-REJECTED   PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-BATCHES-RELEASED PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-RELEASES-CANCELLED PIC 9(5) COMP-3 VALUE ZERO.

        01  WS-TRAN-FIELDS.
            05 WS-TRAN-STATUS       PIC X(02) VALUE SPACES.
                88 WS-TRAN-OK               VALUE '00'.
                88 WS-TRAN-FILE-MISSING     VALUE '35'.
            05 WS-END-OF-TRANS-SW   PIC X(01) VALUE 'N'.
                88 WS-END-OF-TRANS          VALUE 'Y'.

        01  WS-REGISTER-FIELDS.
            05 WS-BRG-STATUS        PIC X(02) VALUE SPACES.
                88 WS-BRG-OK              VALUE '00'.
                88 WS-BRG-NOT-FOUND       VALUE '23'.
                88 WS-BRG-FILE-MISSING    VALUE '35'.
            05 WS-BRG-FOUND-SW      PIC X(01) VALUE 'N'.
                88 WS-BRG-RECORD-FOUND    VALUE 'Y'.
            05 WS-TODAY-YMD         PIC 9(8) VALUE ZEROES.

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

        01  BATCH-HEADING-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(6)  VALUE 'ACTION'.
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 FILLER              PIC X(6)  VALUE 'BRANCH'.
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 FILLER              PIC X(9)  VALUE '  RECORDS'.
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 FILLER              PIC X(13) VALUE '   HASH TOTAL'.
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 FILLER              PIC X(30) VALUE 'RESULT'.
            05 FILLER              PIC X(10) VALUE 'STATUS'.
            05 FILLER              PIC X(6)  VALUE '  RUN '.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(8)  VALUE 'RECEIVED'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(10) VALUE 'SUPERVISOR'.
            05 FILLER              PIC X(12) VALUE SPACES.

        01  BATCH-DETAIL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 BATCH-DET-ACTION     PIC X(1).
            05 FILLER               PIC X(9)   VALUE SPACES.
            05 BATCH-DET-BRANCH     PIC X(4).
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 BATCH-DET-COUNT      PIC Z,ZZZ,ZZ9.
            05 FILLER               PIC X(3)   VALUE SPACES.
            05 BATCH-DET-HASH       PIC Z,ZZZ,ZZZ,ZZ9.
            05 FILLER               PIC X(3)   VALUE SPACES.
            05 BATCH-DET-RESULT     PIC X(30).
            05 BATCH-DET-STATUS     PIC X(10).
            05 BATCH-DET-RUN        PIC Z(4)9.
            05 FILLER               PIC X(3)   VALUE SPACES.
            05 BATCH-DET-RECEIVED   PIC X(8).
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 BATCH-DET-SUPERVISOR PIC X(8).
            05 FILLER               PIC X(14)  VALUE SPACES.

        01  BATCH-TOTAL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 BATCH-TOTAL-LABEL    PIC X(23).
            05 BATCH-TOTAL-COUNT    PIC Z,ZZ9.
            05 FILLER               PIC X(99)  VALUE SPACES.

        PROCEDURE DIVISION.

        0050-OPEN-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE TO WS-TODAY-YMD.
           OPEN INPUT BATCH-TRAN-FILE.
           IF WS-TRAN-FILE-MISSING
              SET WS-END-OF-TRANS TO TRUE
           END-IF.
           OPEN I-O BATCH-REGISTER-FILE.
           IF WS-BRG-FILE-MISSING
              OPEN OUTPUT BATCH-REGISTER-FILE
              CLOSE BATCH-REGISTER-FILE
              OPEN I-O BATCH-REGISTER-FILE
           END-IF.
           OPEN OUTPUT BATCH-REPORT-FILE.
           PERFORM 0100-PROCESS-TRANSACTIONS.
           PERFORM 0200-STOP-RUN.

        0100-PROCESS-TRANSACTIONS.
           PERFORM 0110-WRITE-HEADING-LINE.
           IF NOT WS-END-OF-TRANS
              READ BATCH-TRAN-FILE
                   AT END SET WS-END-OF-TRANS TO TRUE
                   END-READ
           END-IF.
           PERFORM UNTIL WS-END-OF-TRANS
            ADD 1 TO WS-TRANS-READ
            MOVE 'N' TO WS-BRG-FOUND-SW
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
            READ BATCH-TRAN-FILE
            AT END SET WS-END-OF-TRANS TO TRUE
            END-READ
           END-PERFORM.
           PERFORM 0130-WRITE-TOTAL-LINES.

        0102-VALIDATE-TRANSACTION.
            SET WS-VALID-TRAN TO TRUE.
            MOVE SPACES TO WS-TRAN-RESULT.
            IF NOT BRT-RELEASE AND NOT BRT-CANCEL
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'INVALID ACTION CODE' TO WS-TRAN-RESULT
            END-IF.
            IF WS-VALID-TRAN
               IF BRT-BRANCH-CODE = SPACES
                OR BRT-BRANCH-CODE = '----'
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'INVALID BRANCH CODE' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN
               IF BRT-RECORD-COUNT NOT NUMERIC
                OR BRT-SALES-HASH NOT NUMERIC
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'INVALID TRAILER COUNT OR HASH'
                    TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN
               IF BRT-SUPERVISOR-ID = SPACES
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'MISSING SUPERVISOR ID' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN AND BRT-RELEASE
               IF BRT-REASON-CODE = SPACES
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'MISSING REASON CODE' TO WS-TRAN-RESULT
               END-IF
            END-IF.

        0105-APPLY-TRANSACTION.
            MOVE BRT-BRANCH-CODE  TO BRG-BRANCH-CODE.
            MOVE BRT-RECORD-COUNT TO BRG-RECORD-COUNT.
            MOVE BRT-SALES-HASH   TO BRG-SALES-HASH.
            READ BATCH-REGISTER-FILE
                INVALID KEY
                   SET WS-INVALID-TRAN TO TRUE
                   MOVE 'BATCH NOT ON REGISTER' TO WS-TRAN-RESULT
                NOT INVALID KEY
                   SET WS-BRG-RECORD-FOUND TO TRUE
            END-READ.
            IF WS-VALID-TRAN
               EVALUATE TRUE
                   WHEN BRT-RELEASE
                       PERFORM 0106-RELEASE-BATCH
                   WHEN BRT-CANCEL
                       PERFORM 0107-CANCEL-RELEASE
               END-EVALUATE
            END-IF.

      *    A RELEASED BATCH IS TAKEN BY THE NEXT SALES RUN THAT
      *    RECEIVES IT, WHICH REGISTERS IT TO ITSELF AS PROCESSED
      *    AGAIN; A THIRD COPY WOULD NEED A FRESH RELEASE.
        0106-RELEASE-BATCH.
            IF BRG-RELEASED
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'BATCH ALREADY RELEASED' TO WS-TRAN-RESULT
            ELSE
               MOVE 'R' TO BRG-STATUS
               MOVE BRT-SUPERVISOR-ID TO BRG-SUPERVISOR-ID
               MOVE BRT-REASON-CODE TO BRG-RELEASE-REASON
               MOVE WS-TODAY-YMD TO BRG-RELEASE-DATE
               REWRITE BATCH-REGISTER-RECORD
               ADD 1 TO WS-BATCHES-RELEASED
               MOVE 'BATCH RELEASED' TO WS-TRAN-RESULT
            END-IF.

      *    CANCELLING LEAVES THE RELEASE DETAILS ON THE ENTRY SO
      *    THE REGISTER STILL SHOWS WHO AUTHORISED IT; THE
      *    SUPERVISOR WHO CANCELLED IS SHOWN ON THE REPORT.
        0107-CANCEL-RELEASE.
            IF NOT BRG-RELEASED
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'NO RELEASE TO CANCEL' TO WS-TRAN-RESULT
            ELSE
               MOVE 'P' TO BRG-STATUS
               REWRITE BATCH-REGISTER-RECORD
               ADD 1 TO WS-RELEASES-CANCELLED
               MOVE 'RELEASE CANCELLED' TO WS-TRAN-RESULT
            END-IF.

        0110-WRITE-HEADING-LINE.
            MOVE BATCH-HEADING-LINE TO BATCH-REPORT-LINE.
            WRITE BATCH-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE SPACES TO BATCH-REPORT-LINE.
            WRITE BATCH-REPORT-LINE.

      *    THE REGISTER FIELDS SHOWN ARE THE ENTRY AS IT STANDS
      *    AFTER THE CARD, OR AS IT WAS WHEN THE CARD WAS REJECTED.
      *    THE SUPERVISOR ON A CANCEL CARD IS THE ONE WHO CANCELLED.
        0120-WRITE-DETAIL-LINE.
            MOVE BRT-ACTION TO BATCH-DET-ACTION.
            MOVE BRT-BRANCH-CODE TO BATCH-DET-BRANCH.
            IF BRT-RECORD-COUNT NUMERIC
               MOVE BRT-RECORD-COUNT TO BATCH-DET-COUNT
            ELSE
               MOVE ZERO TO BATCH-DET-COUNT
            END-IF.
            IF BRT-SALES-HASH NUMERIC
               MOVE BRT-SALES-HASH TO BATCH-DET-HASH
            ELSE
               MOVE ZERO TO BATCH-DET-HASH
            END-IF.
            MOVE WS-TRAN-RESULT TO BATCH-DET-RESULT.
            IF WS-BRG-RECORD-FOUND
               IF BRG-RELEASED
                  MOVE 'RELEASED' TO BATCH-DET-STATUS
               ELSE
                  MOVE 'PROCESSED' TO BATCH-DET-STATUS
               END-IF
               MOVE BRG-RUN-NUMBER TO BATCH-DET-RUN
               MOVE BRG-RECEIVED-DATE TO BATCH-DET-RECEIVED
               IF BRT-CANCEL
                  MOVE BRT-SUPERVISOR-ID TO BATCH-DET-SUPERVISOR
               ELSE
                  MOVE BRG-SUPERVISOR-ID TO BATCH-DET-SUPERVISOR
               END-IF
            ELSE
               MOVE SPACES TO BATCH-DET-STATUS BATCH-DET-RECEIVED
               MOVE ZERO TO BATCH-DET-RUN
               MOVE BRT-SUPERVISOR-ID TO BATCH-DET-SUPERVISOR
            END-IF.
            MOVE BATCH-DETAIL-LINE TO BATCH-REPORT-LINE.
            WRITE BATCH-REPORT-LINE AFTER ADVANCING 1 LINE.

        0130-WRITE-TOTAL-LINES.
            MOVE SPACES TO BATCH-REPORT-LINE.
            WRITE BATCH-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'TRANSACTIONS READ:' TO BATCH-TOTAL-LABEL.
            MOVE WS-TRANS-READ TO BATCH-TOTAL-COUNT.
            MOVE BATCH-TOTAL-LINE TO BATCH-REPORT-LINE.
            WRITE BATCH-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'TRANSACTIONS APPLIED:' TO BATCH-TOTAL-LABEL.
            MOVE WS-TRANS-APPLIED TO BATCH-TOTAL-COUNT.
            MOVE BATCH-TOTAL-LINE TO BATCH-REPORT-LINE.
            WRITE BATCH-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'TRANSACTIONS REJECTED:' TO BATCH-TOTAL-LABEL.
            MOVE WS-TRANS-REJECTED TO BATCH-TOTAL-COUNT.
            MOVE BATCH-TOTAL-LINE TO BATCH-REPORT-LINE.
            WRITE BATCH-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'BATCHES RELEASED:' TO BATCH-TOTAL-LABEL.
            MOVE WS-BATCHES-RELEASED TO BATCH-TOTAL-COUNT.
            MOVE BATCH-TOTAL-LINE TO BATCH-REPORT-LINE.
            WRITE BATCH-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'RELEASES CANCELLED:' TO BATCH-TOTAL-LABEL.
            MOVE WS-RELEASES-CANCELLED TO BATCH-TOTAL-COUNT.
            MOVE BATCH-TOTAL-LINE TO BATCH-REPORT-LINE.
            WRITE BATCH-REPORT-LINE AFTER ADVANCING 1 LINE.

        0200-STOP-RUN.
           IF NOT WS-TRAN-FILE-MISSING
              CLOSE BATCH-TRAN-FILE
           END-IF.
           CLOSE BATCH-REGISTER-FILE.
           CLOSE BATCH-REPORT-FILE.
           IF WS-TRANS-REJECTED > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

          END PROGRAM BATCHREL.
