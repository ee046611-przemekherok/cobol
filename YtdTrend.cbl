      *   into salesperson and year order; each salesperson gets    *
      *   one line per year with growth percentages against the     *
      *   prior year and a flag when sales have declined two        *
      *   years running.  A region rollup section follows,          *
      *   covering the most recent twelve years.  Each year is      *
      *   credited to the region the salesperson was assigned to    *
      *   at its end, taken from SALESMAST.DAT and the assignment   *
      *   history ASGNHIST.DAT; in a year with a transfer the       *
      *   commission history COMMHIST.DAT lines are credited to     *
      *   the region in effect on their own dates instead.          *
      ***************************************************************

       ENVIRONMENT DIVISION.
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SM-SALESPERSON-ID
             FILE STATUS IS WS-MAST-STATUS.
            SELECT ASGNHIST-FILE ASSIGN TO "ASGNHIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS AH-KEY
             FILE STATUS IS WS-AH-STATUS.
            SELECT COMMHIST-FILE ASSIGN TO "COMMHIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CH-KEY
             FILE STATUS IS WS-CH-STATUS.
            SELECT TREND-REPORT-FILE ASSIGN TO "TRENDRPT.DAT".

       DATA DIVISION.

        COPY SALESMAST.

        FD ASGNHIST-FILE.

        COPY ASGNHIST.

        FD COMMHIST-FILE.

        COPY COMMHIST.

        FD TREND-REPORT-FILE.

        01  TREND-REPORT-LINE      PIC X(132).
                88 WS-MAST-NOT-FOUND      VALUE '23'.
                88 WS-MAST-FILE-MISSING   VALUE '35'.

      *    A YEAR IS SPLIT BETWEEN REGIONS ONLY WHEN THE
      *    SALESPERSON HAS A TRANSFER EFFECTIVE AFTER ITS FIRST DAY
      *    AND ON OR BEFORE ITS LAST (TODAY FOR THE CURRENT YEAR).
      *    WHAT THE HISTORY LINES DO NOT ACCOUNT FOR GOES TO THE
      *    REGION IN EFFECT AT THE END OF THE YEAR.
        01  WS-ASGN-FIELDS.
            05 WS-AH-STATUS         PIC X(02) VALUE SPACES.
                88 WS-AH-OK               VALUE '00'.
                88 WS-AH-NOT-FOUND        VALUE '23'.
                88 WS-AH-FILE-MISSING     VALUE '35'.
            05 WS-CH-STATUS         PIC X(02) VALUE SPACES.
                88 WS-CH-OK               VALUE '00'.
                88 WS-CH-NOT-FOUND        VALUE '23'.
                88 WS-CH-FILE-MISSING     VALUE '35'.
            05 WS-CH-EOF-SW         PIC X(01) VALUE 'N'.
                88 WS-CH-EOF              VALUE 'Y'.
            05 WS-YEAR-TRANSFER-SW  PIC X(01) VALUE 'N'.
                88 WS-YEAR-TRANSFER       VALUE 'Y'.
            05 WS-YEAR-START-DATE   PIC 9(8)  VALUE ZEROES.
            05 WS-YEAR-END-DATE     PIC 9(8)  VALUE ZEROES.
            05 WS-ASGN-DATE         PIC 9(8)  VALUE ZEROES.
            05 WS-ASGN-REGION       PIC X(9)  VALUE SPACES.
            05 WS-LINE-YEAR         PIC 9(4)  VALUE ZEROES.
            05 WS-SALES-LEFT        PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-COMM-LEFT         PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-CREDIT-SALES      PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-CREDIT-COMM       PIC S9(10) COMP-3 VALUE ZERO.

        01  WS-TREND-SWITCHES.
            05 WS-END-OF-TREND-SW  PIC X(01) VALUE 'N'.
                88 WS-END-OF-TREND        VALUE 'Y'.
           PERFORM 0060-SORT-TREND-INPUT.
           OPEN INPUT SORTED-TREND-FILE.
           OPEN INPUT SALESMAST-FILE.
           OPEN INPUT ASGNHIST-FILE.
           OPEN INPUT COMMHIST-FILE.
           OPEN OUTPUT TREND-REPORT-FILE.
           PERFORM 0100-PROCESS-TREND.
           PERFORM 0200-STOP-RUN.
           ELSE
              COMPUTE WS-YR-SUB =
                  WS-CUR-YEAR-NUM - STR-YEAR + 1
              MOVE STR-SALES-AMT TO WS-SALES-LEFT
              MOVE STR-COMM-AMT TO WS-COMM-LEFT
              COMPUTE WS-YEAR-START-DATE = STR-YEAR * 10000 + 101
              IF STR-YEAR = WS-CUR-YEAR-NUM
                 MOVE WS-CURRENT-DATE TO WS-YEAR-END-DATE
              ELSE
                 COMPUTE WS-YEAR-END-DATE = STR-YEAR * 10000 + 1231
              END-IF
              PERFORM 0141-CHECK-YEAR-TRANSFER
              IF WS-YEAR-TRANSFER
                 PERFORM 0142-CREDIT-HISTORY-LINES
              END-IF
              IF NOT WS-YEAR-TRANSFER
               OR WS-SALES-LEFT NOT = ZERO
               OR WS-COMM-LEFT NOT = ZERO
                 MOVE WS-YEAR-END-DATE TO WS-ASGN-DATE
                 MOVE WS-SALES-LEFT TO WS-CREDIT-SALES
                 MOVE WS-COMM-LEFT TO WS-CREDIT-COMM
                 PERFORM 0145-CREDIT-REGION-YEAR
              END-IF
           END-IF.

           MOVE SPACES TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE AFTER ADVANCING 1 LINE.

        0141-CHECK-YEAR-TRANSFER.
           MOVE 'N' TO WS-YEAR-TRANSFER-SW.
           IF NOT WS-AH-FILE-MISSING
            AND NOT WS-CH-FILE-MISSING
              MOVE WS-CUR-ID TO AH-SALESPERSON-ID
              MOVE WS-YEAR-START-DATE TO AH-EFFECTIVE-DATE
              START ASGNHIST-FILE KEY IS GREATER THAN AH-KEY
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     READ ASGNHIST-FILE NEXT RECORD
                         AT END
                            CONTINUE
                         NOT AT END
                            IF AH-SALESPERSON-ID = WS-CUR-ID
                             AND AH-EFFECTIVE-DATE <= WS-YEAR-END-DATE
                               SET WS-YEAR-TRANSFER TO TRUE
                            END-IF
                     END-READ
              END-START
           END-IF.

      *    HISTORY LINES BELONG TO THE YEAR OF THE PERIOD THEY WERE
      *    RUN FOR, AS THE YEAR-END CLOSE ARCHIVES THEM.  HOLD
      *    RELEASES AND FINAL SETTLEMENTS ARE SKIPPED: THE HELD
      *    COMMISSION WAS ALREADY ACCRUED ON THE ORIGINAL LINE.
        0142-CREDIT-HISTORY-LINES.
           MOVE 'N' TO WS-CH-EOF-SW.
           MOVE WS-CUR-ID TO CH-SALESPERSON-ID.
           MOVE ZEROES TO CH-RUN-NUMBER CH-SEQUENCE.
           START COMMHIST-FILE KEY IS NOT LESS THAN CH-KEY
               INVALID KEY
                  SET WS-CH-EOF TO TRUE
           END-START.
           PERFORM 0143-CREDIT-ONE-HISTORY-LINE
              UNTIL WS-CH-EOF.

        0143-CREDIT-ONE-HISTORY-LINE.
           READ COMMHIST-FILE NEXT RECORD
               AT END
                  SET WS-CH-EOF TO TRUE
           END-READ.
           IF NOT WS-CH-EOF
              IF CH-SALESPERSON-ID NOT = WS-CUR-ID
                 SET WS-CH-EOF TO TRUE
              ELSE
                 PERFORM 0144-SET-LINE-YEAR
                 IF WS-LINE-YEAR = STR-YEAR
                  AND NOT CH-HOLD-RELEASE
                  AND NOT CH-FINAL
                    IF CH-TRANS-DATE NUMERIC
                     AND CH-TRANS-DATE > ZEROES
                       MOVE CH-TRANS-DATE TO WS-ASGN-DATE
                    ELSE
                       MOVE CH-RUN-DATE TO WS-ASGN-DATE
                    END-IF
                    MOVE CH-SALES-AMT TO WS-CREDIT-SALES
                    MOVE CH-COMM-AMT TO WS-CREDIT-COMM
                    SUBTRACT CH-SALES-AMT FROM WS-SALES-LEFT
                    SUBTRACT CH-COMM-AMT FROM WS-COMM-LEFT
                    PERFORM 0145-CREDIT-REGION-YEAR
                 END-IF
              END-IF
           END-IF.

        0144-SET-LINE-YEAR.
           IF CH-RUN-PERIOD NUMERIC
            AND CH-RUN-PERIOD > ZEROES
              COMPUTE WS-LINE-YEAR = CH-RUN-PERIOD / 100
           ELSE
              COMPUTE WS-LINE-YEAR = CH-RUN-DATE / 10000
           END-IF.

        0145-CREDIT-REGION-YEAR.
           PERFORM 0146-FIND-ASSIGNED-REGION.
           MOVE WS-ASGN-REGION TO WS-RT-WORK-CODE.
           PERFORM 0137-FIND-OR-ADD-REGION.
           IF WS-RT-FOUND-SUB > ZERO
              ADD WS-CREDIT-SALES
                TO WS-RT-SALES (WS-RT-FOUND-SUB WS-YR-SUB)
              ADD WS-CREDIT-COMM
                TO WS-RT-COMM (WS-RT-FOUND-SUB WS-YR-SUB)
              MOVE 'Y'
                TO WS-RT-SEEN-SW (WS-RT-FOUND-SUB WS-YR-SUB)
           ELSE
              ADD 1 TO WS-YEARS-NO-REGION
           END-IF.

      *    THE REGION IN EFFECT ON WS-ASGN-DATE IS THE PRIOR REGION
      *    OF THE FIRST TRANSFER EFFECTIVE AFTER IT, OR THE
      *    MASTER'S CURRENT REGION WHEN THERE IS NONE.
        0146-FIND-ASSIGNED-REGION.
           MOVE WS-CUR-REGION TO WS-ASGN-REGION.
           IF NOT WS-AH-FILE-MISSING
              MOVE WS-CUR-ID TO AH-SALESPERSON-ID
              MOVE WS-ASGN-DATE TO AH-EFFECTIVE-DATE
              START ASGNHIST-FILE KEY IS GREATER THAN AH-KEY
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     READ ASGNHIST-FILE NEXT RECORD
                         AT END
                            CONTINUE
                         NOT AT END
                            IF AH-SALESPERSON-ID = WS-CUR-ID
                               MOVE AH-PRIOR-REGION TO WS-ASGN-REGION
                            END-IF
                     END-READ
              END-START
           END-IF.
           IF WS-ASGN-REGION = SPACES
              MOVE '---------' TO WS-ASGN-REGION
           END-IF.

        0150-WRITE-REGION-ROLLUP.
           MOVE SPACES TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE AFTER ADVANCING 1 LINE.
           IF NOT WS-MAST-FILE-MISSING
              CLOSE SALESMAST-FILE
           END-IF.
           IF NOT WS-AH-FILE-MISSING
              CLOSE ASGNHIST-FILE
           END-IF.
           IF NOT WS-CH-FILE-MISSING
              CLOSE COMMHIST-FILE
           END-IF.
           CLOSE TREND-REPORT-FILE.
           STOP RUN.

