      *   SALESMAST.DAT, year-to-date balances from YTDMAST.DAT     *
      *   and quota attainment from QUOTAMST.DAT, and shows the     *
      *   period sales, adjustments, tier rate and commission paid  *
      *   this run.  Commission kept off payroll by a hold is       *
      *   shown as held rather than paid, and a released hold is    *
      *   shown as paid this run.  Sales contest bonuses are shown  *
      *   on a line of their own.  The statement sequence count on  *
      *   the trailer balances against the payroll extract line     *
      *   count because the extract carries one record per payroll  *
      *   line, held lines excepted.                                *
      ***************************************************************

       ENVIRONMENT DIVISION.
            05 SRTD-COMM-RATE       PIC V99.
            05 SRTD-COMM-AMT        PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.
            05 SRTD-HELD-FLAG       PIC X(1).

        SD SORT-WORK-FILE.

            05 SORT-COMM-RATE       PIC V99.
            05 SORT-COMM-AMT        PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.
            05 SORT-HELD-FLAG       PIC X(1).

        FD SALESMAST-FILE.


        FD QUOTA-FILE.

        COPY QUOTAMST.

        FD RUN-LOG-FILE.

        COPY RUNLOG.

        FD RUN-CONTROL-FILE.

            05 WS-STMT-COUNT       PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-EXTRACT-LINES    PIC 9(7) COMP-3 VALUE ZERO.
            05 WS-TOTAL-COMM-AMT   PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-HELD-LINES       PIC 9(7) COMP-3 VALUE ZERO.
            05 WS-TOTAL-HELD-AMT   PIC S9(10) COMP-3 VALUE ZERO.

        01  WS-EXT-FIELDS.
            05 WS-EXT-STATUS        PIC X(02) VALUE SPACES.
            05 WS-CUR-SALES-AMT    PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-CUR-ADJ-AMT      PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-CUR-OVERRIDE-AMT PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-CUR-BONUS-AMT    PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-CUR-COMM-AMT     PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-CUR-HELD-AMT     PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-CUR-RELEASED-AMT PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-CUR-RATE         PIC V99   VALUE ZERO.
            05 WS-CUR-NAME         PIC X(40) VALUE SPACES.
            05 WS-CUR-REGION       PIC X(9)  VALUE SPACES.
           PERFORM 0200-STOP-RUN.

      *    THE STATEMENT CARRIES THE NUMBER OF THE RUN THAT WROTE
      *    THE EXTRACT, WHICH IS THE LAST ENTRY ON THE RUN LOG.  A
      *    RUNBACKOUT OR RETROPAY ENTRY WRITES NO EXTRACT AND A
      *    FINALSET ENTRY PRINTS ITS OWN STATEMENTS, SO THESE ARE
      *    PASSED OVER.
        0052-DETERMINE-RUN-NUMBER.
           OPEN INPUT RUN-LOG-FILE.
           IF WS-RLOG-OK

        0055-SCAN-ONE-RUN-LOG-RECORD.
           IF RLOG-RUN-NUMBER NUMERIC
            AND RLOG-RUN-MODE NOT = 'BACKOUT'
            AND RLOG-RUN-MODE NOT = 'RETRO'
            AND RLOG-RUN-MODE NOT = 'FINAL'
              MOVE RLOG-RUN-NUMBER TO WS-RUN-NUMBER
           END-IF.
           READ RUN-LOG-FILE
              MOVE 'Y' TO WS-HAVE-CURRENT-SW
              MOVE SRTD-SALESPERSON-ID TO WS-CUR-ID
              MOVE ZEROES TO WS-CUR-SALES-AMT WS-CUR-ADJ-AMT
                             WS-CUR-OVERRIDE-AMT WS-CUR-BONUS-AMT
                             WS-CUR-COMM-AMT WS-CUR-RATE
                             WS-CUR-HELD-AMT WS-CUR-RELEASED-AMT
           END-IF.
           ADD 1 TO WS-EXTRACT-LINES.
      *    TYPE 'G' IS A GUARANTEED-MINIMUM DRAW ADVANCE: NO SALES
      *    OR TIER RATE BEHIND IT, SO IT ONLY FLOWS INTO THE
      *    COMMISSION-PAID FIGURE BELOW.  TYPE 'H' PAYS OUT WHAT
      *    EARLIER RUNS HELD; IT IS PAID NOW BUT WAS EARNED BEFORE.
      *    TYPE 'B' IS A SALES CONTEST BONUS, SHOWN ON ITS OWN LINE.
      *    A HELD LINE STILL COUNTS IN THE SALES AND OVERRIDE
      *    FIGURES, BUT ITS COMMISSION IS HELD, NOT PAID.
           EVALUATE SRTD-RECORD-TYPE
               WHEN 'A'
                   ADD SRTD-SALES-AMT TO WS-CUR-ADJ-AMT
                   ADD SRTD-COMM-AMT TO WS-CUR-OVERRIDE-AMT
               WHEN 'G'
                   CONTINUE
               WHEN 'B'
                   ADD SRTD-COMM-AMT TO WS-CUR-BONUS-AMT
               WHEN 'H'
                   ADD SRTD-COMM-AMT TO WS-CUR-RELEASED-AMT
               WHEN OTHER
                   ADD SRTD-SALES-AMT TO WS-CUR-SALES-AMT
                   MOVE SRTD-COMM-RATE TO WS-CUR-RATE
           IF WS-CUR-RATE = ZERO
              MOVE SRTD-COMM-RATE TO WS-CUR-RATE
           END-IF.
           IF SRTD-HELD-FLAG = 'Y'
              ADD 1 TO WS-HELD-LINES
              ADD SRTD-COMM-AMT TO WS-CUR-HELD-AMT
           ELSE
              ADD SRTD-COMM-AMT TO WS-CUR-COMM-AMT
           END-IF.

        0150-WRITE-STATEMENT.
           ADD 1 TO WS-STMT-COUNT.
           ADD WS-CUR-COMM-AMT TO WS-TOTAL-COMM-AMT.
           ADD WS-CUR-HELD-AMT TO WS-TOTAL-HELD-AMT.
           PERFORM 0151-LOOKUP-SALESPERSON.
           PERFORM 0152-LOOKUP-YTD.
           PERFORM 0153-LOOKUP-QUOTA.
           MOVE WS-CUR-OVERRIDE-AMT TO WS-STMT-MONEY.
           MOVE WS-STMT-MONEY TO STMT-VALUE.
           PERFORM 0155-WRITE-STMT-ITEM.
           IF WS-CUR-BONUS-AMT NOT = ZERO
              MOVE 'CONTEST BONUS:' TO STMT-LABEL
              MOVE WS-CUR-BONUS-AMT TO WS-STMT-MONEY
              MOVE WS-STMT-MONEY TO STMT-VALUE
              PERFORM 0155-WRITE-STMT-ITEM
           END-IF.
           MOVE 'COMMISSION PAID THIS RUN:' TO STMT-LABEL.
           MOVE WS-CUR-COMM-AMT TO WS-STMT-MONEY.
           MOVE WS-STMT-MONEY TO STMT-VALUE.
           PERFORM 0155-WRITE-STMT-ITEM.
           IF WS-CUR-RELEASED-AMT NOT = ZERO
              MOVE '  INCLUDING HELD RELEASED:' TO STMT-LABEL
              MOVE WS-CUR-RELEASED-AMT TO WS-STMT-MONEY
              MOVE WS-STMT-MONEY TO STMT-VALUE
              PERFORM 0155-WRITE-STMT-ITEM
           END-IF.
           IF WS-CUR-HELD-AMT NOT = ZERO
              MOVE 'COMMISSION HELD THIS RUN:' TO STMT-LABEL
              MOVE WS-CUR-HELD-AMT TO WS-STMT-MONEY
              MOVE WS-STMT-MONEY TO STMT-VALUE
              PERFORM 0155-WRITE-STMT-ITEM
           END-IF.
           MOVE 'YTD SALES:' TO STMT-LABEL.
           MOVE YTD-SALES-AMT TO WS-STMT-AMOUNT.
           MOVE WS-STMT-AMOUNT TO STMT-VALUE.
           MOVE WS-STMT-COUNT-ED TO STMT-VALUE.
           PERFORM 0155-WRITE-STMT-ITEM.
           MOVE 'PAYROLL LINES REPRESENTED:' TO STMT-LABEL.
           COMPUTE WS-STMT-COUNT-ED = WS-EXTRACT-LINES - WS-HELD-LINES.
           MOVE WS-STMT-COUNT-ED TO STMT-VALUE.
           PERFORM 0155-WRITE-STMT-ITEM.
           MOVE 'HELD LINES (NOT PAID):' TO STMT-LABEL.
           MOVE WS-HELD-LINES TO WS-STMT-COUNT-ED.
           MOVE WS-STMT-COUNT-ED TO STMT-VALUE.
           PERFORM 0155-WRITE-STMT-ITEM.
           MOVE 'TOTAL COMMISSION:' TO STMT-LABEL.
           MOVE WS-TOTAL-COMM-AMT TO WS-STMT-MONEY.
           MOVE WS-STMT-MONEY TO STMT-VALUE.
           PERFORM 0155-WRITE-STMT-ITEM.
           MOVE 'TOTAL COMMISSION HELD:' TO STMT-LABEL.
           MOVE WS-TOTAL-HELD-AMT TO WS-STMT-MONEY.
           MOVE WS-STMT-MONEY TO STMT-VALUE.
           PERFORM 0155-WRITE-STMT-ITEM.

        0200-STOP-RUN.
           IF NOT WS-NO-EXTRACT
