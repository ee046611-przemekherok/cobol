      *   (RECONCF.DAT) are matched first so a payment that posts   *
      *   a cycle late clears automatically; items still unpaid     *
      *   are written to RECONNEW.DAT for the next cycle.           *
      *   Commission kept off the extract by a hold (HELDCOMM.DAT)  *
      *   is listed as held, not missing, and does not count        *
      *   against the run; released holds are noted as such.        *
      ***************************************************************

       ENVIRONMENT DIVISION.
             FILE STATUS IS WS-CFIN-STATUS.
            SELECT CARRY-OUT-FILE ASSIGN TO "RECONNEW.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
            SELECT HELD-EXTRACT-FILE ASSIGN TO "HELDCOMM.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HCX-STATUS.
            SELECT RECON-REPORT-FILE ASSIGN TO "RECONRPT.DAT".

       DATA DIVISION.
            05 FILLER               PIC X(1).
            05 EXT-COMMISSION-AMT   PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.
            05 FILLER               PIC X(1).
            05 EXT-LINE-TYPE        PIC X(1).
            05 FILLER               PIC X(113).

        FD CONFIRM-FILE.

                                    SEPARATE CHARACTER.
            05 CFO-CYCLES-CARRIED   PIC 9(2).

        FD HELD-EXTRACT-FILE.

        COPY HELDCOMM.

        FD RECON-REPORT-FILE.

        01  RECON-REPORT-LINE      PIC X(132).
                88 WS-END-OF-CONF           VALUE 'Y'.
            05 WS-END-OF-CFIN-SW    PIC X(01) VALUE 'N'.
                88 WS-END-OF-CFIN           VALUE 'Y'.
            05 WS-HCX-STATUS        PIC X(02) VALUE SPACES.
                88 WS-HCX-OK                VALUE '00'.
                88 WS-HCX-FILE-MISSING      VALUE '35'.
            05 WS-END-OF-HCX-SW     PIC X(01) VALUE 'N'.
                88 WS-END-OF-HCX            VALUE 'Y'.

        01  WS-COUNTS.
            05 WS-PAID-COUNT        PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-DIFF-COUNT        PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-ORPHAN-COUNT      PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-CLEARED-COUNT     PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-HELD-COUNT        PIC 9(5) COMP-3 VALUE ZERO.

      *    THE TABLES HOLD THE WHOLE EXTRACT AND CONFIRMATION FILES.
      *    20000 ENTRIES IS AN ORDER OF MAGNITUDE OVER THE ACTIVE
                10 WS-CONF-USED-SW      PIC X(1).
                    88 WS-CONF-USED          VALUE 'Y'.

      *    HELD AND RELEASED ITEMS FROM THE SALES RUN.  A REP CAN
      *    HAVE SEVERAL HELD LINES, SO ONE ENTRY IS KEPT PER LINE.
        01  WS-HELD-TABLE-FIELDS.
            05 WS-HELD-TBL-COUNT    PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-HELD-TABLE-MAX    PIC 9(5) COMP-3 VALUE 20000.
            05 WS-HELD-SUB          PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-HELD-LOOKUP-ID    PIC 9(5) VALUE ZERO.
            05 WS-HELD-LOOKUP-ACTION
                                    PIC X(1) VALUE SPACE.
            05 WS-HELD-FOUND-SW     PIC X(1) VALUE 'N'.
                88 WS-HELD-FOUND         VALUE 'Y'.
            05 WS-HELD-TABLE OCCURS 20000 TIMES.
                10 WS-HELD-ID           PIC 9(5).
                10 WS-HELD-ACTION       PIC X(1).
                    88 WS-HELD-ON-HOLD       VALUE 'H'.
                10 WS-HELD-AMT          PIC S9(10) COMP-3.

        01  WS-ABORT-MESSAGE       PIC X(60) VALUE SPACES.

        01  RECON-HEADING-LINE.
           PERFORM 0052-LOAD-CARRY-FORWARD.
           PERFORM 0054-LOAD-EXTRACT.
           PERFORM 0056-LOAD-CONFIRMATIONS.
           PERFORM 0058-LOAD-HELD-ITEMS.
           PERFORM 0100-MATCH-EXTRACT-ITEMS.
           PERFORM 0110-WRITE-RECON-REPORT.
           PERFORM 0120-WRITE-CARRY-FORWARD.
                AT END SET WS-END-OF-CONF TO TRUE
                END-READ.

      *    HELDCOMM.DAT IS OPTIONAL: A RUN WITH NO HOLDS IN FORCE
      *    MAY NOT HAVE WRITTEN ONE.
        0058-LOAD-HELD-ITEMS.
           OPEN INPUT HELD-EXTRACT-FILE.
           IF WS-HCX-FILE-MISSING
              SET WS-END-OF-HCX TO TRUE
           ELSE
              READ HELD-EXTRACT-FILE
                   AT END SET WS-END-OF-HCX TO TRUE
                   END-READ
              PERFORM 0059-LOAD-ONE-HELD-ITEM
                 UNTIL WS-END-OF-HCX
              CLOSE HELD-EXTRACT-FILE
           END-IF.

        0059-LOAD-ONE-HELD-ITEM.
           IF WS-HELD-TBL-COUNT >= WS-HELD-TABLE-MAX
              MOVE '** HELD TABLE LIMIT EXCEEDED - RUN STOPPED'
                TO WS-ABORT-MESSAGE
              PERFORM 0990-STOP-TABLE-FULL
           ELSE
              ADD 1 TO WS-HELD-TBL-COUNT
              MOVE HCX-SALESPERSON-ID
                TO WS-HELD-ID (WS-HELD-TBL-COUNT)
              MOVE HCX-ACTION TO WS-HELD-ACTION (WS-HELD-TBL-COUNT)
              MOVE HCX-COMMISSION-AMT
                TO WS-HELD-AMT (WS-HELD-TBL-COUNT)
           END-IF.
           READ HELD-EXTRACT-FILE
                AT END SET WS-END-OF-HCX TO TRUE
                END-READ.

        0100-MATCH-EXTRACT-ITEMS.
           PERFORM 0102-MATCH-ONE-EXTRACT-ITEM
              VARYING WS-EXT-SUB FROM 1 BY 1
              MOVE WS-CONF-SUB TO WS-CONF-HIT-SUB
           END-IF.

        0106-FIND-HELD-ITEM.
           MOVE 'N' TO WS-HELD-FOUND-SW.
           PERFORM 0107-SCAN-HELD-ITEM
              VARYING WS-HELD-SUB FROM 1 BY 1
              UNTIL WS-HELD-SUB > WS-HELD-TBL-COUNT
                 OR WS-HELD-FOUND.

        0107-SCAN-HELD-ITEM.
           IF WS-HELD-ID (WS-HELD-SUB) = WS-HELD-LOOKUP-ID
            AND WS-HELD-ACTION (WS-HELD-SUB) = WS-HELD-LOOKUP-ACTION
              SET WS-HELD-FOUND TO TRUE
           END-IF.

        0110-WRITE-RECON-REPORT.
           MOVE RECON-HEADING-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 0116-WRITE-ORPHAN-LINE
              VARYING WS-CONF-SUB FROM 1 BY 1
              UNTIL WS-CONF-SUB > WS-CONF-COUNT.
           MOVE 'HELD - NOT EXTRACTED' TO RECON-SECTION-TITLE.
           PERFORM 0112-WRITE-SECTION-HEADER.
           PERFORM 0119-WRITE-HELD-LINE
              VARYING WS-HELD-SUB FROM 1 BY 1
              UNTIL WS-HELD-SUB > WS-HELD-TBL-COUNT.
           PERFORM 0118-WRITE-RECON-TOTALS.

        0112-WRITE-SECTION-HEADER.
              IF WS-EXT-CYCLES (WS-EXT-SUB) > ZERO
                 MOVE 'CLEARED CARRYOVER' TO RECON-DET-NOTE
              END-IF
              MOVE WS-EXT-ID (WS-EXT-SUB) TO WS-HELD-LOOKUP-ID
              MOVE 'L' TO WS-HELD-LOOKUP-ACTION
              PERFORM 0106-FIND-HELD-ITEM
              IF WS-HELD-FOUND
                 MOVE 'HOLD RELEASED' TO RECON-DET-NOTE
              END-IF
              PERFORM 0117-WRITE-EXTRACT-DETAIL
           END-IF.

              MOVE ZEROES TO RECON-DET-EXTRACTED
              MOVE WS-CONF-AMT (WS-CONF-SUB) TO RECON-DET-PAID
              MOVE 'INVESTIGATE' TO RECON-DET-NOTE
              MOVE WS-CONF-ID (WS-CONF-SUB) TO WS-HELD-LOOKUP-ID
              MOVE 'H' TO WS-HELD-LOOKUP-ACTION
              PERFORM 0106-FIND-HELD-ITEM
              IF WS-HELD-FOUND
                 MOVE 'PAID WHILE ON HOLD' TO RECON-DET-NOTE
              END-IF
              MOVE RECON-DETAIL-LINE TO RECON-REPORT-LINE
              WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-CLEARED-COUNT TO RECON-TOTAL-COUNT.
           MOVE RECON-TOTAL-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'HELD - NOT EXTRACTED:' TO RECON-TOTAL-LABEL.
           MOVE WS-HELD-COUNT TO RECON-TOTAL-COUNT.
           MOVE RECON-TOTAL-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINE.

      *    HELD COMMISSION WAS KEPT OFF THE EXTRACT ON PURPOSE, SO
      *    IT IS LISTED FOR THE RECORD BUT NOT CARRIED FORWARD AND
      *    DOES NOT RAISE THE RETURN CODE.
        0119-WRITE-HELD-LINE.
           IF WS-HELD-ON-HOLD (WS-HELD-SUB)
              ADD 1 TO WS-HELD-COUNT
              MOVE WS-HELD-ID (WS-HELD-SUB) TO RECON-DET-ID
              MOVE WS-HELD-AMT (WS-HELD-SUB) TO RECON-DET-EXTRACTED
              MOVE ZEROES TO RECON-DET-PAID
              MOVE 'ON HOLD' TO RECON-DET-NOTE
              MOVE RECON-DETAIL-LINE TO RECON-REPORT-LINE
              WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

        0120-WRITE-CARRY-FORWARD.
           PERFORM 0122-WRITE-ONE-CARRY-ITEM
