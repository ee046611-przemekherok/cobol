       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMINQ.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  This program prints the commission calculation trail for   *
      *   a salesperson from the history file COMMHIST.DAT kept by  *
      *   SALESWITHCOMMISSION.  Each inquiry card names a           *
      *   salesperson and either a date range (D) or a run number   *
      *   range (R).  Every history line in range is listed with    *
      *   its run, period, date, line type, the amount commission   *
      *   was figured on, the rate, gross commission, cap cut,      *
      *   draw advanced and recovered and the net paid, followed by *
      *   totals, so a disputed commission can be explained line    *
      *   by line.  Lines reversed by RUNBACKOUT show with the run  *
      *   they reversed.  A date range selects sales and            *
      *   adjustments by transaction date and override and          *
      *   guarantee lines by the date of the run that paid them.    *
      *   A final settlement from FINALSET shows as FIN with DED    *
      *   or WOF for how the unrecovered draw was disposed of, and  *
      *   is dated on the termination date.  A sales contest bonus  *
      *   shows as CONTEST with the contest ID as its GL source.    *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT INQUIRY-FILE ASSIGN TO "COMMINQ.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-INQ-STATUS.
            SELECT COMMHIST-FILE ASSIGN TO "COMMHIST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CH-KEY
             FILE STATUS IS WS-CH-STATUS.
            SELECT SALESMAST-FILE ASSIGN TO "SALESMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SM-SALESPERSON-ID
             FILE STATUS IS WS-MAST-STATUS.
            SELECT INQUIRY-REPORT-FILE ASSIGN TO "COMMINQRPT.DAT".

       DATA DIVISION.
       FILE SECTION.
       FD INQUIRY-FILE.

       01 INQUIRY-RECORD.
            05 INQ-SALESPERSON-ID   PIC 9(5).
            05 INQ-RANGE-TYPE       PIC X(1).
                88 INQ-DATE-RANGE         VALUE 'D'.
                88 INQ-RUN-RANGE          VALUE 'R'.
            05 INQ-RANGE-FROM       PIC 9(8).
            05 INQ-RANGE-TO         PIC 9(8).

        FD COMMHIST-FILE.

        COPY COMMHIST.

        FD SALESMAST-FILE.

        COPY SALESMAST.

        FD INQUIRY-REPORT-FILE.

        01  INQUIRY-REPORT-LINE    PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-FIELDS.
            05 WS-INQS-READ        PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-INQS-ANSWERED    PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-INQS-REJECTED    PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-LINES-LISTED     PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-EFFECTIVE-DATE   PIC 9(8) VALUE ZEROES.
            05 WS-MAX-RUN-NUMBER   PIC 9(8) VALUE 99999.

        01  WS-INQ-FIELDS.
            05 WS-INQ-STATUS        PIC X(02) VALUE SPACES.
                88 WS-INQ-OK                VALUE '00'.
                88 WS-INQ-FILE-MISSING      VALUE '35'.
            05 WS-END-OF-INQS-SW    PIC X(01) VALUE 'N'.
                88 WS-END-OF-INQS           VALUE 'Y'.

        01  WS-COMMHIST-FIELDS.
            05 WS-CH-STATUS         PIC X(02) VALUE SPACES.
                88 WS-CH-OK                 VALUE '00'.
                88 WS-CH-FILE-MISSING       VALUE '35'.
            05 WS-CH-EOF-SW         PIC X(01) VALUE 'N'.
                88 WS-CH-EOF                VALUE 'Y'.
            05 WS-CH-IN-RANGE-SW    PIC X(01) VALUE 'N'.
                88 WS-CH-IN-RANGE           VALUE 'Y'.

        01  WS-MAST-FIELDS.
            05 WS-MAST-STATUS       PIC X(02) VALUE SPACES.
                88 WS-MAST-OK               VALUE '00'.
                88 WS-MAST-NOT-FOUND        VALUE '23'.
                88 WS-MAST-FILE-MISSING     VALUE '35'.

        01  WS-INQ-TOTALS.
            05 WS-TOT-GROSS-AMT     PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-TOT-CAP-CUT-AMT   PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-TOT-ADVANCED-AMT  PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-TOT-RECOVERED-AMT PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-TOT-COMM-AMT      PIC S9(10) COMP-3 VALUE ZERO.

        01  WS-EDIT-SWITCHES.
            05 WS-VALID-TRAN-SW    PIC X(01) VALUE 'Y'.
                88 WS-VALID-TRAN          VALUE 'Y'.
                88 WS-INVALID-TRAN        VALUE 'N'.
            05 WS-TRAN-RESULT      PIC X(30) VALUE SPACES.

        01  INQ-HEADING-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(26) VALUE
               'COMMISSION HISTORY INQUIRY'.
            05 FILLER              PIC X(101) VALUE SPACES.

        01  INQ-REQUEST-LINE.
            05 FILLER               PIC X(3)   VALUE SPACES.
            05 INQR-ID              PIC X(5).
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 INQR-NAME            PIC X(40).
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 INQR-RANGE-LABEL     PIC X(5).
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 INQR-FROM            PIC X(8).
            05 FILLER               PIC X(4)   VALUE ' TO '.
            05 INQR-TO              PIC X(8).
            05 FILLER               PIC X(4)   VALUE SPACES.
            05 INQR-RESULT          PIC X(30).
            05 FILLER               PIC X(20)  VALUE SPACES.

        01  INQ-COLUMN-HEADING-LINE.
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 FILLER              PIC X(6)  VALUE 'RUN'.
            05 FILLER              PIC X(7)  VALUE 'PERIOD'.
            05 FILLER              PIC X(9)  VALUE 'DATE'.
            05 FILLER              PIC X(2)  VALUE 'T'.
            05 FILLER              PIC X(10) VALUE 'DETAIL'.
            05 FILLER              PIC X(12) VALUE '      BASIS'.
            05 FILLER              PIC X(4)  VALUE 'RT'.
            05 FILLER              PIC X(12) VALUE '      GROSS'.
            05 FILLER              PIC X(12) VALUE '    CAP CUT'.
            05 FILLER              PIC X(12) VALUE ' DRAW ADVNC'.
            05 FILLER              PIC X(12) VALUE ' DRAW RECOV'.
            05 FILLER              PIC X(12) VALUE '   NET PAID'.
            05 FILLER              PIC X(9)  VALUE 'GL SOURCE'.
            05 FILLER              PIC X(10) VALUE SPACES.

        01  INQ-DETAIL-LINE.
            05 FILLER               PIC X(3)   VALUE SPACES.
            05 INQD-RUN             PIC X(5).
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 INQD-PERIOD          PIC X(6).
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 INQD-DATE            PIC X(8).
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 INQD-TYPE            PIC X(1).
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 INQD-DETAIL.
                10 INQD-DETAIL-TAG  PIC X(4).
                10 INQD-DETAIL-REF  PIC X(5).
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 INQD-BASIS           PIC ZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 INQD-RATE            PIC .99.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 INQD-GROSS           PIC ZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 INQD-CAP-CUT         PIC ZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 INQD-ADVANCED        PIC ZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 INQD-RECOVERED       PIC ZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 INQD-NET             PIC ZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 INQD-GL-SOURCE       PIC X(9).
            05 FILLER               PIC X(10)  VALUE SPACES.

        01  INQ-TOTAL-AMOUNT-LINE.
            05 FILLER               PIC X(3)   VALUE SPACES.
            05 FILLER               PIC X(22)  VALUE
               'LINES LISTED/TOTALS:'.
            05 INQT-COUNT           PIC ZZ,ZZ9.
            05 FILLER               PIC X(22)  VALUE SPACES.
            05 INQT-GROSS           PIC ZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 INQT-CAP-CUT         PIC ZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 INQT-ADVANCED        PIC ZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 INQT-RECOVERED       PIC ZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 INQT-NET             PIC ZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(20)  VALUE SPACES.

        01  INQ-TOTAL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 INQ-TOTAL-LABEL      PIC X(23).
            05 INQ-TOTAL-COUNT      PIC Z,ZZ9.
            05 FILLER               PIC X(99)  VALUE SPACES.

        PROCEDURE DIVISION.

        0050-OPEN-FILE.
           OPEN INPUT INQUIRY-FILE.
           IF WS-INQ-FILE-MISSING
              SET WS-END-OF-INQS TO TRUE
           END-IF.
           OPEN INPUT COMMHIST-FILE.
           OPEN INPUT SALESMAST-FILE.
           OPEN OUTPUT INQUIRY-REPORT-FILE.
           PERFORM 0100-PROCESS-INQUIRIES.
           PERFORM 0200-STOP-RUN.

        0100-PROCESS-INQUIRIES.
           PERFORM 0110-WRITE-HEADING-LINE.
           IF NOT WS-END-OF-INQS
              READ INQUIRY-FILE
                   AT END SET WS-END-OF-INQS TO TRUE
                   END-READ
           END-IF.
           PERFORM UNTIL WS-END-OF-INQS
            ADD 1 TO WS-INQS-READ
            PERFORM 0102-VALIDATE-INQUIRY
            PERFORM 0120-WRITE-REQUEST-LINE
            IF WS-VALID-TRAN
               PERFORM 0105-LIST-HISTORY
               ADD 1 TO WS-INQS-ANSWERED
            ELSE
               ADD 1 TO WS-INQS-REJECTED
            END-IF
            READ INQUIRY-FILE
            AT END SET WS-END-OF-INQS TO TRUE
            END-READ
           END-PERFORM.
           PERFORM 0130-WRITE-TOTAL-LINES.

        0102-VALIDATE-INQUIRY.
            SET WS-VALID-TRAN TO TRUE.
            MOVE SPACES TO WS-TRAN-RESULT.
            IF INQ-SALESPERSON-ID NOT NUMERIC
             OR INQ-SALESPERSON-ID = ZEROES
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'INVALID SALESPERSON ID' TO WS-TRAN-RESULT
            END-IF.
            IF WS-VALID-TRAN
             AND NOT INQ-DATE-RANGE AND NOT INQ-RUN-RANGE
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'INVALID RANGE TYPE' TO WS-TRAN-RESULT
            END-IF.
            IF WS-VALID-TRAN
               IF INQ-RANGE-FROM NOT NUMERIC
                OR INQ-RANGE-TO NOT NUMERIC
                OR INQ-RANGE-FROM > INQ-RANGE-TO
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'INVALID RANGE' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN AND INQ-RUN-RANGE
               IF INQ-RANGE-TO > WS-MAX-RUN-NUMBER
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'RUN NUMBER OUT OF RANGE' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN AND WS-CH-FILE-MISSING
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'NO COMMISSION HISTORY FILE' TO WS-TRAN-RESULT
            END-IF.
            IF WS-VALID-TRAN
               MOVE 'LISTED' TO WS-TRAN-RESULT
            END-IF.

      *    THE HISTORY IS KEYED SALESPERSON FIRST, THEN RUN, SO A
      *    RUN RANGE STARTS AT ITS FIRST RUN AND STOPS PAST ITS
      *    LAST; A DATE RANGE READS THE SALESPERSON'S WHOLE HISTORY
      *    AND SELECTS BY DATE.
        0105-LIST-HISTORY.
            MOVE ZERO TO WS-LINES-LISTED WS-TOT-GROSS-AMT
                         WS-TOT-CAP-CUT-AMT WS-TOT-ADVANCED-AMT
                         WS-TOT-RECOVERED-AMT WS-TOT-COMM-AMT.
            PERFORM 0115-WRITE-COLUMN-HEADING.
            MOVE 'N' TO WS-CH-EOF-SW.
            MOVE INQ-SALESPERSON-ID TO CH-SALESPERSON-ID.
            IF INQ-RUN-RANGE
               MOVE INQ-RANGE-FROM TO CH-RUN-NUMBER
            ELSE
               MOVE ZEROES TO CH-RUN-NUMBER
            END-IF.
            MOVE ZEROES TO CH-SEQUENCE.
            START COMMHIST-FILE KEY NOT < CH-KEY
                INVALID KEY
                   SET WS-CH-EOF TO TRUE
            END-START.
            IF NOT WS-CH-EOF
               PERFORM 0106-READ-NEXT-HISTORY
            END-IF.
            PERFORM UNTIL WS-CH-EOF
             PERFORM 0107-CHECK-HISTORY-RANGE
             IF WS-CH-IN-RANGE
                PERFORM 0108-ACCUMULATE-HISTORY-LINE
                PERFORM 0125-WRITE-DETAIL-LINE
             END-IF
             PERFORM 0106-READ-NEXT-HISTORY
            END-PERFORM.
            PERFORM 0135-WRITE-INQUIRY-TOTALS.

        0106-READ-NEXT-HISTORY.
            READ COMMHIST-FILE NEXT RECORD
                 AT END SET WS-CH-EOF TO TRUE
                 END-READ.
            IF NOT WS-CH-EOF
               IF CH-SALESPERSON-ID NOT = INQ-SALESPERSON-ID
                  SET WS-CH-EOF TO TRUE
               END-IF
            END-IF.
            IF NOT WS-CH-EOF AND INQ-RUN-RANGE
               IF CH-RUN-NUMBER > INQ-RANGE-TO
                  SET WS-CH-EOF TO TRUE
               END-IF
            END-IF.

        0107-CHECK-HISTORY-RANGE.
            SET WS-CH-IN-RANGE TO TRUE.
            IF INQ-DATE-RANGE
               IF CH-TRANS-DATE NUMERIC AND CH-TRANS-DATE > ZEROES
                  MOVE CH-TRANS-DATE TO WS-EFFECTIVE-DATE
               ELSE
                  MOVE CH-RUN-DATE TO WS-EFFECTIVE-DATE
               END-IF
               IF WS-EFFECTIVE-DATE < INQ-RANGE-FROM
                OR WS-EFFECTIVE-DATE > INQ-RANGE-TO
                  MOVE 'N' TO WS-CH-IN-RANGE-SW
               END-IF
            END-IF.

        0108-ACCUMULATE-HISTORY-LINE.
            ADD 1 TO WS-LINES-LISTED.
            ADD CH-GROSS-COMM-AMT TO WS-TOT-GROSS-AMT.
            ADD CH-CAP-CUT-AMT TO WS-TOT-CAP-CUT-AMT.
            ADD CH-DRAW-ADVANCED TO WS-TOT-ADVANCED-AMT.
            ADD CH-DRAW-RECOVERED TO WS-TOT-RECOVERED-AMT.
            ADD CH-COMM-AMT TO WS-TOT-COMM-AMT.

        0110-WRITE-HEADING-LINE.
            MOVE INQ-HEADING-LINE TO INQUIRY-REPORT-LINE.
            WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE SPACES TO INQUIRY-REPORT-LINE.
            WRITE INQUIRY-REPORT-LINE.

        0115-WRITE-COLUMN-HEADING.
            MOVE INQ-COLUMN-HEADING-LINE TO INQUIRY-REPORT-LINE.
            WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE.

        0120-WRITE-REQUEST-LINE.
            MOVE SPACES TO INQUIRY-REPORT-LINE.
            WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE INQ-SALESPERSON-ID TO INQR-ID.
            MOVE SPACES TO INQR-NAME.
            IF WS-VALID-TRAN AND NOT WS-MAST-FILE-MISSING
               MOVE INQ-SALESPERSON-ID TO SM-SALESPERSON-ID
               READ SALESMAST-FILE
                   INVALID KEY
                      MOVE 'NOT ON SALESPERSON MASTER' TO INQR-NAME
                   NOT INVALID KEY
                      MOVE SM-SALESPERSON-NAME TO INQR-NAME
               END-READ
            END-IF.
            IF INQ-RUN-RANGE
               MOVE 'RUNS' TO INQR-RANGE-LABEL
            ELSE
               MOVE 'DATES' TO INQR-RANGE-LABEL
            END-IF.
            MOVE INQ-RANGE-FROM TO INQR-FROM.
            MOVE INQ-RANGE-TO TO INQR-TO.
            MOVE WS-TRAN-RESULT TO INQR-RESULT.
            MOVE INQ-REQUEST-LINE TO INQUIRY-REPORT-LINE.
            WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE.

      *    THE DETAIL COLUMN SAYS WHAT KIND OF LINE IT WAS: THE RUN
      *    A BACK-OUT LINE REVERSED, THE OTHER SIDE OF A SPLIT, THE
      *    ADJUSTMENT OR RETRO REASON, OR THE BASIS OF AN OVERRIDE,
      *    GUARANTEE OR CONTEST BONUS.  A LINE KEPT OFF PAYROLL BY
      *    A HOLD SHOWS HELD; THE LATER RELEASE PAYMENT SHOWS THE
      *    HOLD REASON.
        0125-WRITE-DETAIL-LINE.
            MOVE CH-RUN-NUMBER TO INQD-RUN.
            MOVE CH-RUN-PERIOD TO INQD-PERIOD.
            IF CH-TRANS-DATE NUMERIC AND CH-TRANS-DATE > ZEROES
               MOVE CH-TRANS-DATE TO INQD-DATE
            ELSE
               MOVE CH-RUN-DATE TO INQD-DATE
            END-IF.
            MOVE CH-RECORD-TYPE TO INQD-TYPE.
            MOVE SPACES TO INQD-DETAIL.
            EVALUATE TRUE
                WHEN CH-REVERSED-RUN NUMERIC
                 AND CH-REVERSED-RUN > ZEROES
                    MOVE 'REV' TO INQD-DETAIL-TAG
                    MOVE CH-REVERSED-RUN TO INQD-DETAIL-REF
                WHEN CH-SPLIT-SIDE = 'PRIMARY'
                    MOVE 'PRI' TO INQD-DETAIL-TAG
                    MOVE CH-SPLIT-OTHER-ID TO INQD-DETAIL-REF
                WHEN CH-SPLIT-SIDE = 'PARTNER'
                    MOVE 'PTR' TO INQD-DETAIL-TAG
                    MOVE CH-SPLIT-OTHER-ID TO INQD-DETAIL-REF
                WHEN CH-HELD
                    MOVE 'HELD' TO INQD-DETAIL
                WHEN CH-HOLD-RELEASE
                    MOVE 'HLD' TO INQD-DETAIL-TAG
                    MOVE CH-ADJ-REASON TO INQD-DETAIL-REF
                WHEN CH-ADJUSTMENT
                    MOVE 'ADJ' TO INQD-DETAIL-TAG
                    MOVE CH-ADJ-REASON TO INQD-DETAIL-REF
                WHEN CH-RETRO
                    MOVE 'RTR' TO INQD-DETAIL-TAG
                    MOVE CH-ADJ-REASON TO INQD-DETAIL-REF
                WHEN CH-FINAL
                    MOVE 'FIN' TO INQD-DETAIL-TAG
                    MOVE CH-ADJ-REASON TO INQD-DETAIL-REF
                WHEN CH-OVERRIDE
                    MOVE 'TEAM' TO INQD-DETAIL
                WHEN CH-GUARANTEE
                    MOVE 'MINIMUM' TO INQD-DETAIL
                WHEN CH-CONTEST-BONUS
                    MOVE 'CONTEST' TO INQD-DETAIL
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            MOVE CH-BASIS-AMT TO INQD-BASIS.
            MOVE CH-COMM-RATE TO INQD-RATE.
            MOVE CH-GROSS-COMM-AMT TO INQD-GROSS.
            MOVE CH-CAP-CUT-AMT TO INQD-CAP-CUT.
            MOVE CH-DRAW-ADVANCED TO INQD-ADVANCED.
            MOVE CH-DRAW-RECOVERED TO INQD-RECOVERED.
            MOVE CH-COMM-AMT TO INQD-NET.
            MOVE CH-GL-SOURCE TO INQD-GL-SOURCE.
            MOVE INQ-DETAIL-LINE TO INQUIRY-REPORT-LINE.
            WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE.

        0130-WRITE-TOTAL-LINES.
            MOVE SPACES TO INQUIRY-REPORT-LINE.
            WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'INQUIRIES READ:' TO INQ-TOTAL-LABEL.
            MOVE WS-INQS-READ TO INQ-TOTAL-COUNT.
            MOVE INQ-TOTAL-LINE TO INQUIRY-REPORT-LINE.
            WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'INQUIRIES ANSWERED:' TO INQ-TOTAL-LABEL.
            MOVE WS-INQS-ANSWERED TO INQ-TOTAL-COUNT.
            MOVE INQ-TOTAL-LINE TO INQUIRY-REPORT-LINE.
            WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'INQUIRIES REJECTED:' TO INQ-TOTAL-LABEL.
            MOVE WS-INQS-REJECTED TO INQ-TOTAL-COUNT.
            MOVE INQ-TOTAL-LINE TO INQUIRY-REPORT-LINE.
            WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE.

        0135-WRITE-INQUIRY-TOTALS.
            MOVE WS-LINES-LISTED TO INQT-COUNT.
            MOVE WS-TOT-GROSS-AMT TO INQT-GROSS.
            MOVE WS-TOT-CAP-CUT-AMT TO INQT-CAP-CUT.
            MOVE WS-TOT-ADVANCED-AMT TO INQT-ADVANCED.
            MOVE WS-TOT-RECOVERED-AMT TO INQT-RECOVERED.
            MOVE WS-TOT-COMM-AMT TO INQT-NET.
            MOVE INQ-TOTAL-AMOUNT-LINE TO INQUIRY-REPORT-LINE.
            WRITE INQUIRY-REPORT-LINE AFTER ADVANCING 1 LINE.

        0200-STOP-RUN.
           IF NOT WS-INQ-FILE-MISSING
              CLOSE INQUIRY-FILE
           END-IF.
           IF NOT WS-CH-FILE-MISSING
              CLOSE COMMHIST-FILE
           END-IF.
           IF NOT WS-MAST-FILE-MISSING
              CLOSE SALESMAST-FILE
           END-IF.
           CLOSE INQUIRY-REPORT-FILE.
           IF WS-INQS-REJECTED > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

          END PROGRAM COMMINQ.
