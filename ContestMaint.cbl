       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTMAINT.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  This program maintains the sales contest definition file   *
      *   CONTEST.DAT from a batch transaction file keyed by sales  *
      *   management.  Actions are A (add a contest), C (change     *
      *   the fields keyed) and D (delete a contest).  A contest    *
      *   that the sales run has already paid can no longer be      *
      *   changed or deleted.  Every transaction is listed on the   *
      *   maintenance report with its result and the contest as     *
      *   it stands afterwards.                                     *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CONTEST-TRAN-FILE ASSIGN TO "CONTMNT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TRAN-STATUS.
            SELECT CONTEST-FILE ASSIGN TO "CONTEST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CT-CONTEST-ID
             FILE STATUS IS WS-CT-STATUS.
            SELECT CONTEST-REPORT-FILE ASSIGN TO "CONTMNTRPT.DAT".

       DATA DIVISION.
       FILE SECTION.
       FD CONTEST-TRAN-FILE.

      *    ON AN A EVERY FIELD BUT THE REGIONS AND HIRE DATES IS
      *    REQUIRED.  ON A C ONLY THE FIELDS KEYED ARE CHANGED; ANY
      *    REGION KEYED REPLACES THE WHOLE REGION LIST, 'ALL' IN THE
      *    FIRST REGION OPENS THE CONTEST TO EVERY REGION, AND A
      *    HIRE DATE OF ZEROES REMOVES THAT END OF THE WINDOW.
       01 CONTEST-TRAN-RECORD.
            05 CMT-ACTION           PIC X(1).
                88 CMT-ADD                VALUE 'A'.
                88 CMT-CHANGE             VALUE 'C'.
                88 CMT-DELETE             VALUE 'D'.
            05 CMT-CONTEST-ID       PIC X(6).
            05 CMT-DESCRIPTION      PIC X(30).
            05 CMT-START-PERIOD     PIC X(6).
            05 CMT-END-PERIOD       PIC X(6).
            05 CMT-REGIONS.
                10 CMT-REGION       PIC X(9) OCCURS 5 TIMES.
            05 CMT-HIRE-FROM-DATE   PIC X(8).
            05 CMT-HIRE-TO-DATE     PIC X(8).
            05 CMT-BASIS            PIC X(1).
            05 CMT-THRESHOLD        PIC X(8).
            05 CMT-BONUS-AMT        PIC X(6).

        FD CONTEST-FILE.

        COPY CONTEST.

        FD CONTEST-REPORT-FILE.

        01  CONTEST-REPORT-LINE    PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-FIELDS.
            05 WS-TRANS-READ       PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-TRANS-APPLIED    PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-TRANS-REJECTED   PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-CONTESTS-ADDED   PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-CONTESTS-CHANGED PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-CONTESTS-DELETED PIC 9(5) COMP-3 VALUE ZERO.

        01  WS-TRAN-FIELDS.
            05 WS-TRAN-STATUS       PIC X(02) VALUE SPACES.
                88 WS-TRAN-OK               VALUE '00'.
                88 WS-TRAN-FILE-MISSING     VALUE '35'.
            05 WS-END-OF-TRANS-SW   PIC X(01) VALUE 'N'.
                88 WS-END-OF-TRANS          VALUE 'Y'.

        01  WS-CONTEST-FIELDS.
            05 WS-CT-STATUS         PIC X(02) VALUE SPACES.
                88 WS-CT-OK               VALUE '00'.
                88 WS-CT-NOT-FOUND        VALUE '23'.
                88 WS-CT-FILE-MISSING     VALUE '35'.
            05 WS-CT-FOUND-SW       PIC X(01) VALUE 'N'.
                88 WS-CT-RECORD-FOUND     VALUE 'Y'.
            05 WS-TODAY-YMD         PIC 9(8)  VALUE ZEROES.

      *    THE CONTEST AS IT WILL STAND IF THE TRANSACTION IS
      *    APPLIED.  THE TERMS ARE EDITED HERE BEFORE THE RECORD IS
      *    TOUCHED SO A REJECTED CHANGE LEAVES THE FILE AS IT WAS.
        01  WS-NEW-CONTEST.
            05 WS-NEW-START-PERIOD  PIC 9(6)  VALUE ZEROES.
            05 WS-NEW-START-PARTS REDEFINES WS-NEW-START-PERIOD.
                10 WS-NEW-START-YEAR    PIC 9(4).
                10 WS-NEW-START-MONTH   PIC 9(2).
            05 WS-NEW-END-PERIOD    PIC 9(6)  VALUE ZEROES.
            05 WS-NEW-END-PARTS REDEFINES WS-NEW-END-PERIOD.
                10 WS-NEW-END-YEAR      PIC 9(4).
                10 WS-NEW-END-MONTH     PIC 9(2).
            05 WS-NEW-HIRE-FROM     PIC 9(8)  VALUE ZEROES.
            05 WS-NEW-HIRE-TO       PIC 9(8)  VALUE ZEROES.
            05 WS-NEW-BASIS         PIC X(1)  VALUE SPACES.
                88 WS-NEW-BASIS-VALID     VALUE 'A' 'C'.
            05 WS-NEW-THRESHOLD     PIC 9(8)  VALUE ZEROES.
            05 WS-NEW-BONUS-AMT     PIC 9(6)  VALUE ZEROES.
            05 WS-NEW-DESCRIPTION   PIC X(30) VALUE SPACES.
            05 WS-NEW-REGIONS.
                10 WS-NEW-REGION    PIC X(9) OCCURS 5 TIMES.

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

        01  CONTEST-HEADING-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(6)  VALUE 'ACTION'.
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 FILLER              PIC X(7)  VALUE 'CONTEST'.
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 FILLER              PIC X(30) VALUE 'RESULT'.
            05 FILLER              PIC X(6)  VALUE 'START '.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(6)  VALUE 'END   '.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(5)  VALUE 'BASIS'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(12) VALUE '   THRESHOLD'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(8)  VALUE '   BONUS'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(6)  VALUE 'STATUS'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(20) VALUE 'DESCRIPTION'.
            05 FILLER              PIC X(2)  VALUE SPACES.

        01  CONTEST-DETAIL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 CONT-DET-ACTION      PIC X(1).
            05 FILLER               PIC X(9)   VALUE SPACES.
            05 CONT-DET-ID          PIC X(6).
            05 FILLER               PIC X(4)   VALUE SPACES.
            05 CONT-DET-RESULT      PIC X(30).
            05 CONT-DET-START       PIC X(6).
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 CONT-DET-END         PIC X(6).
            05 FILLER               PIC X(4)   VALUE SPACES.
            05 CONT-DET-BASIS       PIC X(1).
            05 FILLER               PIC X(6)   VALUE SPACES.
            05 CONT-DET-THRESHOLD   PIC ZZ,ZZZ,ZZ9.
            05 FILLER               PIC X(3)   VALUE SPACES.
            05 CONT-DET-BONUS       PIC ZZZ,ZZ9.
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 CONT-DET-STATUS      PIC X(6).
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 CONT-DET-DESCRIPTION PIC X(20).
            05 FILLER               PIC X(2)   VALUE SPACES.

        01  CONTEST-TOTAL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 CONT-TOTAL-LABEL     PIC X(23).
            05 CONT-TOTAL-COUNT     PIC Z,ZZ9.
            05 FILLER               PIC X(99)  VALUE SPACES.

        PROCEDURE DIVISION.

        0050-OPEN-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE TO WS-TODAY-YMD.
           OPEN INPUT CONTEST-TRAN-FILE.
           IF WS-TRAN-FILE-MISSING
              SET WS-END-OF-TRANS TO TRUE
           END-IF.
           OPEN I-O CONTEST-FILE.
           IF WS-CT-FILE-MISSING
              OPEN OUTPUT CONTEST-FILE
              CLOSE CONTEST-FILE
              OPEN I-O CONTEST-FILE
           END-IF.
           OPEN OUTPUT CONTEST-REPORT-FILE.
           PERFORM 0100-PROCESS-TRANSACTIONS.
           PERFORM 0200-STOP-RUN.

        0100-PROCESS-TRANSACTIONS.
           PERFORM 0110-WRITE-HEADING-LINE.
           IF NOT WS-END-OF-TRANS
              READ CONTEST-TRAN-FILE
                   AT END SET WS-END-OF-TRANS TO TRUE
                   END-READ
           END-IF.
           PERFORM UNTIL WS-END-OF-TRANS
            ADD 1 TO WS-TRANS-READ
            MOVE 'N' TO WS-CT-FOUND-SW
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
            READ CONTEST-TRAN-FILE
            AT END SET WS-END-OF-TRANS TO TRUE
            END-READ
           END-PERFORM.
           PERFORM 0130-WRITE-TOTAL-LINES.

        0102-VALIDATE-TRANSACTION.
            SET WS-VALID-TRAN TO TRUE.
            MOVE SPACES TO WS-TRAN-RESULT.
            IF NOT CMT-ADD AND NOT CMT-CHANGE AND NOT CMT-DELETE
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'INVALID ACTION CODE' TO WS-TRAN-RESULT
            END-IF.
            IF WS-VALID-TRAN
               IF CMT-CONTEST-ID = SPACES
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'MISSING CONTEST ID' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN
               IF CMT-START-PERIOD NOT = SPACES
                AND CMT-START-PERIOD NOT NUMERIC
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'INVALID START PERIOD' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN
               IF CMT-END-PERIOD NOT = SPACES
                AND CMT-END-PERIOD NOT NUMERIC
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'INVALID END PERIOD' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN
               IF CMT-HIRE-FROM-DATE NOT = SPACES
                AND CMT-HIRE-FROM-DATE NOT NUMERIC
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'INVALID HIRE FROM DATE' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN
               IF CMT-HIRE-TO-DATE NOT = SPACES
                AND CMT-HIRE-TO-DATE NOT NUMERIC
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'INVALID HIRE TO DATE' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN
               IF CMT-THRESHOLD NOT = SPACES
                AND CMT-THRESHOLD NOT NUMERIC
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'INVALID THRESHOLD' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN
               IF CMT-BONUS-AMT NOT = SPACES
                AND CMT-BONUS-AMT NOT NUMERIC
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'INVALID BONUS AMOUNT' TO WS-TRAN-RESULT
               END-IF
            END-IF.

        0105-APPLY-TRANSACTION.
            MOVE CMT-CONTEST-ID TO CT-CONTEST-ID.
            READ CONTEST-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET WS-CT-RECORD-FOUND TO TRUE
            END-READ.
            EVALUATE TRUE
                WHEN CMT-ADD
                    PERFORM 0106-ADD-CONTEST
                WHEN CMT-CHANGE
                    PERFORM 0107-CHANGE-CONTEST
                WHEN CMT-DELETE
                    PERFORM 0108-DELETE-CONTEST
            END-EVALUATE.

        0106-ADD-CONTEST.
            IF WS-CT-RECORD-FOUND
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'CONTEST ALREADY ON FILE' TO WS-TRAN-RESULT
            ELSE
               IF CMT-DESCRIPTION = SPACES
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'MISSING DESCRIPTION' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN
               MOVE ZEROES TO WS-NEW-START-PERIOD WS-NEW-END-PERIOD
                              WS-NEW-HIRE-FROM WS-NEW-HIRE-TO
                              WS-NEW-THRESHOLD WS-NEW-BONUS-AMT
               MOVE SPACES TO WS-NEW-REGIONS
               MOVE CMT-DESCRIPTION TO WS-NEW-DESCRIPTION
               MOVE CMT-BASIS TO WS-NEW-BASIS
               PERFORM 0106A-OVERLAY-KEYED-FIELDS
               PERFORM 0109-CHECK-CONTEST-TERMS
            END-IF.
            IF WS-VALID-TRAN
               MOVE SPACES TO CONTEST-RECORD
               MOVE CMT-CONTEST-ID TO CT-CONTEST-ID
               PERFORM 0106B-MOVE-NEW-TERMS
               SET CT-OPEN TO TRUE
               MOVE ZEROES TO CT-PAID-RUN CT-WINNER-COUNT
                              CT-BONUS-PAID-AMT
               MOVE WS-TODAY-YMD TO CT-LAST-MAINT-DATE
               WRITE CONTEST-RECORD
               SET WS-CT-RECORD-FOUND TO TRUE
               ADD 1 TO WS-CONTESTS-ADDED
               MOVE 'CONTEST ADDED' TO WS-TRAN-RESULT
            END-IF.

      *    LAYS EVERY FIELD KEYED ON THE TRANSACTION OVER THE NEW
      *    TERMS.  A NEW CONTEST STARTS FROM ZEROES AND SPACES, A
      *    CHANGE FROM THE CONTEST AS IT IS ON FILE.
        0106A-OVERLAY-KEYED-FIELDS.
            IF CMT-START-PERIOD NOT = SPACES
               MOVE CMT-START-PERIOD TO WS-NEW-START-PERIOD
            END-IF.
            IF CMT-END-PERIOD NOT = SPACES
               MOVE CMT-END-PERIOD TO WS-NEW-END-PERIOD
            END-IF.
            IF CMT-HIRE-FROM-DATE NOT = SPACES
               MOVE CMT-HIRE-FROM-DATE TO WS-NEW-HIRE-FROM
            END-IF.
            IF CMT-HIRE-TO-DATE NOT = SPACES
               MOVE CMT-HIRE-TO-DATE TO WS-NEW-HIRE-TO
            END-IF.
            IF CMT-THRESHOLD NOT = SPACES
               MOVE CMT-THRESHOLD TO WS-NEW-THRESHOLD
            END-IF.
            IF CMT-BONUS-AMT NOT = SPACES
               MOVE CMT-BONUS-AMT TO WS-NEW-BONUS-AMT
            END-IF.
            IF CMT-REGIONS NOT = SPACES
               MOVE CMT-REGIONS TO WS-NEW-REGIONS
               IF CMT-REGION (1) = 'ALL'
                  MOVE SPACES TO WS-NEW-REGIONS
               END-IF
            END-IF.

        0106B-MOVE-NEW-TERMS.
            MOVE WS-NEW-DESCRIPTION TO CT-DESCRIPTION.
            MOVE WS-NEW-START-PERIOD TO CT-START-PERIOD.
            MOVE WS-NEW-END-PERIOD TO CT-END-PERIOD.
            MOVE WS-NEW-REGIONS TO CT-ELIGIBLE-REGIONS.
            MOVE WS-NEW-HIRE-FROM TO CT-HIRE-FROM-DATE.
            MOVE WS-NEW-HIRE-TO TO CT-HIRE-TO-DATE.
            MOVE WS-NEW-BASIS TO CT-BASIS.
            MOVE WS-NEW-THRESHOLD TO CT-THRESHOLD.
            MOVE WS-NEW-BONUS-AMT TO CT-BONUS-AMT.

      *    ONCE THE SALES RUN HAS PAID A CONTEST ITS TERMS ARE PART
      *    OF THE PAYMENT RECORD.  BACKING THE RUN OUT REOPENS IT.
        0107-CHANGE-CONTEST.
            IF NOT WS-CT-RECORD-FOUND
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'CONTEST NOT ON FILE' TO WS-TRAN-RESULT
            ELSE
               IF CT-PAID
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'CONTEST ALREADY PAID' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN
               MOVE CT-DESCRIPTION TO WS-NEW-DESCRIPTION
               MOVE CT-START-PERIOD TO WS-NEW-START-PERIOD
               MOVE CT-END-PERIOD TO WS-NEW-END-PERIOD
               MOVE CT-ELIGIBLE-REGIONS TO WS-NEW-REGIONS
               MOVE CT-HIRE-FROM-DATE TO WS-NEW-HIRE-FROM
               MOVE CT-HIRE-TO-DATE TO WS-NEW-HIRE-TO
               MOVE CT-BASIS TO WS-NEW-BASIS
               MOVE CT-THRESHOLD TO WS-NEW-THRESHOLD
               MOVE CT-BONUS-AMT TO WS-NEW-BONUS-AMT
               IF CMT-DESCRIPTION NOT = SPACES
                  MOVE CMT-DESCRIPTION TO WS-NEW-DESCRIPTION
               END-IF
               IF CMT-BASIS NOT = SPACES
                  MOVE CMT-BASIS TO WS-NEW-BASIS
               END-IF
               PERFORM 0106A-OVERLAY-KEYED-FIELDS
               PERFORM 0109-CHECK-CONTEST-TERMS
            END-IF.
            IF WS-VALID-TRAN
               PERFORM 0106B-MOVE-NEW-TERMS
               MOVE WS-TODAY-YMD TO CT-LAST-MAINT-DATE
               REWRITE CONTEST-RECORD
               ADD 1 TO WS-CONTESTS-CHANGED
               MOVE 'CHANGED' TO WS-TRAN-RESULT
            END-IF.

        0108-DELETE-CONTEST.
            IF NOT WS-CT-RECORD-FOUND
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'CONTEST NOT ON FILE' TO WS-TRAN-RESULT
            ELSE
               IF CT-PAID
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'CONTEST ALREADY PAID' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN
               DELETE CONTEST-FILE
               ADD 1 TO WS-CONTESTS-DELETED
               MOVE 'CONTEST DELETED' TO WS-TRAN-RESULT
            END-IF.

        0109-CHECK-CONTEST-TERMS.
            IF WS-NEW-START-MONTH < 1 OR WS-NEW-START-MONTH > 12
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'INVALID START PERIOD' TO WS-TRAN-RESULT
            END-IF.
            IF WS-VALID-TRAN
               IF WS-NEW-END-MONTH < 1 OR WS-NEW-END-MONTH > 12
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'INVALID END PERIOD' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN
             AND WS-NEW-END-PERIOD < WS-NEW-START-PERIOD
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'END PERIOD BEFORE START' TO WS-TRAN-RESULT
            END-IF.
            IF WS-VALID-TRAN
               IF NOT WS-NEW-BASIS-VALID
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'INVALID CONTEST BASIS' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN
             AND WS-NEW-THRESHOLD = ZEROES
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'INVALID THRESHOLD' TO WS-TRAN-RESULT
            END-IF.
            IF WS-VALID-TRAN
             AND WS-NEW-BONUS-AMT = ZEROES
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'INVALID BONUS AMOUNT' TO WS-TRAN-RESULT
            END-IF.
            IF WS-VALID-TRAN
             AND WS-NEW-HIRE-FROM NOT = ZEROES
             AND WS-NEW-HIRE-TO NOT = ZEROES
             AND WS-NEW-HIRE-TO < WS-NEW-HIRE-FROM
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'HIRE WINDOW ENDS BEFORE START' TO WS-TRAN-RESULT
            END-IF.

        0110-WRITE-HEADING-LINE.
            MOVE CONTEST-HEADING-LINE TO CONTEST-REPORT-LINE.
            WRITE CONTEST-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE SPACES TO CONTEST-REPORT-LINE.
            WRITE CONTEST-REPORT-LINE.

      *    THE CONTEST FIELDS SHOWN ARE THE RECORD AS IT STANDS
      *    AFTER THE TRANSACTION, OR AS IT WAS WHEN THE TRANSACTION
      *    WAS REJECTED AGAINST AN EXISTING CONTEST.  A DELETED
      *    CONTEST IS SHOWN AS IT WAS BEFORE IT WENT.
        0120-WRITE-DETAIL-LINE.
            MOVE CMT-ACTION TO CONT-DET-ACTION.
            MOVE CMT-CONTEST-ID TO CONT-DET-ID.
            MOVE WS-TRAN-RESULT TO CONT-DET-RESULT.
            IF WS-CT-RECORD-FOUND
               MOVE CT-START-PERIOD TO CONT-DET-START
               MOVE CT-END-PERIOD TO CONT-DET-END
               MOVE CT-BASIS TO CONT-DET-BASIS
               MOVE CT-THRESHOLD TO CONT-DET-THRESHOLD
               MOVE CT-BONUS-AMT TO CONT-DET-BONUS
               IF CT-PAID
                  MOVE 'PAID' TO CONT-DET-STATUS
               ELSE
                  MOVE 'OPEN' TO CONT-DET-STATUS
               END-IF
               MOVE CT-DESCRIPTION TO CONT-DET-DESCRIPTION
            ELSE
               MOVE CMT-START-PERIOD TO CONT-DET-START
               MOVE CMT-END-PERIOD TO CONT-DET-END
               MOVE CMT-BASIS TO CONT-DET-BASIS
               MOVE ZERO TO CONT-DET-THRESHOLD CONT-DET-BONUS
               IF CMT-THRESHOLD NUMERIC
                  MOVE CMT-THRESHOLD TO CONT-DET-THRESHOLD
               END-IF
               IF CMT-BONUS-AMT NUMERIC
                  MOVE CMT-BONUS-AMT TO CONT-DET-BONUS
               END-IF
               MOVE SPACES TO CONT-DET-STATUS
               MOVE CMT-DESCRIPTION TO CONT-DET-DESCRIPTION
            END-IF.
            MOVE CONTEST-DETAIL-LINE TO CONTEST-REPORT-LINE.
            WRITE CONTEST-REPORT-LINE AFTER ADVANCING 1 LINE.

        0130-WRITE-TOTAL-LINES.
            MOVE SPACES TO CONTEST-REPORT-LINE.
            WRITE CONTEST-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'TRANSACTIONS READ:' TO CONT-TOTAL-LABEL.
            MOVE WS-TRANS-READ TO CONT-TOTAL-COUNT.
            MOVE CONTEST-TOTAL-LINE TO CONTEST-REPORT-LINE.
            WRITE CONTEST-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'TRANSACTIONS APPLIED:' TO CONT-TOTAL-LABEL.
            MOVE WS-TRANS-APPLIED TO CONT-TOTAL-COUNT.
            MOVE CONTEST-TOTAL-LINE TO CONTEST-REPORT-LINE.
            WRITE CONTEST-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'TRANSACTIONS REJECTED:' TO CONT-TOTAL-LABEL.
            MOVE WS-TRANS-REJECTED TO CONT-TOTAL-COUNT.
            MOVE CONTEST-TOTAL-LINE TO CONTEST-REPORT-LINE.
            WRITE CONTEST-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'CONTESTS ADDED:' TO CONT-TOTAL-LABEL.
            MOVE WS-CONTESTS-ADDED TO CONT-TOTAL-COUNT.
            MOVE CONTEST-TOTAL-LINE TO CONTEST-REPORT-LINE.
            WRITE CONTEST-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'CONTESTS CHANGED:' TO CONT-TOTAL-LABEL.
            MOVE WS-CONTESTS-CHANGED TO CONT-TOTAL-COUNT.
            MOVE CONTEST-TOTAL-LINE TO CONTEST-REPORT-LINE.
            WRITE CONTEST-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'CONTESTS DELETED:' TO CONT-TOTAL-LABEL.
            MOVE WS-CONTESTS-DELETED TO CONT-TOTAL-COUNT.
            MOVE CONTEST-TOTAL-LINE TO CONTEST-REPORT-LINE.
            WRITE CONTEST-REPORT-LINE AFTER ADVANCING 1 LINE.

        0200-STOP-RUN.
           IF NOT WS-TRAN-FILE-MISSING
              CLOSE CONTEST-TRAN-FILE
           END-IF.
           CLOSE CONTEST-FILE.
           CLOSE CONTEST-REPORT-FILE.
           IF WS-TRANS-REJECTED > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

          END PROGRAM CONTMAINT.
