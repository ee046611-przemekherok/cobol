      ***************************************************************
      *  This program maintains the salesperson master file         *
      *   SALESMAST.DAT from a batch transaction file.  Actions     *
      *   are A (add), C (change) and D (deactivate).  A D          *
      *   transaction records the termination date (today when      *
      *   left blank), which the sales run uses to keep paying      *
      *   sales dated up to that day and FINALSET uses to settle    *
      *   the salesperson.  A C transaction that moves the          *
      *   salesperson to another region or manager records the      *
      *   transfer on the assignment history ASGNHIST.DAT with its  *
      *   effective date (today when left blank) and the prior      *
      *   assignment, so earlier sales stay credited where they     *
      *   were made.  Every transaction is listed on the            *
      *   maintenance report with its result.                       *
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
            SELECT MAINT-REPORT-FILE ASSIGN TO "SALESMNTRPT.DAT".

       DATA DIVISION.
            05 MNT-REGION           PIC X(9).
            05 MNT-HIRE-DATE        PIC 9(8).
            05 MNT-MANAGER-ID       PIC 9(5).
            05 MNT-TERM-DATE        PIC X(8).
            05 MNT-EFFECTIVE-DATE   PIC X(8).

        FD SALESMAST-FILE.

        COPY SALESMAST.

        FD ASGNHIST-FILE.

        COPY ASGNHIST.

        FD MAINT-REPORT-FILE.

        01  MAINT-REPORT-LINE      PIC X(132).
                88 WS-MAST-FILE-MISSING   VALUE '35'.
            05 WS-MAST-FOUND-SW     PIC X(01) VALUE 'N'.
                88 WS-MAST-RECORD-FOUND   VALUE 'Y'.
            05 WS-NEW-TERM-DATE     PIC 9(8) VALUE ZEROES.
            05 WS-TODAY-YMD         PIC 9(8) VALUE ZEROES.

      *    A TRANSFER IS A CHANGE OF REGION OR MANAGER.  TRANSFERS
      *    MUST BE KEYED IN EFFECTIVE DATE ORDER FOR EACH
      *    SALESPERSON; A SECOND TRANSFER ON THE SAME EFFECTIVE DATE
      *    CORRECTS THE FIRST.
        01  WS-ASGN-FIELDS.
            05 WS-AH-STATUS         PIC X(02) VALUE SPACES.
                88 WS-AH-OK               VALUE '00'.
                88 WS-AH-NOT-FOUND        VALUE '23'.
                88 WS-AH-FILE-MISSING     VALUE '35'.
            05 WS-AH-EOF-SW         PIC X(01) VALUE 'N'.
                88 WS-AH-EOF              VALUE 'Y'.
            05 WS-TRANSFER-SW       PIC X(01) VALUE 'N'.
                88 WS-TRANSFER            VALUE 'Y'.
            05 WS-NEW-REGION        PIC X(9)  VALUE SPACES.
            05 WS-NEW-MANAGER-ID    PIC 9(5)  VALUE ZEROES.
            05 WS-EFFECTIVE-DATE    PIC 9(8)  VALUE ZEROES.
            05 WS-LAST-EFF-DATE     PIC 9(8)  VALUE ZEROES.

        01  WS-EDIT-SWITCHES.
            05 WS-VALID-TRAN-SW    PIC X(01) VALUE 'Y'.
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

        01  MAINT-HEADING-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(6)  VALUE 'ACTION'.
        PROCEDURE DIVISION.

        0050-OPEN-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE TO WS-TODAY-YMD.
           OPEN INPUT MAINT-TRAN-FILE.
           IF WS-TRAN-FILE-MISSING
              SET WS-END-OF-TRANS TO TRUE
              CLOSE SALESMAST-FILE
              OPEN I-O SALESMAST-FILE
           END-IF.
           OPEN I-O ASGNHIST-FILE.
           IF WS-AH-FILE-MISSING
              OPEN OUTPUT ASGNHIST-FILE
              CLOSE ASGNHIST-FILE
              OPEN I-O ASGNHIST-FILE
           END-IF.
           OPEN OUTPUT MAINT-REPORT-FILE.
           PERFORM 0100-PROCESS-TRANSACTIONS.
           PERFORM 0200-STOP-RUN.
            IF WS-VALID-TRAN AND (MNT-ADD OR MNT-CHANGE)
               PERFORM 0103-VALIDATE-MANAGER-ID
            END-IF.
            IF WS-VALID-TRAN AND MNT-DEACTIVATE
               IF MNT-TERM-DATE NOT = SPACES
                AND MNT-TERM-DATE NOT NUMERIC
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'INVALID TERMINATION DATE' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN AND MNT-CHANGE
               IF MNT-EFFECTIVE-DATE NOT = SPACES
                AND (MNT-EFFECTIVE-DATE NOT NUMERIC
                  OR MNT-EFFECTIVE-DATE = ZEROES)
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'INVALID EFFECTIVE DATE' TO WS-TRAN-RESULT
               END-IF
            END-IF.

      *    A KEYED MANAGER ID MUST ITSELF BE AN ACTIVE RECORD ON
      *    THE MASTER BEFORE THE TRANSACTION IS ACCEPTED.  A BLANK
                  MOVE ZEROES            TO SM-MANAGER-ID
               END-IF
               MOVE 'A'                  TO SM-STATUS
               MOVE ZEROES               TO SM-TERM-DATE
                                            SM-SETTLED-DATE
               WRITE SALESMAST-RECORD
               MOVE 'ADDED' TO WS-TRAN-RESULT
            END-IF.
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'NOT ON MASTER' TO WS-TRAN-RESULT
            ELSE
               PERFORM 0107A-CHECK-TRANSFER
            END-IF.
            IF WS-VALID-TRAN
               IF MNT-LASTNAME NOT = SPACES
                  MOVE MNT-SALESPERSON-NAME TO SM-SALESPERSON-NAME
               END-IF
               IF MNT-HIRE-DATE NUMERIC AND MNT-HIRE-DATE NOT = ZEROES
                  MOVE MNT-HIRE-DATE TO SM-HIRE-DATE
               END-IF
               MOVE 'CHANGED' TO WS-TRAN-RESULT
               IF WS-TRANSFER
                  PERFORM 0107B-RECORD-TRANSFER
                  MOVE WS-NEW-REGION TO SM-REGION
                  MOVE WS-NEW-MANAGER-ID TO SM-MANAGER-ID
                  MOVE 'CHANGED - TRANSFER' TO WS-TRAN-RESULT
                  MOVE WS-EFFECTIVE-DATE TO WS-TRAN-RESULT (20:8)
               END-IF
               REWRITE SALESMAST-RECORD
            END-IF.

      *    THE NEW REGION AND MANAGER ARE WORKED OUT FIRST SO A
      *    TRANSFER CAN BE DATED AND CHECKED BEFORE ANYTHING ON THE
      *    MASTER CHANGES.  THE EFFECTIVE DATE MAY NOT FALL BEFORE
      *    THE HIRE DATE OR BEFORE THE SALESPERSON'S LAST TRANSFER.
        0107A-CHECK-TRANSFER.
            MOVE 'N' TO WS-TRANSFER-SW.
            MOVE SM-REGION TO WS-NEW-REGION.
            IF SM-MANAGER-ID NUMERIC
               MOVE SM-MANAGER-ID TO WS-NEW-MANAGER-ID
            ELSE
               MOVE ZEROES TO WS-NEW-MANAGER-ID
            END-IF.
            IF MNT-REGION NOT = SPACES
               MOVE MNT-REGION TO WS-NEW-REGION
            END-IF.
            IF MNT-MANAGER-ID NUMERIC
             AND MNT-MANAGER-ID = 99999
               MOVE ZEROES TO WS-NEW-MANAGER-ID
            ELSE
               IF MNT-MANAGER-ID NUMERIC
                AND MNT-MANAGER-ID NOT = ZEROES
                  MOVE MNT-MANAGER-ID TO WS-NEW-MANAGER-ID
               END-IF
            END-IF.
            IF WS-NEW-REGION NOT = SM-REGION
             OR WS-NEW-MANAGER-ID NOT = SM-MANAGER-ID
               SET WS-TRANSFER TO TRUE
            END-IF.
            IF WS-TRANSFER
               IF MNT-EFFECTIVE-DATE = SPACES
                  MOVE WS-TODAY-YMD TO WS-EFFECTIVE-DATE
               ELSE
                  MOVE MNT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
               END-IF
               PERFORM 0107C-FIND-LAST-TRANSFER
               IF SM-HIRE-DATE NUMERIC
                AND WS-EFFECTIVE-DATE < SM-HIRE-DATE
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'EFFECTIVE DATE BEFORE HIRE' TO WS-TRAN-RESULT
               END-IF
               IF WS-VALID-TRAN
                AND WS-EFFECTIVE-DATE < WS-LAST-EFF-DATE
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'EFFECTIVE DATE OUT OF SEQUENCE'
                    TO WS-TRAN-RESULT
               END-IF
            END-IF.

      *    A TRANSFER ON THE SAME EFFECTIVE DATE AS THE LAST ONE
      *    REPLACES ITS NEW ASSIGNMENT; ONE THAT PUTS BACK THE PRIOR
      *    ASSIGNMENT CANCELS IT.  OTHERWISE A NEW RECORD IS ADDED
      *    WITH THE MASTER'S CURRENT REGION AND MANAGER AS PRIOR.
        0107B-RECORD-TRANSFER.
            MOVE MNT-SALESPERSON-ID TO AH-SALESPERSON-ID.
            MOVE WS-EFFECTIVE-DATE TO AH-EFFECTIVE-DATE.
            IF WS-EFFECTIVE-DATE = WS-LAST-EFF-DATE
               READ ASGNHIST-FILE
                   INVALID KEY
                      CONTINUE
               END-READ
               IF WS-NEW-REGION = AH-PRIOR-REGION
                AND WS-NEW-MANAGER-ID = AH-PRIOR-MANAGER-ID
                  DELETE ASGNHIST-FILE RECORD
               ELSE
                  MOVE WS-NEW-REGION TO AH-REGION
                  MOVE WS-NEW-MANAGER-ID TO AH-MANAGER-ID
                  MOVE WS-TODAY-YMD TO AH-CHANGE-DATE
                  REWRITE ASGNHIST-RECORD
               END-IF
            ELSE
               MOVE SPACES TO ASGNHIST-RECORD
               MOVE MNT-SALESPERSON-ID TO AH-SALESPERSON-ID
               MOVE WS-EFFECTIVE-DATE TO AH-EFFECTIVE-DATE
               MOVE WS-NEW-REGION TO AH-REGION
               MOVE WS-NEW-MANAGER-ID TO AH-MANAGER-ID
               MOVE SM-REGION TO AH-PRIOR-REGION
               IF SM-MANAGER-ID NUMERIC
                  MOVE SM-MANAGER-ID TO AH-PRIOR-MANAGER-ID
               ELSE
                  MOVE ZEROES TO AH-PRIOR-MANAGER-ID
               END-IF
               MOVE WS-TODAY-YMD TO AH-CHANGE-DATE
               WRITE ASGNHIST-RECORD
            END-IF.

        0107C-FIND-LAST-TRANSFER.
            MOVE ZEROES TO WS-LAST-EFF-DATE.
            MOVE 'N' TO WS-AH-EOF-SW.
            MOVE MNT-SALESPERSON-ID TO AH-SALESPERSON-ID.
            MOVE ZEROES TO AH-EFFECTIVE-DATE.
            START ASGNHIST-FILE KEY IS NOT LESS THAN AH-KEY
                INVALID KEY
                   SET WS-AH-EOF TO TRUE
            END-START.
            PERFORM 0107D-READ-NEXT-TRANSFER
               UNTIL WS-AH-EOF.

        0107D-READ-NEXT-TRANSFER.
            READ ASGNHIST-FILE NEXT RECORD
                AT END
                   SET WS-AH-EOF TO TRUE
            END-READ.
            IF NOT WS-AH-EOF
               IF AH-SALESPERSON-ID = MNT-SALESPERSON-ID
                  MOVE AH-EFFECTIVE-DATE TO WS-LAST-EFF-DATE
               ELSE
                  SET WS-AH-EOF TO TRUE
               END-IF
            END-IF.

      *    A BLANK TERMINATION DATE MEANS TODAY.  A SALESPERSON
      *    DEACTIVATED BEFORE TERMINATION DATES WERE KEPT CAN BE
      *    GIVEN ONE BY A SECOND D TRANSACTION; ONE WHO ALREADY HAS
      *    A DATE IS REJECTED, SINCE CHANGING IT WOULD MOVE THE
      *    CUT-OFF FOR LATE SALES AFTER THEY MAY HAVE BEEN PAID.
        0108-DEACTIVATE-SALESPERSON.
            IF NOT WS-MAST-RECORD-FOUND
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'NOT ON MASTER' TO WS-TRAN-RESULT
            END-IF.
            IF WS-VALID-TRAN AND SM-TERMINATED
             AND SM-TERM-DATE NUMERIC AND SM-TERM-DATE > ZEROES
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'ALREADY TERMINATED' TO WS-TRAN-RESULT
            END-IF.
            IF WS-VALID-TRAN
               IF MNT-TERM-DATE = SPACES
                  MOVE WS-TODAY-YMD TO WS-NEW-TERM-DATE
               ELSE
                  MOVE MNT-TERM-DATE TO WS-NEW-TERM-DATE
               END-IF
               IF WS-NEW-TERM-DATE = ZEROES
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'INVALID TERMINATION DATE' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN AND SM-HIRE-DATE NUMERIC
               IF WS-NEW-TERM-DATE < SM-HIRE-DATE
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'TERM DATE BEFORE HIRE DATE' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN
               MOVE 'T' TO SM-STATUS
               MOVE WS-NEW-TERM-DATE TO SM-TERM-DATE
               IF SM-SETTLED-DATE NOT NUMERIC
                  MOVE ZEROES TO SM-SETTLED-DATE
               END-IF
               REWRITE SALESMAST-RECORD
               MOVE 'DEACTIVATED' TO WS-TRAN-RESULT
            END-IF.
              CLOSE MAINT-TRAN-FILE
           END-IF.
           CLOSE SALESMAST-FILE.
           CLOSE ASGNHIST-FILE.
           CLOSE MAINT-REPORT-FILE.
           IF WS-TRANS-REJECTED > ZERO
              MOVE 4 TO RETURN-CODE
