       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFMAINT.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  This program maintains the reference files the sales run   *
      *   reads but SALESMAINT does not: the quota master           *
      *   QUOTAMST.DAT, the draw/cap master DRAWCAP.DAT and the     *
      *   region list REGIONS.DAT.  Each transaction names the file *
      *   (Q, D or R) and an action of A (add), C (change) or D     *
      *   (delete); on a change only the fields keyed are replaced. *
      *   A quota or draw/cap entry must be for a salesperson on    *
      *   SALESMAST.DAT, a region cannot be deleted while active    *
      *   salespeople are assigned to it, and any change to a draw  *
      *   balance needs a reason code.  Every transaction is listed *
      *   on the maintenance report with its result, and every      *
      *   change applied is printed with its before and after       *
      *   images and appended to the change audit file REFAUDIT.DAT *
      *   under the user who keyed it.                              *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT REF-TRAN-FILE ASSIGN TO "REFMNT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TRAN-STATUS.
            SELECT QUOTA-FILE ASSIGN TO "QUOTAMST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS QTA-SALESPERSON-ID
             FILE STATUS IS WS-QTA-STATUS.
            SELECT DRAWCAP-FILE ASSIGN TO "DRAWCAP.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DC-SALESPERSON-ID
             FILE STATUS IS WS-DC-STATUS.
            SELECT REGION-FILE ASSIGN TO "REGIONS.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REG-STATUS.
            SELECT SALESMAST-FILE ASSIGN TO "SALESMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SM-SALESPERSON-ID
             FILE STATUS IS WS-MAST-STATUS.
            SELECT REFAUDIT-FILE ASSIGN TO "REFAUDIT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RFA-STATUS.
            SELECT REF-REPORT-FILE ASSIGN TO "REFMNTRPT.DAT".

       DATA DIVISION.
       FILE SECTION.
       FD REF-TRAN-FILE.

      *    THE KEY IS A SALESPERSON ID (FIRST FIVE BYTES) ON A QUOTA
      *    OR DRAW/CAP TRANSACTION AND A REGION CODE ON A REGION
      *    TRANSACTION.  BLANK AMOUNTS ARE ZERO ON AN ADD AND LEAVE
      *    THE FIELD UNCHANGED ON A CHANGE.  THE DRAW BALANCE IS
      *    KEYED UNSIGNED WITH A SEPARATE SIGN BYTE, '-' FOR A
      *    NEGATIVE BALANCE.  THE USER ID IS ALWAYS REQUIRED; THE
      *    REASON CODE IS REQUIRED WHEN THE DRAW BALANCE MOVES.
       01 REF-TRAN-RECORD.
            05 RFT-FILE-CODE        PIC X(1).
                88 RFT-QUOTA              VALUE 'Q'.
                88 RFT-DRAWCAP            VALUE 'D'.
                88 RFT-REGION             VALUE 'R'.
            05 RFT-ACTION           PIC X(1).
                88 RFT-ADD                VALUE 'A'.
                88 RFT-CHANGE             VALUE 'C'.
                88 RFT-DELETE             VALUE 'D'.
            05 RFT-KEY              PIC X(9).
            05 RFT-SALESPERSON-KEY REDEFINES RFT-KEY.
                10 RFT-SALESPERSON-ID   PIC 9(5).
                10 RFT-KEY-REST         PIC X(4).
            05 RFT-QUOTA-AMT        PIC X(8).
            05 RFT-GUARANTEE-AMT    PIC X(8).
            05 RFT-CAP-AMT          PIC X(10).
            05 RFT-DRAW-SIGN        PIC X(1).
            05 RFT-DRAW-BALANCE     PIC X(10).
            05 RFT-REGION-DESC      PIC X(30).
            05 RFT-REASON-CODE      PIC X(3).
            05 RFT-USER-ID          PIC X(8).

        FD QUOTA-FILE.

        COPY QUOTAMST.

        FD DRAWCAP-FILE.

        COPY DRAWCAP.

        FD REGION-FILE.

        COPY REGIONS.

        FD SALESMAST-FILE.

        COPY SALESMAST.

        FD REFAUDIT-FILE.

        COPY REFAUDIT.

        FD REF-REPORT-FILE.

        01  REF-REPORT-LINE        PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-FIELDS.
            05 WS-TRANS-READ       PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-TRANS-APPLIED    PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-TRANS-REJECTED   PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-QUOTA-CHANGES    PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-DRAWCAP-CHANGES  PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-DRAW-BAL-CHANGES PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-REGION-CHANGES   PIC 9(5) COMP-3 VALUE ZERO.

        01  WS-TRAN-FIELDS.
            05 WS-TRAN-STATUS       PIC X(02) VALUE SPACES.
                88 WS-TRAN-OK               VALUE '00'.
                88 WS-TRAN-FILE-MISSING     VALUE '35'.
            05 WS-END-OF-TRANS-SW   PIC X(01) VALUE 'N'.
                88 WS-END-OF-TRANS          VALUE 'Y'.

        01  WS-QUOTA-FIELDS.
            05 WS-QTA-STATUS        PIC X(02) VALUE SPACES.
                88 WS-QTA-OK              VALUE '00'.
                88 WS-QTA-NOT-FOUND       VALUE '23'.
                88 WS-QTA-FILE-MISSING    VALUE '35'.

        01  WS-DRAW-FIELDS.
            05 WS-DC-STATUS         PIC X(02) VALUE SPACES.
                88 WS-DC-OK               VALUE '00'.
                88 WS-DC-NOT-FOUND        VALUE '23'.
                88 WS-DC-FILE-MISSING     VALUE '35'.
            05 WS-DRAW-CHANGED-SW   PIC X(01) VALUE 'N'.
                88 WS-DRAW-CHANGED        VALUE 'Y'.
            05 WS-NEW-GUARANTEE     PIC 9(8) VALUE ZEROES.
            05 WS-NEW-CAP           PIC 9(10) VALUE ZEROES.
            05 WS-NEW-DRAW          PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-DRAW-AMT-WORK     PIC 9(10) VALUE ZEROES.

        01  WS-MAST-FIELDS.
            05 WS-MAST-STATUS       PIC X(02) VALUE SPACES.
                88 WS-MAST-OK             VALUE '00'.
                88 WS-MAST-NOT-FOUND      VALUE '23'.
                88 WS-MAST-FILE-MISSING   VALUE '35'.
            05 WS-END-OF-MAST-SW    PIC X(01) VALUE 'N'.
                88 WS-END-OF-MAST         VALUE 'Y'.
            05 WS-REP-ASSIGNED-SW   PIC X(01) VALUE 'N'.
                88 WS-REP-ASSIGNED        VALUE 'Y'.

        01  WS-AUDIT-FIELDS.
            05 WS-RFA-STATUS        PIC X(02) VALUE SPACES.
                88 WS-RFA-OK              VALUE '00'.
                88 WS-RFA-FILE-MISSING    VALUE '35'.
            05 WS-TODAY-YMD         PIC 9(8) VALUE ZEROES.

      *    REGIONS.DAT IS A PLAIN LIST, SO IT IS HELD IN THIS TABLE
      *    WHILE THE TRANSACTIONS ARE APPLIED AND WRITTEN BACK WHOLE
      *    AT THE END.  A MISSING OR EMPTY FILE STARTS FROM THE SAME
      *    FOUR DEFAULT REGIONS THE SALES RUN USES, SO THE FIRST ADD
      *    DOES NOT LOSE THEM.  THE SALES RUN ONLY TAKES THE FIRST 20
      *    CODES, SO AN ADD BEYOND 20 IS REFUSED.  A DELETED ENTRY
      *    IS BLANKED AND LEFT OUT WHEN THE FILE IS WRITTEN.
        01  WS-REGION-FIELDS.
            05 WS-REG-STATUS        PIC X(02) VALUE SPACES.
                88 WS-REG-OK              VALUE '00'.
                88 WS-REG-FILE-MISSING    VALUE '35'.
            05 WS-END-OF-REG-SW     PIC X(01) VALUE 'N'.
                88 WS-END-OF-REG          VALUE 'Y'.
            05 WS-REGION-OVERFLOW-SW PIC X(01) VALUE 'N'.
                88 WS-REGION-OVERFLOW     VALUE 'Y'.
            05 WS-REGION-COUNT      PIC 9(3) COMP-3 VALUE ZERO.
            05 WS-REGION-ACTIVE     PIC 9(3) COMP-3 VALUE ZERO.
            05 WS-REGION-RUN-MAX    PIC 9(3) COMP-3 VALUE 20.
            05 WS-REGION-MAX        PIC 9(3) COMP-3 VALUE 100.
            05 WS-REG-SUB           PIC 9(3) COMP-3 VALUE ZERO.
            05 WS-REG-FOUND-SUB     PIC 9(3) COMP-3 VALUE ZERO.
            05 WS-REGION-TABLE OCCURS 100 TIMES.
                10 WS-RT-CODE       PIC X(9).
                10 WS-RT-DESCRIPTION PIC X(30).

        01  WS-EDIT-SWITCHES.
            05 WS-VALID-TRAN-SW    PIC X(01) VALUE 'Y'.
                88 WS-VALID-TRAN          VALUE 'Y'.
                88 WS-INVALID-TRAN        VALUE 'N'.
            05 WS-REC-FOUND-SW     PIC X(01) VALUE 'N'.
                88 WS-REC-FOUND           VALUE 'Y'.
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

      *    THE BEFORE AND AFTER IMAGES ARE BUILT IN ONE WORK AREA
      *    LAID OUT FOR WHICHEVER FILE THE TRANSACTION UPDATES, AND
      *    GO BOTH TO THE REPORT AND TO THE CHANGE AUDIT FILE.
        01  WS-IMAGE-FIELDS.
            05 WS-IMAGE             PIC X(60) VALUE SPACES.
            05 WS-QUOTA-IMAGE REDEFINES WS-IMAGE.
                10 IMG-QTA-LABEL    PIC X(13).
                10 IMG-QTA-AMT      PIC ZZ,ZZZ,ZZ9.
                10 FILLER           PIC X(37).
            05 WS-DRAWCAP-IMAGE REDEFINES WS-IMAGE.
                10 IMG-DC-GUAR-LABEL PIC X(10).
                10 IMG-DC-GUARANTEE PIC ZZ,ZZZ,ZZ9.
                10 IMG-DC-CAP-LABEL PIC X(6).
                10 IMG-DC-CAP       PIC Z,ZZZ,ZZZ,ZZ9.
                10 IMG-DC-DRAW-LABEL PIC X(7).
                10 IMG-DC-DRAW      PIC Z,ZZZ,ZZZ,ZZ9-.
            05 WS-REGION-IMAGE REDEFINES WS-IMAGE.
                10 IMG-REG-CODE     PIC X(9).
                10 FILLER           PIC X(2).
                10 IMG-REG-DESC     PIC X(30).
                10 FILLER           PIC X(19).
            05 WS-BEFORE-IMAGE      PIC X(60) VALUE SPACES.
            05 WS-AFTER-IMAGE       PIC X(60) VALUE SPACES.

        01  REF-HEADING-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(7)  VALUE 'FILE'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(6)  VALUE 'ACTION'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(9)  VALUE 'KEY'.
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 FILLER              PIC X(30) VALUE 'RESULT'.
            05 FILLER              PIC X(6)  VALUE 'REASON'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(8)  VALUE 'USER'.
            05 FILLER              PIC X(51) VALUE SPACES.

        01  REF-DETAIL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 REF-DET-FILE         PIC X(7).
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 REF-DET-ACTION       PIC X(1).
            05 FILLER               PIC X(7)   VALUE SPACES.
            05 REF-DET-KEY          PIC X(9).
            05 FILLER               PIC X(4)   VALUE SPACES.
            05 REF-DET-RESULT       PIC X(30).
            05 REF-DET-REASON       PIC X(3).
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 REF-DET-USER         PIC X(8).
            05 FILLER               PIC X(51)  VALUE SPACES.

        01  REF-IMAGE-LINE.
            05 FILLER               PIC X(22)  VALUE SPACES.
            05 REF-IMG-LABEL        PIC X(8).
            05 REF-IMG-TEXT         PIC X(60).
            05 FILLER               PIC X(42)  VALUE SPACES.

        01  REF-TOTAL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 REF-TOTAL-LABEL      PIC X(23).
            05 REF-TOTAL-COUNT      PIC Z,ZZ9.
            05 FILLER               PIC X(99)  VALUE SPACES.

        PROCEDURE DIVISION.

        0050-OPEN-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE TO WS-TODAY-YMD.
           OPEN INPUT REF-TRAN-FILE.
           IF WS-TRAN-FILE-MISSING
              SET WS-END-OF-TRANS TO TRUE
           END-IF.
           OPEN I-O QUOTA-FILE.
           IF WS-QTA-FILE-MISSING
              OPEN OUTPUT QUOTA-FILE
              CLOSE QUOTA-FILE
              OPEN I-O QUOTA-FILE
           END-IF.
           OPEN I-O DRAWCAP-FILE.
           IF WS-DC-FILE-MISSING
              OPEN OUTPUT DRAWCAP-FILE
              CLOSE DRAWCAP-FILE
              OPEN I-O DRAWCAP-FILE
           END-IF.
           OPEN INPUT SALESMAST-FILE.
           PERFORM 0060-LOAD-REGION-TABLE.
           OPEN EXTEND REFAUDIT-FILE.
           IF WS-RFA-FILE-MISSING
              OPEN OUTPUT REFAUDIT-FILE
           END-IF.
           OPEN OUTPUT REF-REPORT-FILE.
           PERFORM 0100-PROCESS-TRANSACTIONS.
           PERFORM 0200-STOP-RUN.

        0060-LOAD-REGION-TABLE.
           MOVE ZERO TO WS-REGION-COUNT.
           MOVE 'N' TO WS-END-OF-REG-SW.
           OPEN INPUT REGION-FILE.
           IF WS-REG-OK
              READ REGION-FILE
                   AT END SET WS-END-OF-REG TO TRUE
                   END-READ
              PERFORM 0060A-LOAD-ONE-REGION
                 UNTIL WS-END-OF-REG
                    OR WS-REGION-OVERFLOW
              CLOSE REGION-FILE
           END-IF.
           IF WS-REGION-COUNT = ZERO
              PERFORM 0060B-LOAD-DEFAULT-REGIONS
           END-IF.
           MOVE WS-REGION-COUNT TO WS-REGION-ACTIVE.

        0060A-LOAD-ONE-REGION.
           IF REG-CODE NOT = SPACES
              IF WS-REGION-COUNT >= WS-REGION-MAX
                 SET WS-REGION-OVERFLOW TO TRUE
              ELSE
                 ADD 1 TO WS-REGION-COUNT
                 MOVE REG-CODE TO WS-RT-CODE (WS-REGION-COUNT)
                 MOVE REG-DESCRIPTION
                   TO WS-RT-DESCRIPTION (WS-REGION-COUNT)
              END-IF
           END-IF.
           READ REGION-FILE
                AT END SET WS-END-OF-REG TO TRUE
                END-READ.

        0060B-LOAD-DEFAULT-REGIONS.
           MOVE 4 TO WS-REGION-COUNT.
           MOVE 'EAST'  TO WS-RT-CODE (1).
           MOVE 'WEST'  TO WS-RT-CODE (2).
           MOVE 'NORTH' TO WS-RT-CODE (3).
           MOVE 'SOUTH' TO WS-RT-CODE (4).
           MOVE SPACES TO WS-RT-DESCRIPTION (1)
                          WS-RT-DESCRIPTION (2)
                          WS-RT-DESCRIPTION (3)
                          WS-RT-DESCRIPTION (4).

        0100-PROCESS-TRANSACTIONS.
           PERFORM 0110-WRITE-HEADING-LINE.
           IF NOT WS-END-OF-TRANS
              READ REF-TRAN-FILE
                   AT END SET WS-END-OF-TRANS TO TRUE
                   END-READ
           END-IF.
           PERFORM UNTIL WS-END-OF-TRANS
            ADD 1 TO WS-TRANS-READ
            PERFORM 0102-VALIDATE-TRANSACTION
            IF WS-VALID-TRAN
               PERFORM 0105-APPLY-TRANSACTION
            END-IF
            IF WS-VALID-TRAN
               ADD 1 TO WS-TRANS-APPLIED
               PERFORM 0125-WRITE-CHANGE-AUDIT
            ELSE
               ADD 1 TO WS-TRANS-REJECTED
            END-IF
            PERFORM 0120-WRITE-DETAIL-LINE
            READ REF-TRAN-FILE
            AT END SET WS-END-OF-TRANS TO TRUE
            END-READ
           END-PERFORM.
           PERFORM 0130-WRITE-TOTAL-LINES.

        0102-VALIDATE-TRANSACTION.
            SET WS-VALID-TRAN TO TRUE.
            MOVE SPACES TO WS-TRAN-RESULT.
            IF NOT RFT-QUOTA AND NOT RFT-DRAWCAP AND NOT RFT-REGION
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'INVALID FILE CODE' TO WS-TRAN-RESULT
            END-IF.
            IF WS-VALID-TRAN
               IF NOT RFT-ADD AND NOT RFT-CHANGE AND NOT RFT-DELETE
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'INVALID ACTION CODE' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN
               IF RFT-USER-ID = SPACES
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'MISSING USER ID' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN AND RFT-REGION
               IF RFT-KEY = SPACES
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'MISSING REGION CODE' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN AND NOT RFT-REGION
               IF RFT-SALESPERSON-ID NOT NUMERIC
                OR RFT-SALESPERSON-ID = ZEROES
                OR RFT-KEY-REST NOT = SPACES
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'INVALID SALESPERSON ID' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN AND NOT RFT-REGION
               IF RFT-SALESPERSON-ID = 99999
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'RESERVED SALESPERSON ID' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN AND RFT-QUOTA
               PERFORM 0102A-VALIDATE-QUOTA-FIELDS
            END-IF.
            IF WS-VALID-TRAN AND RFT-DRAWCAP
               PERFORM 0102B-VALIDATE-DRAWCAP-FIELDS
            END-IF.
            IF WS-VALID-TRAN AND NOT RFT-REGION
             AND NOT RFT-DELETE
               PERFORM 0103-VALIDATE-SALESPERSON
            END-IF.

        0102A-VALIDATE-QUOTA-FIELDS.
            IF RFT-ADD AND RFT-QUOTA-AMT = SPACES
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'MISSING QUOTA AMOUNT' TO WS-TRAN-RESULT
            END-IF.
            IF WS-VALID-TRAN
               IF RFT-QUOTA-AMT NOT = SPACES
                AND RFT-QUOTA-AMT NOT NUMERIC
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'INVALID QUOTA AMOUNT' TO WS-TRAN-RESULT
               END-IF
            END-IF.

        0102B-VALIDATE-DRAWCAP-FIELDS.
            IF RFT-GUARANTEE-AMT NOT = SPACES
             AND RFT-GUARANTEE-AMT NOT NUMERIC
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'INVALID GUARANTEE AMOUNT' TO WS-TRAN-RESULT
            END-IF.
            IF WS-VALID-TRAN
               IF RFT-CAP-AMT NOT = SPACES
                AND RFT-CAP-AMT NOT NUMERIC
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'INVALID CAP AMOUNT' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN
               IF RFT-DRAW-BALANCE NOT = SPACES
                AND RFT-DRAW-BALANCE NOT NUMERIC
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'INVALID DRAW BALANCE' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN
               IF RFT-DRAW-SIGN NOT = SPACE
                AND RFT-DRAW-SIGN NOT = '+'
                AND RFT-DRAW-SIGN NOT = '-'
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'INVALID DRAW BALANCE SIGN' TO WS-TRAN-RESULT
               END-IF
            END-IF.

      *    A QUOTA OR DRAW/CAP ENTRY CAN ONLY BE ADDED OR CHANGED
      *    FOR A SALESPERSON ON THE MASTER, AND ONLY ADDED FOR ONE
      *    WHO IS STILL ACTIVE.  A DELETE IS NOT CHECKED, SO AN
      *    ENTRY LEFT BEHIND BY A SALESPERSON NO LONGER ON THE
      *    MASTER CAN STILL BE CLEARED.
        0103-VALIDATE-SALESPERSON.
            IF NOT WS-MAST-FILE-MISSING
               MOVE RFT-SALESPERSON-ID TO SM-SALESPERSON-ID
               READ SALESMAST-FILE
                   INVALID KEY
                      SET WS-INVALID-TRAN TO TRUE
                      MOVE 'NOT ON SALESPERSON MASTER'
                        TO WS-TRAN-RESULT
                   NOT INVALID KEY
                      IF RFT-ADD AND SM-TERMINATED
                         SET WS-INVALID-TRAN TO TRUE
                         MOVE 'SALESPERSON NOT ACTIVE'
                           TO WS-TRAN-RESULT
                      END-IF
               END-READ
            ELSE
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'NOT ON SALESPERSON MASTER' TO WS-TRAN-RESULT
            END-IF.

        0104-CHECK-ON-FILE.
            IF RFT-ADD AND WS-REC-FOUND
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'ALREADY ON FILE' TO WS-TRAN-RESULT
            END-IF.
            IF NOT RFT-ADD AND NOT WS-REC-FOUND
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'NOT ON FILE' TO WS-TRAN-RESULT
            END-IF.

        0105-APPLY-TRANSACTION.
            MOVE 'N' TO WS-REC-FOUND-SW.
            MOVE 'N' TO WS-DRAW-CHANGED-SW.
            MOVE SPACES TO WS-BEFORE-IMAGE WS-AFTER-IMAGE.
            EVALUATE TRUE
                WHEN RFT-QUOTA
                    PERFORM 0106-APPLY-QUOTA
                WHEN RFT-DRAWCAP
                    PERFORM 0107-APPLY-DRAWCAP
                WHEN RFT-REGION
                    PERFORM 0108-APPLY-REGION
            END-EVALUATE.

        0106-APPLY-QUOTA.
            MOVE RFT-SALESPERSON-ID TO QTA-SALESPERSON-ID.
            READ QUOTA-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET WS-REC-FOUND TO TRUE
            END-READ.
            PERFORM 0104-CHECK-ON-FILE.
            IF WS-VALID-TRAN AND WS-REC-FOUND
               PERFORM 0140-BUILD-IMAGE
               MOVE WS-IMAGE TO WS-BEFORE-IMAGE
            END-IF.
            IF WS-VALID-TRAN
               EVALUATE TRUE
                   WHEN RFT-ADD
                       MOVE RFT-SALESPERSON-ID TO QTA-SALESPERSON-ID
                       MOVE RFT-QUOTA-AMT TO QTA-ANNUAL-QUOTA
                       WRITE QUOTA-RECORD
                       MOVE 'ADDED' TO WS-TRAN-RESULT
                   WHEN RFT-CHANGE
                       IF RFT-QUOTA-AMT NOT = SPACES
                          MOVE RFT-QUOTA-AMT TO QTA-ANNUAL-QUOTA
                       END-IF
                       REWRITE QUOTA-RECORD
                       MOVE 'CHANGED' TO WS-TRAN-RESULT
                   WHEN RFT-DELETE
                       DELETE QUOTA-FILE RECORD
                       MOVE 'DELETED' TO WS-TRAN-RESULT
               END-EVALUATE
               ADD 1 TO WS-QUOTA-CHANGES
               IF NOT RFT-DELETE
                  PERFORM 0140-BUILD-IMAGE
                  MOVE WS-IMAGE TO WS-AFTER-IMAGE
               END-IF
            END-IF.

      *    THE NEW GUARANTEE, CAP AND DRAW BALANCE ARE WORKED OUT
      *    BEFORE THE RECORD IS TOUCHED SO THE DRAW REASON AND THE
      *    CAP CAN BE CHECKED FIRST.  DELETING AN ENTRY THAT STILL
      *    CARRIES A DRAW BALANCE CLEARS THE BALANCE, SO IT NEEDS A
      *    REASON CODE TOO.  A ZERO CAP MEANS NO CAP.
        0107-APPLY-DRAWCAP.
            MOVE RFT-SALESPERSON-ID TO DC-SALESPERSON-ID.
            READ DRAWCAP-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET WS-REC-FOUND TO TRUE
            END-READ.
            PERFORM 0104-CHECK-ON-FILE.
            IF WS-VALID-TRAN
               PERFORM 0107A-WORK-OUT-DRAWCAP
            END-IF.
            IF WS-VALID-TRAN
             AND WS-DRAW-CHANGED
             AND RFT-REASON-CODE = SPACES
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'REASON REQUIRED FOR DRAW' TO WS-TRAN-RESULT
            END-IF.
            IF WS-VALID-TRAN
             AND NOT RFT-DELETE
             AND WS-NEW-CAP > ZERO
             AND WS-NEW-GUARANTEE > WS-NEW-CAP
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'GUARANTEE EXCEEDS CAP' TO WS-TRAN-RESULT
            END-IF.
            IF WS-VALID-TRAN
               EVALUATE TRUE
                   WHEN RFT-ADD
                       MOVE RFT-SALESPERSON-ID TO DC-SALESPERSON-ID
                       MOVE WS-NEW-GUARANTEE TO DC-GUARANTEE-AMT
                       MOVE WS-NEW-CAP TO DC-CAP-AMT
                       MOVE WS-NEW-DRAW TO DC-DRAW-BALANCE
                       WRITE DRAWCAP-RECORD
                       MOVE 'ADDED' TO WS-TRAN-RESULT
                   WHEN RFT-CHANGE
                       MOVE WS-NEW-GUARANTEE TO DC-GUARANTEE-AMT
                       MOVE WS-NEW-CAP TO DC-CAP-AMT
                       MOVE WS-NEW-DRAW TO DC-DRAW-BALANCE
                       REWRITE DRAWCAP-RECORD
                       MOVE 'CHANGED' TO WS-TRAN-RESULT
                   WHEN RFT-DELETE
                       DELETE DRAWCAP-FILE RECORD
                       MOVE 'DELETED' TO WS-TRAN-RESULT
               END-EVALUATE
               ADD 1 TO WS-DRAWCAP-CHANGES
               IF WS-DRAW-CHANGED
                  ADD 1 TO WS-DRAW-BAL-CHANGES
               END-IF
               IF NOT RFT-DELETE
                  PERFORM 0140-BUILD-IMAGE
                  MOVE WS-IMAGE TO WS-AFTER-IMAGE
               END-IF
            END-IF.

        0107A-WORK-OUT-DRAWCAP.
            IF WS-REC-FOUND
               PERFORM 0140-BUILD-IMAGE
               MOVE WS-IMAGE TO WS-BEFORE-IMAGE
               MOVE DC-GUARANTEE-AMT TO WS-NEW-GUARANTEE
               MOVE DC-CAP-AMT TO WS-NEW-CAP
               MOVE DC-DRAW-BALANCE TO WS-NEW-DRAW
            ELSE
               MOVE ZEROES TO WS-NEW-GUARANTEE WS-NEW-CAP
               MOVE ZERO TO WS-NEW-DRAW
            END-IF.
            IF RFT-GUARANTEE-AMT NOT = SPACES
               MOVE RFT-GUARANTEE-AMT TO WS-NEW-GUARANTEE
            END-IF.
            IF RFT-CAP-AMT NOT = SPACES
               MOVE RFT-CAP-AMT TO WS-NEW-CAP
            END-IF.
            IF RFT-DRAW-BALANCE NOT = SPACES
               MOVE RFT-DRAW-BALANCE TO WS-DRAW-AMT-WORK
               IF RFT-DRAW-SIGN = '-'
                  COMPUTE WS-NEW-DRAW = ZERO - WS-DRAW-AMT-WORK
               ELSE
                  MOVE WS-DRAW-AMT-WORK TO WS-NEW-DRAW
               END-IF
            END-IF.
            IF RFT-DELETE
               MOVE ZERO TO WS-NEW-DRAW
            END-IF.
            IF WS-REC-FOUND
               IF WS-NEW-DRAW NOT = DC-DRAW-BALANCE
                  SET WS-DRAW-CHANGED TO TRUE
               END-IF
            ELSE
               IF WS-NEW-DRAW NOT = ZERO
                  SET WS-DRAW-CHANGED TO TRUE
               END-IF
            END-IF.

        0108-APPLY-REGION.
            IF WS-REGION-OVERFLOW
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'REGION FILE TOO LARGE' TO WS-TRAN-RESULT
            END-IF.
            IF WS-VALID-TRAN
               PERFORM 0108A-FIND-REGION
               PERFORM 0104-CHECK-ON-FILE
            END-IF.
            IF WS-VALID-TRAN AND RFT-ADD
               IF WS-REGION-ACTIVE >= WS-REGION-RUN-MAX
                OR WS-REGION-COUNT >= WS-REGION-MAX
                  SET WS-INVALID-TRAN TO TRUE
                  MOVE 'REGION TABLE FULL' TO WS-TRAN-RESULT
               END-IF
            END-IF.
            IF WS-VALID-TRAN AND RFT-DELETE
               PERFORM 0108C-CHECK-ASSIGNED-REPS
            END-IF.
            IF WS-VALID-TRAN
               IF WS-REC-FOUND
                  PERFORM 0140-BUILD-IMAGE
                  MOVE WS-IMAGE TO WS-BEFORE-IMAGE
               END-IF
               EVALUATE TRUE
                   WHEN RFT-ADD
                       ADD 1 TO WS-REGION-COUNT
                       ADD 1 TO WS-REGION-ACTIVE
                       MOVE WS-REGION-COUNT TO WS-REG-FOUND-SUB
                       MOVE RFT-KEY TO WS-RT-CODE (WS-REG-FOUND-SUB)
                       MOVE RFT-REGION-DESC
                         TO WS-RT-DESCRIPTION (WS-REG-FOUND-SUB)
                       MOVE 'ADDED' TO WS-TRAN-RESULT
                   WHEN RFT-CHANGE
                       IF RFT-REGION-DESC NOT = SPACES
                          MOVE RFT-REGION-DESC
                            TO WS-RT-DESCRIPTION (WS-REG-FOUND-SUB)
                       END-IF
                       MOVE 'CHANGED' TO WS-TRAN-RESULT
                   WHEN RFT-DELETE
                       MOVE SPACES TO WS-RT-CODE (WS-REG-FOUND-SUB)
                                      WS-RT-DESCRIPTION
                                         (WS-REG-FOUND-SUB)
                       SUBTRACT 1 FROM WS-REGION-ACTIVE
                       MOVE 'DELETED' TO WS-TRAN-RESULT
               END-EVALUATE
               ADD 1 TO WS-REGION-CHANGES
               IF NOT RFT-DELETE
                  PERFORM 0140-BUILD-IMAGE
                  MOVE WS-IMAGE TO WS-AFTER-IMAGE
               END-IF
            END-IF.

        0108A-FIND-REGION.
            MOVE ZERO TO WS-REG-FOUND-SUB.
            PERFORM 0108B-MATCH-ONE-REGION
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REGION-COUNT
                  OR WS-REG-FOUND-SUB > ZERO.
            IF WS-REG-FOUND-SUB > ZERO
               SET WS-REC-FOUND TO TRUE
            END-IF.

        0108B-MATCH-ONE-REGION.
            IF WS-RT-CODE (WS-REG-SUB) = RFT-KEY
               MOVE WS-REG-SUB TO WS-REG-FOUND-SUB
            END-IF.

      *    A REGION STILL HOLDING AN ACTIVE SALESPERSON ON THE
      *    MASTER CANNOT GO; THE FIRST ONE FOUND IS NAMED IN THE
      *    RESULT.  THE MASTER CARRIES THE LATEST ASSIGNMENT, SO A
      *    TRANSFER INTO THE REGION DATED IN THE FUTURE COUNTS.
        0108C-CHECK-ASSIGNED-REPS.
            MOVE 'N' TO WS-REP-ASSIGNED-SW.
            MOVE 'N' TO WS-END-OF-MAST-SW.
            IF WS-MAST-FILE-MISSING
               SET WS-END-OF-MAST TO TRUE
            ELSE
               MOVE ZEROES TO SM-SALESPERSON-ID
               START SALESMAST-FILE
                   KEY IS NOT LESS THAN SM-SALESPERSON-ID
                   INVALID KEY
                      SET WS-END-OF-MAST TO TRUE
               END-START
            END-IF.
            PERFORM 0108D-READ-NEXT-REP
               UNTIL WS-END-OF-MAST
                  OR WS-REP-ASSIGNED.
            IF WS-REP-ASSIGNED
               SET WS-INVALID-TRAN TO TRUE
               MOVE 'ASSIGNED TO ACTIVE REP' TO WS-TRAN-RESULT
               MOVE SM-SALESPERSON-ID TO WS-TRAN-RESULT (24:5)
            END-IF.

        0108D-READ-NEXT-REP.
            READ SALESMAST-FILE NEXT RECORD
                AT END
                   SET WS-END-OF-MAST TO TRUE
            END-READ.
            IF NOT WS-END-OF-MAST
               IF SM-ACTIVE AND SM-REGION = RFT-KEY
                  SET WS-REP-ASSIGNED TO TRUE
               END-IF
            END-IF.

        0110-WRITE-HEADING-LINE.
            MOVE REF-HEADING-LINE TO REF-REPORT-LINE.
            WRITE REF-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE SPACES TO REF-REPORT-LINE.
            WRITE REF-REPORT-LINE.

      *    AN APPLIED CHANGE IS FOLLOWED BY ITS BEFORE AND AFTER
      *    IMAGES; A REJECTED ONE SHOWS ONLY THE REASON.
        0120-WRITE-DETAIL-LINE.
            EVALUATE TRUE
                WHEN RFT-QUOTA
                    MOVE 'QUOTA' TO REF-DET-FILE
                WHEN RFT-DRAWCAP
                    MOVE 'DRAWCAP' TO REF-DET-FILE
                WHEN RFT-REGION
                    MOVE 'REGION' TO REF-DET-FILE
                WHEN OTHER
                    MOVE RFT-FILE-CODE TO REF-DET-FILE
            END-EVALUATE.
            MOVE RFT-ACTION TO REF-DET-ACTION.
            MOVE RFT-KEY TO REF-DET-KEY.
            MOVE WS-TRAN-RESULT TO REF-DET-RESULT.
            MOVE RFT-REASON-CODE TO REF-DET-REASON.
            MOVE RFT-USER-ID TO REF-DET-USER.
            MOVE REF-DETAIL-LINE TO REF-REPORT-LINE.
            WRITE REF-REPORT-LINE AFTER ADVANCING 1 LINE.
            IF WS-VALID-TRAN
               MOVE 'BEFORE:' TO REF-IMG-LABEL
               MOVE WS-BEFORE-IMAGE TO REF-IMG-TEXT
               PERFORM 0121-WRITE-IMAGE-LINE
               MOVE 'AFTER:' TO REF-IMG-LABEL
               MOVE WS-AFTER-IMAGE TO REF-IMG-TEXT
               PERFORM 0121-WRITE-IMAGE-LINE
            END-IF.

        0121-WRITE-IMAGE-LINE.
            IF REF-IMG-TEXT = SPACES
               MOVE '(NONE)' TO REF-IMG-TEXT
            END-IF.
            MOVE REF-IMAGE-LINE TO REF-REPORT-LINE.
            WRITE REF-REPORT-LINE AFTER ADVANCING 1 LINE.

        0125-WRITE-CHANGE-AUDIT.
            MOVE SPACES TO REFAUDIT-RECORD.
            MOVE WS-TODAY-YMD TO RFA-CHANGE-DATE.
            MOVE WS-CURRENT-TIME (1:6) TO RFA-CHANGE-TIME.
            MOVE RFT-USER-ID TO RFA-USER-ID.
            MOVE RFT-FILE-CODE TO RFA-FILE-CODE.
            MOVE RFT-ACTION TO RFA-ACTION.
            MOVE RFT-KEY TO RFA-KEY.
            MOVE RFT-REASON-CODE TO RFA-REASON-CODE.
            IF WS-DRAW-CHANGED
               MOVE 'Y' TO RFA-DRAW-CHANGED
            ELSE
               MOVE 'N' TO RFA-DRAW-CHANGED
            END-IF.
            MOVE WS-BEFORE-IMAGE TO RFA-BEFORE-IMAGE.
            MOVE WS-AFTER-IMAGE TO RFA-AFTER-IMAGE.
            WRITE REFAUDIT-RECORD.

        0130-WRITE-TOTAL-LINES.
            MOVE SPACES TO REF-REPORT-LINE.
            WRITE REF-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'TRANSACTIONS READ:' TO REF-TOTAL-LABEL.
            MOVE WS-TRANS-READ TO REF-TOTAL-COUNT.
            PERFORM 0131-WRITE-TOTAL-LINE.
            MOVE 'TRANSACTIONS APPLIED:' TO REF-TOTAL-LABEL.
            MOVE WS-TRANS-APPLIED TO REF-TOTAL-COUNT.
            PERFORM 0131-WRITE-TOTAL-LINE.
            MOVE 'TRANSACTIONS REJECTED:' TO REF-TOTAL-LABEL.
            MOVE WS-TRANS-REJECTED TO REF-TOTAL-COUNT.
            PERFORM 0131-WRITE-TOTAL-LINE.
            MOVE 'QUOTA CHANGES:' TO REF-TOTAL-LABEL.
            MOVE WS-QUOTA-CHANGES TO REF-TOTAL-COUNT.
            PERFORM 0131-WRITE-TOTAL-LINE.
            MOVE 'DRAW/CAP CHANGES:' TO REF-TOTAL-LABEL.
            MOVE WS-DRAWCAP-CHANGES TO REF-TOTAL-COUNT.
            PERFORM 0131-WRITE-TOTAL-LINE.
            MOVE 'DRAW BALANCE CHANGES:' TO REF-TOTAL-LABEL.
            MOVE WS-DRAW-BAL-CHANGES TO REF-TOTAL-COUNT.
            PERFORM 0131-WRITE-TOTAL-LINE.
            MOVE 'REGION CHANGES:' TO REF-TOTAL-LABEL.
            MOVE WS-REGION-CHANGES TO REF-TOTAL-COUNT.
            PERFORM 0131-WRITE-TOTAL-LINE.

        0131-WRITE-TOTAL-LINE.
            MOVE REF-TOTAL-LINE TO REF-REPORT-LINE.
            WRITE REF-REPORT-LINE AFTER ADVANCING 1 LINE.

        0140-BUILD-IMAGE.
            MOVE SPACES TO WS-IMAGE.
            EVALUATE TRUE
                WHEN RFT-QUOTA
                    MOVE 'ANNUAL QUOTA' TO IMG-QTA-LABEL
                    MOVE QTA-ANNUAL-QUOTA TO IMG-QTA-AMT
                WHEN RFT-DRAWCAP
                    MOVE 'GUARANTEE' TO IMG-DC-GUAR-LABEL
                    MOVE DC-GUARANTEE-AMT TO IMG-DC-GUARANTEE
                    MOVE '  CAP' TO IMG-DC-CAP-LABEL
                    MOVE DC-CAP-AMT TO IMG-DC-CAP
                    MOVE '  DRAW' TO IMG-DC-DRAW-LABEL
                    MOVE DC-DRAW-BALANCE TO IMG-DC-DRAW
                WHEN RFT-REGION
                    MOVE WS-RT-CODE (WS-REG-FOUND-SUB) TO IMG-REG-CODE
                    MOVE WS-RT-DESCRIPTION (WS-REG-FOUND-SUB)
                      TO IMG-REG-DESC
            END-EVALUATE.

        0150-REWRITE-REGION-FILE.
           OPEN OUTPUT REGION-FILE.
           PERFORM 0151-WRITE-ONE-REGION
              VARYING WS-REG-SUB FROM 1 BY 1
              UNTIL WS-REG-SUB > WS-REGION-COUNT.
           CLOSE REGION-FILE.

        0151-WRITE-ONE-REGION.
           IF WS-RT-CODE (WS-REG-SUB) NOT = SPACES
              MOVE SPACES TO REGION-RECORD
              MOVE WS-RT-CODE (WS-REG-SUB) TO REG-CODE
              MOVE WS-RT-DESCRIPTION (WS-REG-SUB) TO REG-DESCRIPTION
              WRITE REGION-RECORD
           END-IF.

        0200-STOP-RUN.
           IF NOT WS-TRAN-FILE-MISSING
              CLOSE REF-TRAN-FILE
           END-IF.
           IF WS-REGION-CHANGES > ZERO
              PERFORM 0150-REWRITE-REGION-FILE
           END-IF.
           CLOSE QUOTA-FILE.
           CLOSE DRAWCAP-FILE.
           CLOSE SALESMAST-FILE.
           CLOSE REFAUDIT-FILE.
           CLOSE REF-REPORT-FILE.
           IF WS-TRANS-REJECTED > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

          END PROGRAM REFMAINT.
