       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTSTND.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  This program prints the sales contest standings for the    *
      *   field.  Every open contest on CONTEST.DAT, and every      *
      *   contest paid this calendar year, is evaluated against     *
      *   the posted commission history COMMHIST.DAT by the same    *
      *   rules the sales run pays on: sale and adjustment lines    *
      *   inside the contest periods, in an eligible region on the  *
      *   line's date (from SALESMAST.DAT and ASGNHIST.DAT), for    *
      *   active salespeople hired inside the contest window.       *
      *   Standings are sorted into contest order with the leader   *
      *   first, each contest in its own section showing its        *
      *   progress, the threshold, what is still needed and a       *
      *   QUALIFIED or PAID flag, followed by the bonuses earned    *
      *   and the liability not yet paid.                           *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CONTEST-FILE ASSIGN TO "CONTEST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CT-CONTEST-ID
             FILE STATUS IS WS-CT-STATUS.
            SELECT SALESMAST-FILE ASSIGN TO "SALESMAST.DAT"
             ORGANIZATION IS INDEXED
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
            SELECT SORTED-STANDING-FILE ASSIGN TO "CONTSRT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SORT-WORK-FILE ASSIGN TO "CONTWRK.DAT".
            SELECT STANDINGS-REPORT-FILE ASSIGN TO "CONTSTND.DAT".

       DATA DIVISION.
       FILE SECTION.
       FD CONTEST-FILE.

       COPY CONTEST.

        FD SALESMAST-FILE.

        COPY SALESMAST.

        FD ASGNHIST-FILE.

        COPY ASGNHIST.

        FD COMMHIST-FILE.

        COPY COMMHIST.

        FD SORTED-STANDING-FILE.

        01  SORTED-STANDING-RECORD.
            05 SST-CONTEST-ID       PIC X(6).
            05 SST-REP-TOTAL        PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.
            05 SST-SALESPERSON-ID   PIC 9(5).
            05 SST-NAME             PIC X(40).
            05 SST-REGION           PIC X(9).
            05 SST-PAID-COUNT       PIC S9(3) SIGN LEADING
                                    SEPARATE CHARACTER.

        SD SORT-WORK-FILE.

        01  SORT-RECORD.
            05 SORT-CONTEST-ID      PIC X(6).
            05 SORT-REP-TOTAL       PIC S9(10) SIGN LEADING
                                    SEPARATE CHARACTER.
            05 SORT-SALESPERSON-ID  PIC 9(5).
            05 SORT-NAME            PIC X(40).
            05 SORT-REGION          PIC X(9).
            05 SORT-PAID-COUNT      PIC S9(3) SIGN LEADING
                                    SEPARATE CHARACTER.

        FD STANDINGS-REPORT-FILE.

        01  STANDINGS-REPORT-LINE  PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-FIELDS.
            05 WS-CONTESTS-REPORTED PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-CONTESTS-SKIPPED PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-REPS-EVALUATED   PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-CURRENT-PERIOD   PIC 9(6) VALUE ZEROES.
            05 WS-END-YEAR         PIC 9(4) VALUE ZEROES.

        01  WS-CONTEST-FIELDS.
            05 WS-CT-STATUS         PIC X(02) VALUE SPACES.
                88 WS-CT-OK               VALUE '00'.
                88 WS-CT-NOT-FOUND        VALUE '23'.
                88 WS-CT-FILE-MISSING     VALUE '35'.
            05 WS-CT-EOF-SW         PIC X(01) VALUE 'N'.
                88 WS-CT-EOF              VALUE 'Y'.

        01  WS-MAST-FIELDS.
            05 WS-MAST-STATUS       PIC X(02) VALUE SPACES.
                88 WS-MAST-OK             VALUE '00'.
                88 WS-MAST-NOT-FOUND      VALUE '23'.
                88 WS-MAST-FILE-MISSING   VALUE '35'.
            05 WS-MAST-EOF-SW       PIC X(01) VALUE 'N'.
                88 WS-MAST-EOF            VALUE 'Y'.

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

      *    THE CONTEST TABLE IS LOADED IN CONTEST ID ORDER, WHICH IS
      *    ALSO THE MAJOR SORT KEY, SO THE SORTED STANDINGS ARE READ
      *    CONTEST BY CONTEST ALONGSIDE IT.  A CONTEST WITH NO
      *    PROGRESS POSTED STILL PRINTS ITS HEADING.  CONTESTS
      *    BEYOND THE TABLE ARE COUNTED AND NOTED AS NOT REPORTED.
        01  WS-STANDING-FIELDS.
            05 WS-CS-ELIGIBLE-SW    PIC X(01) VALUE 'N'.
                88 WS-CS-ELIGIBLE         VALUE 'Y'.
            05 WS-CS-REGION-SET-SW  PIC X(01) VALUE 'N'.
                88 WS-CS-REGION-SET       VALUE 'Y'.
            05 WS-END-OF-STANDING-SW PIC X(01) VALUE 'N'.
                88 WS-END-OF-STANDING     VALUE 'Y'.
            05 WS-CS-COUNT          PIC 9(3) COMP-3 VALUE ZERO.
            05 WS-CS-MAX            PIC 9(3) COMP-3 VALUE 20.
            05 WS-CS-SUB            PIC 9(3) COMP-3 VALUE ZERO.
            05 WS-CS-REG-SUB        PIC 9(3) COMP-3 VALUE ZERO.
            05 WS-CS-LINE-PERIOD    PIC 9(6) VALUE ZEROES.
            05 WS-CS-LINE-DATE      PIC 9(8) VALUE ZEROES.
            05 WS-CS-LINE-REGION    PIC X(9) VALUE SPACES.
            05 WS-CS-RANK           PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-CS-LISTED         PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-CS-QUALIFIED      PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-CS-PAID           PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-CS-LIABILITY      PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-CS-REMAINING      PIC S9(10) COMP-3 VALUE ZERO.
            05 WS-CONTEST-TABLE OCCURS 20 TIMES.
                10 WS-CS-CONTEST-ID     PIC X(6).
                10 WS-CS-DESCRIPTION    PIC X(30).
                10 WS-CS-START-PERIOD   PIC 9(6).
                10 WS-CS-END-PERIOD     PIC 9(6).
                10 WS-CS-REGIONS.
                    15 WS-CS-REGION     PIC X(9) OCCURS 5 TIMES.
                10 WS-CS-HIRE-FROM      PIC 9(8).
                10 WS-CS-HIRE-TO        PIC 9(8).
                10 WS-CS-BASIS          PIC X(1).
                    88 WS-CS-BASIS-COUNT      VALUE 'C'.
                10 WS-CS-THRESHOLD      PIC 9(8).
                10 WS-CS-BONUS-AMT      PIC 9(6).
                10 WS-CS-STATUS         PIC X(1).
                    88 WS-CS-CONTEST-PAID     VALUE 'P'.
                10 WS-CS-PAID-RUN       PIC 9(5).
                10 WS-CS-REP-TOTAL      PIC S9(10) COMP-3.
                10 WS-CS-REP-PAID       PIC S9(3) COMP-3.

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

        01  STANDINGS-HEADING-LINE-1.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(23) VALUE
               'SALES CONTEST STANDINGS'.
            05 FILLER              PIC X(7)  VALUE ' AS OF '.
            05 STH-DATE            PIC 9(8).
            05 FILLER              PIC X(89) VALUE SPACES.

        01  CONTEST-HEADING-LINE-1.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(9)  VALUE 'CONTEST: '.
            05 CTH-CONTEST-ID      PIC X(6).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 CTH-DESCRIPTION     PIC X(30).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(9)  VALUE 'PERIODS: '.
            05 CTH-START-PERIOD    PIC 9(6).
            05 FILLER              PIC X(3)  VALUE ' - '.
            05 CTH-END-PERIOD      PIC 9(6).
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 CTH-STATUS          PIC X(20).
            05 FILLER              PIC X(32) VALUE SPACES.

        01  CONTEST-HEADING-LINE-2.
            05 FILLER              PIC X(12) VALUE SPACES.
            05 FILLER              PIC X(7)  VALUE 'BASIS: '.
            05 CTH-BASIS           PIC X(15).
            05 FILLER              PIC X(11) VALUE 'THRESHOLD: '.
            05 CTH-THRESHOLD       PIC ZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(7)  VALUE 'BONUS: '.
            05 CTH-BONUS-AMT       PIC ZZZ,ZZ9.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(9)  VALUE 'REGIONS: '.
            05 CTH-REGIONS.
                10 CTH-REGION      PIC X(10) OCCURS 5 TIMES.

        01  CONTEST-HEADING-LINE-3.
            05 FILLER              PIC X(12) VALUE SPACES.
            05 FILLER              PIC X(12) VALUE 'HIRED FROM: '.
            05 CTH-HIRE-FROM       PIC X(8).
            05 FILLER              PIC X(6)  VALUE '  TO: '.
            05 CTH-HIRE-TO         PIC X(8).
            05 FILLER              PIC X(86) VALUE SPACES.

        01  STANDINGS-COLUMN-HEADING.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(4)  VALUE 'RANK'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(40) VALUE 'SALESPERSON NAME'.
            05 FILLER              PIC X(9)  VALUE 'REGION'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(14) VALUE '      PROGRESS'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(10) VALUE ' THRESHOLD'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(10) VALUE ' REMAINING'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(9)  VALUE 'FLAG'.
            05 FILLER              PIC X(21) VALUE SPACES.

        01  STANDINGS-DETAIL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 STD-RANK             PIC Z,ZZ9.
            05 FILLER               PIC X(1)   VALUE SPACES.
            05 STD-NAME             PIC X(40).
            05 STD-REGION           PIC X(9).
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 STD-PROGRESS         PIC Z,ZZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 STD-THRESHOLD        PIC ZZ,ZZZ,ZZ9.
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 STD-REMAINING        PIC ZZ,ZZZ,ZZ9.
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 STD-FLAG             PIC X(9).
            05 FILLER               PIC X(21)  VALUE SPACES.

        01  STANDINGS-MESSAGE-LINE.
            05 FILLER               PIC X(11)  VALUE SPACES.
            05 STM-MESSAGE          PIC X(40).
            05 FILLER               PIC X(81)  VALUE SPACES.

        01  STANDINGS-TOTAL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 STT-TOTAL-LABEL      PIC X(28).
            05 STT-TOTAL-COUNT      PIC Z,ZZ9.
            05 FILLER               PIC X(94)  VALUE SPACES.

        01  STANDINGS-AMOUNT-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 STT-AMT-LABEL        PIC X(28).
            05 STT-AMT-VALUE        PIC Z,ZZZ,ZZZ,ZZ9-.
            05 FILLER               PIC X(85)  VALUE SPACES.

        PROCEDURE DIVISION.

        0050-OPEN-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-CURRENT-PERIOD =
               WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH.
           OPEN INPUT CONTEST-FILE.
           OPEN INPUT SALESMAST-FILE.
           OPEN INPUT ASGNHIST-FILE.
           OPEN INPUT COMMHIST-FILE.
           OPEN OUTPUT STANDINGS-REPORT-FILE.
           PERFORM 0055-LOAD-CONTESTS.
           PERFORM 0060-SORT-STANDINGS-INPUT.
           OPEN INPUT SORTED-STANDING-FILE.
           PERFORM 0100-PROCESS-STANDINGS.
           PERFORM 0200-STOP-RUN.

      *    AN OPEN CONTEST IS REPORTED WHETHER IT HAS STARTED OR NOT;
      *    A PAID ONE ONLY WHEN IT ENDED IN THE CURRENT YEAR, SO THE
      *    FIELD CAN SEE WHO WON THE RECENT ONES.
        0055-LOAD-CONTESTS.
           IF NOT WS-CT-FILE-MISSING
              MOVE LOW-VALUES TO CT-CONTEST-ID
              START CONTEST-FILE KEY NOT < CT-CONTEST-ID
                  INVALID KEY
                     SET WS-CT-EOF TO TRUE
              END-START
              IF NOT WS-CT-EOF
                 READ CONTEST-FILE NEXT RECORD
                      AT END SET WS-CT-EOF TO TRUE
                      END-READ
              END-IF
              PERFORM 0056-LOAD-ONE-CONTEST
                 UNTIL WS-CT-EOF
              CLOSE CONTEST-FILE
           END-IF.

        0056-LOAD-ONE-CONTEST.
           COMPUTE WS-END-YEAR = CT-END-PERIOD / 100.
           IF CT-OPEN
            OR (CT-PAID AND WS-END-YEAR = WS-CURRENT-YEAR)
              IF WS-CS-COUNT < WS-CS-MAX
                 ADD 1 TO WS-CS-COUNT
                 MOVE CT-CONTEST-ID TO WS-CS-CONTEST-ID (WS-CS-COUNT)
                 MOVE CT-DESCRIPTION
                   TO WS-CS-DESCRIPTION (WS-CS-COUNT)
                 MOVE CT-START-PERIOD
                   TO WS-CS-START-PERIOD (WS-CS-COUNT)
                 MOVE CT-END-PERIOD TO WS-CS-END-PERIOD (WS-CS-COUNT)
                 MOVE CT-ELIGIBLE-REGIONS
                   TO WS-CS-REGIONS (WS-CS-COUNT)
                 MOVE CT-HIRE-FROM-DATE
                   TO WS-CS-HIRE-FROM (WS-CS-COUNT)
                 MOVE CT-HIRE-TO-DATE TO WS-CS-HIRE-TO (WS-CS-COUNT)
                 MOVE CT-BASIS TO WS-CS-BASIS (WS-CS-COUNT)
                 MOVE CT-THRESHOLD TO WS-CS-THRESHOLD (WS-CS-COUNT)
                 MOVE CT-BONUS-AMT TO WS-CS-BONUS-AMT (WS-CS-COUNT)
                 MOVE CT-STATUS TO WS-CS-STATUS (WS-CS-COUNT)
                 MOVE CT-PAID-RUN TO WS-CS-PAID-RUN (WS-CS-COUNT)
              ELSE
                 ADD 1 TO WS-CONTESTS-SKIPPED
              END-IF
           END-IF.
           READ CONTEST-FILE NEXT RECORD
                AT END SET WS-CT-EOF TO TRUE
                END-READ.

        0060-SORT-STANDINGS-INPUT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-CONTEST-ID
               ON DESCENDING KEY SORT-REP-TOTAL
               ON ASCENDING KEY SORT-SALESPERSON-ID
               INPUT PROCEDURE IS 0061-RELEASE-STANDINGS
               GIVING SORTED-STANDING-FILE.

        0061-RELEASE-STANDINGS.
           IF WS-CS-COUNT > ZERO
            AND NOT WS-MAST-FILE-MISSING
              MOVE ZEROES TO SM-SALESPERSON-ID
              START SALESMAST-FILE KEY NOT < SM-SALESPERSON-ID
                  INVALID KEY
                     SET WS-MAST-EOF TO TRUE
              END-START
              IF NOT WS-MAST-EOF
                 READ SALESMAST-FILE NEXT RECORD
                      AT END SET WS-MAST-EOF TO TRUE
                      END-READ
              END-IF
              PERFORM 0062-EVALUATE-ONE-REP
                 UNTIL WS-MAST-EOF
           END-IF.

      *    A TERMINATED REP TAKES NO PART, AS IN THE SALES RUN.
      *    EVERY COMMHIST LINE FOR THE REP IS READ ONCE AND OFFERED
      *    TO EACH CONTEST IN THE TABLE.
        0062-EVALUATE-ONE-REP.
           IF NOT SM-TERMINATED
              ADD 1 TO WS-REPS-EVALUATED
              PERFORM 0063-ZERO-REP-TOTAL
                 VARYING WS-CS-SUB FROM 1 BY 1
                 UNTIL WS-CS-SUB > WS-CS-COUNT
              IF NOT WS-CH-FILE-MISSING
                 MOVE 'N' TO WS-CH-EOF-SW
                 MOVE SM-SALESPERSON-ID TO CH-SALESPERSON-ID
                 MOVE ZEROES TO CH-RUN-NUMBER CH-SEQUENCE
                 START COMMHIST-FILE KEY NOT < CH-KEY
                     INVALID KEY
                        SET WS-CH-EOF TO TRUE
                 END-START
                 IF NOT WS-CH-EOF
                    READ COMMHIST-FILE NEXT RECORD
                         AT END SET WS-CH-EOF TO TRUE
                         END-READ
                 END-IF
                 PERFORM 0064-TALLY-ONE-HISTORY-LINE
                    UNTIL WS-CH-EOF
              END-IF
              PERFORM 0067-RELEASE-ONE-STANDING
                 VARYING WS-CS-SUB FROM 1 BY 1
                 UNTIL WS-CS-SUB > WS-CS-COUNT
           END-IF.
           READ SALESMAST-FILE NEXT RECORD
                AT END SET WS-MAST-EOF TO TRUE
                END-READ.

        0063-ZERO-REP-TOTAL.
           MOVE ZERO TO WS-CS-REP-TOTAL (WS-CS-SUB).
           MOVE ZERO TO WS-CS-REP-PAID (WS-CS-SUB).

      *    SALE AND ADJUSTMENT LINES COUNT TOWARD THE PERIOD OF THEIR
      *    TRANSACTION DATE, OR OF THE RUN THAT POSTED THEM WHEN
      *    THEY HAVE NONE; BACK-OUT ENTRIES NET A SALE TO NOTHING.
      *    A TYPE B LINE CARRYING THE CONTEST ID SHOWS THE BONUS WAS
      *    PAID, AND ITS BACK-OUT ENTRY THAT IT WAS TAKEN BACK.
        0064-TALLY-ONE-HISTORY-LINE.
           IF CH-SALESPERSON-ID NOT = SM-SALESPERSON-ID
              SET WS-CH-EOF TO TRUE
           ELSE
              IF CH-SALE OR CH-ADJUSTMENT
                 IF CH-TRANS-DATE > ZEROES
                    MOVE CH-TRANS-DATE (1:6) TO WS-CS-LINE-PERIOD
                    MOVE CH-TRANS-DATE TO WS-CS-LINE-DATE
                 ELSE
                    MOVE CH-RUN-PERIOD TO WS-CS-LINE-PERIOD
                    MOVE CH-RUN-DATE TO WS-CS-LINE-DATE
                 END-IF
                 MOVE 'N' TO WS-CS-REGION-SET-SW
                 PERFORM 0065-CREDIT-ONE-CONTEST
                    VARYING WS-CS-SUB FROM 1 BY 1
                    UNTIL WS-CS-SUB > WS-CS-COUNT
              END-IF
              IF CH-CONTEST-BONUS
                 PERFORM 0065A-COUNT-ONE-BONUS
                    VARYING WS-CS-SUB FROM 1 BY 1
                    UNTIL WS-CS-SUB > WS-CS-COUNT
              END-IF
              READ COMMHIST-FILE NEXT RECORD
                   AT END SET WS-CH-EOF TO TRUE
                   END-READ
           END-IF.

      *    AN AMOUNT CONTEST ADDS THE SALES AMOUNT, ADJUSTMENTS
      *    INCLUDED; A COUNT CONTEST COUNTS SALE LINES, TAKING ONE
      *    OFF FOR A REVERSED SALE.  THE REGION TEST USES THE REGION
      *    THE REP WAS IN ON THE LINE'S DATE.
        0065-CREDIT-ONE-CONTEST.
           IF WS-CS-LINE-PERIOD >= WS-CS-START-PERIOD (WS-CS-SUB)
            AND WS-CS-LINE-PERIOD <= WS-CS-END-PERIOD (WS-CS-SUB)
              IF WS-CS-REGIONS (WS-CS-SUB) = SPACES
                 SET WS-CS-ELIGIBLE TO TRUE
              ELSE
                 IF NOT WS-CS-REGION-SET
                    PERFORM 0068-SET-LINE-REGION
                 END-IF
                 MOVE 'N' TO WS-CS-ELIGIBLE-SW
                 PERFORM 0066-CHECK-CONTEST-REGION
                    VARYING WS-CS-REG-SUB FROM 1 BY 1
                    UNTIL WS-CS-REG-SUB > 5
              END-IF
              IF WS-CS-ELIGIBLE
                 IF WS-CS-BASIS-COUNT (WS-CS-SUB)
                    IF CH-SALE AND CH-SALES-AMT > ZERO
                       ADD 1 TO WS-CS-REP-TOTAL (WS-CS-SUB)
                    END-IF
                    IF CH-SALE AND CH-SALES-AMT < ZERO
                       SUBTRACT 1 FROM WS-CS-REP-TOTAL (WS-CS-SUB)
                    END-IF
                 ELSE
                    ADD CH-SALES-AMT TO WS-CS-REP-TOTAL (WS-CS-SUB)
                 END-IF
              END-IF
           END-IF.

        0065A-COUNT-ONE-BONUS.
           IF CH-GL-SOURCE = WS-CS-CONTEST-ID (WS-CS-SUB)
              IF CH-COMM-AMT > ZERO
                 ADD 1 TO WS-CS-REP-PAID (WS-CS-SUB)
              END-IF
              IF CH-COMM-AMT < ZERO
                 SUBTRACT 1 FROM WS-CS-REP-PAID (WS-CS-SUB)
              END-IF
           END-IF.

        0066-CHECK-CONTEST-REGION.
           IF WS-CS-REGION (WS-CS-SUB WS-CS-REG-SUB) NOT = SPACES
            AND WS-CS-REGION (WS-CS-SUB WS-CS-REG-SUB)
                = WS-CS-LINE-REGION
              SET WS-CS-ELIGIBLE TO TRUE
           END-IF.

      *    A REP OUTSIDE THE HIRE WINDOW IS NOT LISTED, NOR IS ONE
      *    WITH NOTHING POSTED TOWARD THE CONTEST UNLESS THEY WERE
      *    PAID ITS BONUS.
        0067-RELEASE-ONE-STANDING.
           MOVE 'Y' TO WS-CS-ELIGIBLE-SW.
           IF WS-CS-HIRE-FROM (WS-CS-SUB) > ZEROES
            AND SM-HIRE-DATE < WS-CS-HIRE-FROM (WS-CS-SUB)
              MOVE 'N' TO WS-CS-ELIGIBLE-SW
           END-IF.
           IF WS-CS-HIRE-TO (WS-CS-SUB) > ZEROES
            AND SM-HIRE-DATE > WS-CS-HIRE-TO (WS-CS-SUB)
              MOVE 'N' TO WS-CS-ELIGIBLE-SW
           END-IF.
           IF WS-CS-REP-TOTAL (WS-CS-SUB) NOT > ZERO
            AND WS-CS-REP-PAID (WS-CS-SUB) NOT > ZERO
              MOVE 'N' TO WS-CS-ELIGIBLE-SW
           END-IF.
           IF WS-CS-ELIGIBLE
              MOVE WS-CS-CONTEST-ID (WS-CS-SUB) TO SORT-CONTEST-ID
              MOVE WS-CS-REP-TOTAL (WS-CS-SUB) TO SORT-REP-TOTAL
              MOVE SM-SALESPERSON-ID TO SORT-SALESPERSON-ID
              MOVE SM-SALESPERSON-NAME TO SORT-NAME
              MOVE SM-REGION TO SORT-REGION
              MOVE WS-CS-REP-PAID (WS-CS-SUB) TO SORT-PAID-COUNT
              RELEASE SORT-RECORD
           END-IF.

      *    THE SAME RULE AS THE SALES RUN: THE REGION IN EFFECT ON
      *    A DATE IS THE PRIOR REGION OF THE FIRST TRANSFER AFTER IT,
      *    ELSE THE MASTER'S.
        0068-SET-LINE-REGION.
           SET WS-CS-REGION-SET TO TRUE.
           MOVE SM-REGION TO WS-CS-LINE-REGION.
           IF NOT WS-AH-FILE-MISSING
            AND WS-CS-LINE-DATE > ZEROES
              MOVE SM-SALESPERSON-ID TO AH-SALESPERSON-ID
              MOVE WS-CS-LINE-DATE TO AH-EFFECTIVE-DATE
              START ASGNHIST-FILE KEY IS GREATER THAN AH-KEY
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     READ ASGNHIST-FILE NEXT RECORD
                         AT END
                            CONTINUE
                         NOT AT END
                            IF AH-SALESPERSON-ID = SM-SALESPERSON-ID
                               MOVE AH-PRIOR-REGION
                                 TO WS-CS-LINE-REGION
                            END-IF
                     END-READ
              END-START
           END-IF.

        0100-PROCESS-STANDINGS.
           PERFORM 0110-WRITE-HEADING-LINES.
           READ SORTED-STANDING-FILE
                AT END SET WS-END-OF-STANDING TO TRUE
                END-READ.
           PERFORM 0120-REPORT-ONE-CONTEST
              VARYING WS-CS-SUB FROM 1 BY 1
              UNTIL WS-CS-SUB > WS-CS-COUNT.
           PERFORM 0160-WRITE-REPORT-TOTALS.

        0110-WRITE-HEADING-LINES.
           MOVE WS-CURRENT-DATE TO STH-DATE.
           MOVE STANDINGS-HEADING-LINE-1 TO STANDINGS-REPORT-LINE.
           WRITE STANDINGS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STANDINGS-REPORT-LINE.
           WRITE STANDINGS-REPORT-LINE.

      *    EACH CONTEST TAKES THE STANDINGS SORTED UNDER ITS ID.
        0120-REPORT-ONE-CONTEST.
           ADD 1 TO WS-CONTESTS-REPORTED.
           MOVE ZERO TO WS-CS-RANK WS-CS-LISTED WS-CS-QUALIFIED
                        WS-CS-PAID WS-CS-LIABILITY.
           PERFORM 0125-WRITE-CONTEST-HEADING.
           PERFORM 0130-REPORT-ONE-REP
              UNTIL WS-END-OF-STANDING
                 OR SST-CONTEST-ID NOT = WS-CS-CONTEST-ID (WS-CS-SUB).
           PERFORM 0140-FINISH-CONTEST.

        0125-WRITE-CONTEST-HEADING.
           MOVE WS-CS-CONTEST-ID (WS-CS-SUB) TO CTH-CONTEST-ID.
           MOVE WS-CS-DESCRIPTION (WS-CS-SUB) TO CTH-DESCRIPTION.
           MOVE WS-CS-START-PERIOD (WS-CS-SUB) TO CTH-START-PERIOD.
           MOVE WS-CS-END-PERIOD (WS-CS-SUB) TO CTH-END-PERIOD.
           EVALUATE TRUE
               WHEN WS-CS-CONTEST-PAID (WS-CS-SUB)
                   MOVE 'PAID' TO CTH-STATUS
               WHEN WS-CURRENT-PERIOD < WS-CS-START-PERIOD (WS-CS-SUB)
                   MOVE 'NOT STARTED' TO CTH-STATUS
               WHEN WS-CURRENT-PERIOD > WS-CS-END-PERIOD (WS-CS-SUB)
                   MOVE 'ENDED - NOT YET PAID' TO CTH-STATUS
               WHEN OTHER
                   MOVE 'IN PROGRESS' TO CTH-STATUS
           END-EVALUATE.
           IF WS-CS-BASIS-COUNT (WS-CS-SUB)
              MOVE 'NUMBER OF SALES' TO CTH-BASIS
           ELSE
              MOVE 'SALES AMOUNT' TO CTH-BASIS
           END-IF.
           MOVE WS-CS-THRESHOLD (WS-CS-SUB) TO CTH-THRESHOLD.
           MOVE WS-CS-BONUS-AMT (WS-CS-SUB) TO CTH-BONUS-AMT.
           MOVE SPACES TO CTH-REGIONS.
           IF WS-CS-REGIONS (WS-CS-SUB) = SPACES
              MOVE 'ALL' TO CTH-REGION (1)
           ELSE
              PERFORM 0126-MOVE-ONE-REGION
                 VARYING WS-CS-REG-SUB FROM 1 BY 1
                 UNTIL WS-CS-REG-SUB > 5
           END-IF.
           IF WS-CS-HIRE-FROM (WS-CS-SUB) > ZEROES
              MOVE WS-CS-HIRE-FROM (WS-CS-SUB) TO CTH-HIRE-FROM
           ELSE
              MOVE 'ANY' TO CTH-HIRE-FROM
           END-IF.
           IF WS-CS-HIRE-TO (WS-CS-SUB) > ZEROES
              MOVE WS-CS-HIRE-TO (WS-CS-SUB) TO CTH-HIRE-TO
           ELSE
              MOVE 'ANY' TO CTH-HIRE-TO
           END-IF.
           MOVE SPACES TO STANDINGS-REPORT-LINE.
           WRITE STANDINGS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE CONTEST-HEADING-LINE-1 TO STANDINGS-REPORT-LINE.
           WRITE STANDINGS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE CONTEST-HEADING-LINE-2 TO STANDINGS-REPORT-LINE.
           WRITE STANDINGS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE CONTEST-HEADING-LINE-3 TO STANDINGS-REPORT-LINE.
           WRITE STANDINGS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO STANDINGS-REPORT-LINE.
           WRITE STANDINGS-REPORT-LINE.
           MOVE STANDINGS-COLUMN-HEADING TO STANDINGS-REPORT-LINE.
           WRITE STANDINGS-REPORT-LINE AFTER ADVANCING 1 LINE.

        0126-MOVE-ONE-REGION.
           MOVE WS-CS-REGION (WS-CS-SUB WS-CS-REG-SUB)
             TO CTH-REGION (WS-CS-REG-SUB).

      *    A REP PAID THE BONUS IS FLAGGED PAID; ONE AT OR OVER THE
      *    THRESHOLD BUT NOT YET PAID IS QUALIFIED AND COUNTS TOWARD
      *    THE LIABILITY STILL TO BE PAID OUT.
        0130-REPORT-ONE-REP.
           ADD 1 TO WS-CS-RANK.
           ADD 1 TO WS-CS-LISTED.
           MOVE WS-CS-RANK TO STD-RANK.
           MOVE SST-NAME TO STD-NAME.
           IF SST-NAME = SPACES
              MOVE SST-SALESPERSON-ID TO STD-NAME
           END-IF.
           MOVE SST-REGION TO STD-REGION.
           MOVE SST-REP-TOTAL TO STD-PROGRESS.
           MOVE WS-CS-THRESHOLD (WS-CS-SUB) TO STD-THRESHOLD.
           COMPUTE WS-CS-REMAINING =
               WS-CS-THRESHOLD (WS-CS-SUB) - SST-REP-TOTAL.
           IF WS-CS-REMAINING < ZERO
              MOVE ZERO TO WS-CS-REMAINING
           END-IF.
           MOVE WS-CS-REMAINING TO STD-REMAINING.
           EVALUATE TRUE
               WHEN SST-PAID-COUNT > ZERO
                   MOVE 'PAID' TO STD-FLAG
                   ADD 1 TO WS-CS-PAID
               WHEN SST-REP-TOTAL >= WS-CS-THRESHOLD (WS-CS-SUB)
                   MOVE 'QUALIFIED' TO STD-FLAG
                   ADD 1 TO WS-CS-QUALIFIED
                   ADD WS-CS-BONUS-AMT (WS-CS-SUB) TO WS-CS-LIABILITY
               WHEN OTHER
                   MOVE SPACES TO STD-FLAG
           END-EVALUATE.
           MOVE STANDINGS-DETAIL-LINE TO STANDINGS-REPORT-LINE.
           WRITE STANDINGS-REPORT-LINE AFTER ADVANCING 1 LINE.
           READ SORTED-STANDING-FILE
                AT END SET WS-END-OF-STANDING TO TRUE
                END-READ.

        0140-FINISH-CONTEST.
           IF WS-CS-LISTED = ZERO
              MOVE 'NO PROGRESS POSTED' TO STM-MESSAGE
              MOVE STANDINGS-MESSAGE-LINE TO STANDINGS-REPORT-LINE
              WRITE STANDINGS-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO STANDINGS-REPORT-LINE.
           WRITE STANDINGS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'REPS LISTED:' TO STT-TOTAL-LABEL.
           MOVE WS-CS-LISTED TO STT-TOTAL-COUNT.
           MOVE STANDINGS-TOTAL-LINE TO STANDINGS-REPORT-LINE.
           WRITE STANDINGS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'BONUSES PAID:' TO STT-TOTAL-LABEL.
           MOVE WS-CS-PAID TO STT-TOTAL-COUNT.
           MOVE STANDINGS-TOTAL-LINE TO STANDINGS-REPORT-LINE.
           WRITE STANDINGS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'QUALIFIED, NOT YET PAID:' TO STT-TOTAL-LABEL.
           MOVE WS-CS-QUALIFIED TO STT-TOTAL-COUNT.
           MOVE STANDINGS-TOTAL-LINE TO STANDINGS-REPORT-LINE.
           WRITE STANDINGS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'BONUS LIABILITY:' TO STT-AMT-LABEL.
           MOVE WS-CS-LIABILITY TO STT-AMT-VALUE.
           MOVE STANDINGS-AMOUNT-LINE TO STANDINGS-REPORT-LINE.
           WRITE STANDINGS-REPORT-LINE AFTER ADVANCING 1 LINE.

        0160-WRITE-REPORT-TOTALS.
           MOVE SPACES TO STANDINGS-REPORT-LINE.
           WRITE STANDINGS-REPORT-LINE AFTER ADVANCING 1 LINE.
           IF WS-CT-FILE-MISSING
              MOVE 'NO CONTEST FILE' TO STM-MESSAGE
              MOVE STANDINGS-MESSAGE-LINE TO STANDINGS-REPORT-LINE
              WRITE STANDINGS-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'CONTESTS REPORTED:' TO STT-TOTAL-LABEL.
           MOVE WS-CONTESTS-REPORTED TO STT-TOTAL-COUNT.
           MOVE STANDINGS-TOTAL-LINE TO STANDINGS-REPORT-LINE.
           WRITE STANDINGS-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SALESPEOPLE EVALUATED:' TO STT-TOTAL-LABEL.
           MOVE WS-REPS-EVALUATED TO STT-TOTAL-COUNT.
           MOVE STANDINGS-TOTAL-LINE TO STANDINGS-REPORT-LINE.
           WRITE STANDINGS-REPORT-LINE AFTER ADVANCING 1 LINE.
           IF WS-CONTESTS-SKIPPED > ZERO
              MOVE '** CONTESTS NOT REPORTED:' TO STT-TOTAL-LABEL
              MOVE WS-CONTESTS-SKIPPED TO STT-TOTAL-COUNT
              MOVE STANDINGS-TOTAL-LINE TO STANDINGS-REPORT-LINE
              WRITE STANDINGS-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.

        0200-STOP-RUN.
           CLOSE SORTED-STANDING-FILE.
           IF NOT WS-MAST-FILE-MISSING
              CLOSE SALESMAST-FILE
           END-IF.
           IF NOT WS-AH-FILE-MISSING
              CLOSE ASGNHIST-FILE
           END-IF.
           IF NOT WS-CH-FILE-MISSING
              CLOSE COMMHIST-FILE
           END-IF.
           CLOSE STANDINGS-REPORT-FILE.
           STOP RUN.

          END PROGRAM CONTSTND.
