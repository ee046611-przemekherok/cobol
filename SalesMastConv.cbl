       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMCONV.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  This program converts the salesperson master SALESMAST.DAT *
      *   to the layout carrying the termination and settlement     *
      *   dates.  It is run once, after the master in the earlier   *
      *   layout has been renamed to SALESOLD.DAT.  Every record is *
      *   reloaded onto a new SALESMAST.DAT with SM-TERM-DATE and   *
      *   SM-SETTLED-DATE set to zero, meaning no date, and listed  *
      *   on the conversion report.  The job does nothing if        *
      *   SALESOLD.DAT is missing or a SALESMAST.DAT is already in  *
      *   place.                                                    *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OLD-SALESMAST-FILE ASSIGN TO "SALESOLD.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS OLD-SALESPERSON-ID
             FILE STATUS IS WS-OLD-STATUS.
            SELECT SALESMAST-FILE ASSIGN TO "SALESMAST.DAT"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SM-SALESPERSON-ID
             FILE STATUS IS WS-MAST-STATUS.
            SELECT CONV-REPORT-FILE ASSIGN TO "SMCONVRPT.DAT".

       DATA DIVISION.
       FILE SECTION.
       FD OLD-SALESMAST-FILE.

      *    THE MASTER AS IT STOOD BEFORE THE TERMINATION AND
      *    SETTLEMENT DATES WERE ADDED.
       01 OLD-SALESMAST-RECORD.
            05 OLD-SALESPERSON-ID   PIC 9(5).
            05 OLD-SALESPERSON-NAME.
                10 OLD-LASTNAME     PIC X(20).
                10 OLD-FIRSTNAME    PIC X(20).
            05 OLD-REGION           PIC X(9).
            05 OLD-HIRE-DATE        PIC 9(8).
            05 OLD-MANAGER-ID       PIC 9(5).
            05 OLD-STATUS           PIC X(1).

        FD SALESMAST-FILE.

        COPY SALESMAST.

        FD CONV-REPORT-FILE.

        01  CONV-REPORT-LINE       PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-FIELDS.
            05 WS-RECORDS-READ     PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-RECORDS-LOADED   PIC 9(5) COMP-3 VALUE ZERO.
            05 WS-RECORDS-REJECTED PIC 9(5) COMP-3 VALUE ZERO.

        01  WS-OLD-FIELDS.
            05 WS-OLD-STATUS        PIC X(02) VALUE SPACES.
                88 WS-OLD-OK              VALUE '00'.
                88 WS-OLD-FILE-MISSING    VALUE '35'.
            05 WS-OLD-EOF-SW        PIC X(01) VALUE 'N'.
                88 WS-OLD-EOF             VALUE 'Y'.

        01  WS-MAST-FIELDS.
            05 WS-MAST-STATUS       PIC X(02) VALUE SPACES.
                88 WS-MAST-OK             VALUE '00'.
                88 WS-MAST-FILE-MISSING   VALUE '35'.

        01  WS-EDIT-SWITCHES.
            05 WS-VALID-TRAN-SW    PIC X(01) VALUE 'Y'.
                88 WS-VALID-TRAN          VALUE 'Y'.
                88 WS-INVALID-TRAN        VALUE 'N'.
            05 WS-TRAN-RESULT      PIC X(30) VALUE SPACES.

        01  CONV-HEADING-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(36) VALUE
               'SALESPERSON MASTER CONVERSION REPORT'.
            05 FILLER              PIC X(91) VALUE SPACES.

        01  CONV-COLUMN-HEADING-LINE.
            05 FILLER              PIC X(5)  VALUE SPACES.
            05 FILLER              PIC X(11) VALUE 'SALESPERSON'.
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 FILLER              PIC X(20) VALUE 'LAST NAME'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(20) VALUE 'FIRST NAME'.
            05 FILLER              PIC X(2)  VALUE SPACES.
            05 FILLER              PIC X(6)  VALUE 'STATUS'.
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 FILLER              PIC X(30) VALUE 'RESULT'.
            05 FILLER              PIC X(28) VALUE SPACES.

        01  CONV-DETAIL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 CONV-DET-ID          PIC X(5).
            05 FILLER               PIC X(10)  VALUE SPACES.
            05 CONV-DET-LASTNAME    PIC X(20).
            05 FILLER               PIC X(2)   VALUE SPACES.
            05 CONV-DET-FIRSTNAME   PIC X(20).
            05 FILLER               PIC X(4)   VALUE SPACES.
            05 CONV-DET-STATUS      PIC X(1).
            05 FILLER               PIC X(7)   VALUE SPACES.
            05 CONV-DET-RESULT      PIC X(30).
            05 FILLER               PIC X(28)  VALUE SPACES.

        01  CONV-MESSAGE-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 CONV-MESSAGE         PIC X(30).
            05 FILLER               PIC X(97)  VALUE SPACES.

        01  CONV-TOTAL-LINE.
            05 FILLER               PIC X(5)   VALUE SPACES.
            05 CONV-TOTAL-LABEL     PIC X(23).
            05 CONV-TOTAL-COUNT     PIC Z,ZZ9.
            05 FILLER               PIC X(99)  VALUE SPACES.

        PROCEDURE DIVISION.

      *    THE NEW MASTER IS ONLY BUILT WHEN THE OLD ONE HAS BEEN
      *    RENAMED TO SALESOLD.DAT AND NO SALESMAST.DAT IS LEFT IN
      *    ITS PLACE, SO RUNNING THE JOB A SECOND TIME CANNOT
      *    OVERWRITE A MASTER ALREADY CONVERTED.
        0050-OPEN-FILE.
           OPEN OUTPUT CONV-REPORT-FILE.
           PERFORM 0110-WRITE-HEADING-LINE.
           OPEN INPUT OLD-SALESMAST-FILE.
           IF NOT WS-OLD-OK
              SET WS-INVALID-TRAN TO TRUE
              MOVE 'NO SALESOLD.DAT TO CONVERT' TO WS-TRAN-RESULT
           END-IF.
           IF WS-VALID-TRAN
              OPEN INPUT SALESMAST-FILE
              IF WS-MAST-OK
                 CLOSE SALESMAST-FILE
              END-IF
              IF NOT WS-MAST-FILE-MISSING
                 SET WS-INVALID-TRAN TO TRUE
                 MOVE 'SALESMAST.DAT ALREADY EXISTS'
                   TO WS-TRAN-RESULT
              END-IF
           END-IF.
           IF WS-VALID-TRAN
              OPEN OUTPUT SALESMAST-FILE
              PERFORM 0100-CONVERT-MASTER
              CLOSE SALESMAST-FILE
              MOVE 'MASTER CONVERTED' TO WS-TRAN-RESULT
           END-IF.
           IF WS-OLD-OK
              CLOSE OLD-SALESMAST-FILE
           END-IF.
           PERFORM 0120-WRITE-MESSAGE-LINE.
           PERFORM 0130-WRITE-TOTAL-LINES.
           PERFORM 0200-STOP-RUN.

        0100-CONVERT-MASTER.
           PERFORM 0115-WRITE-COLUMN-HEADING.
           MOVE 'N' TO WS-OLD-EOF-SW.
           MOVE LOW-VALUES TO OLD-SALESPERSON-ID.
           START OLD-SALESMAST-FILE KEY NOT < OLD-SALESPERSON-ID
               INVALID KEY
                  SET WS-OLD-EOF TO TRUE
           END-START.
           IF NOT WS-OLD-EOF
              READ OLD-SALESMAST-FILE NEXT RECORD
                   AT END SET WS-OLD-EOF TO TRUE
                   END-READ
           END-IF.
           PERFORM UNTIL WS-OLD-EOF
            ADD 1 TO WS-RECORDS-READ
            PERFORM 0105-CONVERT-ONE-RECORD
            PERFORM 0125-WRITE-DETAIL-LINE
            READ OLD-SALESMAST-FILE NEXT RECORD
            AT END SET WS-OLD-EOF TO TRUE
            END-READ
           END-PERFORM.

      *    THE TWO DATES DID NOT EXIST IN THE OLD LAYOUT, SO EVERY
      *    SALESPERSON STARTS WITH NEITHER A TERMINATION NOR A
      *    SETTLEMENT DATE.
        0105-CONVERT-ONE-RECORD.
           MOVE OLD-SALESPERSON-ID TO SM-SALESPERSON-ID.
           MOVE OLD-LASTNAME TO SM-LASTNAME.
           MOVE OLD-FIRSTNAME TO SM-FIRSTNAME.
           MOVE OLD-REGION TO SM-REGION.
           MOVE OLD-HIRE-DATE TO SM-HIRE-DATE.
           MOVE OLD-MANAGER-ID TO SM-MANAGER-ID.
           MOVE OLD-STATUS TO SM-STATUS.
           MOVE ZEROES TO SM-TERM-DATE SM-SETTLED-DATE.
           WRITE SALESMAST-RECORD
               INVALID KEY
                  ADD 1 TO WS-RECORDS-REJECTED
                  MOVE 'NOT LOADED - DUPLICATE ID'
                    TO CONV-DET-RESULT
               NOT INVALID KEY
                  ADD 1 TO WS-RECORDS-LOADED
                  MOVE 'LOADED' TO CONV-DET-RESULT
           END-WRITE.

        0110-WRITE-HEADING-LINE.
            MOVE CONV-HEADING-LINE TO CONV-REPORT-LINE.
            WRITE CONV-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE SPACES TO CONV-REPORT-LINE.
            WRITE CONV-REPORT-LINE.

        0115-WRITE-COLUMN-HEADING.
            MOVE CONV-COLUMN-HEADING-LINE TO CONV-REPORT-LINE.
            WRITE CONV-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE SPACES TO CONV-REPORT-LINE.
            WRITE CONV-REPORT-LINE.

        0120-WRITE-MESSAGE-LINE.
            MOVE SPACES TO CONV-REPORT-LINE.
            WRITE CONV-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE WS-TRAN-RESULT TO CONV-MESSAGE.
            MOVE CONV-MESSAGE-LINE TO CONV-REPORT-LINE.
            WRITE CONV-REPORT-LINE AFTER ADVANCING 1 LINE.

        0125-WRITE-DETAIL-LINE.
            MOVE OLD-SALESPERSON-ID TO CONV-DET-ID.
            MOVE OLD-LASTNAME TO CONV-DET-LASTNAME.
            MOVE OLD-FIRSTNAME TO CONV-DET-FIRSTNAME.
            MOVE OLD-STATUS TO CONV-DET-STATUS.
            MOVE CONV-DETAIL-LINE TO CONV-REPORT-LINE.
            WRITE CONV-REPORT-LINE AFTER ADVANCING 1 LINE.

        0130-WRITE-TOTAL-LINES.
            MOVE SPACES TO CONV-REPORT-LINE.
            WRITE CONV-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'RECORDS READ:' TO CONV-TOTAL-LABEL.
            MOVE WS-RECORDS-READ TO CONV-TOTAL-COUNT.
            MOVE CONV-TOTAL-LINE TO CONV-REPORT-LINE.
            WRITE CONV-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'RECORDS LOADED:' TO CONV-TOTAL-LABEL.
            MOVE WS-RECORDS-LOADED TO CONV-TOTAL-COUNT.
            MOVE CONV-TOTAL-LINE TO CONV-REPORT-LINE.
            WRITE CONV-REPORT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'RECORDS REJECTED:' TO CONV-TOTAL-LABEL.
            MOVE WS-RECORDS-REJECTED TO CONV-TOTAL-COUNT.
            MOVE CONV-TOTAL-LINE TO CONV-REPORT-LINE.
            WRITE CONV-REPORT-LINE AFTER ADVANCING 1 LINE.

        0200-STOP-RUN.
           CLOSE CONV-REPORT-FILE.
           EVALUATE TRUE
               WHEN WS-INVALID-TRAN
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RECORDS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

          END PROGRAM SMCONV.
