      ***************************************************************
      *  TRANSACTION FINGERPRINT RECORD - FINGERPR.DAT              *
      *  INDEXED BY SALESPERSON ID, TRANSACTION DATE, AMOUNT,       *
      *  ADJUSTMENT SIGN, RECORD TYPE (BLANK IS STORED AS S) AND    *
      *  BRANCH CODE.  THE SALES RUN WRITES ONE ENTRY FOR EVERY     *
      *  TRANSACTION IT POSTS.  A LATER TRANSACTION WITH THE SAME   *
      *  FINGERPRINT GOES TO SUSPENSE AS A DUPLICATE OF THE RUN     *
      *  THAT POSTED IT, UNLESS A SUPERVISOR HAS ACCEPTED IT        *
      *  THROUGH SUSPMAINT.  THE ENTRY CARRIES THE POSTING RUN AND  *
      *  ITS RECORD NUMBER IN THAT RUN SO A RESTART CAN TELL ITS    *
      *  OWN POSTINGS FROM A DUPLICATE.  RUNBACKOUT DELETES THE     *
      *  ENTRIES OF A RUN IT REVERSES.  SHARED BY                   *
      *  SALESWITHCOMMISSION AND RUNBACKOUT.                        *
      ***************************************************************
        01  FINGERPRINT-RECORD.
            05 FP-KEY.
                10 FP-SALESPERSON-ID PIC 9(5).
                10 FP-TRANS-DATE    PIC X(8).
                10 FP-AMOUNT        PIC 9(6).
                10 FP-ADJ-SIGN      PIC X(1).
                10 FP-RECORD-TYPE   PIC X(1).
                10 FP-BRANCH-CODE   PIC X(4).
            05 FP-RUN-NUMBER        PIC 9(5).
            05 FP-RECORD-SEQ        PIC 9(7).
            05 FP-POSTED-DATE       PIC 9(8).
            05 FILLER               PIC X(20).
