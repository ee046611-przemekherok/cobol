      ***************************************************************
      *  CHECKPOINT RECORD - CHKPOINT.DAT                           *
      *  RELATIVE RECORD 1 HOLDS THE SALES RUN'S CONTROL TOTALS AND *
      *  POSITION, REWRITTEN AS IT POSTS, AND THE RUN NUMBER IT     *
      *  POSTS UNDER SO A RESTART CARRIES ON UNDER THE SAME NUMBER. *
      *  THE FILE IS EMPTIED WHEN THE RUN COMPLETES, SO A RECORD ON *
      *  IT MEANS A SALES RUN IS WAITING TO RESTART AND RUNLOG DOES *
      *  NOT YET SHOW ITS NUMBER.  RETROPAY, FINALSET AND           *
      *  RUNBACKOUT REFUSE TO RUN WHILE ONE IS.  SHARED BY          *
      *  SALESWITHCOMMISSION, RETROPAY, FINALSET AND RUNBACKOUT.    *
      ***************************************************************
        01  CHECKPOINT-RECORD.
            05 CKPT-RECORDS-READ      PIC 9(7).
            05 CKPT-RECORDS-REJECTED  PIC 9(7).
            05 CKPT-TOTAL-SALES       PIC S9(10).
            05 CKPT-TOTAL-COMM-AMT    PIC S9(10).
            05 CKPT-ID-HASH-TOTAL     PIC 9(10).
            05 CKPT-REGION-COUNT      PIC 9(2).
            05 CKPT-REGION-ENTRY OCCURS 20 TIMES.
                10 CKPT-REG-CODE      PIC X(9).
                10 CKPT-REG-SALES     PIC S9(7).
                10 CKPT-REG-QUOTA     PIC 9(9).
                10 CKPT-REG-COMM      PIC S9(10).
            05 CKPT-MALE-SALES        PIC S9(7).
            05 CKPT-MALE-COMM-AMT     PIC S9(8).
            05 CKPT-FEMALE-SALES      PIC S9(7).
            05 CKPT-FEMALE-COMM-AMT   PIC S9(8).
            05 CKPT-OTHER-SALES       PIC S9(7).
            05 CKPT-OTHER-COMM-AMT    PIC S9(8).
            05 CKPT-ADJ-COUNT         PIC 9(5).
            05 CKPT-ADJ-SALES-TOTAL   PIC S9(9).
            05 CKPT-ADJ-COMM-TOTAL    PIC S9(9).
            05 CKPT-DRAW-TOTAL        PIC S9(10).
            05 CKPT-RECOVERY-TOTAL    PIC S9(10).
            05 CKPT-SPLIT-COUNT       PIC 9(5).
            05 CKPT-SPLIT-SIDES       PIC 9(5).
            05 CKPT-MGR-COUNT         PIC 9(3).
            05 CKPT-MGR-ENTRY OCCURS 300 TIMES.
                10 CKPT-MGR-ID        PIC 9(5).
                10 CKPT-MGR-SALES     PIC S9(10).
                10 CKPT-MGR-QUOTA     PIC 9(10).
            05 CKPT-GL-UNASSIGNED     PIC S9(10).
            05 CKPT-ADJR-COUNT        PIC 9(2).
            05 CKPT-ADJR-ENTRY OCCURS 50 TIMES.
                10 CKPT-ADJR-CODE     PIC X(3).
                10 CKPT-ADJR-COMM     PIC S9(10).
            05 CKPT-DETAIL-LINES      PIC 9(7).
            05 CKPT-COMM-LINES        PIC 9(7).
            05 CKPT-PAY-LINES         PIC 9(7).
            05 CKPT-STMT-RECS         PIC 9(7).
            05 CKPT-ATTAIN-LINES      PIC 9(7).
            05 CKPT-SUSP-RECS         PIC 9(7).
            05 CKPT-HARDREJ-RECS      PIC 9(7).
            05 CKPT-QUAR-BRANCHES     PIC 9(2).
            05 CKPT-RUN-PHASE         PIC X(1).
            05 CKPT-TAIL-PAID         PIC 9(5).
            05 CKPT-MGR-OVERFLOW      PIC X(1).
            05 CKPT-HELD-LINES        PIC 9(7).
            05 CKPT-HELD-AMT          PIC S9(10).
            05 CKPT-RELEASED-LINES    PIC 9(7).
            05 CKPT-RELEASED-AMT      PIC S9(10).
            05 CKPT-RESENT-BATCHES    PIC 9(2).
            05 CKPT-DUP-TRANS         PIC 9(7).
            05 CKPT-RUN-NUMBER        PIC 9(5).
