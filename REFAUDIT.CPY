      ***************************************************************
      *  REFERENCE FILE CHANGE AUDIT RECORD - REFAUDIT.DAT          *
      *  ONE RECORD APPENDED BY REFMAINT FOR EVERY CHANGE IT        *
      *  APPLIES TO QUOTAMST.DAT (FILE Q), DRAWCAP.DAT (FILE D) OR  *
      *  REGIONS.DAT (FILE R), CARRYING WHO MADE IT, WHEN, THE      *
      *  REASON CODE AND PRINTABLE IMAGES OF THE ENTRY BEFORE AND   *
      *  AFTER THE CHANGE.  AN ADD HAS NO BEFORE IMAGE AND A DELETE *
      *  NO AFTER IMAGE.  RFA-DRAW-CHANGED IS Y WHEN THE CHANGE     *
      *  MOVED A DRAW BALANCE.                                      *
      ***************************************************************
        01  REFAUDIT-RECORD.
            05 RFA-CHANGE-DATE      PIC 9(8).
            05 RFA-CHANGE-TIME      PIC 9(6).
            05 RFA-USER-ID          PIC X(8).
            05 RFA-FILE-CODE        PIC X(1).
            05 RFA-ACTION           PIC X(1).
            05 RFA-KEY              PIC X(9).
            05 RFA-REASON-CODE      PIC X(3).
            05 RFA-DRAW-CHANGED     PIC X(1).
            05 RFA-BEFORE-IMAGE     PIC X(60).
            05 RFA-AFTER-IMAGE      PIC X(60).
            05 FILLER               PIC X(20).
