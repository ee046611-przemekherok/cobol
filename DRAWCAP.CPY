      *  RUN REWRITES THE BALANCE EACH CYCLE SO IT PERSISTS ACROSS  *
      *  RUNS THE WAY YTDMAST.DAT DOES.  A ZERO GUARANTEE OR CAP    *
      *  MEANS THAT PROVISION DOES NOT APPLY TO THE SALESPERSON.    *
      *  MAINTAINED THROUGH REFMAINT, WHICH NEEDS A REASON CODE FOR *
      *  ANY CHANGE TO THE DRAW BALANCE.                            *
      ***************************************************************
        01  DRAWCAP-RECORD.
            05 DC-SALESPERSON-ID    PIC 9(5).
