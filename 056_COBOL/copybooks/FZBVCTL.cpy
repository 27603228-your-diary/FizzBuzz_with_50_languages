      *        CCYYMMDD
       05  VC-LOAD-TIME            PIC X(6).
      *        HHMMSS
       05  VC-OVERRIDE-COUNT       PIC 9(7).
      *        OVERRIDDEN RECORDS, FROM THE SOURCE TRAILER'S
      *        FT-OVERRIDE-COUNT (ZERO FOR A PRE-OVERRIDE DATASET).
       05  FILLER                  PIC X(2).
