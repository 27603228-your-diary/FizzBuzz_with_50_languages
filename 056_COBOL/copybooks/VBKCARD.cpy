      ******************************************************************
      *    VBKCARD - HISTORY MASTER BACKUP/SCAN/RESTORE MODE CARD
      *    ONE OPTIONAL 80-BYTE RECORD TELLING THE MASTER UTILITY
      *    (SEE FZBVBKP) WHICH OF ITS THREE JOBS TO DO.  ABSENT OR
      *    BLANK MEANS A SCAN - THE ONE MODE THAT CHANGES NOTHING.
      ******************************************************************
       05  VB-MODE                  PIC X(1).
      *        'U' = UNLOAD THE WHOLE CLUSTER TO THE BACKUP DATASET,
      *              WITH A CONTROL TRAILER (SEE FZBVBKT).
      *        'S' = SCAN EVERY RETAINED RUN ON THE CLUSTER.
      *        'R' = RESTORE ONE RUN FROM THE BACKUP DATASET.
       05  VB-RUN-DATE              PIC X(8).
      *        CCYYMMDD - THE RUN TO RESTORE ('R' ONLY).  ITS
      *        RECORDS ON THE CLUSTER ARE REPLACED; NO OTHER RUN'S
      *        RECORDS ARE TOUCHED.
       05  FILLER                   PIC X(71).
