      ******************************************************************
      *    RSTCARD - RUN REGISTRY REOPEN CONTROL CARD
      *    ONE OPTIONAL 80-BYTE RECORD ASKING FZBRSTAT TO REOPEN A
      *    STEP OF ONE RUN ON THE RUN REGISTRY (SEE FZBRREG) BEFORE
      *    IT LISTS THE REGISTRY.  THE STEP AND EVERY STEP THAT
      *    DEPENDS ON IT GO BACK TO NOT-RUN, SO A DELIBERATE RERUN
      *    (A RELOAD, A RE-EXTRACT, A RECLASSIFY) IS ALLOWED THROUGH
      *    THE REGISTRY GATE.  ACTION 'G' INSTEAD ASKS WHETHER THE
      *    REGISTRY WOULD ACCEPT THE STEP FOR THE RUN - A GATE STEP
      *    AHEAD OF A JOB'S DATASET DELETES (0 = ACCEPTED, 16 =
      *    REFUSED, NO LISTING).  NO CARD, OR ANY OTHER ACTION,
      *    MEANS LIST ONLY.
      ******************************************************************
       05  RS-ACTION                PIC X(1).
      *        'R' = REOPEN.  'G' = GATE CHECK.  ANYTHING ELSE = LIST
      *        ONLY.
       05  RS-RUN-DATE              PIC X(8).
      *        CCYYMMDD - THE RUN TO REOPEN (ITS FH-RUN-DATE).  FOR A
      *        GATE CHECK, BLANK = THE RUN HEADER ON THE FZBRHDR DD,
      *        OR TODAY WHEN THERE IS NO FZBRHDR DD.
       05  RS-STEP                  PIC 9(1).
      *        THE STEP TO REOPEN OR CHECK, 1-5 (SEE FZBRREG):
      *            1 = CLASSIFY - ALSO REOPENS 2, 3, 4 AND 5
      *            2 = VERIFY   - ALSO REOPENS 3, 4 AND 5
      *            3 = LOAD     - ALSO REOPENS 5
      *            4 = EXTRACT  - ALSO REOPENS 5
      *            5 = BALANCE
       05  RS-REQUESTED-BY          PIC X(8).
      *        WHO ASKED - ECHOED ON THE LISTING FOR THE RECORD.
       05  FILLER                   PIC X(62).
