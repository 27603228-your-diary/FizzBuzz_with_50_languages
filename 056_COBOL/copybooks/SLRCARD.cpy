      ******************************************************************
      *    SLRCARD - BATCH WINDOW SLA REPORT SELECTION CARD
      *    ONE OPTIONAL 80-BYTE RECORD CHOOSING THE MONTH THE SLA
      *    COMPLIANCE REPORT COVERS (SEE FZBSLA), HOW CLOSE TO THE
      *    DEADLINE A RUN MUST FINISH TO BE LISTED AS A NEAR-MISS,
      *    AND WHOSE RUNS COUNT AS THE NIGHTLY RUN.  BLANK OR
      *    NON-NUMERIC FIELDS KEEP THE PROGRAM DEFAULTS.
      ******************************************************************
       05  SR-REPORT-MONTH          PIC X(6).
      *        CCYYMM - THE MONTH REPORTED.  BLANK/NON-NUMERIC = THE
      *        PREVIOUS CALENDAR MONTH (THE MONTHLY SERVICE REVIEW).
       05  SR-NEAR-MISS-MINS        PIC 9(3).
      *        MINUTES - A RUN THAT MET ITS DEADLINE WITH NO MORE
      *        THAN THIS MARGIN IS LISTED AS A NEAR-MISS.
      *        BLANK/NON-NUMERIC = THE DEFAULT OF 30.
       05  SR-USER-ID               PIC X(8).
      *        ONLY FRESH RUNS SUBMITTED BY THIS USER (THE
      *        PRODUCTION SCHEDULER'S ID) ARE JUDGED; A RESTART OF
      *        ONE OF THOSE RUNS IS INCLUDED WHOEVER SUBMITTED IT.
      *        BLANK = ALL USERS.
       05  FILLER                   PIC X(63).
