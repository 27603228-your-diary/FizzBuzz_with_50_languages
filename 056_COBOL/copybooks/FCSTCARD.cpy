      ******************************************************************
      *    FCSTCARD - CAPACITY FORECAST CONTROL CARD
      *    ONE OPTIONAL 80-BYTE RECORD TUNING THE PRE-RUN CAPACITY
      *    FORECAST (SEE FZBFCST): THE BATCH WINDOW THE CLASSIFY
      *    STEP MUST FIT, HOW THE THROUGHPUT BASELINE IS DRAWN FROM
      *    THE RUN STATISTICS, THE HISTORY MASTER'S RETENTION AND
      *    ALLOCATION, AND THE CHANGE REQUEST THE SIGN-OFF PAGE IS
      *    FOR.  BLANK OR NON-NUMERIC FIELDS KEEP THE PROGRAM
      *    DEFAULTS.
      ******************************************************************
       05  FC-WINDOW-MINUTES        PIC 9(4).
      *        MINUTES THE CLASSIFY STEP MAY RUN.  BLANK/NON-NUMERIC/
      *        ZERO = THE DEFAULT OF 120.
       05  FC-BASELINE-RUNS         PIC 9(2).
      *        RECENT RUNS AVERAGED FOR THE THROUGHPUT (1-20).
      *        BLANK/NON-NUMERIC/ZERO = THE DEFAULT OF 10.
       05  FC-MIN-RECORDS           PIC 9(7).
      *        RUNS THAT WROTE FEWER RECORDS THAN THIS ARE LEFT OUT
      *        OF THE THROUGHPUT - A TEST RUN'S RATE SAYS NOTHING
      *        ABOUT A FULL-RANGE RUN.  BLANK/NON-NUMERIC = 0.
       05  FC-RETAIN-RUNS           PIC 9(3).
      *        RUNS THE HISTORY MASTER RETAINS - KEEP IN STEP WITH
      *        THE LOAD'S LOADCARD.  BLANK/NON-NUMERIC/ZERO = 7.
       05  FC-MASTER-TRACKS         PIC 9(5).
      *        THE MASTER CLUSTER'S PRIMARY TRACKS AS DEFINED (SEE
      *        FZBVDEF.JCL).  BLANK/NON-NUMERIC/ZERO = 400.
       05  FC-CHANGE-REF            PIC X(12).
      *        THE CHANGE REQUEST NUMBER, PRINTED ON THE PAGE.
       05  FC-RULE-DATE             PIC X(8).
      *        CCYYMMDD - WHEN NO PROPOSED RULE CARDS ARE SUPPLIED,
      *        THE RULE MASTER VERSIONS IN EFFECT ON THIS DATE ARE
      *        FORECAST (E.G. THE CHANGE'S GO-LIVE DATE).
      *        BLANK = TODAY.
       05  FILLER                   PIC X(39).
