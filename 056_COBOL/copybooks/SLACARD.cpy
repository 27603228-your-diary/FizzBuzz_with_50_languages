      ******************************************************************
      *    SLACARD - BATCH WINDOW SERVICE LEVEL TABLE CARD
      *    ONE 80-BYTE RECORD PER DAY TYPE IN THE OPERATIONS
      *    AGREEMENT'S BATCH WINDOW TABLE (SEE FZBSLA), GIVING THE
      *    TIME BY WHICH THE NIGHTLY FIZZBUZZ RUN MUST HAVE FINISHED.
      *    THE DAY TYPE IS TAKEN FROM THE RUN DATE (THE DATE THE
      *    NIGHTLY RUN STARTED).  THE LAST CALENDAR DAY OF A MONTH IS
      *    A MONTH-END DAY WHATEVER ITS WEEKDAY.  A WEEKDAY CARD IS
      *    REQUIRED; A SATURDAY OR SUNDAY WITH NO CARD OF ITS OWN
      *    FALLS BACK TO THE WEEKDAY DEADLINE, A MONTH-END DAY WITH NO
      *    MONTHEND CARD TO ITS OWN DAY TYPE'S.  A BLANK CARD IS
      *    IGNORED.
      ******************************************************************
       05  SL-DAY-TYPE              PIC X(8).
      *        'WEEKDAY' (MONDAY-FRIDAY), 'SATURDAY', 'SUNDAY' OR
      *        'MONTHEND'.
       05  SL-DEADLINE-TIME         PIC 9(4).
      *        HHMM - THE LATEST ACCEPTABLE FINISH TIME (0000-2359).
       05  SL-DEADLINE-DAYS         PIC 9(1).
      *        DAYS AFTER THE RUN DATE ON WHICH THE DEADLINE FALLS -
      *        0 = THE SAME DAY, 1 = THE NEXT MORNING (A RUN STARTING
      *        IN THE EVENING AND DUE BEFORE THE ONLINE DAY).
       05  SL-DESCRIPTION           PIC X(30).
      *        THE AGREEMENT CLAUSE OR NOTE, FOR THE REPORT HEADING.
       05  FILLER                   PIC X(37).
