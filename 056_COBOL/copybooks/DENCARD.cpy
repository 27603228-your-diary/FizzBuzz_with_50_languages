      ******************************************************************
      *    DENCARD - CLASSIFICATION DENSITY ANALYSIS CONTROL CARD
      *    ONE OPTIONAL 80-BYTE RECORD TUNING THE DENSITY ANALYSIS OF
      *    THE HISTORY MASTER (SEE FZBDENS): HOW WIDE EACH COUNTER
      *    BAND IS, AND HOW FAR A BAND'S MIX MUST MOVE BETWEEN THE
      *    OLDEST AND NEWEST RETAINED RUNS TO BE HIGHLIGHTED.  BLANK
      *    OR NON-NUMERIC FIELDS KEEP THE PROGRAM DEFAULTS.
      ******************************************************************
       05  DN-BAND-SIZE             PIC 9(7).
      *        COUNTERS PER BAND - BAND 1 IS 1 THROUGH THIS VALUE,
      *        BAND 2 THE NEXT SAME-SIZED SLICE, AND SO ON, UP TO 200
      *        BANDS.  BLANK/NON-NUMERIC/ZERO = THE DEFAULT OF
      *        100000 (THE WHOLE 7-DIGIT COUNTER SPACE IN 100 BANDS).
       05  DN-SHIFT-POINTS          PIC 9(2)V9(1).
      *        PERCENTAGE POINTS, ONE IMPLIED DECIMAL ("050" = 5.0).
      *        A BAND WHOSE SHARE OF ANY CATEGORY OR RULE CODE MOVED
      *        BY MORE THAN THIS IS FLAGGED AS SHIFTED.
      *        BLANK/NON-NUMERIC/ZERO = THE DEFAULT OF 5.0.
       05  FILLER                   PIC X(70).
