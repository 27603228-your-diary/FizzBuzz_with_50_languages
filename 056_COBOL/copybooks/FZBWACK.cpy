      ******************************************************************
      *    FZBWACK - WAREHOUSE LOAD ACKNOWLEDGMENT RECORD
      *    THE FILE THE DATA WAREHOUSE RETURNS AFTER LOADING A
      *    FZBXTRCT FEED: ONE SUMMARY RECORD FOR THE FEED (THE RUN
      *    DATE FROM ITS H ROW, THE ROWS IT RECEIVED AND THE ROWS IT
      *    LOADED) FOLLOWED BY ONE RECORD PER ROW IT REJECTED, WITH
      *    THE WAREHOUSE'S REJECT REASON.  FZBACK RECONCILES IT
      *    AGAINST THE SHIPPED FEED (SEE FZBACK.JCL, WHICH SORTS THE
      *    SUMMARY FIRST AND THE REJECTS INTO COUNTER ORDER).
      ******************************************************************
       05  WA-RECORD-TYPE           PIC X(1).
      *        'A' = ACKNOWLEDGMENT SUMMARY - ONE PER FILE.
      *        'R' = REJECTED ROW - ONE PER REJECTED COUNTER.
       05  WA-SUMMARY.
           10  WA-RUN-DATE          PIC X(8).
      *        CCYYMMDD - THE RUN DATE ON THE FEED'S H ROW.
           10  WA-ROWS-RECEIVED     PIC 9(7).
      *        DETAIL ROWS THE WAREHOUSE READ FROM THE FEED.
           10  WA-ROWS-LOADED       PIC 9(7).
      *        DETAIL ROWS IT LOADED - RECEIVED LESS REJECTED.
           10  FILLER               PIC X(57).
       05  WA-REJECT REDEFINES WA-SUMMARY.
           10  WA-REJ-COUNTER       PIC 9(7).
      *        THE REJECTED ROW'S COUNTER (ITS D ROW'S FIELD 2).
           10  WA-REJ-REASON        PIC X(4).
      *        THE WAREHOUSE'S REJECT REASON CODE.
           10  WA-REJ-TEXT          PIC X(40).
      *        THE WAREHOUSE'S REJECT REASON TEXT.
           10  FILLER               PIC X(28).
