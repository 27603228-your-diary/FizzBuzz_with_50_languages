      ******************************************************************
      *    FZBOVRD - FIZZBUZZ COUNTER-LEVEL CLASSIFICATION OVERRIDE
      *    ONE RECORD PER OVERRIDE, HELD ON THE KEYED OVERRIDE MASTER
      *    (FZBOVRD) AND KEYED ON THE FIRST COUNTER OF THE RANGE IT
      *    COVERS.  EVERY COUNTER FROM OV-START-COUNTER THROUGH
      *    OV-END-COUNTER IS WRITTEN WITH THE FORCED FLAG AND TEXT
      *    INSTEAD OF WHAT THE RULE TABLE WOULD HAVE PRODUCED, AND IS
      *    MARKED OVERRIDDEN ON THE OUTPUT (SEE FO-OVERRIDE-SW), SO
      *    A BUSINESS EXCEPTION CAN BE APPLIED WITHOUT A RULE CHANGE.
      *    AN OVERRIDE APPLIES TO EVERY RUN DATE UP TO AND INCLUDING
      *    ITS EXPIRY DATE.  RANGES MUST NOT OVERLAP - THE CLASSIFIER
      *    AND THE VERIFIER BOTH SKIP AN OVERLAPPING RECORD WITH A
      *    WARNING (SEE LOAD-OVERRIDE-TABLE-PARA).
      ******************************************************************
       05  OV-START-COUNTER         PIC 9(7).
      *        FIRST COUNTER OF THE RANGE - THE RECORD KEY.
       05  OV-END-COUNTER           PIC 9(7).
      *        LAST COUNTER OF THE RANGE (EQUAL TO THE START FOR A
      *        SINGLE COUNTER).
       05  OV-CLASS-FLAG            PIC X(5).
      *        THE FO-CLASS-FLAG FORCED ONTO EVERY COUNTER IN RANGE.
      *        THE TRAILER CATEGORY FOLLOWS THE FORCED FLAG THE SAME
      *        WAY IT FOLLOWS A RULE-DERIVED ONE ('N' = PLAIN, 'F'/
      *        'B' DECIDE FIZZ/BUZZ/FIZZBUZZ, ANYTHING ELSE = OTHER).
       05  OV-TEXT                  PIC X(32).
      *        THE FO-TEXT FORCED ONTO EVERY COUNTER IN RANGE.
       05  OV-REASON-CODE           PIC X(4).
      *        WHY THE OVERRIDE EXISTS - REQUIRED (AN OVERRIDE WITH
      *        NO REASON IS SKIPPED AS INVALID).  CARRIED ONTO EVERY
      *        OVERRIDDEN OUTPUT RECORD (FO-OVERRIDE-REASON) AND
      *        TOTALLED ON THE OVERRIDE LISTING (FZBOVRPT).
       05  OV-EXPIRY-DATE           PIC X(8).
      *        CCYYMMDD - LAST RUN DATE THE OVERRIDE APPLIES TO.
      *        99999999 = NO EXPIRY.
       05  OV-REQUESTED-BY          PIC X(8).
      *        WHO ASKED FOR THE OVERRIDE, FOR THE LISTING.
       05  FILLER                   PIC X(9).
