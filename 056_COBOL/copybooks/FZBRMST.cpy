      ******************************************************************
      *    FZBRMST - FIZZBUZZ CLASSIFICATION RULE MASTER RECORD
      *    ONE RECORD PER VERSION OF AN ADDITIONAL CLASSIFICATION RULE
      *    (BEYOND THE BUILT-IN FIZZ/BUZZ RULES), HELD ON THE KEYED
      *    RULE MASTER (FZBRMAST) IN PLACE OF THE LOOSE FZBRULES CARD
      *    DECK.  EACH VERSION CARRIES ITS OWN EFFECTIVE-FROM AND
      *    EFFECTIVE-TO DATES, SO A RULE CAN BE STAGED AHEAD OF ITS
      *    GO-LIVE DATE AND RETIRED WITHOUT LOSING THE HISTORY OF
      *    WHAT WAS IN EFFECT ON ANY PAST RUN DATE.  THE CLASSIFIER
      *    AND THE VERIFIER BUILD THEIR RULE TABLES FROM THE
      *    VERSIONS IN EFFECT ON THE RUN DATE (SEE
      *    SETUP-RULE-TABLE-PARA); ONLY THE MAINTENANCE PROGRAM
      *    (FZBRMNT) EVER WRITES THE MASTER, AND IT LOGS EVERY CHANGE
      *    (SEE FZBRLOG).
      ******************************************************************
       05  RM-KEY.
           10  RM-CODE              PIC X(1).
      *        SINGLE-CHARACTER CODE FOR FO-CLASS-FLAG, E.G. 'Z'.
      *        'F', 'B' AND 'N' BELONG TO THE BUILT-IN RULES AND THE
      *        PLAIN CLASSIFICATION AND ARE NEVER ACCEPTED HERE.
           10  RM-EFF-FROM          PIC X(8).
      *        CCYYMMDD - FIRST RUN DATE THE VERSION IS IN EFFECT.
       05  RM-EFF-TO                PIC X(8).
      *        CCYYMMDD - LAST RUN DATE THE VERSION IS IN EFFECT.
      *        99999999 = OPEN-ENDED (IN EFFECT UNTIL EXPIRED).
       05  RM-DIVISOR               PIC 999.
       05  RM-LABEL                 PIC X(8).
       05  RM-LAST-ACTION           PIC X(1).
      *        THE LAST MAINTENANCE TRANSACTION APPLIED TO THE
      *        VERSION: 'A' = ADDED, 'C' = CHANGED, 'X' = EXPIRED.
       05  RM-CHANGE-DATE           PIC X(8).
      *        CCYYMMDD
       05  RM-CHANGE-TIME           PIC X(6).
      *        HHMMSS
       05  RM-CHANGE-USER           PIC X(8).
      *        THE SUBMITTER OF THE MAINTENANCE RUN THAT LAST
      *        CHANGED THE VERSION.
       05  FILLER                   PIC X(29).
