      ******************************************************************
      *    FZBRTRN - FIZZBUZZ RULE MASTER MAINTENANCE TRANSACTION
      *    ONE 80-BYTE CARD PER CHANGE TO THE CLASSIFICATION RULE
      *    MASTER (SEE FZBRMST), APPLIED IN CARD ORDER BY FZBRMNT.
      *    A VERSION IS IDENTIFIED BY ITS CODE PLUS ITS
      *    EFFECTIVE-FROM DATE.
      *        'A' ADD    - A NEW VERSION.  DIVISOR AND LABEL ARE
      *                     REQUIRED; A BLANK EFFECTIVE-TO MEANS
      *                     OPEN-ENDED.
      *        'C' CHANGE - A NEW EFFECTIVE-TO, AND (ONLY WHILE THE
      *                     VERSION IS STILL STAGED FOR A FUTURE
      *                     DATE) A NEW DIVISOR AND/OR LABEL.  BLANK
      *                     FIELDS ARE LEFT AS THEY ARE.
      *        'X' EXPIRE - ENDS THE VERSION ON THE EFFECTIVE-TO DATE
      *                     GIVEN (THE LAST RUN DATE IT APPLIES TO);
      *                     BLANK MEANS YESTERDAY, SO TONIGHT'S RUN
      *                     NO LONGER USES IT.
      ******************************************************************
       05  RT-ACTION                PIC X(1).
      *        'A' = ADD, 'C' = CHANGE, 'X' = EXPIRE.
       05  RT-CODE                  PIC X(1).
       05  RT-EFF-FROM              PIC X(8).
      *        CCYYMMDD - WITH RT-CODE, IDENTIFIES THE VERSION.
       05  RT-EFF-TO                PIC X(8).
      *        CCYYMMDD, OR BLANK (SEE THE ACTIONS ABOVE).
       05  RT-DIVISOR               PIC X(3).
      *        3 DIGITS, > 0.  BLANK ON A CHANGE = UNCHANGED.
       05  RT-LABEL                 PIC X(8).
      *        BLANK ON A CHANGE = UNCHANGED.
       05  RT-REFERENCE             PIC X(10).
      *        CHANGE-REQUEST NUMBER OR OTHER REFERENCE, CARRIED
      *        ONTO THE CHANGE LOG (SEE FZBRLOG).
       05  FILLER                   PIC X(41).
