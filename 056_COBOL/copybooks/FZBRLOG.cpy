      ******************************************************************
      *    FZBRLOG - FIZZBUZZ RULE MASTER CHANGE-LOG RECORD
      *    ONE RECORD PER MAINTENANCE TRANSACTION APPLIED TO THE RULE
      *    MASTER (SEE FZBRMNT), APPENDED TO A CUMULATIVE DATASET SO
      *    "WHO CHANGED WHICH RULE, WHEN, AND FROM WHAT" IS ANSWERED
      *    FROM THE LOG INSTEAD OF FROM MEMORY.  CARRIES THE BEFORE
      *    AND AFTER IMAGE OF THE CHANGEABLE FIELDS; THE BEFORE
      *    IMAGE IS BLANK ON AN ADD.  REJECTED TRANSACTIONS CHANGE
      *    NOTHING AND ARE REPORTED ON SYSOUT ONLY.
      ******************************************************************
       05  RL-LOG-DATE              PIC X(8).
      *        CCYYMMDD
       05  RL-LOG-TIME              PIC X(6).
      *        HHMMSS
       05  RL-USER-ID               PIC X(8).
      *        THE MAINTENANCE RUN'S SUBMITTER.
       05  RL-ACTION                PIC X(1).
      *        'A' = ADD, 'C' = CHANGE, 'X' = EXPIRE.
       05  RL-CODE                  PIC X(1).
       05  RL-EFF-FROM              PIC X(8).
       05  RL-BEFORE-EFF-TO         PIC X(8).
       05  RL-BEFORE-DIVISOR        PIC X(3).
       05  RL-BEFORE-LABEL          PIC X(8).
       05  RL-AFTER-EFF-TO          PIC X(8).
       05  RL-AFTER-DIVISOR         PIC X(3).
       05  RL-AFTER-LABEL           PIC X(8).
       05  RL-REFERENCE             PIC X(10).
      *        THE TRANSACTION'S CHANGE-REQUEST REFERENCE.
