      ******************************************************************
      *    FZBRREG - FIZZBUZZ RUN REGISTRY ENTRY
      *    ONE RECORD PER RUN DATE ON THE KEYED RUN REGISTRY,
      *    CREATED BY THE CLASSIFIER (OR BY FZBMERGE FOR A
      *    PARTITIONED RUN) AND UPDATED BY EVERY STEP OF THE NIGHTLY
      *    CHAIN AS IT STARTS AND ENDS, SO WHERE A GIVEN RUN STANDS
      *    ACROSS THE CHAIN IS ON RECORD INSTEAD OF BEING PIECED
      *    TOGETHER FROM SYSOUT AFTER AN INCIDENT.  EACH STEP REFUSES
      *    TO RUN WHEN ITS PREREQUISITE HAS NOT COMPLETED FOR THE
      *    RUN, OR WHEN IT HAS ALREADY COMPLETED (SEE FZBRSTAT FOR
      *    THE STATUS REPORT AND THE REOPEN CARD).
      *
      *    THE STEP TABLE IS POSITIONAL:
      *        1 = CLASSIFY  (FIZZBUZZ, OR FZBMERGE) - NO PREREQUISITE
      *        2 = VERIFY    (FZBVERIF)   - AFTER 1
      *        3 = LOAD      (FZBLOAD)    - AFTER 2
      *        4 = EXTRACT   (FZBXTRCT)   - AFTER 2
      *        5 = BALANCE   (FZBBAL)     - AFTER 3 AND 4
      ******************************************************************
       05  RR-RUN-DATE             PIC X(8).
      *        CCYYMMDD - THE RUN HEADER'S FH-RUN-DATE.  THE KEY.
       05  RR-RUN-STATUS           PIC X(1).
      *        'O' = OPEN - AT LEAST ONE STEP STILL TO COMPLETE.
      *        'C' = COMPLETE - EVERY STEP HAS COMPLETED.
       05  RR-STEP-ENTRY OCCURS 5 TIMES.
           10  RR-STEP-STATUS      PIC X(1).
      *        SPACE = NOT YET RUN (OR REOPENED BY FZBRSTAT).
      *        'R' = STARTED, NO END RECORDED - STILL RUNNING, OR
      *              IT ABENDED OR ENDED BEFORE IT COULD RECORD.
      *        'C' = COMPLETED SUCCESSFULLY.
      *        'S' = STOPPED BY OPERATOR REQUEST - RESTARTABLE.
      *        'F' = ENDED WITH A FAILING RETURN CODE.
           10  RR-STEP-START-DATE  PIC X(8).
           10  RR-STEP-START-TIME  PIC X(6).
           10  RR-STEP-END-DATE    PIC X(8).
           10  RR-STEP-END-TIME    PIC X(6).
      *        CCYYMMDD / HHMMSS OF THE LATEST ATTEMPT.
           10  RR-STEP-RC          PIC 9(2).
           10  RR-STEP-COUNT       PIC 9(7).
      *        RECORDS THE STEP PROCESSED ON ITS LATEST ATTEMPT.
           10  RR-STEP-ATTEMPTS    PIC 9(2).
      *        HOW MANY TIMES THE STEP HAS BEEN STARTED FOR THE RUN.
       05  FILLER                  PIC X(11).
