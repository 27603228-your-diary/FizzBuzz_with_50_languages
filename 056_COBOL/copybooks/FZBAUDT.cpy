      *        RANGES COMPLETED (RESTARTABLE FROM ITS CHECKPOINT).
      *        BLANK = RAN TO COMPLETION (OR WAS REJECTED - SEE THE
      *        AU-RECORD-COUNT = 0 CONVENTION).
       05  AU-AUTH-FLAG             PIC X(1).
      *        'U' = REFUSED BEFORE DOING ANY WORK - THE SUBMITTER IS
      *        NOT AUTHORIZED FOR AN ACTION THE RUN NEEDED (SEE
      *        FZBAUTH; THE DETAIL IS ON FZBERRLG AS FZB0022E/23E).
      *        AU-RECORD-COUNT IS ZERO ON SUCH A RECORD.
       05  AU-PROGRAM-ID            PIC X(8).
      *        THE PROGRAM THAT WROTE THE RECORD.  BLANK = FIZZBUZZ -
      *        THE CLASSIFIER WRITES ONE RECORD PER INVOCATION; THE
      *        MAINTENANCE PROGRAMS (FZBHSKP, FZBLOAD, FZBRMNT) ONLY
      *        WRITE ONE FOR A REFUSED RUN, WITH THE PARAMETER
      *        FIELDS ZERO.
       05  FILLER                   PIC X(27).
