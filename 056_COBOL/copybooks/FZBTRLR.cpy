      *        WHICH CONTROL CARD'S RANGE A RANGE TRAILER CLOSES
      *        (1 = FIRST CARD).  ZERO ON THE GRAND TRAILER AND ON
      *        TRAILERS WRITTEN BEFORE RANGES EXISTED.
       05  FT-OVERRIDE-COUNT       PIC 9(7).
      *        HOW MANY OF THE RECORDS ABOVE WERE FORCED BY A COUNTER
      *        OVERRIDE (SEE FZBOVRD).  AN "OF WHICH" COUNT - EACH
      *        OVERRIDDEN RECORD IS ALSO TALLIED IN THE CATEGORY OF
      *        ITS FORCED FLAG, SO THE CATEGORIES STILL SUM TO TOTAL.
      *        SPACES ON TRAILERS WRITTEN BEFORE OVERRIDES EXISTED -
      *        READERS TREAT A NON-NUMERIC VALUE AS ZERO.
       05  FILLER                  PIC X(28).
