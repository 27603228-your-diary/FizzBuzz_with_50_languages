      *        MATCHING LABELS CONCATENATED IN TABLE ORDER, E.G.
      *        "FizzBuzz" WHEN THE BUILT-IN FIZZ AND BUZZ RULES BOTH
      *        MATCH, OR THE PLAIN COUNTER VALUE WHEN NONE DO.
       05  FO-OVERRIDE-SW          PIC X(1).
      *        'O' = FLAG AND TEXT WERE FORCED BY A COUNTER OVERRIDE
      *        (SEE FZBOVRD) RATHER THAN DERIVED FROM THE RULES.
      *        SPACE ON EVERY RULE-DERIVED RECORD.
       05  FO-OVERRIDE-REASON      PIC X(4).
      *        THE OVERRIDE'S REASON CODE; SPACES WHEN NOT OVERRIDDEN.
       05  FILLER                  PIC X(31).
