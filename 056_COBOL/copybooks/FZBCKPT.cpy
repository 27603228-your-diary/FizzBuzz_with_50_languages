       05  CK-GRAND-PLAIN-COUNT      PIC 9(7).
       05  CK-GRAND-OTHER-COUNT      PIC 9(7).
       05  CK-GRAND-TOTAL-COUNT      PIC 9(7).
       05  CK-RULE-DATE              PIC X(8).
      *        CCYYMMDD - THE DATE WHOSE RULE MASTER VERSIONS THE
      *        RUN CLASSIFIES WITH (SEE SETUP-RULE-TABLE-PARA), SO A
      *        RESTART FINISHES WITH THE RULES IT STARTED WITH.
       05  CK-OVERRIDE-COUNT         PIC 9(7).
      *        OVERRIDDEN RECORDS IN THE RANGE IN PROGRESS.
       05  CK-GRAND-OVERRIDE-COUNT   PIC 9(7).
      *        OVERRIDDEN RECORDS IN THE RANGES ALREADY COMPLETED.
       05  FILLER                    PIC X(44).
