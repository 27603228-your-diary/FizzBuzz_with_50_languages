      ******************************************************************
      *    DSTCARD - FIZZOUT DISTRIBUTION ROUTING CARD
      *    ONE 80-BYTE RECORD PER ROUTE IN THE DISTRIBUTION
      *    PROGRAM'S ROUTING TABLE (SEE FZBDIST), MAPPING AN
      *    FO-CLASS-FLAG VALUE TO THE OUTPUT DD A CONSUMER TEAM
      *    READS, SO EACH TEAM GETS ONLY ITS OWN CLASSIFICATION
      *    INSTEAD OF READING AND FILTERING THE WHOLE OF FIZZOUT.
      *    THE CARDS ARE TRIED IN DECK ORDER AND THE FIRST MATCH
      *    WINS - A RECORD GOES TO AT MOST ONE OUTPUT, SO NO RECORD
      *    IS EVER DUPLICATED BETWEEN CONSUMERS.  SEVERAL CARDS MAY
      *    NAME THE SAME DD (E.G. 'F' AND 'B' BOTH TO ONE TEAM).
      *    A BLANK CARD IS IGNORED.
      ******************************************************************
       05  DC-CLASS-FLAG            PIC X(5).
      *        THE FO-CLASS-FLAG VALUE ROUTED, E.G. 'F', 'B', 'FB',
      *        'N' (PLAIN) OR A RULE CARD'S RC-CODE SUCH AS 'Z'.
      *        '*' = EVERY RECORD NO EARLIER CARD ROUTED (A
      *        CATCH-ALL - PUT IT LAST).
       05  DC-MATCH-TYPE            PIC X(1).
      *        'E'/BLANK = THE FLAG MUST EQUAL DC-CLASS-FLAG.
      *        'C' = THE FLAG CONTAINS THE ONE-LETTER CODE IN THE
      *              FIRST COLUMN OF DC-CLASS-FLAG - EVERY RECORD
      *              THE RULE MATCHED, ALONE OR WITH OTHER RULES
      *              (E.G. 'Z' ALSO TAKES 'FZ' AND 'FBZ').
       05  DC-DD-NAME               PIC X(8).
      *        THE OUTPUT DD - DIST01 THROUGH DIST08.
       05  DC-CONSUMER              PIC X(24).
      *        THE CONSUMER TEAM, FOR THE ROUTING SUMMARY.
       05  FILLER                   PIC X(42).
