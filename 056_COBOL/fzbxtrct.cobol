000110*
000120* FULL (THE LONGSTANDING DEFAULT) - ONE ROW PER FO-COUNTER:
000130*   H|RUNDATE|RUNTIME|USER|UPPERLIMIT|FIZZDIV|BUZZDIV
000140*   D|COUNTER|CLASSFLAG|TEXT|OVERRIDE
000150*   F|FIZZ|BUZZ|FIZZBUZZ|PLAIN|OTHER|TOTAL|EXTRACTED|OVERRIDDEN
000160*
000161* OVERRIDE IS THE REASON CODE OF THE COUNTER OVERRIDE THAT
000162* FORCED THE ROW'S FLAG AND TEXT (SEE FZBOVRD), EMPTY ON A
000163* RULE-DERIVED ROW - AN OVERRIDDEN ROW IS A LEGITIMATE ROW,
000164* SHIPPED LIKE ANY OTHER BUT VISIBLY MARKED.  OVERRIDDEN IS
000165* THE GRAND TRAILER'S "OF WHICH" OVERRIDE COUNT.
000166*
000170* DELTA ('D') - THE CURRENT RUN MATCHED AGAINST THE PRIOR
000180* RUN'S OUTPUT (PRIOROUT DD, THE SAME TWO-FILE COUNTER MATCH
000190* FZBCOMP USES), SHIPPING ONLY WHAT CHANGED: THE FULL-FEED
000200* WINDOW IS THE LONGEST PART OF THE NIGHT AFTER THE
000210* CLASSIFIER ITSELF, AND MOST NIGHTS ALMOST NOTHING MOVES.
000220*   H|RUNDATE|RUNTIME|USER|UPPERLIMIT|FIZZDIV|BUZZDIV
000230*   A|COUNTER|CLASSFLAG|TEXT|OVERRIDE (IN CURRENT RUN ONLY)
000240*   C|COUNTER|CLASSFLAG|TEXT|OVERRIDE (FLAG, TEXT OR OVERRIDE
000250*                                      CHANGED)
000255*   X|COUNTER|CLASSFLAG|TEXT|OVERRIDE (IN PRIOR RUN ONLY -
000260*                                      PRIOR VALUES SHOWN)
000270*   F|ADDS|CHANGES|DELETES|ROWS
000280* THE RECEIVING SIDE VALIDATES THE DELTA FOOTER'S COUNTS
000290* BEFORE APPLYING IT.  A DELTA FEED BALANCES AGAINST ITS OWN
150290          ORGANIZATION IS SEQUENTIAL
150300          FILE STATUS IS WS-XTRCARD-STATUS.
150310
150320*     RUN REGISTRY (SEE FZBRREG) - THE RUN MUST HAVE PASSED
150330*     VERIFICATION AND MUST NOT ALREADY BE EXTRACTED; THE
150340*     EXTRACT'S START, END, RETURN CODE AND ROW COUNT ARE
150350*     RECORDED AGAINST IT.
150360      SELECT RUN-REGISTRY-FILE ASSIGN TO "FZBRREG"
150370          ORGANIZATION IS INDEXED
150380          ACCESS MODE IS RANDOM
150390          RECORD KEY IS RR-RUN-DATE
150400          FILE STATUS IS WS-RREG-STATUS.
150410
200000  DATA DIVISION.
200005  FILE SECTION.
200010  FD  FIZZBUZZ-OUTPUT-FILE
200091      RECORDING MODE IS F.
200092  01  EXTRACT-CARD-RECORD.
200093      COPY XTRCARD.
200094
200095  FD  RUN-REGISTRY-FILE.
200096  01  RUN-REGISTRY-RECORD.
200097      COPY FZBRREG.
200100
210000  WORKING-STORAGE SECTION.
210010  01 WS-FIZZOUT-STATUS       PIC XX VALUE SPACES.
230100     05 WS-PLAIN-COUNT       PIC 9(7) VALUE 0.
230110     05 WS-OTHER-COUNT       PIC 9(7) VALUE 0.
230120     05 WS-TOTAL-COUNT       PIC 9(7) VALUE 0.
230130     05 WS-OVERRIDE-COUNT    PIC 9(7) VALUE 0.
230140* OVERRIDDEN ROWS ACTUALLY SHIPPED IN THE FULL FEED - MUST
230141* AGREE WITH THE GRAND TRAILER'S OVERRIDE COUNT.
230150  01 WS-OVRD-EXTRACTED-COUNT PIC 9(7) VALUE 0.
235000* DELTA MATCH STATE - THE SAME ASCENDING TWO-FILE COUNTER
235001* MATCH FZBCOMP RUNS: KEYS ONE DIGIT WIDER THAN FO-COUNTER SO
235002* END-OF-FILE PARKS ABOVE EVERY REAL COUNTER, THE MATCHED
235030  01 WS-HIGH-KEY             PIC 9(8) VALUE 99999999.
235040  01 WS-PRIOR-FLAG           PIC X(5)  VALUE SPACES.
235050  01 WS-PRIOR-TEXT           PIC X(32) VALUE SPACES.
235055  01 WS-PRIOR-OVRD-SW        PIC X     VALUE SPACE.
235056  01 WS-PRIOR-OVRD-REASON    PIC X(4)  VALUE SPACES.
235060  01 WS-PRIOR-READ-DONE-SW   PIC X  VALUE 'N'.
235070     88 WS-PRIOR-READ-DONE       VALUE 'Y'.
235080  01 WS-CURR-READ-DONE-SW    PIC X  VALUE 'N'.
235140  01 WS-MATCH-SUM            PIC 9(8) VALUE 0.
240000* ROW ASSEMBLY AREA.
240010  01 WS-ROW                  PIC X(80) VALUE SPACES.
250000* RUN REGISTRY STATE (SEE REGISTER-START-PARA) - THE RUN IS
250001* IDENTIFIED BY A PEEK AT THE DATASET'S OWN RUN HEADER (SEE
250002* IDENTIFY-RUN-PARA), NOT BY THE AUDIT TRAIL.
250010  01 WS-RREG-STATUS          PIC XX VALUE SPACES.
250020  01 WS-RREG-RUN-DATE        PIC X(8) VALUE SPACES.
250030  01 WS-RREG-SUB             PIC 9  VALUE 0.
250040  01 WS-RREG-END-STATE       PIC X  VALUE SPACES.
250050  01 WS-CURRENT-DATETIME     PIC X(21) VALUE SPACES.
300000  PROCEDURE DIVISION.
300001  MAIN-PARA.
300002      PERFORM READ-EXTRACT-CARD-PARA.
300003      PERFORM FIND-AUDIT-PARA.
300004*     THE REGISTRY GATES THE EXTRACT ON THE RUN'S OWN HISTORY
300005*     BEFORE ANY ROW IS WRITTEN.
300006      PERFORM IDENTIFY-RUN-PARA.
300007      PERFORM REGISTER-START-PARA.
300010      OPEN INPUT FIZZBUZZ-OUTPUT-FILE.
300011      IF WS-FIZZOUT-STATUS NOT = "00"
300012          DISPLAY "FZBXTRCT: INPUT FILE OPEN FAILED - STATUS = "
300013              WS-FIZZOUT-STATUS
300014          MOVE 16 TO RETURN-CODE
300015          PERFORM REGISTER-FAILED-PARA
300016          STOP RUN
300017      END-IF
300020      OPEN OUTPUT EXTRACT-FILE.
300021      IF WS-XTRACT-STATUS NOT = "00"
300022          DISPLAY "FZBXTRCT: EXTRACT OPEN FAILED - STATUS = "
300023              WS-XTRACT-STATUS
300024          CLOSE FIZZBUZZ-OUTPUT-FILE
300025          MOVE 16 TO RETURN-CODE
300026          PERFORM REGISTER-FAILED-PARA
300027          STOP RUN
300028      END-IF
300030      PERFORM WRITE-HEADER-PARA
300031      IF WS-DELTA-MODE
300032          PERFORM EXTRACT-DELTA-PARA
300250      PERFORM WRITE-FOOTER-PARA
300260      CLOSE EXTRACT-FILE
300270      PERFORM SET-VERDICT-PARA
300271      IF RETURN-CODE > 4
300272          MOVE "F" TO WS-RREG-END-STATE
300273      ELSE
300274          MOVE "C" TO WS-RREG-END-STATE
300275      END-IF
300276      PERFORM REGISTER-END-PARA
300280      STOP RUN.
300290
300500  EXTRACT-FULL-PARA.
300840          CLOSE FIZZBUZZ-OUTPUT-FILE
300850          CLOSE EXTRACT-FILE
300860          MOVE 16 TO RETURN-CODE
300865          PERFORM REGISTER-FAILED-PARA
300870          STOP RUN
300880      END-IF
300890      PERFORM READ-PRIOR-PARA
301231                      TO WS-PRIOR-FLAG
301240                  MOVE FO-TEXT OF PRIOR-OUTPUT-RECORD
301241                      TO WS-PRIOR-TEXT
301242                  MOVE FO-OVERRIDE-SW OF PRIOR-OUTPUT-RECORD
301243                      TO WS-PRIOR-OVRD-SW
301244                  MOVE FO-OVERRIDE-REASON OF PRIOR-OUTPUT-RECORD
301245                      TO WS-PRIOR-OVRD-REASON
301250                  MOVE 'Y' TO WS-PRIOR-READ-DONE-SW
301260              ELSE
301270                  IF FT-RECORD-TYPE OF PRIOR-TRAILER-RECORD
301630      END-PERFORM.
301640
301700  COMPARE-MATCHED-PARA.
301701*     SAME COUNTER ON BOTH SIDES - A C ROW ONLY WHEN THE FLAG,
301702*     TEXT OR OVERRIDE MARKING ACTUALLY CHANGED (AN OVERRIDE
301703*     APPLIED OR EXPIRED CAN LEAVE THE FLAG AND TEXT AS THEY
301704*     WERE, BUT THE WAREHOUSE STILL HOLDS THE OLD MARKING); AN
301705*     UNCHANGED COUNTER SHIPS NOTHING, WHICH IS THE WHOLE
301706*     POINT OF THE DELTA.
301710      ADD 1 TO WS-MATCHED-COUNT
301720      IF WS-PRIOR-FLAG NOT =
301721              FO-CLASS-FLAG OF FIZZBUZZ-OUTPUT-RECORD
301722          OR WS-PRIOR-TEXT NOT =
301723              FO-TEXT OF FIZZBUZZ-OUTPUT-RECORD
301724          OR WS-PRIOR-OVRD-SW NOT =
301725              FO-OVERRIDE-SW OF FIZZBUZZ-OUTPUT-RECORD
301726          OR WS-PRIOR-OVRD-REASON NOT =
301727              FO-OVERRIDE-REASON OF FIZZBUZZ-OUTPUT-RECORD
301730          ADD 1 TO WS-CHANGE-COUNT
301740          MOVE SPACES TO WS-ROW
301750          STRING "C" "|"
301752              FUNCTION TRIM(FO-CLASS-FLAG
301753                  OF FIZZBUZZ-OUTPUT-RECORD) "|"
301754              FUNCTION TRIM(FO-TEXT OF FIZZBUZZ-OUTPUT-RECORD)
301755              "|"
301756              FUNCTION TRIM(FO-OVERRIDE-REASON
301757                  OF FIZZBUZZ-OUTPUT-RECORD)
301760              DELIMITED BY SIZE INTO WS-ROW
301770          END-STRING
301780          ADD 1 TO WS-EXTRACTED-COUNT
301931          FO-COUNTER OF FIZZBUZZ-OUTPUT-RECORD "|"
301932          FUNCTION TRIM(FO-CLASS-FLAG
301933              OF FIZZBUZZ-OUTPUT-RECORD) "|"
301934          FUNCTION TRIM(FO-TEXT OF FIZZBUZZ-OUTPUT-RECORD) "|"
301935          FUNCTION TRIM(FO-OVERRIDE-REASON
301936              OF FIZZBUZZ-OUTPUT-RECORD)
301940          DELIMITED BY SIZE INTO WS-ROW
301950      END-STRING
301960      ADD 1 TO WS-EXTRACTED-COUNT
302120      MOVE SPACES TO WS-ROW
302130      STRING "X" "|" WS-PRIOR-KEY (2:7) "|"
302131          FUNCTION TRIM(WS-PRIOR-FLAG) "|"
302132          FUNCTION TRIM(WS-PRIOR-TEXT) "|"
302133          FUNCTION TRIM(WS-PRIOR-OVRD-REASON)
302140          DELIMITED BY SIZE INTO WS-ROW
302150      END-STRING
302160      ADD 1 TO WS-EXTRACTED-COUNT
303508*     WITH THE WARNING RETURN CODE FOR A HUMAN TO CONFIRM
303509*     (THE NIGHTLY FZBBAL BALANCING PINS DOWN A TRULY WRONG
303510*     RUN HARD, BY DATE AND COUNT).
303515      IF WS-HEADER-SEEN
303520          DISPLAY "FZBXTRCT: MORE THAN ONE RUN HEADER"
303530          ADD 1 TO WS-ERROR-COUNT
303540      END-IF
304100      MOVE FT-OTHER-COUNT OF FIZZBUZZ-TRAILER-RECORD
304101          TO WS-OTHER-COUNT
304110      MOVE FT-TOTAL-COUNT OF FIZZBUZZ-TRAILER-RECORD
304111          TO WS-TOTAL-COUNT
304112*     THE OVERRIDE COUNT IS BLANK ON A TRAILER WRITTEN BEFORE
304113*     OVERRIDES EXISTED - NONE WERE APPLIED.
304114      IF FT-OVERRIDE-COUNT OF FIZZBUZZ-TRAILER-RECORD IS NUMERIC
304115          MOVE FT-OVERRIDE-COUNT OF FIZZBUZZ-TRAILER-RECORD
304116              TO WS-OVERRIDE-COUNT
304117      ELSE
304118          MOVE 0 TO WS-OVERRIDE-COUNT
304119      END-IF.
304120
305000  WRITE-DETAIL-PARA.
305001*     D|COUNTER|CLASSFLAG|TEXT|OVERRIDE - ONE ROW PER
305002*     CLASSIFIED COUNTER (FULL FEED).  FLAG, TEXT AND REASON
305003*     ARE TRIMMED OF THE FIXED-WIDTH PADDING THE WAREHOUSE
305004*     CANNOT INGEST.
305010      MOVE SPACES TO WS-ROW
305020      STRING "D" "|" FO-COUNTER OF FIZZBUZZ-OUTPUT-RECORD "|"
305021          FUNCTION TRIM(FO-CLASS-FLAG
305022              OF FIZZBUZZ-OUTPUT-RECORD) "|"
305023          FUNCTION TRIM(FO-TEXT OF FIZZBUZZ-OUTPUT-RECORD) "|"
305024          FUNCTION TRIM(FO-OVERRIDE-REASON
305025              OF FIZZBUZZ-OUTPUT-RECORD)
305030          DELIMITED BY SIZE INTO WS-ROW
305040      END-STRING
305050      ADD 1 TO WS-EXTRACTED-COUNT
305055      IF FO-OVERRIDE-SW OF FIZZBUZZ-OUTPUT-RECORD = "O"
305056          ADD 1 TO WS-OVRD-EXTRACTED-COUNT
305057      END-IF
305060      PERFORM WRITE-EXTRACT-PARA.
305070
306000  WRITE-FOOTER-PARA.
306001*     FULL FEED: F|FIZZ|BUZZ|FIZZBUZZ|PLAIN|OTHER|TOTAL|
306002*     EXTRACTED|OVERRIDDEN - THE GRAND TRAILER'S COUNTS PLUS
306003*     THE ROWS ACTUALLY WRITTEN, THEN THE TRAILER'S OVERRIDE
306004*     COUNT LAST SO READERS OF THE FIRST EIGHT FIELDS ARE
306005*     UNAFFECTED.  DELTA FEED: F|ADDS|CHANGES|DELETES|
306006*     ROWS - THE ACTION COUNTS THE RECEIVING SIDE VALIDATES
306007*     BEFORE APPLYING THE DELTA.
306010      MOVE SPACES TO WS-ROW
306020      IF WS-DELTA-MODE
306030          STRING "F" "|" WS-ADD-COUNT "|" WS-CHANGE-COUNT "|"
306070          STRING "F" "|" WS-FIZZ-COUNT "|" WS-BUZZ-COUNT "|"
306071              WS-FIZZBUZZ-COUNT "|" WS-PLAIN-COUNT "|"
306072              WS-OTHER-COUNT "|" WS-TOTAL-COUNT "|"
306073              WS-EXTRACTED-COUNT "|" WS-OVERRIDE-COUNT
306080              DELIMITED BY SIZE INTO WS-ROW
306090          END-STRING
306100      END-IF
307041              WS-XTRACT-STATUS
307050          CLOSE EXTRACT-FILE
307060          MOVE 16 TO RETURN-CODE
307065          PERFORM REGISTER-FAILED-PARA
307070          STOP RUN
307080      END-IF.
307090
308121                      "WITH TRAILER TOTAL = " WS-TOTAL-COUNT
308130                  ADD 1 TO WS-ERROR-COUNT
308140              END-IF
308141              IF WS-OVRD-EXTRACTED-COUNT NOT = WS-OVERRIDE-COUNT
308142                  DISPLAY "FZBXTRCT: OVERRIDDEN ROWS "
308143                      WS-OVRD-EXTRACTED-COUNT " DISAGREE WITH "
308144                      "TRAILER OVERRIDE COUNT = "
308145                      WS-OVERRIDE-COUNT
308146                  ADD 1 TO WS-ERROR-COUNT
308147              END-IF
308150          END-IF
308160      END-IF
308170      IF WS-DELTA-MODE
308220          ADD 1 TO WS-WARNING-COUNT
308230      END-IF
308240      DISPLAY "FZBXTRCT: ROWS EXTRACTED = " WS-EXTRACTED-COUNT
308245      IF NOT WS-DELTA-MODE
308246          DISPLAY "FZBXTRCT: OF WHICH OVRD  = "
308247              WS-OVRD-EXTRACTED-COUNT
308248      END-IF
308250      DISPLAY "FZBXTRCT: ERRORS FOUND   = " WS-ERROR-COUNT
308260      IF WS-ERROR-COUNT > 0
308270          DISPLAY "FZBXTRCT: FEED NOT DELIVERABLE"
310180          DISPLAY "FZBXTRCT: FULL FEED"
310190      END-IF.
310200
311000  IDENTIFY-RUN-PARA.
311001*     PEEK AT THE DATASET'S FIRST RECORD FOR THE RUN HEADER'S
311002*     RUN DATE - THE RUN THE REGISTRY GATES THIS EXTRACT ON.
311003*     THE FILE IS CLOSED AGAIN FOR THE EXTRACT PROPER; AN OPEN
311004*     FAILURE HERE IS LEFT FOR THE EXTRACT'S OWN OPEN TO
311005*     REPORT, BUT A DATASET WITH NO READABLE HEADER CANNOT BE
311006*     TIED TO A RUN AND THE REGISTRY REFUSES IT.
311010      MOVE SPACES TO WS-RREG-RUN-DATE
311020      OPEN INPUT FIZZBUZZ-OUTPUT-FILE
311030      IF WS-FIZZOUT-STATUS = "00"
311040          READ FIZZBUZZ-OUTPUT-FILE
311050              AT END CONTINUE
311060          END-READ
311070          IF WS-FIZZOUT-STATUS = "00"
311080              AND FH-RECORD-TYPE OF FIZZBUZZ-HEADER-RECORD = "H"
311090              AND FH-RUN-DATE OF FIZZBUZZ-HEADER-RECORD
311091                  IS NUMERIC
311100              MOVE FH-RUN-DATE OF FIZZBUZZ-HEADER-RECORD
311101                  TO WS-RREG-RUN-DATE
311110          END-IF
311120          CLOSE FIZZBUZZ-OUTPUT-FILE
311130      END-IF.
311140
311500  REGISTER-START-PARA.
311501*     THE RUN REGISTRY GATE (SEE FZBRREG): THE RUN MUST BE ON
311502*     THE REGISTRY WITH ITS VERIFY STEP COMPLETE, AND ITS
311503*     EXTRACT STEP MUST NOT ALREADY BE - A SECOND FEED OF A
311504*     SHIPPED RUN IS REFUSED (16) UNLESS FZBRSTAT HAS REOPENED
311505*     THE STEP.  A STARTED (ABENDED) OR FAILED EXTRACT MAY
311506*     RERUN.  ON ACCEPTANCE THE STEP IS MARKED STARTED.
311510      IF WS-RREG-RUN-DATE = SPACES
311520          DISPLAY "FZBXTRCT: NO RUN HEADER - CANNOT IDENTIFY "
311521              "THE RUN ON THE RUN REGISTRY"
311530          PERFORM REGISTER-REFUSE-PARA
311540      END-IF
311550      OPEN I-O RUN-REGISTRY-FILE
311560      IF WS-RREG-STATUS NOT = "00"
311570          DISPLAY "FZBXTRCT: RUN REGISTRY OPEN FAILED - "
311571              "STATUS = " WS-RREG-STATUS
311580          PERFORM REGISTER-REFUSE-PARA
311590      END-IF
311600      MOVE WS-RREG-RUN-DATE TO RR-RUN-DATE
311610      READ RUN-REGISTRY-FILE
311620          INVALID KEY CONTINUE
311630      END-READ
311640      IF WS-RREG-STATUS NOT = "00"
311650          DISPLAY "FZBXTRCT: RUN " WS-RREG-RUN-DATE
311651              " NOT ON THE RUN REGISTRY - STATUS = "
311652              WS-RREG-STATUS
311660          PERFORM REGISTER-REFUSE-PARA
311670      END-IF
311680      IF RR-STEP-STATUS (4) = "C"
311690          DISPLAY "FZBXTRCT: RUN " WS-RREG-RUN-DATE
311691              " IS ALREADY EXTRACTED"
311700          PERFORM REGISTER-REFUSE-PARA
311710      END-IF
311720      IF RR-STEP-STATUS (2) NOT = "C"
311730          DISPLAY "FZBXTRCT: RUN " WS-RREG-RUN-DATE
311731              " HAS NOT PASSED VERIFICATION"
311740          PERFORM REGISTER-REFUSE-PARA
311750      END-IF
311760      MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
311770      MOVE "R" TO RR-STEP-STATUS (4)
311780      MOVE WS-CURRENT-DATETIME (1:8) TO RR-STEP-START-DATE (4)
311790      MOVE WS-CURRENT-DATETIME (9:6) TO RR-STEP-START-TIME (4)
311800      MOVE SPACES TO RR-STEP-END-DATE (4)
311810      MOVE SPACES TO RR-STEP-END-TIME (4)
311820      MOVE 0 TO RR-STEP-RC (4)
311830      MOVE 0 TO RR-STEP-COUNT (4)
311840      ADD 1 TO RR-STEP-ATTEMPTS (4)
311841          ON SIZE ERROR
311842              MOVE 99 TO RR-STEP-ATTEMPTS (4)
311843      END-ADD
311850      REWRITE RUN-REGISTRY-RECORD
311860      IF WS-RREG-STATUS NOT = "00"
311870          DISPLAY "FZBXTRCT: RUN REGISTRY UPDATE FAILED - "
311871              "STATUS = " WS-RREG-STATUS
311880          PERFORM REGISTER-REFUSE-PARA
311890      END-IF
311900      CLOSE RUN-REGISTRY-FILE
311910      DISPLAY "FZBXTRCT: RUN " WS-RREG-RUN-DATE
311911          " REGISTERED - EXTRACT STARTED".
311920
312000  REGISTER-REFUSE-PARA.
312010      DISPLAY "FZBXTRCT: STEP REFUSED BY THE RUN REGISTRY - "
312011          "NOTHING EXTRACTED (SEE FZBRSTAT)"
312020      CLOSE RUN-REGISTRY-FILE
312030      MOVE 16 TO RETURN-CODE
312040      STOP RUN.
312050
312500  REGISTER-FAILED-PARA.
312501*     THE EXTRACT IS ABANDONING AFTER IT REGISTERED - RECORD
312502*     THE STEP AS FAILED SO THE REGISTRY SAYS WHAT HAPPENED.
312510      MOVE "F" TO WS-RREG-END-STATE
312520      PERFORM REGISTER-END-PARA.
312530
313000  REGISTER-END-PARA.
313001*     RECORD THE EXTRACT STEP'S END - THE STAGED END STATE,
313002*     THE STEP RETURN CODE AND THE ROWS EXTRACTED - AND MARK
313003*     THE RUN COMPLETE ONCE EVERY STEP IS.  A FAILED UPDATE IS
313004*     ONLY REPORTED: THE STEP STAYS "STARTED" ON THE REGISTRY,
313005*     WHICH HOLDS THE NEXT STEP UNTIL SOMEONE LOOKS.
313010      OPEN I-O RUN-REGISTRY-FILE
313020      IF WS-RREG-STATUS = "00"
313030          MOVE WS-RREG-RUN-DATE TO RR-RUN-DATE
313040          READ RUN-REGISTRY-FILE
313050              INVALID KEY CONTINUE
313060          END-READ
313070      END-IF
313080      IF WS-RREG-STATUS = "00"
313090          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
313100          MOVE WS-RREG-END-STATE TO RR-STEP-STATUS (4)
313110          MOVE WS-CURRENT-DATETIME (1:8) TO RR-STEP-END-DATE (4)
313120          MOVE WS-CURRENT-DATETIME (9:6) TO RR-STEP-END-TIME (4)
313130          MOVE RETURN-CODE TO RR-STEP-RC (4)
313140          MOVE WS-EXTRACTED-COUNT TO RR-STEP-COUNT (4)
313150          MOVE "C" TO RR-RUN-STATUS
313160          PERFORM VARYING WS-RREG-SUB FROM 1 BY 1
313161              UNTIL WS-RREG-SUB > 5
313170              IF RR-STEP-STATUS (WS-RREG-SUB) NOT = "C"
313180                  MOVE "O" TO RR-RUN-STATUS
313190              END-IF
313200          END-PERFORM
313210          REWRITE RUN-REGISTRY-RECORD
313220      END-IF
313230      IF WS-RREG-STATUS NOT = "00"
313240          DISPLAY "FZBXTRCT: RUN REGISTRY NOT UPDATED - "
313241              "STATUS = " WS-RREG-STATUS
313250      END-IF
313260      CLOSE RUN-REGISTRY-FILE.
