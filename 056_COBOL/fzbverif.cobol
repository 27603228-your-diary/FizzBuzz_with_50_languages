000030* DID NOT ABEND - IT DOES NOT PROVE THE DATASET IS RIGHT.  THIS
000040* PROGRAM RE-READS THE WHOLE OUTPUT, RECOMPUTES EVERY RECORD'S
000050* EXPECTED CLASSIFICATION FROM THE SAME CONTROL CARD / RULE
000060* MASTER, CHECKS THE COUNTERS ARE CONTIGUOUS WITHIN EACH RANGE
000070* (A RESTARTED RUN WITH DISP=MOD CAN DOUBLE-WRITE AROUND THE
000080* CHECKPOINT BOUNDARY), RE-TALLIES THE DETAILS AND COMPARES
000090* THEM AGAINST EACH RANGE TRAILER AND THE GRAND TRAILER - SO
150130          ORGANIZATION IS SEQUENTIAL
150140          FILE STATUS IS WS-CTLCARD-STATUS.
150150
150160*     SAME RULE MASTER THE CLASSIFIER RAN WITH (SEE FZBRMST),
150170*     READ AS OF THE RUN DATE ON THE DATASET'S OWN RUN HEADER,
150180*     SO EVERY RULE THE RUN HAD IN EFFECT IS PART OF THE
150190*     RECOMPUTATION - EVEN WHEN THE VERIFICATION RUNS PAST
150191*     MIDNIGHT OR IS RERUN DAYS LATER.
150192      SELECT OPTIONAL RULE-MASTER-FILE ASSIGN TO "FZBRMAST"
150193          ORGANIZATION IS INDEXED
150194          ACCESS MODE IS SEQUENTIAL
150195          RECORD KEY IS RM-KEY
150200          FILE STATUS IS WS-RULEMAST-STATUS.
150210
150220*     SAME COUNTER OVERRIDE MASTER THE CLASSIFIER RAN WITH (SEE
150230*     FZBOVRD), READ AS OF THE SAME HEADER RUN DATE, SO AN
150240*     OVERRIDDEN RECORD IS EXPECTED EXACTLY WHERE THE RUN HAD AN
150250*     OVERRIDE IN FORCE - AND NOWHERE ELSE.
150260      SELECT OPTIONAL OVERRIDE-FILE ASSIGN TO "FZBOVRD"
150270          ORGANIZATION IS INDEXED
150280          ACCESS MODE IS SEQUENTIAL
150290          RECORD KEY IS OV-START-COUNTER
150300          FILE STATUS IS WS-OVRD-STATUS.
150310
150320*     RUN REGISTRY (SEE FZBRREG) - THE RUN MUST HAVE COMPLETED
150330*     ITS CLASSIFY STEP AND MUST NOT ALREADY BE VERIFIED; THE
150340*     VERIFICATION'S START, END, RETURN CODE AND RECORD COUNT
150350*     ARE RECORDED AGAINST IT.
150360      SELECT RUN-REGISTRY-FILE ASSIGN TO "FZBRREG"
150370          ORGANIZATION IS INDEXED
150380          ACCESS MODE IS RANDOM
150390          RECORD KEY IS RR-RUN-DATE
150400          FILE STATUS IS WS-RREG-STATUS.
150410
200000  DATA DIVISION.
200005  FILE SECTION.
200010  FD  FIZZBUZZ-OUTPUT-FILE
200032  01  CONTROL-CARD-RECORD.
200033      COPY CTLCARD.
200040
200050  FD  RULE-MASTER-FILE.
200052  01  RULE-MASTER-RECORD.
200053      COPY FZBRMST.
200060
200070  FD  OVERRIDE-FILE.
200072  01  OVERRIDE-RECORD.
200073      COPY FZBOVRD.
200080
200090  FD  RUN-REGISTRY-FILE.
200092  01  RUN-REGISTRY-RECORD.
200093      COPY FZBRREG.
200094
210000  WORKING-STORAGE SECTION.
210010  01 WS-FIZZOUT-STATUS       PIC XX VALUE SPACES.
210020  01 WS-FIZZOUT-EOF-SW       PIC X  VALUE 'N'.
210040  01 WS-CTLCARD-STATUS       PIC XX VALUE SPACES.
210050  01 WS-CTLCARD-EOF-SW       PIC X  VALUE 'N'.
210060     88 WS-CTLCARD-EOF            VALUE 'Y'.
210070  01 WS-RULEMAST-STATUS      PIC XX VALUE SPACES.
210080  01 WS-RULEMAST-EOF-SW      PIC X  VALUE 'N'.
210090     88 WS-RULEMAST-EOF           VALUE 'Y'.
210091* THE DATE WHOSE RULE MASTER VERSIONS THE RUN CLASSIFIED WITH
210092* - THE RUN HEADER'S RUN DATE (SEE READ-RULE-DATE-PARA), OR
210093* TODAY WHEN THE DATASET HAS NO READABLE HEADER (THE HEADER
210094* CHECKS THEN FAIL THE VERIFICATION ANYWAY).
210095  01 WS-RULE-DATE            PIC X(8) VALUE SPACES.
210096  01 WS-CURRENT-DATETIME     PIC X(21) VALUE SPACES.
210097* RUN REGISTRY STATE (SEE REGISTER-START-PARA) - THE ENTRY IS
210098* THE RUN HEADER'S RUN DATE; A DATASET WITHOUT A READABLE
210099* HEADER CANNOT BE TIED TO A RUN AND IS REFUSED.
210100  01 WS-RREG-STATUS          PIC XX VALUE SPACES.
210101  01 WS-RREG-HDR-SW          PIC X  VALUE 'N'.
210102     88 WS-RREG-HDR-FOUND         VALUE 'Y'.
210103  01 WS-RREG-SUB             PIC 9  VALUE 0.
210104  01 WS-RREG-END-STATE       PIC X  VALUE SPACES.
220000* THE RANGE IN PROGRESS - SAME DEFAULTS AND CONTROL-CARD
220001* OVERRIDES AS THE CLASSIFIER, SO BOTH PROGRAMS ALWAYS AGREE
220002* ON WHAT THE OUTPUT DATASET IS SUPPOSED TO CONTAIN.
240040  01 WS-PLAIN-COUNT          PIC 9(7) VALUE 0.
240050  01 WS-OTHER-COUNT          PIC 9(7) VALUE 0.
240060  01 WS-TOTAL-COUNT          PIC 9(7) VALUE 0.
240070  01 WS-OVERRIDE-COUNT       PIC 9(7) VALUE 0.
241000* GRAND RE-TALLIES ACROSS EVERY CLOSED RANGE, COMPARED AGAINST
241001* THE GRAND TRAILER (SEE CHECK-GRAND-TRAILER-PARA).
241010  01 WS-GRAND-FIZZ-COUNT     PIC 9(7) VALUE 0.
241040  01 WS-GRAND-PLAIN-COUNT    PIC 9(7) VALUE 0.
241050  01 WS-GRAND-OTHER-COUNT    PIC 9(7) VALUE 0.
241060  01 WS-GRAND-TOTAL-COUNT    PIC 9(7) VALUE 0.
241070  01 WS-GRAND-OVERRIDE-COUNT PIC 9(7) VALUE 0.
241080* A TRAILER WRITTEN BEFORE OVERRIDES EXISTED CARRIES SPACES IN
241081* FT-OVERRIDE-COUNT - READ AS ZERO (SEE
241082* CHECK-TRAILER-COUNTS-PARA).
241090  01 WS-TRAILER-OVRD-COUNT   PIC 9(7) VALUE 0.
250000* VERIFICATION STATE AND ERROR ACCOUNTING.  DETAIL-LEVEL ERROR
250001* MESSAGES ARE CAPPED (SEE REPORT-ERROR-PARA) SO A SYSTEMATIC
250002* MISMATCH ON A MULTI-MILLION-RECORD DATASET DOES NOT FLOOD
270002* THE DATASET ACTUALLY SAYS.
270010  01 WS-EXPECTED-FLAG        PIC X(5)  VALUE SPACES.
270020  01 WS-EXPECTED-TEXT        PIC X(32) VALUE SPACES.
270030  01 WS-EXPECTED-OVRD-SW     PIC X(1)  VALUE SPACES.
270040  01 WS-EXPECTED-OVRD-REASON PIC X(4)  VALUE SPACES.
275000* COUNTER OVERRIDE TABLE - LOADED EXACTLY AS THE CLASSIFIER
275001* LOADS ITS OWN (SEE LOAD-OVERRIDE-TABLE-PARA THERE): THE
275002* OVERRIDES NOT EXPIRED ON THE RULE DATE, SKIPPING THE SAME
275003* INVALID, OVERLAPPING AND BEYOND-THE-LIMIT ENTRIES.  THE
275004* LOOKUP POINTER ONLY MOVES FORWARD WITH THE ASCENDING
275005* COUNTERS; A REWOUND COUNTER (ALREADY AN ERROR) RESETS IT.
275010  01 WS-OVRD-STATUS          PIC XX VALUE SPACES.
275020  01 WS-OVRD-EOF-SW          PIC X  VALUE 'N'.
275030     88 WS-OVRD-EOF               VALUE 'Y'.
275040  01 WS-MAX-OVERRIDES        PIC 9(3) VALUE 100.
275050  01 WS-OVRD-COUNT           PIC 9(3) VALUE 0.
275060  01 WS-OVRD-TABLE.
275070     05 WS-OVRD-ENTRY OCCURS 100 TIMES.
275080        10 WS-OVRD-START       PIC 9(7).
275090        10 WS-OVRD-END         PIC 9(7).
275100        10 WS-OVRD-FLAG        PIC X(5).
275110        10 WS-OVRD-TEXT        PIC X(32).
275120        10 WS-OVRD-REASON      PIC X(4).
275130  01 WS-OVRD-SUB             PIC 9(3) VALUE 1.
275140  01 WS-OVRD-SCAN-SW         PIC X  VALUE 'N'.
275150     88 WS-OVRD-SCAN-DONE         VALUE 'Y'.
275160  01 WS-OVRD-MATCHED-SW      PIC X  VALUE 'N'.
275170     88 WS-OVRD-MATCHED           VALUE 'Y'.
275180  01 WS-OVRD-F-TALLY         PIC 9(2) VALUE 0.
275190  01 WS-OVRD-B-TALLY         PIC 9(2) VALUE 0.
275200  PROCEDURE DIVISION.
275210  MAIN-PARA.
275220      PERFORM READ-CONTROL-CARD-PARA.
275230*     THE SAME CARD VALIDATION THE CLASSIFIER RUNS - STEP015'S
275240*     SEPARATELY-MAINTAINED CARDS CAN GO BAD ON THEIR OWN, AND
275250*     A ZERO DIVISOR WOULD OTHERWISE DRIVE FUNCTION MOD BY 0
275260*     AND ABEND INSTEAD OF REPORTING A CLEAN FAILURE.
275270      PERFORM VALIDATE-CARDS-PARA.
275280      IF NOT WS-INPUT-VALID
275290          DISPLAY "FZBVERIF: CONTROL CARDS REJECTED - "
275300              "NOTHING VERIFIED"
275310          MOVE 16 TO RETURN-CODE
275320          STOP RUN
275330      END-IF
275340      PERFORM READ-RULE-DATE-PARA.
275350      PERFORM SETUP-RULE-TABLE-PARA.
275360      PERFORM LOAD-OVERRIDE-TABLE-PARA.
275370      PERFORM OPEN-RANGE-PARA.
275380*     THE REGISTRY GATES THE STEP ON THE RUN'S OWN HISTORY -
275390*     NOTHING HAS BEEN CHECKED YET IF IT REFUSES.
300004      PERFORM REGISTER-START-PARA.
300005      OPEN INPUT FIZZBUZZ-OUTPUT-FILE.
300006*     AN UNREADABLE OUTPUT DATASET IS ITSELF A VERIFICATION
300007*     FAILURE - THE DOWNSTREAM STEP MUST NOT RUN.
300009          DISPLAY "FZBVERIF: OUTPUT FILE OPEN FAILED - STATUS = "
300010              WS-FIZZOUT-STATUS
300011          MOVE 16 TO RETURN-CODE
300012          MOVE "F" TO WS-RREG-END-STATE
300013          PERFORM REGISTER-END-PARA
300014          STOP RUN
300015      END-IF
300020      PERFORM UNTIL WS-FIZZOUT-EOF
300030          READ FIZZBUZZ-OUTPUT-FILE
300040              AT END MOVE 'Y' TO WS-FIZZOUT-EOF-SW
300190      CLOSE FIZZBUZZ-OUTPUT-FILE
300200      PERFORM CHECK-END-OF-DATA-PARA
300210      PERFORM SET-VERDICT-PARA
300211      IF WS-ERROR-COUNT > 0
300212          MOVE "F" TO WS-RREG-END-STATE
300213      ELSE
300214          MOVE "C" TO WS-RREG-END-STATE
300215      END-IF
300216      PERFORM REGISTER-END-PARA
300220      STOP RUN.
300230
300500  OPEN-RANGE-PARA.
300640          MOVE 0 TO WS-PLAIN-COUNT
300650          MOVE 0 TO WS-OTHER-COUNT
300660          MOVE 0 TO WS-TOTAL-COUNT
300665          MOVE 0 TO WS-OVERRIDE-COUNT
300670      END-IF.
300680
301000  CHECK-DETAIL-PARA.
301050      IF FO-COUNTER NOT = WS-EXPECTED-COUNTER
301060          IF FO-COUNTER < WS-EXPECTED-COUNTER
301070              MOVE "DUPLICATE/REWOUND COUNTER" TO WS-ERROR-TEXT
301071*             A REWOUND COUNTER MAY FALL BACK INTO AN OVERRIDE
301072*             RANGE ALREADY PASSED - RESTART THE LOOKUP FROM THE
301073*             TOP OF THE TABLE.
301074              MOVE 1 TO WS-OVRD-SUB
301080          ELSE
301090              MOVE "GAP IN COUNTER SEQUENCE" TO WS-ERROR-TEXT
301100          END-IF
301210          MOVE "CLASS TEXT DISAGREES WITH RULES" TO WS-ERROR-TEXT
301220          PERFORM REPORT-ERROR-PARA
301230      END-IF
301231*     THE OVERRIDE MARKER AND REASON MUST BE PRESENT EXACTLY
301232*     WHERE AN OVERRIDE WAS IN FORCE - A MARKED RECORD WITH NO
301233*     OVERRIDE BEHIND IT IS AS WRONG AS A MISSING MARKER.
301234      IF FO-OVERRIDE-SW NOT = WS-EXPECTED-OVRD-SW
301235          OR FO-OVERRIDE-REASON NOT = WS-EXPECTED-OVRD-REASON
301236          MOVE "OVERRIDE MARKER DISAGREES WITH OVERRIDES"
301237              TO WS-ERROR-TEXT
301238          PERFORM REPORT-ERROR-PARA
301239      END-IF
301240      ADD 1 TO WS-TOTAL-COUNT.
301250
302000  RECOMPUTE-CLASS-PARA.
302001*     INDEPENDENT RECLASSIFICATION OF FO-COUNTER - SAME
302002*     TABLE-WALK AND TALLY RULES AS THE CLASSIFIER'S
302003*     CLASSIFY-COUNTER-PARA, DRIVEN FROM THE CONTROL CARDS AND
302004*     RULE MASTER RATHER THAN FROM THE RECORD BEING CHECKED.
302005*     A COUNTER INSIDE AN OVERRIDE RANGE EXPECTS THE OVERRIDE'S
302006*     FLAG, TEXT AND REASON, TALLIED BY THE FORCED FLAG (SEE
302007*     TALLY-OVERRIDE-PARA).
302008      PERFORM FIND-OVERRIDE-PARA.
302009      MOVE SPACES TO WS-EXPECTED-OVRD-SW.
302012      MOVE SPACES TO WS-EXPECTED-OVRD-REASON.
302015      MOVE SPACES TO WS-TEXT-ACCUM.
302020      MOVE SPACES TO WS-FLAG-ACCUM.
302030      MOVE 1 TO WS-TEXT-PTR.
302040      MOVE 1 TO WS-FLAG-PTR.
302190              END-IF
302200          END-IF
302210      END-PERFORM.
302215      IF WS-OVRD-MATCHED
302216          PERFORM TALLY-OVERRIDE-PARA
302217      ELSE
302220          IF WS-MATCH-COUNT = 0
302230              MOVE FO-COUNTER TO WS-COUNTER-EDIT
302240              MOVE "N" TO WS-EXPECTED-FLAG
302250              MOVE FUNCTION TRIM(WS-COUNTER-EDIT)
302255                  TO WS-EXPECTED-TEXT
302260              ADD 1 TO WS-PLAIN-COUNT
302270          ELSE
302280              MOVE WS-TEXT-ACCUM TO WS-EXPECTED-TEXT
302290              MOVE WS-FLAG-ACCUM TO WS-EXPECTED-FLAG
302300              IF WS-RULE1-MATCHED-SW = 'Y' AND WS-RULE2-MATCHED-SW
302301                      = 'Y'
302310                  ADD 1 TO WS-FIZZBUZZ-COUNT
302320              ELSE
302330                  IF WS-RULE1-MATCHED-SW = 'Y'
302340                      ADD 1 TO WS-FIZZ-COUNT
302350                  END-IF
302360                  IF WS-RULE2-MATCHED-SW = 'Y'
302370                      ADD 1 TO WS-BUZZ-COUNT
302380                  END-IF
302390                  IF WS-RULE1-MATCHED-SW = 'N' AND
302391                          WS-RULE2-MATCHED-SW = 'N'
302400                      ADD 1 TO WS-OTHER-COUNT
302410                  END-IF
302420              END-IF
302425          END-IF
302430      END-IF.
302440
302441  FIND-OVERRIDE-PARA.
302442*     SAME FORWARD-ONLY LOOKUP AS THE CLASSIFIER'S
302443*     FIND-OVERRIDE-PARA, ON THE RECORD'S OWN COUNTER.
302444      MOVE 'N' TO WS-OVRD-MATCHED-SW.
302445      MOVE 'N' TO WS-OVRD-SCAN-SW.
302446      PERFORM UNTIL WS-OVRD-SCAN-DONE
302447          IF WS-OVRD-SUB > WS-OVRD-COUNT
302448              MOVE 'Y' TO WS-OVRD-SCAN-SW
302449          ELSE
302450              IF WS-OVRD-END (WS-OVRD-SUB) < FO-COUNTER
302451                  ADD 1 TO WS-OVRD-SUB
302452              ELSE
302453                  MOVE 'Y' TO WS-OVRD-SCAN-SW
302454                  IF WS-OVRD-START (WS-OVRD-SUB) NOT > FO-COUNTER
302455                      MOVE 'Y' TO WS-OVRD-MATCHED-SW
302456                  END-IF
302457              END-IF
302458          END-IF
302459      END-PERFORM.
302460
302461  TALLY-OVERRIDE-PARA.
302462*     THE EXPECTED RESULT FOR AN OVERRIDDEN COUNTER, TALLIED IN
302463*     ITS FORCED FLAG'S CATEGORY BY THE SAME RULES AS THE
302464*     CLASSIFIER'S APPLY-OVERRIDE-PARA, AND COUNTED AS AN
302465*     OVERRIDE.
302466      MOVE WS-OVRD-FLAG (WS-OVRD-SUB) TO WS-EXPECTED-FLAG.
302467      MOVE WS-OVRD-TEXT (WS-OVRD-SUB) TO WS-EXPECTED-TEXT.
302468      MOVE "O" TO WS-EXPECTED-OVRD-SW.
302469      MOVE WS-OVRD-REASON (WS-OVRD-SUB)
302470          TO WS-EXPECTED-OVRD-REASON.
302471      ADD 1 TO WS-OVERRIDE-COUNT.
302472      IF WS-EXPECTED-FLAG = "N"
302473          ADD 1 TO WS-PLAIN-COUNT
302474      ELSE
302475          MOVE 0 TO WS-OVRD-F-TALLY
302476          MOVE 0 TO WS-OVRD-B-TALLY
302477          INSPECT WS-EXPECTED-FLAG TALLYING WS-OVRD-F-TALLY
302478              FOR ALL "F"
302479          INSPECT WS-EXPECTED-FLAG TALLYING WS-OVRD-B-TALLY
302480              FOR ALL "B"
302481          EVALUATE TRUE
302482              WHEN WS-OVRD-F-TALLY > 0 AND WS-OVRD-B-TALLY > 0
302483                  ADD 1 TO WS-FIZZBUZZ-COUNT
302484              WHEN WS-OVRD-F-TALLY > 0
302485                  ADD 1 TO WS-FIZZ-COUNT
302486              WHEN WS-OVRD-B-TALLY > 0
302487                  ADD 1 TO WS-BUZZ-COUNT
302488              WHEN OTHER
302489                  ADD 1 TO WS-OTHER-COUNT
302490          END-EVALUATE
302491      END-IF.
302492
302500  CHECK-RUN-HEADER-PARA.
302501*     THE RUN HEADER (SEE FZBHDR) PROVES THE DATASET IS THE
302502*     RUN THIS VERIFICATION WAS ASKED FOR: IT MUST BE THE
303180          ADD WS-PLAIN-COUNT TO WS-GRAND-PLAIN-COUNT
303190          ADD WS-OTHER-COUNT TO WS-GRAND-OTHER-COUNT
303200          ADD WS-TOTAL-COUNT TO WS-GRAND-TOTAL-COUNT
303205          ADD WS-OVERRIDE-COUNT TO WS-GRAND-OVERRIDE-COUNT
303210          ADD 1 TO WS-CURRENT-RANGE
303220          PERFORM OPEN-RANGE-PARA
303230      END-IF.
303510      IF FT-TOTAL-COUNT NOT = WS-TOTAL-COUNT
303520          MOVE "TRAILER TOTAL COUNT DISAGREES" TO WS-ERROR-TEXT
303530          PERFORM REPORT-ERROR-PARA
303540      END-IF
303541      MOVE 0 TO WS-TRAILER-OVRD-COUNT
303542      IF FT-OVERRIDE-COUNT IS NUMERIC
303543          MOVE FT-OVERRIDE-COUNT TO WS-TRAILER-OVRD-COUNT
303544      END-IF
303545      IF WS-TRAILER-OVRD-COUNT NOT = WS-OVERRIDE-COUNT
303546          MOVE "TRAILER OVERRIDE COUNT DISAGREES"
303547              TO WS-ERROR-TEXT
303548          PERFORM REPORT-ERROR-PARA
303549      END-IF.
303550
303600  CHECK-GRAND-TRAILER-PARA.
303601*     THE GRAND TRAILER MUST FOLLOW THE FINAL RANGE'S OWN
303730      MOVE WS-GRAND-PLAIN-COUNT TO WS-PLAIN-COUNT
303740      MOVE WS-GRAND-OTHER-COUNT TO WS-OTHER-COUNT
303750      MOVE WS-GRAND-TOTAL-COUNT TO WS-TOTAL-COUNT
303755      MOVE WS-GRAND-OVERRIDE-COUNT TO WS-OVERRIDE-COUNT
303760      PERFORM CHECK-TRAILER-COUNTS-PARA.
303770
304000  CHECK-END-OF-DATA-PARA.
305003*     AND EVERY TRAILER CHECKED CLEAN.
305010      DISPLAY "FZBVERIF: RECORDS CHECKED = "
305011          WS-GRAND-TOTAL-COUNT.
305012      DISPLAY "FZBVERIF: OF WHICH OVERRIDDEN = "
305013          WS-GRAND-OVERRIDE-COUNT.
305020      DISPLAY "FZBVERIF: ERRORS FOUND   = " WS-ERROR-COUNT.
305030      IF WS-ERROR-COUNT > 0
305040          DISPLAY "FZBVERIF: OUTPUT DATASET FAILED VERIFICATION"
312300          END-IF
312310      END-PERFORM.
312320
314000  READ-RULE-DATE-PARA.
314001*     PEEK AT THE DATASET'S FIRST RECORD FOR THE RUN HEADER'S
314002*     RUN DATE - THE DATE THE CLASSIFIER PICKED ITS RULE MASTER
314003*     VERSIONS BY (A RESTARTED RUN KEEPS ITS ORIGINAL DATE, AND
314004*     ITS HEADER WAS WRITTEN BY THE ORIGINAL INVOCATION).  THE
314005*     FILE IS CLOSED AGAIN FOR THE MAIN PASS; AN OPEN FAILURE
314006*     HERE IS LEFT FOR THE MAIN PASS'S OPEN TO REPORT.
314010      MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
314020      MOVE WS-CURRENT-DATETIME (1:8) TO WS-RULE-DATE
314030      OPEN INPUT FIZZBUZZ-OUTPUT-FILE
314040      IF WS-FIZZOUT-STATUS = "00"
314050          READ FIZZBUZZ-OUTPUT-FILE
314060              AT END CONTINUE
314070          END-READ
314080          IF WS-FIZZOUT-STATUS = "00"
314090              AND FH-RECORD-TYPE = "H"
314100              AND FH-RUN-DATE IS NUMERIC
314110              MOVE FH-RUN-DATE TO WS-RULE-DATE
314115              MOVE 'Y' TO WS-RREG-HDR-SW
314120          END-IF
314130          CLOSE FIZZBUZZ-OUTPUT-FILE
314140      END-IF
314150      DISPLAY "FZBVERIF: RULES AS OF " WS-RULE-DATE.
314160
315000  READ-RULE-MASTER-PARA.
315001*     SAME RULE MASTER, SAME EFFECTIVE-DATE TEST AND SAME
315002*     ACCEPTANCE RULES, AS THE CLASSIFIER'S READ-RULE-MASTER-
315003*     PARA, SO THE VERIFIER'S RULE TABLE IS BUILT FROM THE SAME
315004*     DATA THE RUN USED.  A MASTER THAT CANNOT BE READ MEANS
315005*     NOTHING CAN BE VERIFIED.
315010      OPEN INPUT RULE-MASTER-FILE.
315020      IF WS-RULEMAST-STATUS = "35" OR WS-RULEMAST-STATUS = "05"
315030          CLOSE RULE-MASTER-FILE
315040      ELSE
315041          IF WS-RULEMAST-STATUS NOT = "00"
315042              DISPLAY "FZBVERIF: RULE MASTER OPEN FAILED - "
315043                  "STATUS = " WS-RULEMAST-STATUS
315044                  " - NOTHING VERIFIED"
315045              MOVE 16 TO RETURN-CODE
315046              STOP RUN
315047          END-IF
315050          PERFORM UNTIL WS-RULEMAST-EOF
315060              READ RULE-MASTER-FILE NEXT RECORD
315070                  AT END MOVE 'Y' TO WS-RULEMAST-EOF-SW
315080              END-READ
315090              IF NOT WS-RULEMAST-EOF
315091                  IF WS-RULE-COUNT < WS-MAX-RULES
315092                      AND RM-EFF-FROM NOT > WS-RULE-DATE
315093                      AND RM-EFF-TO NOT < WS-RULE-DATE
315094                      AND RM-DIVISOR IS NUMERIC
315095                      AND RM-DIVISOR > 0
315100                      ADD 1 TO WS-RULE-COUNT
315110                      SET WS-RULE-IDX TO WS-RULE-COUNT
315120                      MOVE RM-DIVISOR
315121                          TO WS-RULE-DIVISOR (WS-RULE-IDX)
315130                      MOVE RM-LABEL
315131                          TO WS-RULE-LABEL (WS-RULE-IDX)
315140                      MOVE RM-CODE
315141                          TO WS-RULE-CODE (WS-RULE-IDX)
315150                  END-IF
315160              END-IF
315170          END-PERFORM
315180          CLOSE RULE-MASTER-FILE
315190      END-IF.
315200
316000  SETUP-RULE-TABLE-PARA.
316001*     SEEDS THE TABLE WITH THE TWO BUILT-IN RULES (FIZZ, BUZZ)
316002*     AHEAD OF ANY MASTER RULES, IN THE SAME ORDER AS THE
316003*     CLASSIFIER'S SETUP-RULE-TABLE-PARA, SO THE CONCATENATED
316004*     LABELS AND FLAGS COME OUT IDENTICALLY.  THE BUILT-IN
316005*     DIVISORS ARE RESEEDED PER RANGE BY OPEN-RANGE-PARA.
316070      MOVE BUZZ-DIVISOR TO WS-RULE-DIVISOR (WS-RULE-IDX).
316080      MOVE "Buzz" TO WS-RULE-LABEL (WS-RULE-IDX).
316090      MOVE "B" TO WS-RULE-CODE (WS-RULE-IDX).
316100      PERFORM READ-RULE-MASTER-PARA.
316110
317000  LOAD-OVERRIDE-TABLE-PARA.
317001*     SAME OVERRIDE MASTER, SAME EXPIRY TEST AND SAME SKIP RULES
317002*     AS THE CLASSIFIER'S LOAD-OVERRIDE-TABLE-PARA, SO THE
317003*     VERIFIER EXPECTS EXACTLY THE OVERRIDES THE RUN APPLIED.  A
317004*     MASTER THAT CANNOT BE READ MEANS NOTHING CAN BE VERIFIED.
317010      OPEN INPUT OVERRIDE-FILE.
317020      IF WS-OVRD-STATUS = "35" OR WS-OVRD-STATUS = "05"
317030          CLOSE OVERRIDE-FILE
317040      ELSE
317041          IF WS-OVRD-STATUS NOT = "00"
317042              DISPLAY "FZBVERIF: OVERRIDE MASTER OPEN FAILED - "
317043                  "STATUS = " WS-OVRD-STATUS
317044                  " - NOTHING VERIFIED"
317045              MOVE 16 TO RETURN-CODE
317046              STOP RUN
317047          END-IF
317050          PERFORM UNTIL WS-OVRD-EOF
317060              READ OVERRIDE-FILE NEXT RECORD
317070                  AT END MOVE 'Y' TO WS-OVRD-EOF-SW
317080              END-READ
317090              IF NOT WS-OVRD-EOF
317100                  AND OV-EXPIRY-DATE NOT < WS-RULE-DATE
317110                  AND OV-START-COUNTER IS NUMERIC
317120                  AND OV-END-COUNTER IS NUMERIC
317130                  AND OV-END-COUNTER NOT < OV-START-COUNTER
317140                  AND OV-CLASS-FLAG NOT = SPACES
317150                  AND OV-TEXT NOT = SPACES
317155                  AND OV-REASON-CODE NOT = SPACES
317160                  IF WS-OVRD-COUNT = 0
317170                      OR OV-START-COUNTER >
317171                          WS-OVRD-END (WS-OVRD-COUNT)
317180                      IF WS-OVRD-COUNT < WS-MAX-OVERRIDES
317190                          ADD 1 TO WS-OVRD-COUNT
317200                          MOVE OV-START-COUNTER
317201                              TO WS-OVRD-START (WS-OVRD-COUNT)
317210                          MOVE OV-END-COUNTER
317211                              TO WS-OVRD-END (WS-OVRD-COUNT)
317220                          MOVE OV-CLASS-FLAG
317221                              TO WS-OVRD-FLAG (WS-OVRD-COUNT)
317230                          MOVE OV-TEXT
317231                              TO WS-OVRD-TEXT (WS-OVRD-COUNT)
317240                          MOVE OV-REASON-CODE
317241                              TO WS-OVRD-REASON (WS-OVRD-COUNT)
317250                      END-IF
317260                  END-IF
317270              END-IF
317280          END-PERFORM
317290          CLOSE OVERRIDE-FILE
317300      END-IF
317310      DISPLAY "FZBVERIF: " WS-OVRD-COUNT " OVERRIDES AS OF "
317311          WS-RULE-DATE
317320      MOVE 1 TO WS-OVRD-SUB.
317330
318000  REGISTER-START-PARA.
318001*     THE RUN REGISTRY GATE (SEE FZBRREG): THE RUN NAMED BY THE
318002*     DATASET'S HEADER MUST BE ON THE REGISTRY WITH ITS CLASSIFY
318003*     STEP COMPLETE, AND ITS VERIFY STEP MUST NOT ALREADY BE -
318004*     OTHERWISE THE STEP IS REFUSED (16) WITHOUT CHECKING A
318005*     RECORD.  A STARTED, FAILED OR STOPPED VERIFY MAY RERUN.
318006*     ON ACCEPTANCE THE STEP IS MARKED STARTED.
318010      IF NOT WS-RREG-HDR-FOUND
318020          DISPLAY "FZBVERIF: NO RUN HEADER - CANNOT IDENTIFY "
318021              "THE RUN ON THE RUN REGISTRY"
318030          PERFORM REGISTER-REFUSE-PARA
318040      END-IF
318050      OPEN I-O RUN-REGISTRY-FILE
318060      IF WS-RREG-STATUS NOT = "00"
318070          DISPLAY "FZBVERIF: RUN REGISTRY OPEN FAILED - "
318071              "STATUS = " WS-RREG-STATUS
318080          PERFORM REGISTER-REFUSE-PARA
318090      END-IF
318100      MOVE WS-RULE-DATE TO RR-RUN-DATE
318110      READ RUN-REGISTRY-FILE
318120          INVALID KEY CONTINUE
318130      END-READ
318140      IF WS-RREG-STATUS NOT = "00"
318150          DISPLAY "FZBVERIF: RUN " WS-RULE-DATE
318151              " NOT ON THE RUN REGISTRY - STATUS = "
318152              WS-RREG-STATUS
318160          PERFORM REGISTER-REFUSE-PARA
318170      END-IF
318180      IF RR-STEP-STATUS (2) = "C"
318190          DISPLAY "FZBVERIF: RUN " WS-RULE-DATE
318191              " IS ALREADY VERIFIED"
318200          PERFORM REGISTER-REFUSE-PARA
318210      END-IF
318220      IF RR-STEP-STATUS (1) NOT = "C"
318230          DISPLAY "FZBVERIF: RUN " WS-RULE-DATE
318231              " HAS NOT COMPLETED ITS CLASSIFY STEP"
318240          PERFORM REGISTER-REFUSE-PARA
318250      END-IF
318260      MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
318270      MOVE "R" TO RR-STEP-STATUS (2)
318280      MOVE WS-CURRENT-DATETIME (1:8) TO RR-STEP-START-DATE (2)
318290      MOVE WS-CURRENT-DATETIME (9:6) TO RR-STEP-START-TIME (2)
318300      MOVE SPACES TO RR-STEP-END-DATE (2)
318310      MOVE SPACES TO RR-STEP-END-TIME (2)
318320      MOVE 0 TO RR-STEP-RC (2)
318330      MOVE 0 TO RR-STEP-COUNT (2)
318340      ADD 1 TO RR-STEP-ATTEMPTS (2)
318341          ON SIZE ERROR
318342              MOVE 99 TO RR-STEP-ATTEMPTS (2)
318343      END-ADD
318350      REWRITE RUN-REGISTRY-RECORD
318360      IF WS-RREG-STATUS NOT = "00"
318370          DISPLAY "FZBVERIF: RUN REGISTRY UPDATE FAILED - "
318371              "STATUS = " WS-RREG-STATUS
318380          PERFORM REGISTER-REFUSE-PARA
318390      END-IF
318400      CLOSE RUN-REGISTRY-FILE
318410      DISPLAY "FZBVERIF: RUN " WS-RULE-DATE
318411          " REGISTERED - VERIFY STARTED".
318420
318500  REGISTER-REFUSE-PARA.
318510      DISPLAY "FZBVERIF: STEP REFUSED BY THE RUN REGISTRY - "
318511          "NOTHING VERIFIED (SEE FZBRSTAT)"
318520      CLOSE RUN-REGISTRY-FILE
318530      MOVE 16 TO RETURN-CODE
318540      STOP RUN.
318550
319000  REGISTER-END-PARA.
319001*     RECORD THE VERIFY STEP'S END - THE STAGED END STATE, THE
319002*     STEP RETURN CODE AND THE RECORDS CHECKED - AND MARK THE
319003*     RUN COMPLETE ONCE EVERY STEP IS.  A FAILED UPDATE IS ONLY
319004*     REPORTED: THE STEP STAYS "STARTED" ON THE REGISTRY, WHICH
319005*     HOLDS THE NEXT STEP UNTIL SOMEONE LOOKS.
319010      OPEN I-O RUN-REGISTRY-FILE
319020      IF WS-RREG-STATUS = "00"
319030          MOVE WS-RULE-DATE TO RR-RUN-DATE
319040          READ RUN-REGISTRY-FILE
319050              INVALID KEY CONTINUE
319060          END-READ
319070      END-IF
319080      IF WS-RREG-STATUS = "00"
319090          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
319100          MOVE WS-RREG-END-STATE TO RR-STEP-STATUS (2)
319110          MOVE WS-CURRENT-DATETIME (1:8) TO RR-STEP-END-DATE (2)
319120          MOVE WS-CURRENT-DATETIME (9:6) TO RR-STEP-END-TIME (2)
319130          MOVE RETURN-CODE TO RR-STEP-RC (2)
319140          MOVE WS-GRAND-TOTAL-COUNT TO RR-STEP-COUNT (2)
319150          MOVE "C" TO RR-RUN-STATUS
319160          PERFORM VARYING WS-RREG-SUB FROM 1 BY 1
319161              UNTIL WS-RREG-SUB > 5
319170              IF RR-STEP-STATUS (WS-RREG-SUB) NOT = "C"
319180                  MOVE "O" TO RR-RUN-STATUS
319190              END-IF
319200          END-PERFORM
319210          REWRITE RUN-REGISTRY-RECORD
319220      END-IF
319230      IF WS-RREG-STATUS NOT = "00"
319240          DISPLAY "FZBVERIF: RUN REGISTRY NOT UPDATED - "
319241              "STATUS = " WS-RREG-STATUS
319250      END-IF
319260      CLOSE RUN-REGISTRY-FILE.
