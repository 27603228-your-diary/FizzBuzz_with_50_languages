150181*     WHO RAN A GIVEN DAY'S JOB, WHEN, AND WITH WHAT PARAMETERS.
150190      SELECT AUDIT-FILE ASSIGN TO "FIZZAUDT"
150200          ORGANIZATION IS SEQUENTIAL
150201          FILE STATUS IS WS-AUDIT-STATUS.
150202
150203*     CLASSIFICATION RULE MASTER - THE EFFECTIVE-DATED
150204*     DIVISOR/LABEL/CODE RULES BEYOND THE BUILT-IN FIZZ/BUZZ
150205*     RULES (SEE FZBRMST AND SETUP-RULE-TABLE-PARA), MAINTAINED
150206*     BY FZBRMNT.  READ END TO END IN KEY ORDER; ONLY THE
150207*     VERSIONS IN EFFECT ON THE RUN DATE ARE USED.  IF THE DD IS
150208*     MISSING OR THE MASTER EMPTY, ONLY THE BUILT-IN RULES ARE
150209*     ACTIVE.
150210      SELECT OPTIONAL RULE-MASTER-FILE ASSIGN TO "FZBRMAST"
150211          ORGANIZATION IS INDEXED
150212          ACCESS MODE IS SEQUENTIAL
150213          RECORD KEY IS RM-KEY
150214          FILE STATUS IS WS-RULEMAST-STATUS.
150215
150216*     COUNTER-LEVEL OVERRIDE MASTER - FORCED FLAG/TEXT FOR
150217*     COUNTER RANGES THE BUSINESS HAS EXCEPTED FROM THE RULES
150218*     (SEE FZBOVRD AND LOAD-OVERRIDE-TABLE-PARA).  READ END TO
150219*     END IN KEY ORDER; ONLY OVERRIDES NOT YET EXPIRED ON THE
150220*     RULE DATE ARE USED.  A MISSING DD OR AN EMPTY MASTER MEANS
150221*     NO OVERRIDES.
150222      SELECT OPTIONAL OVERRIDE-FILE ASSIGN TO "FZBOVRD"
150223          ORGANIZATION IS INDEXED
150224          ACCESS MODE IS SEQUENTIAL
150225          RECORD KEY IS OV-START-COUNTER
150226          FILE STATUS IS WS-OVRD-STATUS.
150229
150230*     OPERATOR STOP-REQUEST SIGNAL DATASET.  NORMALLY EMPTY;
150231*     WHEN OPERATIONS NEEDS THE BATCH WINDOW BACK THEY WRITE
150232*     ANY RECORD TO IT AND THE MAIN LOOP NOTICES AT THE NEXT
150248          ORGANIZATION IS SEQUENTIAL
150249          FILE STATUS IS WS-PROG-STATUS.
150250
150251*     CUMULATIVE STRUCTURED ERROR LOG - ONE RECORD PER
150252*     CONDITION RAISED (SEE LOG-ERROR-PARA AND FZBERRL), SO
150253*     AUTOMATION ROUTES ON SEVERITY AND RECURRING WARNINGS
150254*     TREND ACROSS RUNS INSTEAD OF BEING BURIED IN SYSOUT.
150255      SELECT ERROR-LOG-FILE ASSIGN TO "FZBERRLG"
150256          ORGANIZATION IS SEQUENTIAL
150257          FILE STATUS IS WS-ERRLOG-STATUS.
150259
150270*     CUMULATIVE RUN-STATISTICS DATASET - ONE RECORD PER
150271*     INVOCATION (SEE WRITE-STATS-PARA AND FZBSTAT) SO
150273      SELECT OPTIONAL RUN-STATS-FILE ASSIGN TO "FZBSTATS"
150274          ORGANIZATION IS SEQUENTIAL
150275          FILE STATUS IS WS-STATS-STATUS.
150276
150277*     RUN REGISTRY - ONE ENTRY PER RUN DATE RECORDING WHERE THE
150278*     RUN STANDS ACROSS THE NIGHTLY CHAIN (SEE FZBRREG AND
150279*     REGISTER-START-PARA).  THE CLASSIFIER CREATES THE ENTRY
150289*     AND REFUSES A RUN THE REGISTRY SAYS IS ALREADY CLASSIFIED.
150299*     A PARTITION JOB (SEE FZBSPLIT) HAS NO DD AND RUNS
150309*     UNREGISTERED - FZBMERGE REGISTERS THE CONSOLIDATED RUN.
150319      SELECT RUN-REGISTRY-FILE ASSIGN TO "FZBRREG"
150329          ORGANIZATION IS INDEXED
150339          ACCESS MODE IS RANDOM
150349          RECORD KEY IS RR-RUN-DATE
150359          FILE STATUS IS WS-RREG-STATUS.
150369
150379*     SUBMITTER AUTHORIZATION TABLE (SEE FZBAUTH AND
150389*     CHECK-AUTHORITY-PARA) - READ BY KEY FOR THE SUBMITTER'S
150399*     OWN ENTRY ONLY WHEN THE RUN NEEDS A CONTROLLED ACTION (A
150409*     NON-DEFAULT RANGE, A RESTART).  A MISSING DD THEN REFUSES
150419*     THE RUN - AUTHORITY THAT CANNOT BE CHECKED IS NOT GRANTED.
150429      SELECT OPTIONAL AUTH-FILE ASSIGN TO "FZBAUTH"
150439          ORGANIZATION IS INDEXED
150449          ACCESS MODE IS RANDOM
150459          RECORD KEY IS AT-USER-ID
150469          FILE STATUS IS WS-AUTH-STATUS.
150479
200000  DATA DIVISION.
200005  FILE SECTION.
200006  FD  CONTROL-CARD-FILE
200062  01  AUDIT-RECORD.
200063      COPY FZBAUDT.
200070
200080  FD  RULE-MASTER-FILE.
200082  01  RULE-MASTER-RECORD.
200083      COPY FZBRMST.
200090
200091  FD  OVERRIDE-FILE.
200092  01  OVERRIDE-RECORD.
200093      COPY FZBOVRD.
200094
200100  FD  STOP-REQUEST-FILE
200101      RECORDING MODE IS F.
200102  01  STOP-REQUEST-RECORD    PIC X(80).
200141      RECORDING MODE IS F.
200142  01  RUN-STATS-RECORD.
200143      COPY FZBSTAT.
200144
200145  FD  RUN-REGISTRY-FILE.
200146  01  RUN-REGISTRY-RECORD.
200147      COPY FZBRREG.
200148
200149  FD  AUTH-FILE.
200159  01  AUTH-RECORD.
200169      COPY FZBAUTH.
200179
210000  WORKING-STORAGE SECTION.
210010  01 WS-CTLCARD-STATUS       PIC XX VALUE SPACES.
210020  01 WS-CTLCARD-EOF-SW       PIC X  VALUE 'N'.
222004* OF JOB COVERS THE WHOLE DATASET.  WHEN NO CARD IS SUPPLIED
222005* THE TABLE HOLDS ONE DEFAULT RANGE BUILT FROM THE COMPILED-IN
222006* DEFAULTS ABOVE.  CARDS BEYOND THE TABLE LIMIT ARE SKIPPED,
222007* AS READ-RULE-MASTER-PARA DOES FOR EXCESS MASTER RULES.
222010  01 WS-MAX-RANGES           PIC 9(2) VALUE 10.
222020  01 WS-RANGE-COUNT          PIC 9(2) VALUE 0.
222030  01 WS-RANGE-TABLE.
240030  01 WS-FIZZBUZZ-COUNT       PIC 9(7) VALUE 0.
240040  01 WS-PLAIN-COUNT          PIC 9(7) VALUE 0.
240045  01 WS-OTHER-COUNT          PIC 9(7) VALUE 0.
240046* MATCHED A MASTER (3RD-OR-LATER) RULE BUT NEITHER BUILT-IN
240047* FIZZ NOR BUZZ RULE (SEE CLASSIFY-COUNTER-PARA) - KEEPS
240048* FIZZ+BUZZ+FIZZBUZZ+PLAIN+OTHER SUMMING TO TOTAL.
240050  01 WS-TOTAL-COUNT          PIC 9(7) VALUE 0.
240060  01 WS-OVERRIDE-COUNT       PIC 9(7) VALUE 0.
240061* RECORDS FORCED BY A COUNTER OVERRIDE - AN "OF WHICH" COUNT;
240062* EACH IS ALSO TALLIED ABOVE IN ITS FORCED FLAG'S CATEGORY (SEE
240063* APPLY-OVERRIDE-PARA).
241000* GRAND TALLIES ACROSS EVERY COMPLETED RANGE - THE END-OF-JOB
241001* GRAND TRAILER THE DOWNSTREAM STEP RECONCILES AGAINST (SEE
241002* WRITE-GRAND-TRAILER-PARA).
241040  01 WS-GRAND-PLAIN-COUNT    PIC 9(7) VALUE 0.
241050  01 WS-GRAND-OTHER-COUNT    PIC 9(7) VALUE 0.
241060  01 WS-GRAND-TOTAL-COUNT    PIC 9(7) VALUE 0.
241070  01 WS-GRAND-OVERRIDE-COUNT PIC 9(7) VALUE 0.
250000* REPORT-MODE LAYOUT - HEADERS/PAGE BREAKS WHEN CC-REPORT-MODE
250001* IS 'Y' (SEE PRINT-REPORT-HEADER-PARA).  PLAIN STREAMED OUTPUT
250002* (THE DEFAULT) IS UNCHANGED.
250050  01 WS-RUN-DATE-EDIT        PIC X(10) VALUE SPACES.
260000* CLASSIFICATION RULE TABLE - ENTRIES 1/2 ARE THE BUILT-IN FIZZ/
260001* BUZZ RULES (SEE SETUP-RULE-TABLE-PARA); ENTRIES 3.. ARE LOADED
260002* FROM THE RULE MASTER (SEE READ-RULE-MASTER-PARA) SO NEW
260003* RULES CAN BE ADDED AS DATA INSTEAD OF A RECOMPILE.
260004* THE RULE DATE PICKS WHICH MASTER VERSIONS ARE IN EFFECT -
260005* THE RUN DATE ON A FRESH RUN, THE CHECKPOINTED RULE DATE ON
260006* A RESTART, SO A RUN RESUMED AFTER MIDNIGHT FINISHES WITH
260007* THE SAME RULES IT STARTED WITH.
260010  01 WS-RULEMAST-STATUS      PIC XX VALUE SPACES.
260020  01 WS-RULEMAST-EOF-SW      PIC X  VALUE 'N'.
260030     88 WS-RULEMAST-EOF           VALUE 'Y'.
260035  01 WS-RULE-DATE            PIC X(8) VALUE SPACES.
260036  01 WS-MASTER-RULE-COUNT    PIC 9(2) VALUE 0.
260040  01 WS-MAX-RULES            PIC 9(2) VALUE 5.
260050  01 WS-RULE-COUNT           PIC 9(2) VALUE 0.
260060  01 WS-RULE-TABLE.
260150  01 WS-FLAG-ACCUM           PIC X(5)  VALUE SPACES.
260160  01 WS-TEXT-PTR             PIC 9(3) VALUE 1.
260170  01 WS-FLAG-PTR             PIC 9(3) VALUE 1.
265000* COUNTER OVERRIDE TABLE - THE UNEXPIRED OVERRIDE MASTER RANGES
265001* (SEE LOAD-OVERRIDE-TABLE-PARA), IN ASCENDING, NON-OVERLAPPING
265002* COUNTER ORDER.  COUNTERS ONLY EVER ASCEND THROUGH A RUN (THE
265003* RANGES ARE VALIDATED ASCENDING, AND A RESTART RESUMES PAST
265004* ITS CHECKPOINT), SO THE LOOKUP POINTER ONLY MOVES FORWARD AND
265005* EACH COUNTER COSTS AT MOST ONE COMPARE PER PASSED OVERRIDE.
265006* OVERRIDES BEYOND THE TABLE LIMIT ARE SKIPPED WITH A WARNING,
265007* AS READ-RULE-MASTER-PARA DOES FOR EXCESS MASTER RULES.
265010  01 WS-OVRD-STATUS          PIC XX VALUE SPACES.
265020  01 WS-OVRD-EOF-SW          PIC X  VALUE 'N'.
265030     88 WS-OVRD-EOF               VALUE 'Y'.
265040  01 WS-MAX-OVERRIDES        PIC 9(3) VALUE 100.
265050  01 WS-OVRD-COUNT           PIC 9(3) VALUE 0.
265060  01 WS-OVRD-EXPIRED-COUNT   PIC 9(5) VALUE 0.
265070  01 WS-OVRD-TABLE.
265080     05 WS-OVRD-ENTRY OCCURS 100 TIMES.
265090        10 WS-OVRD-START       PIC 9(7).
265100        10 WS-OVRD-END         PIC 9(7).
265110        10 WS-OVRD-FLAG        PIC X(5).
265120        10 WS-OVRD-TEXT        PIC X(32).
265130        10 WS-OVRD-REASON      PIC X(4).
265140  01 WS-OVRD-SUB             PIC 9(3) VALUE 1.
265150  01 WS-OVRD-SCAN-SW         PIC X  VALUE 'N'.
265160     88 WS-OVRD-SCAN-DONE         VALUE 'Y'.
265170  01 WS-OVRD-MATCHED-SW      PIC X  VALUE 'N'.
265180     88 WS-OVRD-MATCHED           VALUE 'Y'.
265190  01 WS-OVRD-F-TALLY         PIC 9(2) VALUE 0.
265200  01 WS-OVRD-B-TALLY         PIC 9(2) VALUE 0.
266000* RUN REGISTRY STATE (SEE REGISTER-START-PARA).  THE ENTRY IS
266001* KEYED ON THE RULE DATE - THE RUN HEADER'S DATE, WHICH A
266002* RESTART KEEPS - SO EVERY INVOCATION OF ONE RUN UPDATES THE
266003* SAME ENTRY.  ACTIVE ONLY WHEN THE REGISTRY IS ALLOCATED.
266004* THE END STATE, RETURN CODE AND COUNT ARE STAGED BY THE
266005* CALLER OF REGISTER-END-PARA.
266010  01 WS-RREG-STATUS          PIC XX VALUE SPACES.
266020  01 WS-RREG-ACTIVE-SW       PIC X  VALUE 'N'.
266030     88 WS-RREG-ACTIVE            VALUE 'Y'.
266040  01 WS-RREG-FOUND-SW        PIC X  VALUE 'N'.
266050     88 WS-RREG-FOUND             VALUE 'Y'.
266060  01 WS-RREG-SUB             PIC 9  VALUE 0.
266070  01 WS-RREG-END-STATE       PIC X  VALUE SPACES.
266080  01 WS-RREG-END-RC          PIC 9(2) VALUE 0.
266090  01 WS-RREG-END-COUNT       PIC 9(7) VALUE 0.
267000* SUBMITTER AUTHORIZATION (SEE CHECK-AUTHORITY-PARA).  THE
267001* ACTIONS THE RUN NEEDS ARE DECIDED FROM THE CARDS AND THE
267002* CHECKPOINT; THE GRANTS ARE THE SUBMITTER'S FZBAUTH ENTRY, ALL
267003* 'N' WHEN THERE IS NO ENTRY, IT HAS EXPIRED, OR THE TABLE
267004* COULD NOT BE READ.
267010  01 WS-AUTH-STATUS          PIC XX VALUE SPACES.
267020  01 WS-AUTH-ENTRY-SW        PIC X  VALUE 'N'.
267030     88 WS-AUTH-ENTRY-FOUND       VALUE 'Y'.
267031     88 WS-AUTH-ENTRY-EXPIRED     VALUE 'X'.
267032     88 WS-AUTH-TABLE-DOWN        VALUE 'D'.
267040  01 WS-AUTH-GRANT-RANGE     PIC X  VALUE 'N'.
267050  01 WS-AUTH-GRANT-RESTART   PIC X  VALUE 'N'.
267060  01 WS-NEED-RANGE-SW        PIC X  VALUE 'N'.
267070     88 WS-NEED-RANGE             VALUE 'Y'.
267080  01 WS-AUTH-REFUSED-SW      PIC X  VALUE 'N'.
267090     88 WS-AUTH-REFUSED           VALUE 'Y'.
270000  LINKAGE SECTION.
270001* OPTIONAL SUBMITTER ID PASSED FROM THE JCL'S EXEC PARM (SEE
270002* FIZZBUZZ.JCL'S PARM='&SYSUID').  JES PLACES A 2-BYTE BINARY
270010  01 LS-PARM-AREA.
270020     05 LS-PARM-LEN          PIC S9(4) COMP.
270030     05 LS-PARM-TEXT         PIC X(8).
270040  PROCEDURE DIVISION USING LS-PARM-AREA.
270050  MAIN-PARA.
270060*     RUN IDENTITY IS CAPTURED FIRST SO EVERY ERROR-LOG AND
270070*     AUDIT RECORD - INCLUDING ONES FOR A REJECTED CONTROL
270080*     CARD - CARRIES THE SUBMITTER AND RUN TIMESTAMP.
270090      PERFORM CAPTURE-RUN-IDENTITY-PARA.
270100      PERFORM READ-CONTROL-CARD-PARA.
270110      PERFORM VALIDATE-INPUT-PARA.
270120*     ABORT BEFORE ANY FILE IS OPENED IF THE INPUTS WERE REJECTED,
270130*     BUT STILL LOG THE REJECTED RUN TO THE AUDIT TRAIL (REQ 007)
270140*     WITH WHATEVER PARAMETERS WERE READ - A ZERO AU-RECORD-COUNT
270150*     DISTINGUISHES A REJECTED RUN FROM A CLEAN ONE ON REVIEW.
270160      IF NOT WS-INPUT-VALID
270170          PERFORM WRITE-AUDIT-PARA
270180          STOP RUN
270190      END-IF
270200*     THE WHOLE RUN'S EXPECTED RECORD COUNT - THE DENOMINATOR
270210*     OF THE PROGRESS HEARTBEAT'S PERCENTAGE - IS FIXED AS
270220*     SOON AS THE CARDS HAVE VALIDATED.
270230      PERFORM COMPUTE-TOTAL-WORK-PARA
270240      PERFORM READ-CHECKPOINT-PARA.
270250*     THE SUBMITTER MUST HOLD AUTHORITY FOR EVERY CONTROLLED
270260*     ACTION THE RUN NEEDS - A NON-DEFAULT RANGE, A RESTART -
270270*     BEFORE ANY MASTER, REGISTRY OR OUTPUT DATASET IS TOUCHED.
270280*     A REFUSED RUN IS AUDITED WITH A ZERO RECORD COUNT AND ITS
270290*     AUTHORIZATION FLAG SET; A REFUSED RESTART LEAVES THE
270300*     CHECKPOINT AS IT WAS FOR AN AUTHORIZED RESUBMIT.
270310      PERFORM CHECK-AUTHORITY-PARA.
270320      IF WS-AUTH-REFUSED
270330          MOVE 0 TO WS-GRAND-TOTAL-COUNT
270340          PERFORM WRITE-AUDIT-PARA
270350          STOP RUN
270360      END-IF
270370*     THE RULE TABLE IS BUILT AFTER THE CHECKPOINT IS READ -
270380*     A RESTART CLASSIFIES WITH THE RULES IN EFFECT ON ITS
270390*     CHECKPOINTED RULE DATE, NOT ON TODAY'S.
270400      PERFORM SETUP-RULE-TABLE-PARA.
270410*     THE OVERRIDES FOLLOW THE SAME RULE DATE, SO A RESTART
270420*     FINISHES WITH THE OVERRIDES IT STARTED WITH AS WELL.
270430      PERFORM LOAD-OVERRIDE-TABLE-PARA.
270440*     A CHANGED CONTROL CARD FILE THAT NO LONGER MATCHES THE
270450*     CHECKPOINT - FEWER RANGES THAN THE CHECKPOINTED RANGE
270460*     NUMBER, OR A LOWERED LIMIT THE RESTORED COUNTER HAS
270470*     ALREADY PASSED - WOULD OTHERWISE RUN THE RESUMED RANGE
270480*     ZERO TIMES YET STILL WRITE "CLEAN" TRAILERS AND MARK THE
270490*     CHECKPOINT COMPLETE - REJECT THE RESTART INSTEAD.
270500      IF WS-RESTARTED AND WS-START-RANGE > WS-RANGE-COUNT
270510          DISPLAY "FIZZBUZZ: CHECKPOINT RANGE " WS-START-RANGE
270520              " EXCEEDS RANGE COUNT " WS-RANGE-COUNT
270530          DISPLAY "FIZZBUZZ: RESTART REJECTED - CHECK CTL CARD"
270540          MOVE COUNTER TO WS-ERR-COUNTER
270550          MOVE "RESTART REJECTED - RANGE COUNT" TO WS-ERR-TEXT
270560          PERFORM LOG-RESTART-REJECT-PARA
270570          STOP RUN
270580      END-IF
270590*     A COUNTER EXACTLY AT THE LIMIT IS A COMPLETED RANGE, NOT
270600*     A BAD RESTART - AN OPERATOR STOP (OR AN ABEND) CAN LAND
270610*     ON THE BOUNDARY CHECKPOINT A LIMIT DIVISIBLE BY
270620*     WS-CKPT-INTERVAL PRODUCES, AND THE RESUMED RANGE THEN
270630*     RUNS ZERO ITERATIONS, WRITES ITS TRAILER FROM THE
270640*     RESTORED TALLIES, AND THE NEXT RANGE PROCEEDS (SEE
270650*     PROCESS-RANGE-PARA).  ONLY A COUNTER STRICTLY PAST THE
270660*     LIMIT MEANS THE CONTROL CARDS NO LONGER MATCH.
270670      IF WS-RESTARTED
270680          AND COUNTER > WS-RANGE-LIMIT (WS-START-RANGE)
270690          DISPLAY "FIZZBUZZ: CHECKPOINT COUNTER " COUNTER
270700              " ALREADY PAST UPPER LIMIT "
270710              WS-RANGE-LIMIT (WS-START-RANGE)
270720          DISPLAY "FIZZBUZZ: RESTART REJECTED - CHECK CTL CARD"
270730          MOVE COUNTER TO WS-ERR-COUNTER
270740          MOVE "RESTART REJECTED - PAST LIMIT" TO WS-ERR-TEXT
270750          PERFORM LOG-RESTART-REJECT-PARA
270760          STOP RUN
270770      END-IF
270780*     A CHECKPOINT COUNTER BELOW ITS OWN RANGE'S START MEANS
270790*     THE CONTROL CARDS NO LONGER MATCH THE CHECKPOINT -
270800*     RESUMING WOULD REPROCESS COUNTERS THAT BELONG TO NO
270810*     RANGE, SO REJECT THAT TOO.
270820      IF WS-RESTARTED
270830          AND COUNTER + 1 < WS-RANGE-START (WS-START-RANGE)
270840          DISPLAY "FIZZBUZZ: CHECKPOINT COUNTER " COUNTER
270850              " BELOW RANGE START "
270860              WS-RANGE-START (WS-START-RANGE)
270870          DISPLAY "FIZZBUZZ: RESTART REJECTED - CHECK CTL CARD"
270880          MOVE COUNTER TO WS-ERR-COUNTER
270890          MOVE "RESTART REJECTED - BELOW START" TO WS-ERR-TEXT
270900          PERFORM LOG-RESTART-REJECT-PARA
270910          STOP RUN
270920      END-IF
270930*     REGISTER THE RUN BEFORE THE OUTPUT DATASET IS TOUCHED -
270940*     A RUN THE REGISTRY ALREADY SHOWS AS CLASSIFIED IS REFUSED
270950*     HERE, BEFORE A RERUN CAN OVERWRITE THE DATASET THE LATER
270960*     STEPS HAVE ALREADY VERIFIED, LOADED OR SHIPPED.
270970      PERFORM REGISTER-START-PARA
270980      IF WS-RESTARTED
270990          OPEN EXTEND FIZZBUZZ-OUTPUT-FILE
271000      ELSE
271010          OPEN OUTPUT FIZZBUZZ-OUTPUT-FILE
271020      END-IF
271030*     ABORT IF THE OUTPUT DATASET COULD NOT BE OPENED (BAD DEVICE,
271040*     DISP CONFLICT, ETC.) RATHER THAN RUNNING THE LOOP AGAINST A
271050*     FILE THAT WILL NEVER ACCEPT A RECORD.
271060*     A RECOVERABLE (CODE 8) FAILURE - A DISP CONFLICT OR
271070*     DEVICE PROBLEM CLEARS AND THE RESUBMIT EITHER STARTS
271080*     FRESH OR RESUMES FROM THE LAST CHECKPOINT.
271090      IF WS-FIZZOUT-STATUS NOT = "00"
271100          DISPLAY "FIZZBUZZ: OUTPUT FILE OPEN FAILED - STATUS = "
271110              WS-FIZZOUT-STATUS
271120          MOVE "FZB0003E" TO WS-ERR-MSG-ID
271130          MOVE 8 TO WS-ERR-SEVERITY
271140          MOVE WS-FIZZOUT-STATUS TO WS-ERR-FILE-STATUS
271150          MOVE "OUTPUT FILE OPEN FAILED" TO WS-ERR-TEXT
271160          PERFORM LOG-ERROR-PARA
271170          PERFORM REGISTER-FAILED-PARA
271180          STOP RUN
271190      END-IF
271200*     THE RUN HEADER IS THE FRESH INVOCATION'S FIRST RECORD -
271210*     A RESTART EXTENDS A DATASET THAT ALREADY CARRIES THE
271220*     HEADER ITS FRESH INVOCATION WROTE, SO IT MUST NOT WRITE
271230*     A SECOND ONE (THE DOWNSTREAM STEPS TREAT A DUPLICATE
271240*     HEADER AS A CORRUPT DATASET).
271250      IF NOT WS-RESTARTED
271260          PERFORM WRITE-RUN-HEADER-PARA
271270      END-IF
271280*     REPORT MODE PRINTS A HEADER BEFORE THE FIRST DETAIL LINE AND
271290*     AGAIN ON EVERY PAGE BREAK (SEE PRINT-REPORT-HEADER-PARA).
271300      IF WS-REPORT-MODE
271310          PERFORM PRINT-REPORT-HEADER-PARA
300011      END-IF
300012*     EACH CONTROL CARD'S RANGE IN CARD ORDER.  A RESTARTED RUN
300013*     STARTS AT THE CHECKPOINTED RANGE - THE ONES BEFORE IT ARE
300134      MOVE "C" TO WS-PROG-STATE
300135      PERFORM WRITE-PROGRESS-PARA
300140      CLOSE FIZZBUZZ-OUTPUT-FILE
300141      PERFORM WRITE-AUDIT-PARA
300142      PERFORM WRITE-STATS-PARA
300143*     THE REGISTRY RECORDS THE CLASSIFY STEP COMPLETE ONLY ON A
300144*     CLEAN OR WARNING END - ANYTHING HIGHER HOLDS THE CHAIN.
300145      MOVE WS-HIGHEST-RC TO WS-RREG-END-RC
300146      IF WS-HIGHEST-RC > 4
300147          MOVE "F" TO WS-RREG-END-STATE
300148      ELSE
300149          MOVE "C" TO WS-RREG-END-STATE
300150      END-IF
300151      MOVE WS-GRAND-TOTAL-COUNT TO WS-RREG-END-COUNT
300155      PERFORM REGISTER-END-PARA
300156*     THE STEP ENDS WITH THE HIGHEST SEVERITY RAISED - ZERO ON
300157*     A CLEAN RUN, 4 WHEN IT COMPLETED WITH WARNINGS.
300158      MOVE WS-HIGHEST-RC TO RETURN-CODE
302140          MOVE 0 TO WS-PLAIN-COUNT
302150          MOVE 0 TO WS-OTHER-COUNT
302160          MOVE 0 TO WS-TOTAL-COUNT
302165          MOVE 0 TO WS-OVERRIDE-COUNT
302170      END-IF
302180      PERFORM UNTIL COUNTER >= UPPER-LIMIT
302190          MOVE SPACES TO FIZZBUZZ-OUTPUT-RECORD
302206                  MOVE COUNTER TO WS-ERR-COUNTER
302207                  MOVE "COUNTER OVERFLOW" TO WS-ERR-TEXT
302208                  PERFORM LOG-ERROR-PARA
302210                  PERFORM REGISTER-FAILED-PARA
302212                  STOP RUN
302214          END-ADD
302216          PERFORM CLASSIFY-COUNTER-PARA
302220          MOVE COUNTER TO FO-COUNTER
302221          ADD 1 TO WS-TOTAL-COUNT
302222          ADD 1 TO WS-RUN-RECORD-COUNT
302223          WRITE FIZZBUZZ-OUTPUT-RECORD
302224*         RECOVERABLE (CODE 8) - A SPACE ABEND OR DEVICE
302225*         PROBLEM CLEARS AND THE RESUBMIT RESUMES FROM THE
302226*         LAST CHECKPOINT.
302227          IF WS-FIZZOUT-STATUS NOT = "00"
302228              DISPLAY "FIZZBUZZ: OUTPUT WRITE FAILED - STATUS = "
302229                  WS-FIZZOUT-STATUS
302230              CLOSE FIZZBUZZ-OUTPUT-FILE
302231              MOVE "FZB0004E" TO WS-ERR-MSG-ID
302232              MOVE 8 TO WS-ERR-SEVERITY
302233              MOVE WS-FIZZOUT-STATUS TO WS-ERR-FILE-STATUS
302234              MOVE COUNTER TO WS-ERR-COUNTER
302235              MOVE "OUTPUT WRITE FAILED" TO WS-ERR-TEXT
302236              PERFORM LOG-ERROR-PARA
302237              PERFORM REGISTER-FAILED-PARA
302238              STOP RUN
302239          END-IF
302240          IF FUNCTION MOD(COUNTER WS-CKPT-INTERVAL) = 0
302241              PERFORM CHECK-STOP-PARA
302242              PERFORM WRITE-CKPT-PARA
302243*             THE MAIN LOOP IS ALREADY AWAKE AT THIS BOUNDARY
302244*             TO POLL FZBSTOP AND CHECKPOINT, SO THE PROGRESS
302245*             HEARTBEAT RIDES THE SAME INTERVAL FOR FREE.
302252              PERFORM WRITE-PROGRESS-PARA
302253*             THE CHECKPOINT JUST WRITTEN IS THE RESTART POINT
302254*             THE NEXT SUBMISSION RESUMES FROM - THE CURRENT
302320      ADD WS-FIZZBUZZ-COUNT TO WS-GRAND-FIZZBUZZ-COUNT
302330      ADD WS-PLAIN-COUNT TO WS-GRAND-PLAIN-COUNT
302340      ADD WS-OTHER-COUNT TO WS-GRAND-OTHER-COUNT
302350      ADD WS-TOTAL-COUNT TO WS-GRAND-TOTAL-COUNT
302360      ADD WS-OVERRIDE-COUNT TO WS-GRAND-OVERRIDE-COUNT.
302370
304000  CLASSIFY-COUNTER-PARA.
304001*     TABLE-DRIVEN CLASSIFICATION (SEE SETUP-RULE-TABLE-PARA) -
304002*     WALKS THE ACTIVE RULE ENTRIES IN ORDER, CONCATENATING THE
304004*     DIVISOR AND BEYOND) CLASSIFY WITHOUT ANOTHER ELSE-IF BRANCH.
304005*     ENTRIES 1/2 ARE ALWAYS THE BUILT-IN FIZZ/BUZZ RULES, SO THE
304006*     LEGACY FIZZ/BUZZ/FIZZBUZZ/PLAIN TRAILER TALLIES (REQ 003)
304007*     STILL RECONCILE EXACTLY AS BEFORE WHEN NO EXTRA MASTER RULES
304008*     ARE IN EFFECT.  A MATCH ON A THIRD-OR-LATER RULE THAT DOES
304009*     NOT ALSO MATCH THE BUILT-IN FIZZ/BUZZ RULES FALLS INTO
304010*     WS-OTHER-COUNT/FT-OTHER-COUNT SO FIZZ+BUZZ+FIZZBUZZ+PLAIN+
304011*     OTHER ALWAYS SUMS TO THE TOTAL RECORD COUNT.
304012*     A COUNTER INSIDE AN UNEXPIRED OVERRIDE RANGE TAKES THE
304013*     OVERRIDE'S FORCED FLAG AND TEXT INSTEAD OF THE RULE
304014*     RESULT, AND IS MARKED OVERRIDDEN ON THE RECORD (SEE
304015*     APPLY-OVERRIDE-PARA).
304016      PERFORM FIND-OVERRIDE-PARA.
304020      MOVE SPACES TO WS-TEXT-ACCUM.
304025      MOVE 'N' TO WS-TEXT-OVERFLOW-SW.
304030      MOVE SPACES TO WS-FLAG-ACCUM.
304111                      SPACE
304112                  INTO WS-TEXT-ACCUM
304113                  WITH POINTER WS-TEXT-PTR
304114                  ON OVERFLOW
304115                      MOVE 'Y' TO WS-TEXT-OVERFLOW-SW
304116              END-STRING
304120              STRING WS-RULE-CODE (WS-RULE-IDX) DELIMITED BY SIZE
304121                  INTO WS-FLAG-ACCUM
304122                  WITH POINTER WS-FLAG-PTR
304180                  MOVE 'Y' TO WS-RULE2-MATCHED-SW
304190              END-IF
304200          END-IF
304201      END-PERFORM.
304202*     A COUNTER DIVISIBLE BY EVERY ACTIVE RULE (E.G. A MASTER RULE
304203*     WITH DIVISOR 1, OR SEVERAL SMALL CUSTOM DIVISORS) CAN
304204*     PRODUCE MORE CONCATENATED LABEL TEXT THAN WS-TEXT-ACCUM
304205*     HOLDS - FLAG AND LOG IT RATHER THAN SILENTLY DROPPING THE
304206*     OVERFLOW (SEE THE STRING ... ON OVERFLOW ABOVE).
304207*     AN OVERRIDDEN COUNTER NEVER USES THE ACCUMULATED TEXT, SO
304208*     ITS OVERFLOW IS NOT WORTH A WARNING.
304216      IF WS-TEXT-OVERFLOW AND NOT WS-OVRD-MATCHED
304217          DISPLAY "FIZZBUZZ: CLASSIFICATION TEXT TRUNCATED - "
304218              "COUNTER = " COUNTER
304219*         COMPLETED-WITH-WARNINGS (CODE 4) - THE RECORD IS
304226          PERFORM LOG-ERROR-PARA
304227      END-IF.
304228      MOVE COUNTER TO WS-COUNTER-EDIT.
304232      IF WS-OVRD-MATCHED
304236          PERFORM APPLY-OVERRIDE-PARA
304240      ELSE
304244          IF WS-MATCH-COUNT = 0
304248*             /* Removes the leading zeros. */
304252              MOVE "N" TO FO-CLASS-FLAG
304260              MOVE FUNCTION TRIM(WS-COUNTER-EDIT) TO FO-TEXT
304270              ADD 1 TO WS-PLAIN-COUNT
304280          ELSE
304290              MOVE WS-TEXT-ACCUM TO FO-TEXT
304300              MOVE WS-FLAG-ACCUM TO FO-CLASS-FLAG
304320              IF WS-RULE1-MATCHED-SW = 'Y' AND WS-RULE2-MATCHED-SW
304321                      = 'Y'
304330                  ADD 1 TO WS-FIZZBUZZ-COUNT
304340              ELSE
304350                  IF WS-RULE1-MATCHED-SW = 'Y'
304360                      ADD 1 TO WS-FIZZ-COUNT
304370                  END-IF
304380                  IF WS-RULE2-MATCHED-SW = 'Y'
304390                      ADD 1 TO WS-BUZZ-COUNT
304400                  END-IF
304401                  IF WS-RULE1-MATCHED-SW = 'N' AND
304402                          WS-RULE2-MATCHED-SW = 'N'
304403                      ADD 1 TO WS-OTHER-COUNT
304404                  END-IF
304405              END-IF
304406          END-IF
304407      END-IF
304408*     REPORT MODE SHOWS COUNTER AND CLASSIFICATION TEXT TOGETHER,
304409*     ALIGNED UNDER PRINT-REPORT-HEADER-PARA'S COLUMN HEADINGS;
304410*     PLAIN STREAMED OUTPUT (THE DEFAULT) KEEPS ITS LEGACY
304411*     SINGLE-VALUE-PER-LINE FORM UNCHANGED.
304412*     QUIET MODE SUPPRESSES THE PER-RECORD LINE ENTIRELY -
304413*     ON A FULL-RANGE RUN THE PRINTING DOMINATES ELAPSED TIME
304414*     AND SPOOL SPACE; THE DATASET CARRIES THE REAL OUTPUT.
304415      IF WS-QUIET-MODE
304416          CONTINUE
304417      ELSE
304418          IF WS-REPORT-MODE
304419              IF WS-OVRD-MATCHED
304420                  DISPLAY WS-COUNTER-EDIT "   "
304421                      FUNCTION TRIM(FO-TEXT)
304422                      "   *OVERRIDE " FO-OVERRIDE-REASON
304423              ELSE
304424                  DISPLAY WS-COUNTER-EDIT "   "
304425                      FUNCTION TRIM(FO-TEXT)
304426              END-IF
304427          ELSE
304428              DISPLAY FUNCTION TRIM(FO-TEXT)
304429          END-IF
304432      END-IF.
304435
304440  FIND-OVERRIDE-PARA.
304441*     IS THE COUNTER INSIDE AN OVERRIDE RANGE?  THE POINTER IS
304442*     ADVANCED PAST EVERY RANGE THAT ENDS BELOW THE COUNTER -
304443*     NEVER BACK, SINCE COUNTERS ONLY ASCEND - AND THE COUNTER
304444*     MATCHES WHEN THE RANGE IT STOPS AT HAS ALREADY STARTED.
304445      MOVE 'N' TO WS-OVRD-MATCHED-SW.
304446      MOVE 'N' TO WS-OVRD-SCAN-SW.
304447      PERFORM UNTIL WS-OVRD-SCAN-DONE
304448          IF WS-OVRD-SUB > WS-OVRD-COUNT
304449              MOVE 'Y' TO WS-OVRD-SCAN-SW
304450          ELSE
304451              IF WS-OVRD-END (WS-OVRD-SUB) < COUNTER
304452                  ADD 1 TO WS-OVRD-SUB
304453              ELSE
304454                  MOVE 'Y' TO WS-OVRD-SCAN-SW
304455                  IF WS-OVRD-START (WS-OVRD-SUB) NOT > COUNTER
304456                      MOVE 'Y' TO WS-OVRD-MATCHED-SW
304457                  END-IF
304458              END-IF
304459          END-IF
304460      END-PERFORM.
304461
304462  APPLY-OVERRIDE-PARA.
304463*     FORCE THE OVERRIDE'S FLAG AND TEXT, MARK THE RECORD
304464*     OVERRIDDEN WITH ITS REASON CODE, AND COUNT IT SEPARATELY.
304465*     THE RECORD IS STILL TALLIED IN THE CATEGORY ITS FORCED
304466*     FLAG BELONGS TO, BY THE SAME RULES A RULE-DERIVED FLAG
304467*     FOLLOWS ('N' IS PLAIN; THE BUILT-IN 'F'/'B' CODES DECIDE
304468*     FIZZ/BUZZ/FIZZBUZZ; ANY OTHER CODE IS OTHER), SO THE
304469*     CATEGORIES STILL SUM TO THE TOTAL FOR EVERY DOWNSTREAM
304470*     RECONCILIATION.
304471      MOVE WS-OVRD-FLAG (WS-OVRD-SUB) TO FO-CLASS-FLAG.
304472      MOVE WS-OVRD-TEXT (WS-OVRD-SUB) TO FO-TEXT.
304473      MOVE "O" TO FO-OVERRIDE-SW.
304474      MOVE WS-OVRD-REASON (WS-OVRD-SUB) TO FO-OVERRIDE-REASON.
304475      ADD 1 TO WS-OVERRIDE-COUNT.
304476      IF FO-CLASS-FLAG = "N"
304477          ADD 1 TO WS-PLAIN-COUNT
304478      ELSE
304479          MOVE 0 TO WS-OVRD-F-TALLY
304480          MOVE 0 TO WS-OVRD-B-TALLY
304481          INSPECT FO-CLASS-FLAG TALLYING WS-OVRD-F-TALLY
304482              FOR ALL "F"
304483          INSPECT FO-CLASS-FLAG TALLYING WS-OVRD-B-TALLY
304484              FOR ALL "B"
304485          EVALUATE TRUE
304486              WHEN WS-OVRD-F-TALLY > 0 AND WS-OVRD-B-TALLY > 0
304487                  ADD 1 TO WS-FIZZBUZZ-COUNT
304488              WHEN WS-OVRD-F-TALLY > 0
304489                  ADD 1 TO WS-FIZZ-COUNT
304490              WHEN WS-OVRD-B-TALLY > 0
304491                  ADD 1 TO WS-BUZZ-COUNT
304492              WHEN OTHER
304493                  ADD 1 TO WS-OTHER-COUNT
304494          END-EVALUATE
304495      END-IF.
304499
304500  WRITE-RUN-HEADER-PARA.
304501*     THE RUN HEADER (FT-RECORD-TYPE 'H', FIRST RECORD OF THE
304502*     DATASET - SEE FZBHDR): RUN DATE/TIME, SUBMITTER AND THE
304660          MOVE WS-FIZZOUT-STATUS TO WS-ERR-FILE-STATUS
304670          MOVE "RUN HEADER WRITE FAILED" TO WS-ERR-TEXT
304680          PERFORM LOG-ERROR-PARA
304685          PERFORM REGISTER-FAILED-PARA
304690          STOP RUN
304700      END-IF.
304710
305046          " OTHER COUNT    = " WS-OTHER-COUNT.
305050      DISPLAY "FIZZBUZZ: RANGE " WS-CURRENT-RANGE
305051          " TOTAL RECORDS  = " WS-TOTAL-COUNT.
305052      DISPLAY "FIZZBUZZ: RANGE " WS-CURRENT-RANGE
305053          " OVERRIDDEN     = " WS-OVERRIDE-COUNT.
305060      MOVE SPACES TO FIZZBUZZ-TRAILER-RECORD.
305070      MOVE "R" TO FT-RECORD-TYPE.
305075      MOVE WS-CURRENT-RANGE TO FT-RANGE-NUMBER.
305110      MOVE WS-PLAIN-COUNT TO FT-PLAIN-COUNT.
305115      MOVE WS-OTHER-COUNT TO FT-OTHER-COUNT.
305120      MOVE WS-TOTAL-COUNT TO FT-TOTAL-COUNT.
305125      MOVE WS-OVERRIDE-COUNT TO FT-OVERRIDE-COUNT.
305130      WRITE FIZZBUZZ-TRAILER-RECORD.
305131      IF WS-FIZZOUT-STATUS NOT = "00"
305132          DISPLAY "FIZZBUZZ: TRAILER WRITE FAILED - STATUS = "
305246          WS-GRAND-OTHER-COUNT.
305250      DISPLAY "FIZZBUZZ: TOTAL RECORDS  = "
305251          WS-GRAND-TOTAL-COUNT.
305255      DISPLAY "FIZZBUZZ: OVERRIDDEN     = "
305256          WS-GRAND-OVERRIDE-COUNT.
305260      MOVE SPACES TO FIZZBUZZ-TRAILER-RECORD.
305270      MOVE "T" TO FT-RECORD-TYPE.
305275      MOVE 0 TO FT-RANGE-NUMBER.
305310      MOVE WS-GRAND-PLAIN-COUNT TO FT-PLAIN-COUNT.
305315      MOVE WS-GRAND-OTHER-COUNT TO FT-OTHER-COUNT.
305320      MOVE WS-GRAND-TOTAL-COUNT TO FT-TOTAL-COUNT.
305325      MOVE WS-GRAND-OVERRIDE-COUNT TO FT-OVERRIDE-COUNT.
305330      WRITE FIZZBUZZ-TRAILER-RECORD.
305331      IF WS-FIZZOUT-STATUS NOT = "00"
305332          DISPLAY "FIZZBUZZ: TRAILER WRITE FAILED - STATUS = "
306036*     SECTION) IS THE REAL JES SUBMITTER AND TAKES PRIORITY; THE
306037*     USS SHELL ENVIRONMENT IS ONLY A FALLBACK FOR A STANDALONE
306038*     RUN WITHOUT A PARM.  LS-PARM-LEN = 0 MEANS JES DELIVERED NO
306039*     PARM TEXT AT ALL (THE HALFWORD PREFIX IS STILL PRESENT AND
306040*     ZERO), WHICH IS THE SIGNAL TO FALL BACK, NOT LS-PARM-TEXT
306041*     BEING SPACES.
306042      IF LS-PARM-LEN > 0
306043          IF LS-PARM-LEN > 8
306044              MOVE 8 TO WS-PARM-MOVE-LEN
306045          ELSE
306046              MOVE LS-PARM-LEN TO WS-PARM-MOVE-LEN
306047          END-IF
306048          MOVE SPACES TO WS-USER-ID
306049          MOVE LS-PARM-TEXT (1:WS-PARM-MOVE-LEN) TO WS-USER-ID
306050      ELSE
306051          ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
306052          IF WS-USER-ID = SPACES
306060              ACCEPT WS-USER-ID FROM ENVIRONMENT "USERNAME"
306070          END-IF
306080          IF WS-USER-ID = SPACES
307017          PERFORM LOG-CARD-ERROR-PARA
307018      END-IF.
307019      PERFORM VARYING WS-RANGE-SUB FROM 1 BY 1
307022              UNTIL WS-RANGE-SUB > WS-RANGE-COUNT
307025          IF WS-RANGE-LIMIT (WS-RANGE-SUB) = 0
307030              DISPLAY "FIZZBUZZ: RANGE " WS-RANGE-SUB
307031                  " INVALID UPPER LIMIT - MUST BE > 0"
307040              MOVE 'N' TO WS-VALID-SW
307056              DISPLAY "FIZZBUZZ: RANGE " WS-RANGE-SUB
307057                  " INVALID RANGE START - MUST BE > 0"
307058              MOVE 'N' TO WS-VALID-SW
307060              MOVE "INVALID RANGE START" TO WS-ERR-TEXT
307062              PERFORM LOG-CARD-ERROR-PARA
307064          END-IF
307066          IF WS-RANGE-FIZZ-DIV (WS-RANGE-SUB) = 0
307070              DISPLAY "FIZZBUZZ: RANGE " WS-RANGE-SUB
307071                  " INVALID FIZZ DIVISOR - MUST BE > 0"
307080              MOVE 'N' TO WS-VALID-SW
307120              MOVE 'N' TO WS-VALID-SW
307121              MOVE "INVALID BUZZ DIVISOR" TO WS-ERR-TEXT
307122              PERFORM LOG-CARD-ERROR-PARA
307123          END-IF
307124          IF WS-RANGE-START (WS-RANGE-SUB) >
307125                  WS-RANGE-LIMIT (WS-RANGE-SUB)
307126              DISPLAY "FIZZBUZZ: RANGE " WS-RANGE-SUB
307127                  " START EXCEEDS UPPER LIMIT"
307128              MOVE 'N' TO WS-VALID-SW
307129              MOVE "START EXCEEDS UPPER LIMIT" TO WS-ERR-TEXT
307135              PERFORM LOG-CARD-ERROR-PARA
307136          END-IF
307138          IF WS-RANGE-SUB > 1
310011*     FIZZ DIVISOR / BUZZ DIVISOR / REPORT MODE / RANGE START /
310012*     QUIET MODE, COLUMNS 1-7 / 8-10 / 11-13 / 14 / 15-21 / 22.
310013*     EVERY CARD IS
310014*     READ AND LOADED INTO THE RANGE TABLE IN CARD ORDER; AN
310015*     ABSENT FILE (OR NO CARDS AT ALL) LEAVES THE SINGLE
310016*     DEFAULT RANGE BUILT FROM THE COMPILED-IN DEFAULTS.
310020      OPEN INPUT CONTROL-CARD-FILE.
310030      IF WS-CTLCARD-STATUS = "35" OR WS-CTLCARD-STATUS = "05"
310040          DISPLAY "FIZZBUZZ: NO CONTROL CARD - USING DEFAULTS"
311005*     ZERO VALUE IS SUPPLIED ON PURPOSE, SO IT IS MOVED AS-IS
311006*     AND LEFT FOR VALIDATE-INPUT-PARA TO CATCH AND REJECT.
311007*     CARDS BEYOND THE TABLE LIMIT FAIL VALIDATION - UNLIKE
311008*     A SKIPPED MASTER RULE (A LOST LABEL), A DROPPED RANGE
311009*     CARD WOULD LOSE OUTPUT RECORDS.
311010      IF WS-RANGE-COUNT < WS-MAX-RANGES
311020          ADD 1 TO WS-RANGE-COUNT
311227          MOVE 'Y' TO WS-EXCESS-CARDS-SW
311230      END-IF.
311240
315000  READ-RULE-MASTER-PARA.
315001*     THE EXTRA DIVISOR/LABEL/CODE RULES IN EFFECT ON THE RULE
315002*     DATE (RM-EFF-FROM <= RULE DATE <= RM-EFF-TO), READ FROM
315003*     THE RULE MASTER AFTER THE BUILT-IN FIZZ/BUZZ RULES ARE
315004*     SEEDED (SEE SETUP-RULE-TABLE-PARA).  KEY ORDER MEANS THE
315005*     RULES CLASSIFY IN RULE-CODE ORDER, THE SAME EVERY RUN.
315006*     FZBRMNT NEVER LETS MORE RULES BE IN EFFECT AT ONCE THAN
315007*     THE TABLE HOLDS, BUT A MASTER LOADED BY OTHER MEANS COULD
315008*     - THE EXCESS IS SKIPPED WITH A WARNING, AS ANY RUN THAT
315009*     CANNOT HONOR ITS FULL RULE SET MUST SAY SO.
315010      OPEN INPUT RULE-MASTER-FILE.
315020      IF WS-RULEMAST-STATUS = "35" OR WS-RULEMAST-STATUS = "05"
315021*         OPTIONAL FILE NOT PRESENT: THE OPEN INPUT STILL LEFT
315022*         THE FILE OPEN, SO CLOSE IT HERE FOR CONSISTENCY (NOT
315023*         CURRENTLY REOPENED ELSEWHERE, BUT SEE READ-CHECKPOINT-
315024*         PARA FOR WHAT HAPPENS WHEN THIS IS SKIPPED).
315025          CLOSE RULE-MASTER-FILE
315026          DISPLAY "FIZZBUZZ: NO RULE MASTER - BUILT-IN RULES ONLY"
315030      ELSE
315031*         ANY OTHER OPEN FAILURE IS FATAL - CLASSIFYING WITHOUT
315032*         THE RULES THE BUSINESS STAGED WOULD WRITE A WHOLE
315033*         DATASET OF WRONG RESULTS THAT LOOKS CLEAN.
315034          IF WS-RULEMAST-STATUS NOT = "00"
315035              DISPLAY "FIZZBUZZ: RULE MASTER OPEN FAILED - "
315036                  "STATUS = " WS-RULEMAST-STATUS
315037              MOVE "FZB0012E" TO WS-ERR-MSG-ID
315038              MOVE 16 TO WS-ERR-SEVERITY
315039              MOVE WS-RULEMAST-STATUS TO WS-ERR-FILE-STATUS
315040              MOVE "RULE MASTER OPEN FAILED" TO WS-ERR-TEXT
315041              PERFORM LOG-ERROR-PARA
315042              STOP RUN
315043          END-IF
315050          PERFORM UNTIL WS-RULEMAST-EOF
315060              READ RULE-MASTER-FILE NEXT RECORD
315070                  AT END MOVE 'Y' TO WS-RULEMAST-EOF-SW
315080              END-READ
315090              IF NOT WS-RULEMAST-EOF
315091                  AND RM-EFF-FROM NOT > WS-RULE-DATE
315092                  AND RM-EFF-TO NOT < WS-RULE-DATE
315093                  AND RM-DIVISOR IS NUMERIC
315094                  AND RM-DIVISOR > 0
315095                  ADD 1 TO WS-MASTER-RULE-COUNT
315096                  IF WS-RULE-COUNT < WS-MAX-RULES
315100                      ADD 1 TO WS-RULE-COUNT
315110                      SET WS-RULE-IDX TO WS-RULE-COUNT
315120                      MOVE RM-DIVISOR
315121                          TO WS-RULE-DIVISOR (WS-RULE-IDX)
315130                      MOVE RM-LABEL
315131                          TO WS-RULE-LABEL (WS-RULE-IDX)
315140                      MOVE RM-CODE
315141                          TO WS-RULE-CODE (WS-RULE-IDX)
315142                  ELSE
315143                      DISPLAY "FIZZBUZZ: RULE TABLE FULL - RULE "
315144                          RM-CODE " " RM-LABEL " SKIPPED"
315145                      MOVE "FZB0011W" TO WS-ERR-MSG-ID
315146                      MOVE 4 TO WS-ERR-SEVERITY
315147                      MOVE "RULE TABLE FULL - RULE SKIPPED"
315148                          TO WS-ERR-TEXT
315149                      PERFORM LOG-ERROR-PARA
315150                  END-IF
315160              END-IF
315170          END-PERFORM
315180          CLOSE RULE-MASTER-FILE
315185          DISPLAY "FIZZBUZZ: " WS-MASTER-RULE-COUNT
315186              " MASTER RULES IN EFFECT ON " WS-RULE-DATE
315190      END-IF.
315200
316000  SETUP-RULE-TABLE-PARA.
316001*     SEEDS THE TABLE WITH THE TWO BUILT-IN RULES (FIZZ, BUZZ)
316002*     AHEAD OF ANY MASTER RULES READ BY READ-RULE-MASTER-PARA, SO
316003*     THE BUILT-INS ALWAYS CLASSIFY FIRST AND IN THE SAME ORDER
316004*     AS BEFORE (PRESERVES "FizzBuzz" TEXT / LEGACY TALLY RULES).
316005*     THE BUILT-IN DIVISORS ARE RESEEDED AS EACH RANGE STARTS
316006*     (SEE SET-RANGE-RULES-PARA) SINCE EVERY CONTROL CARD MAY
316007*     CARRY ITS OWN; THE MASTER ENTRIES (3..) ARE READ ONCE
316008*     AND APPLY TO EVERY RANGE.
316009      IF WS-RULE-DATE = SPACES
316011          MOVE WS-RUN-DATE TO WS-RULE-DATE
316013      END-IF
316015      MOVE 2 TO WS-RULE-COUNT.
316020      SET WS-RULE-IDX TO 1.
316030      MOVE FIZZ-DIVISOR TO WS-RULE-DIVISOR (WS-RULE-IDX).
316040      MOVE "Fizz" TO WS-RULE-LABEL (WS-RULE-IDX).
316070      MOVE BUZZ-DIVISOR TO WS-RULE-DIVISOR (WS-RULE-IDX).
316080      MOVE "Buzz" TO WS-RULE-LABEL (WS-RULE-IDX).
316090      MOVE "B" TO WS-RULE-CODE (WS-RULE-IDX).
316100      PERFORM READ-RULE-MASTER-PARA.
316110
316200  SET-RANGE-RULES-PARA.
316201*     RESEED THE BUILT-IN FIZZ/BUZZ DIVISORS FROM THE RANGE IN
316202*     PROGRESS.  LABELS, CODES AND THE MASTER ENTRIES ARE
316203*     UNCHANGED - ONLY THE DIVISORS VARY BY CONTROL CARD.
316210      SET WS-RULE-IDX TO 1.
316220      MOVE FIZZ-DIVISOR TO WS-RULE-DIVISOR (WS-RULE-IDX).
316230      SET WS-RULE-IDX TO 2.
316240      MOVE BUZZ-DIVISOR TO WS-RULE-DIVISOR (WS-RULE-IDX).
316250
317000  LOAD-OVERRIDE-TABLE-PARA.
317001*     THE COUNTER OVERRIDES STILL IN FORCE ON THE RULE DATE
317002*     (OV-EXPIRY-DATE NOT BEFORE IT), READ FROM THE OVERRIDE
317003*     MASTER IN KEY ORDER SO THE TABLE ASCENDS BY START
317004*     COUNTER.  AN OVERRIDE WITH NO FLAG OR TEXT, AN END BELOW
317005*     ITS START, OR A RANGE OVERLAPPING THE ONE LOADED BEFORE
317006*     IT CANNOT BE HONORED AND IS SKIPPED WITH A WARNING, AS
317007*     IS ANY OVERRIDE BEYOND THE TABLE LIMIT.  EXPIRED
317008*     OVERRIDES ARE SIMPLY COUNTED - EXPIRY IS THEIR NORMAL END.
317010      OPEN INPUT OVERRIDE-FILE.
317020      IF WS-OVRD-STATUS = "35" OR WS-OVRD-STATUS = "05"
317021*         OPTIONAL FILE NOT PRESENT - CLOSE IT ANYWAY, AS
317022*         READ-RULE-MASTER-PARA DOES.
317025          CLOSE OVERRIDE-FILE
317026          DISPLAY "FIZZBUZZ: NO OVERRIDE MASTER - NO OVERRIDES"
317030      ELSE
317031*         ANY OTHER OPEN FAILURE IS FATAL - CLASSIFYING WITHOUT
317032*         THE OVERRIDES THE BUSINESS ASKED FOR WOULD WRITE WRONG
317033*         RESULTS THAT LOOK CLEAN.
317034          IF WS-OVRD-STATUS NOT = "00"
317035              DISPLAY "FIZZBUZZ: OVERRIDE MASTER OPEN FAILED - "
317036                  "STATUS = " WS-OVRD-STATUS
317037              MOVE "FZB0015E" TO WS-ERR-MSG-ID
317038              MOVE 16 TO WS-ERR-SEVERITY
317039              MOVE WS-OVRD-STATUS TO WS-ERR-FILE-STATUS
317040              MOVE "OVERRIDE MASTER OPEN FAILED" TO WS-ERR-TEXT
317041              PERFORM LOG-ERROR-PARA
317042              STOP RUN
317043          END-IF
317050          PERFORM UNTIL WS-OVRD-EOF
317060              READ OVERRIDE-FILE NEXT RECORD
317070                  AT END MOVE 'Y' TO WS-OVRD-EOF-SW
317080              END-READ
317090              IF NOT WS-OVRD-EOF
317100                  IF OV-EXPIRY-DATE < WS-RULE-DATE
317110                      ADD 1 TO WS-OVRD-EXPIRED-COUNT
317120                  ELSE
317130                      PERFORM ADD-OVERRIDE-ENTRY-PARA
317140                  END-IF
317150              END-IF
317160          END-PERFORM
317170          CLOSE OVERRIDE-FILE
317180          DISPLAY "FIZZBUZZ: " WS-OVRD-COUNT
317181              " OVERRIDES IN FORCE ON " WS-RULE-DATE
317182              ", " WS-OVRD-EXPIRED-COUNT " EXPIRED"
317190      END-IF
317200      MOVE 1 TO WS-OVRD-SUB.
317210
317500  ADD-OVERRIDE-ENTRY-PARA.
317501*     ONE UNEXPIRED OVERRIDE INTO THE NEXT TABLE ENTRY, OR A
317502*     WARNING (COMPLETED-WITH-WARNINGS, CODE 4) NAMING WHY IT
317503*     WAS SKIPPED.  THE OVERRIDE'S START COUNTER TRAVELS IN
317504*     THE LOG RECORD'S COUNTER FIELD.
317510      MOVE OV-START-COUNTER TO WS-ERR-COUNTER
317520      EVALUATE TRUE
317525          WHEN OV-START-COUNTER IS NOT NUMERIC
317530              OR OV-END-COUNTER IS NOT NUMERIC
317531              OR OV-END-COUNTER < OV-START-COUNTER
317532              OR OV-CLASS-FLAG = SPACES
317533              OR OV-TEXT = SPACES
317534              OR OV-REASON-CODE = SPACES
317540              DISPLAY "FIZZBUZZ: OVERRIDE " OV-START-COUNTER
317541                  " INVALID - SKIPPED"
317550              MOVE "FZB0013W" TO WS-ERR-MSG-ID
317560              MOVE 4 TO WS-ERR-SEVERITY
317570              MOVE "OVERRIDE INVALID - SKIPPED" TO WS-ERR-TEXT
317580              PERFORM LOG-ERROR-PARA
317590          WHEN WS-OVRD-COUNT > 0
317591              AND OV-START-COUNTER NOT >
317592                  WS-OVRD-END (WS-OVRD-COUNT)
317600              DISPLAY "FIZZBUZZ: OVERRIDE " OV-START-COUNTER
317601                  " OVERLAPS THE ONE BEFORE IT - SKIPPED"
317610              MOVE "FZB0013W" TO WS-ERR-MSG-ID
317620              MOVE 4 TO WS-ERR-SEVERITY
317630              MOVE "OVERRIDE OVERLAPS - SKIPPED" TO WS-ERR-TEXT
317640              PERFORM LOG-ERROR-PARA
317650          WHEN WS-OVRD-COUNT NOT < WS-MAX-OVERRIDES
317660              DISPLAY "FIZZBUZZ: OVERRIDE TABLE FULL - OVERRIDE "
317661                  OV-START-COUNTER " SKIPPED"
317670              MOVE "FZB0014W" TO WS-ERR-MSG-ID
317680              MOVE 4 TO WS-ERR-SEVERITY
317690              MOVE "OVERRIDE TABLE FULL - SKIPPED" TO WS-ERR-TEXT
317700              PERFORM LOG-ERROR-PARA
317710          WHEN OTHER
317720              ADD 1 TO WS-OVRD-COUNT
317730              MOVE OV-START-COUNTER
317731                  TO WS-OVRD-START (WS-OVRD-COUNT)
317740              MOVE OV-END-COUNTER TO WS-OVRD-END (WS-OVRD-COUNT)
317750              MOVE OV-CLASS-FLAG TO WS-OVRD-FLAG (WS-OVRD-COUNT)
317760              MOVE OV-TEXT TO WS-OVRD-TEXT (WS-OVRD-COUNT)
317770              MOVE OV-REASON-CODE
317771                  TO WS-OVRD-REASON (WS-OVRD-COUNT)
317780      END-EVALUATE
317790      MOVE 0 TO WS-ERR-COUNTER.
317800
318000  REGISTER-START-PARA.
318001*     OPEN OR CREATE THE RUN'S REGISTRY ENTRY AND MARK THE
318002*     CLASSIFY STEP STARTED (SEE FZBRREG).  A RUN WHOSE CLASSIFY
318003*     STEP IS ALREADY COMPLETE IS REFUSED - RERUNNING IT WOULD
318004*     REPLACE A DATASET THE LATER STEPS MAY ALREADY HAVE
318005*     VERIFIED, LOADED OR SHIPPED; FZBRSTAT'S REOPEN CARD IS
318006*     THE DELIBERATE WAY TO ALLOW IT.  A STARTED, STOPPED OR
318007*     FAILED STEP IS NOT COMPLETE, SO A RESTART OR RESUBMIT
318008*     PROCEEDS.  A "35" ON THE OPEN MEANS EITHER A NEWLY DEFINED
318009*     REGISTRY WITH NO ENTRIES YET - LOADED WITH AN OPEN OUTPUT,
318010*     AS FZBLOAD DOES FOR A NEW CLUSTER - OR NO DD AT ALL, A
318011*     PARTITION JOB THAT RUNS UNREGISTERED.  ANY OTHER FAILURE
318012*     IS FATAL: A RUN THE CHAIN CANNOT TRACK MUST NOT START.
318020      MOVE 'N' TO WS-RREG-ACTIVE-SW
318030      MOVE 'N' TO WS-RREG-FOUND-SW
318040      OPEN I-O RUN-REGISTRY-FILE
318050      IF WS-RREG-STATUS = "35"
318060          OPEN OUTPUT RUN-REGISTRY-FILE
318070          IF WS-RREG-STATUS = "00"
318080              MOVE 'Y' TO WS-RREG-ACTIVE-SW
318090          ELSE
318100              DISPLAY "FIZZBUZZ: NO RUN REGISTRY ALLOCATED - "
318101                  "RUN NOT REGISTERED"
318110          END-IF
318120      ELSE
318130          IF WS-RREG-STATUS NOT = "00"
318140              DISPLAY "FIZZBUZZ: RUN REGISTRY OPEN FAILED - "
318141                  "STATUS = " WS-RREG-STATUS
318150              MOVE "RUN REGISTRY OPEN FAILED" TO WS-ERR-TEXT
318160              PERFORM REGISTER-REFUSE-PARA
318170          END-IF
318180          MOVE 'Y' TO WS-RREG-ACTIVE-SW
318190          MOVE WS-RULE-DATE TO RR-RUN-DATE
318200          READ RUN-REGISTRY-FILE
318210              INVALID KEY CONTINUE
318220          END-READ
318230          IF WS-RREG-STATUS = "00"
318240              MOVE 'Y' TO WS-RREG-FOUND-SW
318250          ELSE
318260              IF WS-RREG-STATUS NOT = "23"
318270                  DISPLAY "FIZZBUZZ: RUN REGISTRY READ FAILED - "
318271                      "STATUS = " WS-RREG-STATUS
318280                  MOVE "RUN REGISTRY READ FAILED" TO WS-ERR-TEXT
318290                  PERFORM REGISTER-REFUSE-PARA
318300              END-IF
318310          END-IF
318320      END-IF
318330      IF WS-RREG-ACTIVE
318340          IF WS-RREG-FOUND AND RR-STEP-STATUS (1) = "C"
318350              DISPLAY "FIZZBUZZ: RUN " WS-RULE-DATE
318351                  " IS ALREADY CLASSIFIED - RUN REFUSED"
318360              MOVE "RUN ALREADY CLASSIFIED" TO WS-ERR-TEXT
318370              PERFORM REGISTER-REFUSE-PARA
318380          END-IF
318390          IF NOT WS-RREG-FOUND
318400              MOVE SPACES TO RUN-REGISTRY-RECORD
318410              MOVE WS-RULE-DATE TO RR-RUN-DATE
318420              PERFORM VARYING WS-RREG-SUB FROM 1 BY 1
318421                  UNTIL WS-RREG-SUB > 5
318430                  MOVE 0 TO RR-STEP-RC (WS-RREG-SUB)
318440                  MOVE 0 TO RR-STEP-COUNT (WS-RREG-SUB)
318450                  MOVE 0 TO RR-STEP-ATTEMPTS (WS-RREG-SUB)
318460              END-PERFORM
318470          END-IF
318480          MOVE "O" TO RR-RUN-STATUS
318490          MOVE "R" TO RR-STEP-STATUS (1)
318500          MOVE WS-RUN-DATE TO RR-STEP-START-DATE (1)
318510          MOVE WS-RUN-TIME TO RR-STEP-START-TIME (1)
318520          MOVE SPACES TO RR-STEP-END-DATE (1)
318530          MOVE SPACES TO RR-STEP-END-TIME (1)
318540          MOVE 0 TO RR-STEP-RC (1)
318550          MOVE 0 TO RR-STEP-COUNT (1)
318560          ADD 1 TO RR-STEP-ATTEMPTS (1)
318561              ON SIZE ERROR
318562                  MOVE 99 TO RR-STEP-ATTEMPTS (1)
318563          END-ADD
318570          IF WS-RREG-FOUND
318580              REWRITE RUN-REGISTRY-RECORD
318590          ELSE
318600              WRITE RUN-REGISTRY-RECORD
318610          END-IF
318620          IF WS-RREG-STATUS NOT = "00"
318630              DISPLAY "FIZZBUZZ: RUN REGISTRY UPDATE FAILED - "
318631                  "STATUS = " WS-RREG-STATUS
318640              MOVE "RUN REGISTRY UPDATE FAILED" TO WS-ERR-TEXT
318650              PERFORM REGISTER-REFUSE-PARA
318660          END-IF
318670          CLOSE RUN-REGISTRY-FILE
318680          DISPLAY "FIZZBUZZ: RUN " WS-RULE-DATE
318681              " REGISTERED - CLASSIFY STARTED"
318690      END-IF.
318700
318800  REGISTER-REFUSE-PARA.
318801*     THE REGISTRY REFUSED (OR COULD NOT RECORD) THE RUN -
318802*     FATAL (16) BEFORE ANY OUTPUT IS WRITTEN.  THE CALLER HAS
318803*     DISPLAYED THE DETAIL AND STAGED THE TEXT.  THE REFUSED
318804*     RUN IS AUDITED WITH A ZERO RECORD COUNT, AS AN
318805*     UNAUTHORIZED ONE IS.
318810      MOVE "FZB0016E" TO WS-ERR-MSG-ID
318820      MOVE 16 TO WS-ERR-SEVERITY
318830      MOVE WS-RREG-STATUS TO WS-ERR-FILE-STATUS
318840      PERFORM LOG-ERROR-PARA
318850      CLOSE RUN-REGISTRY-FILE
318852      MOVE 0 TO WS-GRAND-TOTAL-COUNT
318854      PERFORM WRITE-AUDIT-PARA
318860      STOP RUN.
318870
319000  REGISTER-END-PARA.
319001*     RECORD THE CLASSIFY STEP'S END ON THE RUN'S REGISTRY
319002*     ENTRY - THE CALLER STAGES THE END STATE, RETURN CODE AND
319003*     RECORD COUNT - AND MARK THE RUN COMPLETE ONCE EVERY STEP
319004*     IS.  A REGISTRY THAT CANNOT BE UPDATED NOW IS A WARNING,
319005*     NOT A FAILURE: THE DATASET IS ALREADY WRITTEN, AND THE
319006*     STEP LEFT STARTED ON THE REGISTRY HOLDS THE NEXT STEP
319007*     UNTIL SOMEONE LOOKS.
319010      IF WS-RREG-ACTIVE
319020          OPEN I-O RUN-REGISTRY-FILE
319030          IF WS-RREG-STATUS = "00"
319040              MOVE WS-RULE-DATE TO RR-RUN-DATE
319050              READ RUN-REGISTRY-FILE
319060                  INVALID KEY CONTINUE
319070              END-READ
319080          END-IF
319090          IF WS-RREG-STATUS = "00"
319100              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
319110              MOVE WS-RREG-END-STATE TO RR-STEP-STATUS (1)
319120              MOVE WS-CURRENT-DATETIME (1:8)
319121                  TO RR-STEP-END-DATE (1)
319130              MOVE WS-CURRENT-DATETIME (9:6)
319131                  TO RR-STEP-END-TIME (1)
319140              MOVE WS-RREG-END-RC TO RR-STEP-RC (1)
319150              MOVE WS-RREG-END-COUNT TO RR-STEP-COUNT (1)
319160              MOVE "C" TO RR-RUN-STATUS
319170              PERFORM VARYING WS-RREG-SUB FROM 1 BY 1
319171                  UNTIL WS-RREG-SUB > 5
319180                  IF RR-STEP-STATUS (WS-RREG-SUB) NOT = "C"
319190                      MOVE "O" TO RR-RUN-STATUS
319200                  END-IF
319210              END-PERFORM
319220              REWRITE RUN-REGISTRY-RECORD
319230          END-IF
319240          IF WS-RREG-STATUS NOT = "00"
319250              DISPLAY "FIZZBUZZ: RUN REGISTRY NOT UPDATED - "
319251                  "STATUS = " WS-RREG-STATUS
319260              MOVE "FZB0017W" TO WS-ERR-MSG-ID
319270              MOVE 4 TO WS-ERR-SEVERITY
319280              MOVE WS-RREG-STATUS TO WS-ERR-FILE-STATUS
319290              MOVE "RUN REGISTRY END NOT RECORDED" TO WS-ERR-TEXT
319300              PERFORM LOG-ERROR-PARA
319310          END-IF
319320          CLOSE RUN-REGISTRY-FILE
319330      END-IF.
319340
319500  REGISTER-FAILED-PARA.
319501*     A FATAL OR RECOVERABLE FAILURE AFTER THE RUN REGISTERED -
319502*     RECORD THE CLASSIFY STEP AS FAILED, WITH THE RETURN CODE
319503*     JUST RAISED AND THE RECORDS WRITTEN SO FAR, SO THE
319504*     REGISTRY SAYS WHAT HAPPENED INSTEAD OF "STARTED".
319510      MOVE "F" TO WS-RREG-END-STATE
319520      MOVE WS-HIGHEST-RC TO WS-RREG-END-RC
319530      COMPUTE WS-RREG-END-COUNT =
319531          WS-GRAND-TOTAL-COUNT + WS-TOTAL-COUNT
319540      PERFORM REGISTER-END-PARA.
319550
320000  READ-CHECKPOINT-PARA.
320001*     IF A PRIOR RUN LEFT AN ACTIVE RESTART POINT ('R'), RESUME
320002*     COUNTER AND THE RUNNING TALLIES FROM THERE INSTEAD OF
320145              MOVE CK-GRAND-PLAIN-COUNT TO WS-GRAND-PLAIN-COUNT
320146              MOVE CK-GRAND-OTHER-COUNT TO WS-GRAND-OTHER-COUNT
320147              MOVE CK-GRAND-TOTAL-COUNT TO WS-GRAND-TOTAL-COUNT
320148*             CHECKPOINTS WRITTEN BEFORE OVERRIDES EXISTED CARRY
320149*             NO OVERRIDE COUNTS - NONE WERE APPLIED.
320150              IF CK-OVERRIDE-COUNT IS NUMERIC
320151                  MOVE CK-OVERRIDE-COUNT TO WS-OVERRIDE-COUNT
320152              END-IF
320153              IF CK-GRAND-OVERRIDE-COUNT IS NUMERIC
320154                  MOVE CK-GRAND-OVERRIDE-COUNT
320155                      TO WS-GRAND-OVERRIDE-COUNT
320156              END-IF
320157*             CHECKPOINTS WRITTEN BEFORE RANGES EXISTED CARRY
320158*             NO RANGE NUMBER - TREAT THEM AS RANGE 1.
320159              IF CK-RANGE-NUMBER IS NUMERIC
320160                  AND CK-RANGE-NUMBER > 0
320161                  MOVE CK-RANGE-NUMBER TO WS-START-RANGE
320162              ELSE
320163                  MOVE 1 TO WS-START-RANGE
320164              END-IF
320165*             THE RESUMED RUN KEEPS THE RULE DATE IT STARTED
320166*             WITH.  CHECKPOINTS WRITTEN BEFORE THE RULE MASTER
320167*             CARRY NONE - THOSE FALL BACK TO THE RUN DATE.
320168              IF CK-RULE-DATE IS NUMERIC
320169                  MOVE CK-RULE-DATE TO WS-RULE-DATE
320170              END-IF
320171              MOVE 'Y' TO WS-RESTART-SW
320172              DISPLAY "FIZZBUZZ: RESTARTING RANGE "
320173                  WS-START-RANGE " AFTER COUNTER = " COUNTER
320180          END-IF
320190          CLOSE CHECKPOINT-FILE
320200      END-IF.
330095          MOVE WS-GRAND-PLAIN-COUNT TO CK-GRAND-PLAIN-COUNT
330096          MOVE WS-GRAND-OTHER-COUNT TO CK-GRAND-OTHER-COUNT
330097          MOVE WS-GRAND-TOTAL-COUNT TO CK-GRAND-TOTAL-COUNT
330098          MOVE WS-RULE-DATE TO CK-RULE-DATE
330099          MOVE WS-OVERRIDE-COUNT TO CK-OVERRIDE-COUNT
330100          MOVE WS-GRAND-OVERRIDE-COUNT TO CK-GRAND-OVERRIDE-COUNT
330101          WRITE CHECKPOINT-RECORD
330102          IF WS-CKPT-STATUS NOT = "00"
330103              DISPLAY "FIZZBUZZ: CKPT WRITE FAILED - STATUS = "
330104                  WS-CKPT-STATUS
330105              PERFORM LOG-CKPT-WARNING-PARA
330106          ELSE
330107              ADD 1 TO WS-CKPT-TAKEN-COUNT
330108          END-IF
330110          CLOSE CHECKPOINT-FILE
330111      END-IF.
330120
336049      PERFORM WRITE-PROGRESS-PARA.
336050      PERFORM WRITE-AUDIT-PARA.
336055      PERFORM WRITE-STATS-PARA.
336056      MOVE "S" TO WS-RREG-END-STATE.
336057      MOVE 2 TO WS-RREG-END-RC.
336058      COMPUTE WS-RREG-END-COUNT =
336059          WS-GRAND-TOTAL-COUNT + WS-TOTAL-COUNT.
336061      PERFORM REGISTER-END-PARA.
336063*     THE DISTINCT DELIBERATE-STOP CODE WINS OVER ANY WARNING
336065*     RAISED EARLIER - THE SCHEDULER KEYS ON THE 2.
336067      MOVE 2 TO RETURN-CODE.
336070      STOP RUN.
336080
340000  CLEAR-CKPT-PARA.
350136      ELSE
350137          MOVE "F" TO AU-RESTART-FLAG
350138      END-IF
350140      IF WS-AUTH-REFUSED
350142          MOVE "U" TO AU-AUTH-FLAG
350144      END-IF
350146      WRITE AUDIT-RECORD.
350148      CLOSE AUDIT-FILE.
350150
351000  CHECK-AUTHORITY-PARA.
351001*     DECIDE WHICH CONTROLLED ACTIONS THIS RUN NEEDS AND
351002*     REFUSE ANY THE SUBMITTER DOES NOT HOLD (SEE FZBAUTH).  A
351003*     NON-DEFAULT RANGE IS ANY DECK OTHER THAN THE ONE RANGE
351004*     1-100 WITH DIVISORS 3/5 (THE COMPILED-IN DEFAULTS, STILL
351005*     IN UPPER-LIMIT ETC. UNTIL THE FIRST RANGE STARTS) - REPORT
351006*     AND QUIET MODE ARE PRINT OPTIONS, NOT RANGE PARAMETERS.
351007*     A RUN NEEDING NEITHER ACTION NEVER READS THE TABLE, SO
351008*     THE DEFAULT RUN STILL RUNS STANDALONE.  EVERY ACTION
351009*     REFUSED IS LOGGED ON ITS OWN (FZB0022E, 16).
351010      MOVE 'N' TO WS-AUTH-REFUSED-SW
351020      MOVE 'N' TO WS-NEED-RANGE-SW
351030      IF WS-RANGE-COUNT > 1
351031          OR WS-RANGE-START (1) NOT = RANGE-START
351032          OR WS-RANGE-LIMIT (1) NOT = UPPER-LIMIT
351033          OR WS-RANGE-FIZZ-DIV (1) NOT = FIZZ-DIVISOR
351034          OR WS-RANGE-BUZZ-DIV (1) NOT = BUZZ-DIVISOR
351040          MOVE 'Y' TO WS-NEED-RANGE-SW
351050      END-IF
351060      IF WS-NEED-RANGE OR WS-RESTARTED
351070          PERFORM READ-AUTH-PARA
351080          IF WS-NEED-RANGE AND WS-AUTH-GRANT-RANGE NOT = "Y"
351090              DISPLAY "FIZZBUZZ: USER " WS-USER-ID
351091                  " NOT AUTHORIZED FOR A NON-DEFAULT RANGE"
351100              MOVE "NOT AUTHORIZED - RANGE CARDS"
351101                  TO WS-ERR-TEXT
351110              PERFORM LOG-AUTH-REFUSAL-PARA
351120          END-IF
351130          IF WS-RESTARTED AND WS-AUTH-GRANT-RESTART NOT = "Y"
351140              DISPLAY "FIZZBUZZ: USER " WS-USER-ID
351141                  " NOT AUTHORIZED TO RESTART - CHECKPOINT"
351142                  " LEFT FOR AN AUTHORIZED RESUBMIT"
351150              MOVE WS-START-RANGE TO WS-ERR-COUNTER
351160              MOVE "NOT AUTHORIZED - RESTART" TO WS-ERR-TEXT
351170              PERFORM LOG-AUTH-REFUSAL-PARA
351180          END-IF
351190      END-IF
351200      IF WS-AUTH-REFUSED
351210          DISPLAY "FIZZBUZZ: RUN REFUSED - NO OUTPUT"
351220      END-IF.
351230
352000  READ-AUTH-PARA.
352001*     THE SUBMITTER'S OWN ENTRY, BY KEY.  NO ENTRY, AN EXPIRED
352002*     ONE (EXPIRY DATE BEFORE TODAY) OR A TABLE THAT CANNOT BE
352003*     OPENED OR READ ALL GRANT NOTHING; THE LAST IS LOGGED IN
352004*     ITS OWN RIGHT (FZB0023E) SO OPERATIONS FIXES THE DD
352005*     RATHER THAN CHASING THE SUBMITTER'S ACCESS.
352010      MOVE 'N' TO WS-AUTH-ENTRY-SW
352020      MOVE "N" TO WS-AUTH-GRANT-RANGE
352030      MOVE "N" TO WS-AUTH-GRANT-RESTART
352040      OPEN INPUT AUTH-FILE
352050      IF WS-AUTH-STATUS NOT = "00"
352060          MOVE 'D' TO WS-AUTH-ENTRY-SW
352070          DISPLAY "FIZZBUZZ: AUTHORIZATION TABLE OPEN FAILED - "
352071              "STATUS = " WS-AUTH-STATUS
352080          MOVE "FZB0023E" TO WS-ERR-MSG-ID
352090          MOVE 16 TO WS-ERR-SEVERITY
352100          MOVE WS-AUTH-STATUS TO WS-ERR-FILE-STATUS
352110          MOVE "AUTHORIZATION TABLE UNAVAILABLE" TO WS-ERR-TEXT
352120          PERFORM LOG-ERROR-PARA
352130          IF WS-AUTH-STATUS = "35" OR WS-AUTH-STATUS = "05"
352140              CLOSE AUTH-FILE
352150          END-IF
352160      ELSE
352170          MOVE WS-USER-ID TO AT-USER-ID
352180          READ AUTH-FILE
352190              INVALID KEY
352200                  DISPLAY "FIZZBUZZ: USER " WS-USER-ID
352201                      " HAS NO AUTHORIZATION ENTRY"
352210              NOT INVALID KEY
352220                  IF AT-EXPIRY-DATE NOT = SPACES
352230                      AND AT-EXPIRY-DATE < WS-RUN-DATE
352240                      MOVE 'X' TO WS-AUTH-ENTRY-SW
352250                      DISPLAY "FIZZBUZZ: USER " WS-USER-ID
352251                          " AUTHORIZATION EXPIRED "
352252                          AT-EXPIRY-DATE
352260                  ELSE
352270                      MOVE 'Y' TO WS-AUTH-ENTRY-SW
352280                      MOVE AT-RANGE-AUTH TO WS-AUTH-GRANT-RANGE
352290                      MOVE AT-RESTART-AUTH
352291                          TO WS-AUTH-GRANT-RESTART
352300                  END-IF
352310          END-READ
352320          CLOSE AUTH-FILE
352330      END-IF.
352340
353000  LOG-AUTH-REFUSAL-PARA.
353001*     ONE CONTROLLED ACTION REFUSED - FATAL (16): A RESUBMIT
353002*     BY THE SAME USER WOULD ONLY BE REFUSED AGAIN.  THE SITE
353003*     STAGES THE TEXT (AND, FOR A RESTART, THE CHECKPOINTED
353004*     RANGE NUMBER IN THE COUNTER FIELD).
353010      MOVE 'Y' TO WS-AUTH-REFUSED-SW
353020      MOVE "FZB0022E" TO WS-ERR-MSG-ID
353030      MOVE 16 TO WS-ERR-SEVERITY
353040      PERFORM LOG-ERROR-PARA.
