000010* PRE-RUN CAPACITY FORECAST AND WHAT-IF ANALYSIS FOR A PROPOSED
000020* CONTROL CARD DECK AND RULE CARDS.  BEFORE A NEW CTLCARD DECK
000030* OR A NEW CLASSIFICATION RULE GOES INTO PRODUCTION THERE WAS NO
000040* WAY TO KNOW IN ADVANCE HOW MANY RECORDS EACH CATEGORY WOULD
000050* PRODUCE, HOW MUCH SPACE FIZZOUT AND THE HISTORY MASTER WOULD
000060* NEED, OR WHETHER THE RUN WOULD FIT THE BATCH WINDOW.  THIS
000070* PROGRAM READS THE PROPOSED CARDS AND WORKS THE ANSWERS OUT
000080* WITHOUT RUNNING THE CLASSIFIER:
000090*
000100*   - THE EXPECTED FIZZ/BUZZ/FIZZBUZZ/PLAIN/OTHER COUNTS PER
000110*     RANGE, EXACTLY, BY COUNTING MULTIPLES OF EACH RULE'S
000120*     DIVISOR (AND OF THE LEAST COMMON MULTIPLES OF EVERY
000130*     COMBINATION OF RULES) RATHER THAN BY VISITING EVERY
000140*     COUNTER - THE SAME CATEGORIES CLASSIFY-COUNTER-PARA
000150*     TALLIES, BEFORE ANY COUNTER OVERRIDES;
000160*   - THE ELAPSED TIME, FROM THE AVERAGE THROUGHPUT OF THE
000170*     RECENT RUNS ON THE RUN STATISTICS DATASET (FZBSTATS),
000180*     PREFERRING RUNS IN THE SAME QUIET/PRINTING MODE AS THE
000190*     PROPOSAL - PRINTING EVERY RECORD IS FAR SLOWER;
000200*   - THE SPACE FIZZOUT AND THE HISTORY MASTER WILL NEED, FROM
000210*     THE RECORD COUNTS (3390 GEOMETRY);
000220*   - AND, WHEN THE ESTIMATE EXCEEDS THE CONFIGURED WINDOW, HOW
000230*     MANY FZBSPLIT PARTITIONS TO RUN, WITH THE SLICE CARDS.
000240*
000250* THE OUTPUT IS A SIGN-OFF PAGE TO ATTACH TO THE CHANGE REQUEST.
000260* RETURN CODES: 0 = FITS THE WINDOW,  4 = NEEDS PARTITIONING
000270* (THE PAGE SAYS HOW MANY), NO THROUGHPUT HISTORY TO JUDGE BY,
000280* OR THE MASTER OUTGROWS ITS DEFINED SPACE,  8 = DOES NOT FIT
000290* EVEN AT THE MAXIMUM PARTITION COUNT,  16 = THE PROPOSED CARDS
000300* ARE INVALID (THE CLASSIFIER WOULD REJECT THEM).
000310
100000  IDENTIFICATION DIVISION.
100010  PROGRAM-ID.    FZBFCST.
100020
150000  ENVIRONMENT DIVISION.
150010  INPUT-OUTPUT SECTION.
150020  FILE-CONTROL.
150030*     THE PROPOSED CONTROL CARDS (CTLCARD LAYOUT), ONE RANGE
150040*     PER CARD.  ABSENT MEANS THE CLASSIFIER'S DEFAULT RANGE.
150050      SELECT OPTIONAL CONTROL-CARD-FILE ASSIGN TO "CTLCARD"
150060          ORGANIZATION IS SEQUENTIAL
150070          FILE STATUS IS WS-CTLCARD-STATUS.
150080
150090*     THE PROPOSED RULE CARDS (FZBRULE LAYOUT) - THE EXTRA
150100*     RULES THE CHANGE WOULD PUT IN EFFECT.  ABSENT MEANS THE
150110*     RULES CURRENTLY ON THE RULE MASTER.
150120      SELECT OPTIONAL RULE-CARD-FILE ASSIGN TO "FZBRULES"
150130          ORGANIZATION IS SEQUENTIAL
150140          FILE STATUS IS WS-RULECARD-STATUS.
150150
150160*     THE RULE MASTER - ONLY READ WHEN NO RULE CARDS ARE
150170*     PROPOSED, FOR THE VERSIONS IN EFFECT ON THE RULE DATE.
150180      SELECT OPTIONAL RULE-MASTER-FILE ASSIGN TO "FZBRMAST"
150190          ORGANIZATION IS INDEXED
150200          ACCESS MODE IS SEQUENTIAL
150210          RECORD KEY IS RM-KEY
150220          FILE STATUS IS WS-RULEMAST-STATUS.
150230
150240*     THE CUMULATIVE RUN-STATISTICS DATASET (SEE FZBSTAT) -
150250*     THE THROUGHPUT THE ELAPSED ESTIMATE IS BASED ON.
150260      SELECT OPTIONAL RUN-STATS-FILE ASSIGN TO "FZBSTATS"
150270          ORGANIZATION IS SEQUENTIAL
150280          FILE STATUS IS WS-STATS-STATUS.
150290
150300*     OPTIONAL TUNING CARD - WINDOW, BASELINE, RETENTION,
150310*     CHANGE REFERENCE (SEE FCSTCARD).
150320      SELECT OPTIONAL FORECAST-CARD-FILE ASSIGN TO "FCSTCARD"
150330          ORGANIZATION IS SEQUENTIAL
150340          FILE STATUS IS WS-FCSTCARD-STATUS.
150350
200000  DATA DIVISION.
200005  FILE SECTION.
200010  FD  CONTROL-CARD-FILE
200011      RECORDING MODE IS F.
200012  01  CONTROL-CARD-RECORD.
200013      COPY CTLCARD.
200020
200030  FD  RULE-CARD-FILE
200031      RECORDING MODE IS F.
200032  01  RULE-CARD-RECORD.
200033      COPY FZBRULE.
200040
200050  FD  RULE-MASTER-FILE.
200051  01  RULE-MASTER-RECORD.
200052      COPY FZBRMST.
200060
200070  FD  RUN-STATS-FILE
200071      RECORDING MODE IS F.
200072  01  RUN-STATS-RECORD.
200073      COPY FZBSTAT.
200080
200090  FD  FORECAST-CARD-FILE
200091      RECORDING MODE IS F.
200092  01  FORECAST-CARD-RECORD.
200093      COPY FCSTCARD.
200100
210000  WORKING-STORAGE SECTION.
210010  01 WS-CTLCARD-STATUS       PIC XX VALUE SPACES.
210020  01 WS-CTLCARD-EOF-SW       PIC X  VALUE 'N'.
210030     88 WS-CTLCARD-EOF           VALUE 'Y'.
210040  01 WS-RULECARD-STATUS      PIC XX VALUE SPACES.
210050  01 WS-RULECARD-EOF-SW      PIC X  VALUE 'N'.
210060     88 WS-RULECARD-EOF          VALUE 'Y'.
210070  01 WS-RULEMAST-STATUS      PIC XX VALUE SPACES.
210080  01 WS-RULEMAST-EOF-SW      PIC X  VALUE 'N'.
210090     88 WS-RULEMAST-EOF          VALUE 'Y'.
210100  01 WS-STATS-STATUS         PIC XX VALUE SPACES.
210110  01 WS-STATS-EOF-SW         PIC X  VALUE 'N'.
210120     88 WS-STATS-EOF             VALUE 'Y'.
210130  01 WS-FCSTCARD-STATUS      PIC XX VALUE SPACES.
210140  01 WS-FCSTCARD-EOF-SW      PIC X  VALUE 'N'.
210150     88 WS-FCSTCARD-EOF          VALUE 'Y'.
210160  01 WS-CURRENT-DATETIME     PIC X(21) VALUE SPACES.
220000* THE CLASSIFIER'S COMPILED-IN DEFAULTS - A CARD FIELD LEFT
220001* BLANK IS FORECAST AS THE CLASSIFIER WOULD RUN IT.
220010  01 WS-DEFAULT-LIMIT        PIC 9(7) VALUE 100.
220020  01 WS-DEFAULT-FIZZ         PIC 999  VALUE 3.
220030  01 WS-DEFAULT-BUZZ         PIC 999  VALUE 5.
221000* TUNING - CARD-SUPPLIED WITH COMPILED-IN DEFAULTS (SEE
221001* FCSTCARD).
221010  01 WS-WINDOW-MINUTES       PIC 9(4) VALUE 120.
221020  01 WS-BASELINE-RUNS        PIC 9(2) VALUE 10.
221030  01 WS-MAX-WINDOW           PIC 9(2) VALUE 20.
221040  01 WS-MIN-RECORDS          PIC 9(7) VALUE 0.
221050  01 WS-RETAIN-RUNS          PIC 9(3) VALUE 7.
221060  01 WS-MASTER-TRACKS        PIC 9(5) VALUE 400.
221070  01 WS-CHANGE-REF           PIC X(12) VALUE SPACES.
221080  01 WS-RULE-DATE            PIC X(8) VALUE SPACES.
222000* THE PROPOSED RANGES AND, PER RANGE, THE FORECAST COUNTS.
222001* SAME LIMIT AS THE CLASSIFIER'S RANGE TABLE.
222010  01 WS-MAX-RANGES           PIC 9(2) VALUE 10.
222020  01 WS-RANGE-COUNT          PIC 9(2) VALUE 0.
222030  01 WS-RANGE-TABLE.
222040     05 WS-RANGE-ENTRY OCCURS 10 TIMES.
222050        10 WS-RANGE-START      PIC 9(7).
222060        10 WS-RANGE-LIMIT      PIC 9(7).
222070        10 WS-RANGE-FIZZ-DIV   PIC 999.
222080        10 WS-RANGE-BUZZ-DIV   PIC 999.
222090        10 WS-RANGE-FIZZ       PIC 9(7).
222100        10 WS-RANGE-BUZZ       PIC 9(7).
222110        10 WS-RANGE-FIZZBUZZ   PIC 9(7).
222120        10 WS-RANGE-PLAIN      PIC 9(7).
222130        10 WS-RANGE-OTHER      PIC 9(7).
222140        10 WS-RANGE-TOTAL      PIC 9(7).
222150  01 WS-RANGE-SUB            PIC 9(2) VALUE 0.
222160  01 WS-EXCESS-CARDS-SW      PIC X  VALUE 'N'.
222170     88 WS-EXCESS-CARDS          VALUE 'Y'.
222180  01 WS-REPORT-MODE          PIC X  VALUE 'N'.
222190  01 WS-QUIET-MODE           PIC X  VALUE 'N'.
222200  01 WS-CARD-ERROR-COUNT     PIC 9(3) VALUE 0.
223000* THE RULE TABLE, LAID OUT AS THE CLASSIFIER'S: ENTRIES 1/2
223001* ARE THE BUILT-IN FIZZ/BUZZ RULES (DIVISORS RESEEDED PER
223002* RANGE), 3.. THE PROPOSED OR MASTER RULES.
223010  01 WS-MAX-RULES            PIC 9(2) VALUE 5.
223020  01 WS-RULE-COUNT           PIC 9(2) VALUE 0.
223030  01 WS-RULE-TABLE.
223040     05 WS-RULE-ENTRY OCCURS 5 TIMES.
223050        10 WS-RULE-DIVISOR     PIC 999.
223060        10 WS-RULE-LABEL       PIC X(8).
223070        10 WS-RULE-CODE        PIC X(1).
223080  01 WS-RULE-SUB             PIC 9(2) VALUE 0.
223090  01 WS-RULE-SOURCE          PIC X(40) VALUE SPACES.
223100  01 WS-RULE-WARNING-COUNT   PIC 9(3) VALUE 0.
224000* THE COUNTING ARITHMETIC.  MULTIPLES OF D IN LO..HI ARE
224001* HI/D - (LO-1)/D; THE COUNTERS MATCHING AT LEAST ONE RULE ARE
224002* SUMMED BY INCLUSION-EXCLUSION OVER EVERY COMBINATION OF
224003* RULES (WS-MASK'S BITS PICK THE RULES), EACH COMBINATION
224004* COUNTING THE MULTIPLES OF ITS RULES' LEAST COMMON MULTIPLE.
224005* A COMBINATION WHOSE LCM PASSES HI HAS NO MULTIPLES IN RANGE.
224010  01 WS-LO                   PIC 9(8) VALUE 0.
224020  01 WS-HI                   PIC 9(8) VALUE 0.
224030  01 WS-DIVISOR              PIC 9(18) VALUE 0.
224040  01 WS-MULTIPLES            PIC 9(8) VALUE 0.
224050  01 WS-Q-HI                 PIC 9(8) VALUE 0.
224060  01 WS-Q-LO                 PIC 9(8) VALUE 0.
224070  01 WS-LCM                  PIC 9(18) VALUE 0.
224080  01 WS-GCD-A                PIC 9(18) VALUE 0.
224090  01 WS-GCD-B                PIC 9(18) VALUE 0.
224100  01 WS-GCD-R                PIC 9(18) VALUE 0.
224110  01 WS-GCD-Q                PIC 9(18) VALUE 0.
224120  01 WS-MASK                 PIC 9(3) VALUE 0.
224130  01 WS-MASK-MAX             PIC 9(3) VALUE 0.
224140  01 WS-BITS                 PIC 9(3) VALUE 0.
224150  01 WS-BIT                  PIC 9    VALUE 0.
224160  01 WS-BIT-SUB              PIC 9(2) VALUE 0.
224170  01 WS-SET-SIZE             PIC 9(2) VALUE 0.
224180  01 WS-HALF                 PIC 9(2) VALUE 0.
224190  01 WS-PARITY               PIC 9    VALUE 0.
224200  01 WS-LCM-BIG-SW           PIC X  VALUE 'N'.
224210     88 WS-LCM-BIG               VALUE 'Y'.
224220  01 WS-UNION                PIC S9(9) VALUE 0.
224230  01 WS-M-FIZZ               PIC 9(8) VALUE 0.
224240  01 WS-M-BUZZ               PIC 9(8) VALUE 0.
224250  01 WS-M-FIZZBUZZ           PIC 9(8) VALUE 0.
225000* FORECAST TOTALS ACROSS EVERY RANGE.
225010  01 WS-TOT-FIZZ             PIC 9(8) VALUE 0.
225020  01 WS-TOT-BUZZ             PIC 9(8) VALUE 0.
225030  01 WS-TOT-FIZZBUZZ         PIC 9(8) VALUE 0.
225040  01 WS-TOT-PLAIN            PIC 9(8) VALUE 0.
225050  01 WS-TOT-OTHER            PIC 9(8) VALUE 0.
225060  01 WS-TOT-TOTAL            PIC 9(8) VALUE 0.
226000* THROUGHPUT BASELINE - TWO RINGS OF THE MOST RECENT ELIGIBLE
226001* RUNS: ONE OF RUNS IN THE PROPOSAL'S OWN QUIET/PRINTING MODE
226002* (PREFERRED), ONE OF ALL RUNS (THE FALLBACK).  EACH ENTRY IS
226003* A RUN'S RECORDS AND SECONDS, SO THE RATE IS A TRUE AVERAGE
226004* OVER THE WINDOW, NOT AN AVERAGE OF RATES.
226010  01 WS-MODE-RING.
226020     05 WS-MODE-ENTRY OCCURS 20 TIMES.
226030        10 WS-MODE-RECS        PIC 9(7).
226040        10 WS-MODE-SECS        PIC 9(7).
226050  01 WS-MODE-COUNT           PIC 9(2) VALUE 0.
226060  01 WS-MODE-NEXT            PIC 9(2) VALUE 1.
226070  01 WS-ANY-RING.
226080     05 WS-ANY-ENTRY OCCURS 20 TIMES.
226090        10 WS-ANY-RECS         PIC 9(7).
226100        10 WS-ANY-SECS         PIC 9(7).
226110  01 WS-ANY-COUNT            PIC 9(2) VALUE 0.
226120  01 WS-ANY-NEXT             PIC 9(2) VALUE 1.
226130  01 WS-RING-SUB             PIC 9(2) VALUE 0.
226140  01 WS-STATS-READ           PIC 9(7) VALUE 0.
226150  01 WS-RATE-BASIS           PIC X  VALUE 'N'.
226160     88 WS-RATE-SAME-MODE        VALUE 'M'.
226170     88 WS-RATE-ANY-MODE         VALUE 'A'.
226180     88 WS-RATE-NONE             VALUE 'N'.
226190  01 WS-BASIS-RUNS           PIC 9(2) VALUE 0.
226200  01 WS-SUM-RECS             PIC 9(9) VALUE 0.
226210  01 WS-SUM-SECS             PIC 9(9) VALUE 0.
226220  01 WS-RATE                 PIC 9(7) VALUE 0.
227000* THE ELAPSED ESTIMATE AGAINST THE WINDOW, AND THE PARTITION
227001* RECOMMENDATION - CAPPED AT THE MERGE'S PARTIN DD COUNT.
227010  01 WS-EST-SECONDS          PIC 9(9) VALUE 0.
227020  01 WS-WINDOW-SECONDS       PIC 9(9) VALUE 0.
227030  01 WS-MAX-PARTS            PIC 9(2) VALUE 8.
227040  01 WS-PARTITIONS           PIC 9(9) VALUE 0.
227050  01 WS-PART-SECONDS         PIC 9(9) VALUE 0.
227060  01 WS-FIT-STATE            PIC X  VALUE SPACE.
227061*    'F' = FITS, 'P' = FITS WHEN PARTITIONED, 'X' = DOES NOT
227062*    FIT EVEN AT THE MAXIMUM, 'U' = UNKNOWN (NO HISTORY).
227070  01 WS-SLICE-SIZE           PIC 9(8) VALUE 0.
227080  01 WS-SLICE-START          PIC 9(8) VALUE 0.
227090  01 WS-SLICE-LIMIT          PIC 9(8) VALUE 0.
227100  01 WS-SLICE-SUB            PIC 9(2) VALUE 0.
227110  01 WS-SLICE-CARD           PIC X(22) VALUE SPACES.
227120  01 WS-HMS-SECONDS          PIC 9(9) VALUE 0.
227130  01 WS-HMS-HOURS            PIC 9(4) VALUE 0.
227140  01 WS-HMS-MINUTES          PIC 99   VALUE 0.
227150  01 WS-HMS-SECS             PIC 99   VALUE 0.
227160  01 WS-HMS-REST             PIC 9(9) VALUE 0.
227170  01 WS-HMS-TEXT             PIC X(10) VALUE SPACES.
228000* SPACE - 3390 GEOMETRY.  FIZZOUT IS LRECL 80 AT HALF-TRACK
228001* BLOCKING (349 RECORDS A BLOCK, 2 BLOCKS A TRACK); THE
228002* MASTER HOLDS 88-BYTE RECORDS IN 4K CONTROL INTERVALS (46 A
228003* CI, 12 CIS A TRACK).  15 TRACKS A CYLINDER.
228010  01 WS-OUT-RECS-PER-TRK     PIC 9(3) VALUE 698.
228020  01 WS-MST-RECS-PER-TRK     PIC 9(3) VALUE 552.
228030  01 WS-TRKS-PER-CYL         PIC 9(2) VALUE 15.
228040  01 WS-OUT-RECORDS          PIC 9(8) VALUE 0.
228050  01 WS-OUT-TRACKS           PIC 9(8) VALUE 0.
228060  01 WS-OUT-CYLS             PIC 9(8) VALUE 0.
228070  01 WS-MST-RUN-RECORDS      PIC 9(8) VALUE 0.
228080  01 WS-MST-RECORDS          PIC 9(11) VALUE 0.
228090  01 WS-MST-TRACKS           PIC 9(9) VALUE 0.
228100  01 WS-MST-CYLS             PIC 9(9) VALUE 0.
228110  01 WS-MST-OVER-SW          PIC X  VALUE 'N'.
228120     88 WS-MST-OVER              VALUE 'Y'.
229000* PRINT EDITING.
229010  01 WS-ED-START             PIC Z(6)9.
229020  01 WS-ED-LIMIT             PIC Z(6)9.
229030  01 WS-ED-FIZZ              PIC Z(7)9.
229040  01 WS-ED-BUZZ              PIC Z(7)9.
229050  01 WS-ED-FIZZBUZZ          PIC Z(7)9.
229060  01 WS-ED-PLAIN             PIC Z(7)9.
229070  01 WS-ED-OTHER             PIC Z(7)9.
229080  01 WS-ED-TOTAL             PIC Z(7)9.
229090  01 WS-ED-COUNT             PIC Z(10)9.
229100  01 WS-ED-SMALL             PIC Z(4)9.
300000  PROCEDURE DIVISION.
300001  MAIN-PARA.
300010      MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
300020      PERFORM READ-FORECAST-CARD-PARA
300030      PERFORM READ-CONTROL-CARD-PARA
300040      PERFORM VALIDATE-CARDS-PARA
300050      PERFORM SETUP-RULE-TABLE-PARA
300060      PERFORM PRINT-PAGE-HEADER-PARA
300070      IF WS-CARD-ERROR-COUNT > 0
300080          DISPLAY " "
300090          DISPLAY "VERDICT:  PROPOSED CARDS REJECTED - "
300091              WS-CARD-ERROR-COUNT " ERROR(S) ABOVE.  THE "
300092              "CLASSIFIER WOULD NOT RUN THEM."
300100          MOVE 16 TO RETURN-CODE
300110          STOP RUN
300120      END-IF
300130      PERFORM FORECAST-RANGE-PARA
300140          VARYING WS-RANGE-SUB FROM 1 BY 1
300150          UNTIL WS-RANGE-SUB > WS-RANGE-COUNT
300160      PERFORM PRINT-COUNTS-PARA
300170      PERFORM READ-STATS-PARA
300180      PERFORM ESTIMATE-TIME-PARA
300190      PERFORM ESTIMATE-SPACE-PARA
300200      PERFORM SET-VERDICT-PARA
300210      PERFORM PRINT-SIGN-OFF-PARA
300220      STOP RUN.
300230
301000  FORECAST-RANGE-PARA.
301001*     ONE RANGE'S EXPECTED COUNTS, IN THE CLASSIFIER'S OWN
301002*     CATEGORIES: FIZZBUZZ = BOTH BUILT-IN RULES MATCH, FIZZ /
301003*     BUZZ = ONE OF THEM WITHOUT THE OTHER, PLAIN = NO RULE
301004*     MATCHES, OTHER = A PROPOSED/MASTER RULE MATCHES BUT
301005*     NEITHER BUILT-IN RULE DOES.
301010      MOVE WS-RANGE-FIZZ-DIV (WS-RANGE-SUB) TO WS-RULE-DIVISOR (1)
301020      MOVE WS-RANGE-BUZZ-DIV (WS-RANGE-SUB) TO WS-RULE-DIVISOR (2)
301030      MOVE WS-RANGE-START (WS-RANGE-SUB) TO WS-LO
301040      MOVE WS-RANGE-LIMIT (WS-RANGE-SUB) TO WS-HI
301050      MOVE WS-RULE-DIVISOR (1) TO WS-DIVISOR
301060      PERFORM COUNT-MULTIPLES-PARA
301070      MOVE WS-MULTIPLES TO WS-M-FIZZ
301080      MOVE WS-RULE-DIVISOR (2) TO WS-DIVISOR
301090      PERFORM COUNT-MULTIPLES-PARA
301100      MOVE WS-MULTIPLES TO WS-M-BUZZ
301110      MOVE WS-RULE-DIVISOR (1) TO WS-LCM
301120      MOVE WS-RULE-DIVISOR (2) TO WS-GCD-B
301130      PERFORM LCM-PARA
301140      MOVE WS-LCM TO WS-DIVISOR
301150      PERFORM COUNT-MULTIPLES-PARA
301160      MOVE WS-MULTIPLES TO WS-M-FIZZBUZZ
301170      MOVE 0 TO WS-UNION
301180      COMPUTE WS-MASK-MAX = (2 ** WS-RULE-COUNT) - 1
301190      PERFORM RULE-COMBINATION-PARA
301200          VARYING WS-MASK FROM 1 BY 1
301210          UNTIL WS-MASK > WS-MASK-MAX
301220      COMPUTE WS-RANGE-TOTAL (WS-RANGE-SUB) = WS-HI - WS-LO + 1
301230      MOVE WS-M-FIZZBUZZ TO WS-RANGE-FIZZBUZZ (WS-RANGE-SUB)
301240      COMPUTE WS-RANGE-FIZZ (WS-RANGE-SUB) =
301241          WS-M-FIZZ - WS-M-FIZZBUZZ
301250      COMPUTE WS-RANGE-BUZZ (WS-RANGE-SUB) =
301251          WS-M-BUZZ - WS-M-FIZZBUZZ
301260      COMPUTE WS-RANGE-PLAIN (WS-RANGE-SUB) =
301261          WS-RANGE-TOTAL (WS-RANGE-SUB) - WS-UNION
301270      COMPUTE WS-RANGE-OTHER (WS-RANGE-SUB) = WS-UNION
301271          - WS-RANGE-FIZZ (WS-RANGE-SUB)
301272          - WS-RANGE-BUZZ (WS-RANGE-SUB)
301273          - WS-RANGE-FIZZBUZZ (WS-RANGE-SUB)
301280      ADD WS-RANGE-FIZZ (WS-RANGE-SUB) TO WS-TOT-FIZZ
301290      ADD WS-RANGE-BUZZ (WS-RANGE-SUB) TO WS-TOT-BUZZ
301300      ADD WS-RANGE-FIZZBUZZ (WS-RANGE-SUB) TO WS-TOT-FIZZBUZZ
301310      ADD WS-RANGE-PLAIN (WS-RANGE-SUB) TO WS-TOT-PLAIN
301320      ADD WS-RANGE-OTHER (WS-RANGE-SUB) TO WS-TOT-OTHER
301330      ADD WS-RANGE-TOTAL (WS-RANGE-SUB) TO WS-TOT-TOTAL.
301340
302000  RULE-COMBINATION-PARA.
302001*     ONE COMBINATION OF RULES (THE SET BITS OF WS-MASK): ITS
302002*     LCM'S MULTIPLES ARE ADDED TO THE UNION FOR AN ODD-SIZED
302003*     COMBINATION AND TAKEN AWAY FOR AN EVEN-SIZED ONE.
302010      MOVE WS-MASK TO WS-BITS
302020      MOVE 1 TO WS-LCM
302030      MOVE 0 TO WS-SET-SIZE
302040      MOVE 'N' TO WS-LCM-BIG-SW
302050      PERFORM RULE-BIT-PARA
302060          VARYING WS-BIT-SUB FROM 1 BY 1
302070          UNTIL WS-BIT-SUB > WS-RULE-COUNT
302080      IF NOT WS-LCM-BIG
302090          MOVE WS-LCM TO WS-DIVISOR
302100          PERFORM COUNT-MULTIPLES-PARA
302110          DIVIDE WS-SET-SIZE BY 2 GIVING WS-HALF
302111              REMAINDER WS-PARITY
302120          IF WS-PARITY = 1
302130              ADD WS-MULTIPLES TO WS-UNION
302140          ELSE
302150              SUBTRACT WS-MULTIPLES FROM WS-UNION
302160          END-IF
302170      END-IF.
302180
303000  RULE-BIT-PARA.
303001*     THE LOW BIT SAYS WHETHER RULE WS-BIT-SUB IS IN THE
303002*     COMBINATION; ONCE THE LCM PASSES THE RANGE THE
303003*     COMBINATION CONTRIBUTES NOTHING AND STOPS GROWING.
303010      DIVIDE WS-BITS BY 2 GIVING WS-BITS REMAINDER WS-BIT
303020      IF WS-BIT = 1
303030          ADD 1 TO WS-SET-SIZE
303040          IF NOT WS-LCM-BIG
303050              MOVE WS-RULE-DIVISOR (WS-BIT-SUB) TO WS-GCD-B
303060              PERFORM LCM-PARA
303070              IF WS-LCM > WS-HI
303080                  MOVE 'Y' TO WS-LCM-BIG-SW
303090              END-IF
303100          END-IF
303110      END-IF.
303120
304000  LCM-PARA.
304001*     WS-LCM BECOMES LCM(WS-LCM, WS-GCD-B), BY EUCLID'S GCD.
304010      MOVE WS-LCM TO WS-GCD-A
304020      MOVE WS-GCD-B TO WS-DIVISOR
304030      PERFORM GCD-STEP-PARA UNTIL WS-GCD-B = 0
304040      COMPUTE WS-LCM = (WS-LCM / WS-GCD-A) * WS-DIVISOR.
304050
304500  GCD-STEP-PARA.
304510      DIVIDE WS-GCD-A BY WS-GCD-B GIVING WS-GCD-Q
304511          REMAINDER WS-GCD-R
304520      MOVE WS-GCD-B TO WS-GCD-A
304530      MOVE WS-GCD-R TO WS-GCD-B.
304540
305000  COUNT-MULTIPLES-PARA.
305001*     MULTIPLES OF WS-DIVISOR FROM WS-LO TO WS-HI INCLUSIVE.
305010      DIVIDE WS-HI BY WS-DIVISOR GIVING WS-Q-HI
305020      COMPUTE WS-Q-LO = (WS-LO - 1) / WS-DIVISOR
305030      COMPUTE WS-MULTIPLES = WS-Q-HI - WS-Q-LO.
305040
306000  READ-STATS-PARA.
306001*     THE RECENT ELIGIBLE RUNS' RECORDS AND SECONDS INTO THE
306002*     TWO RINGS.  A RUN IS ELIGIBLE WHEN ITS FIGURES ARE
306003*     READABLE, IT WROTE AT LEAST THE SMALL-RUN CUTOFF, AND IT
306004*     RAN A MEASURABLE TIME.  AN ABSENT DATASET LEAVES NO
306005*     HISTORY - THE WINDOW CANNOT BE JUDGED.
306010      OPEN INPUT RUN-STATS-FILE
306020      IF WS-STATS-STATUS = "35" OR WS-STATS-STATUS = "05"
306030          CLOSE RUN-STATS-FILE
306040      ELSE
306050          IF WS-STATS-STATUS NOT = "00"
306060              DISPLAY "FZBFCST: STATS DATASET OPEN FAILED - "
306061                  "STATUS = " WS-STATS-STATUS
306070          ELSE
306080              PERFORM UNTIL WS-STATS-EOF
306090                  READ RUN-STATS-FILE
306100                      AT END MOVE 'Y' TO WS-STATS-EOF-SW
306110                  END-READ
306120                  IF NOT WS-STATS-EOF
306130                      PERFORM TAKE-STAT-PARA
306140                  END-IF
306150              END-PERFORM
306160              CLOSE RUN-STATS-FILE
306170          END-IF
306180      END-IF
306190      MOVE 0 TO WS-SUM-RECS
306200      MOVE 0 TO WS-SUM-SECS
306210      IF WS-MODE-COUNT > 0
306220          SET WS-RATE-SAME-MODE TO TRUE
306230          MOVE WS-MODE-COUNT TO WS-BASIS-RUNS
306240          PERFORM SUM-MODE-RING-PARA
306250              VARYING WS-RING-SUB FROM 1 BY 1
306260              UNTIL WS-RING-SUB > WS-MODE-COUNT
306270      ELSE
306280          IF WS-ANY-COUNT > 0
306290              SET WS-RATE-ANY-MODE TO TRUE
306300              MOVE WS-ANY-COUNT TO WS-BASIS-RUNS
306310              PERFORM SUM-ANY-RING-PARA
306320                  VARYING WS-RING-SUB FROM 1 BY 1
306330                  UNTIL WS-RING-SUB > WS-ANY-COUNT
306340          ELSE
306350              SET WS-RATE-NONE TO TRUE
306360          END-IF
306370      END-IF
306380      IF NOT WS-RATE-NONE
306390          COMPUTE WS-RATE = WS-SUM-RECS / WS-SUM-SECS
306400          IF WS-RATE = 0
306410              MOVE 1 TO WS-RATE
306420          END-IF
306430      END-IF.
306440
307000  TAKE-STAT-PARA.
307010      ADD 1 TO WS-STATS-READ
307020      IF ST-RECORDS-WRITTEN IS NUMERIC
307030          AND ST-ELAPSED-SECONDS IS NUMERIC
307040          AND ST-RECORDS-WRITTEN > 0
307050          AND ST-RECORDS-WRITTEN NOT < WS-MIN-RECORDS
307060          AND ST-ELAPSED-SECONDS > 0
307070          MOVE ST-RECORDS-WRITTEN TO WS-ANY-RECS (WS-ANY-NEXT)
307080          MOVE ST-ELAPSED-SECONDS TO WS-ANY-SECS (WS-ANY-NEXT)
307090          IF WS-ANY-COUNT < WS-BASELINE-RUNS
307100              ADD 1 TO WS-ANY-COUNT
307110          END-IF
307120          ADD 1 TO WS-ANY-NEXT
307130          IF WS-ANY-NEXT > WS-BASELINE-RUNS
307140              MOVE 1 TO WS-ANY-NEXT
307150          END-IF
307160          IF (ST-QUIET-FLAG = "Y" AND WS-QUIET-MODE = "Y")
307170              OR (ST-QUIET-FLAG NOT = "Y"
307180                  AND WS-QUIET-MODE NOT = "Y")
307190              MOVE ST-RECORDS-WRITTEN
307191                  TO WS-MODE-RECS (WS-MODE-NEXT)
307200              MOVE ST-ELAPSED-SECONDS
307201                  TO WS-MODE-SECS (WS-MODE-NEXT)
307210              IF WS-MODE-COUNT < WS-BASELINE-RUNS
307220                  ADD 1 TO WS-MODE-COUNT
307230              END-IF
307240              ADD 1 TO WS-MODE-NEXT
307250              IF WS-MODE-NEXT > WS-BASELINE-RUNS
307260                  MOVE 1 TO WS-MODE-NEXT
307270              END-IF
307280          END-IF
307290      END-IF.
307300
307500  SUM-MODE-RING-PARA.
307510      ADD WS-MODE-RECS (WS-RING-SUB) TO WS-SUM-RECS
307520      ADD WS-MODE-SECS (WS-RING-SUB) TO WS-SUM-SECS.
307530
307600  SUM-ANY-RING-PARA.
307610      ADD WS-ANY-RECS (WS-RING-SUB) TO WS-SUM-RECS
307620      ADD WS-ANY-SECS (WS-RING-SUB) TO WS-SUM-SECS.
307630
308000  ESTIMATE-TIME-PARA.
308001*     ELAPSED = FORECAST RECORDS / BASELINE RATE, ROUNDED UP.
308002*     OVER THE WINDOW, THE PARTITION COUNT IS THE SMALLEST
308003*     THAT BRINGS EACH PARTITION'S SHARE INSIDE IT - THE
308004*     PARTITIONS RUN IN PARALLEL (SEE FZBSPLIT.JCL).
308010      COMPUTE WS-WINDOW-SECONDS = WS-WINDOW-MINUTES * 60
308020      DISPLAY " "
308030      DISPLAY "ELAPSED TIME"
308040      IF WS-RATE-NONE
308060          MOVE 'U' TO WS-FIT-STATE
308070          DISPLAY "  NO ELIGIBLE RUNS ON THE STATISTICS DATASET "
308071              "- ELAPSED TIME CANNOT BE ESTIMATED"
308080      ELSE
308090          COMPUTE WS-EST-SECONDS =
308091              (WS-TOT-TOTAL + WS-RATE - 1) / WS-RATE
308100          MOVE WS-RATE TO WS-ED-COUNT
308110          IF WS-RATE-SAME-MODE
308120              DISPLAY "  THROUGHPUT BASIS:   LAST " WS-BASIS-RUNS
308121                  " RUNS IN THE SAME PRINTING MODE, "
308122                  FUNCTION TRIM(WS-ED-COUNT) " RECORDS/SECOND"
308130          ELSE
308140              DISPLAY "  THROUGHPUT BASIS:   LAST " WS-BASIS-RUNS
308141                  " RUNS OF EITHER PRINTING MODE, "
308142                  FUNCTION TRIM(WS-ED-COUNT) " RECORDS/SECOND"
308150              DISPLAY "  (NO RECENT RUN USED THE PROPOSED "
308151                  "QUIET MODE SETTING - TREAT THE ESTIMATE AS "
308152                  "ROUGH)"
308160          END-IF
308170          MOVE WS-EST-SECONDS TO WS-HMS-SECONDS
308180          PERFORM FORMAT-HMS-PARA
308190          DISPLAY "  ESTIMATED ELAPSED:  " WS-HMS-TEXT
308200          MOVE WS-WINDOW-SECONDS TO WS-HMS-SECONDS
308210          PERFORM FORMAT-HMS-PARA
308220          DISPLAY "  BATCH WINDOW:       " WS-HMS-TEXT
308230          IF WS-EST-SECONDS NOT > WS-WINDOW-SECONDS
308240              MOVE 'F' TO WS-FIT-STATE
308250              DISPLAY "  FITS THE WINDOW IN A SINGLE RUN"
308260          ELSE
308270              COMPUTE WS-PARTITIONS =
308271                  (WS-EST-SECONDS + WS-WINDOW-SECONDS - 1)
308272                  / WS-WINDOW-SECONDS
308280              IF WS-PARTITIONS > WS-MAX-PARTS
308290                  MOVE 'X' TO WS-FIT-STATE
308300                  MOVE WS-MAX-PARTS TO WS-PARTITIONS
308310                  PERFORM PARTITION-SHARE-PARA
308320                  DISPLAY "  DOES NOT FIT EVEN AS " WS-MAX-PARTS
308321                      " FZBSPLIT PARTITIONS (ABOUT "
308322                      WS-HMS-TEXT " EACH)"
308330              ELSE
308340                  MOVE 'P' TO WS-FIT-STATE
308350                  PERFORM PARTITION-SHARE-PARA
308360                  DISPLAY "  EXCEEDS THE WINDOW - RUN AS "
308361                      WS-PARTITIONS (9:1)
308362                      " FZBSPLIT PARTITIONS (ABOUT "
308363                      WS-HMS-TEXT " EACH, PLUS THE MERGE)"
308370                  PERFORM PRINT-SLICES-PARA
308380              END-IF
308390          END-IF
308400      END-IF.
308410
308500  PARTITION-SHARE-PARA.
308510      COMPUTE WS-PART-SECONDS =
308511          (WS-EST-SECONDS + WS-PARTITIONS - 1) / WS-PARTITIONS
308520      MOVE WS-PART-SECONDS TO WS-HMS-SECONDS
308530      PERFORM FORMAT-HMS-PARA.
308540
309000  PRINT-SLICES-PARA.
309001*     THE PARTITION JOBS' CONTROL CARDS.  FZBMERGE REQUIRES
309002*     EACH PARTITION TO RUN EXACTLY ONE RANGE, SO SLICES CAN
309003*     ONLY BE CUT FROM A ONE-RANGE DECK; A MULTI-RANGE DECK IS
309004*     SPLIT BY HAND ALONG ITS OWN CARDS.
309010      IF WS-RANGE-COUNT > 1
309020          DISPLAY "  THE PROPOSAL HAS " WS-RANGE-COUNT
309021              " RANGES - CUT THE PARTITION CARDS BY HAND, ONE "
309022              "RANGE PER PARTITION"
309030      ELSE
309040          DISPLAY "  PARTITION CONTROL CARDS (FZBSPLIT.JCL):"
309050          COMPUTE WS-SLICE-SIZE =
309051              (WS-TOT-TOTAL + WS-PARTITIONS - 1) / WS-PARTITIONS
309060          MOVE WS-RANGE-START (1) TO WS-SLICE-START
309070          PERFORM PRINT-SLICE-PARA
309080              VARYING WS-SLICE-SUB FROM 1 BY 1
309090              UNTIL WS-SLICE-SUB > WS-PARTITIONS
309100      END-IF.
309110
309500  PRINT-SLICE-PARA.
309510      COMPUTE WS-SLICE-LIMIT = WS-SLICE-START + WS-SLICE-SIZE - 1
309520      IF WS-SLICE-LIMIT > WS-RANGE-LIMIT (1)
309530          MOVE WS-RANGE-LIMIT (1) TO WS-SLICE-LIMIT
309540      END-IF
309550      IF WS-SLICE-START NOT > WS-SLICE-LIMIT
309560          MOVE SPACES TO WS-SLICE-CARD
309570          STRING WS-SLICE-LIMIT (2:7)
309571              WS-RANGE-FIZZ-DIV (1) WS-RANGE-BUZZ-DIV (1)
309572              WS-REPORT-MODE WS-SLICE-START (2:7)
309573              WS-QUIET-MODE
309574              DELIMITED BY SIZE INTO WS-SLICE-CARD
309580          END-STRING
309590          DISPLAY "    PART " WS-SLICE-SUB "  " WS-SLICE-CARD
309600      END-IF
309610      COMPUTE WS-SLICE-START = WS-SLICE-LIMIT + 1.
309620
310000  ESTIMATE-SPACE-PARA.
310001*     FIZZOUT HOLDS THE RUN HEADER, EVERY DETAIL, A TRAILER PER
310002*     RANGE AND THE GRAND TRAILER.  THE MASTER HOLDS EVERY
310003*     DETAIL PLUS A CONTROL RECORD PER RUN, FOR EACH RETAINED
310004*     RUN - SIZED AS IF EVERY RETAINED RUN WERE THIS SIZE.
310010      COMPUTE WS-OUT-RECORDS = WS-TOT-TOTAL + WS-RANGE-COUNT + 2
310020      COMPUTE WS-OUT-TRACKS =
310021          (WS-OUT-RECORDS + WS-OUT-RECS-PER-TRK - 1)
310022          / WS-OUT-RECS-PER-TRK
310030      COMPUTE WS-OUT-CYLS =
310031          (WS-OUT-TRACKS + WS-TRKS-PER-CYL - 1) / WS-TRKS-PER-CYL
310040      COMPUTE WS-MST-RUN-RECORDS = WS-TOT-TOTAL + 1
310050      COMPUTE WS-MST-RECORDS = WS-MST-RUN-RECORDS * WS-RETAIN-RUNS
310060      COMPUTE WS-MST-TRACKS =
310061          (WS-MST-RECORDS + WS-MST-RECS-PER-TRK - 1)
310062          / WS-MST-RECS-PER-TRK
310070      COMPUTE WS-MST-CYLS =
310071          (WS-MST-TRACKS + WS-TRKS-PER-CYL - 1) / WS-TRKS-PER-CYL
310080      IF WS-MST-TRACKS > WS-MASTER-TRACKS
310090          MOVE 'Y' TO WS-MST-OVER-SW
310100      END-IF
310110      DISPLAY " "
310120      DISPLAY "DATASET SPACE (3390)"
310130      MOVE WS-OUT-RECORDS TO WS-ED-COUNT
310140      DISPLAY "  FIZZOUT RECORDS:        " WS-ED-COUNT
310150      MOVE WS-OUT-TRACKS TO WS-ED-COUNT
310160      DISPLAY "  FIZZOUT TRACKS:         " WS-ED-COUNT
310170      MOVE WS-OUT-CYLS TO WS-ED-COUNT
310180      DISPLAY "  FIZZOUT CYLINDERS:      " WS-ED-COUNT
310190      MOVE WS-MST-RUN-RECORDS TO WS-ED-COUNT
310200      DISPLAY "  MASTER RECORDS PER RUN: " WS-ED-COUNT
310210      MOVE WS-RETAIN-RUNS TO WS-ED-SMALL
310220      DISPLAY "  MASTER RUNS RETAINED:   " WS-ED-SMALL
310230      MOVE WS-MST-RECORDS TO WS-ED-COUNT
310240      DISPLAY "  MASTER RECORDS:         " WS-ED-COUNT
310250      MOVE WS-MST-TRACKS TO WS-ED-COUNT
310260      DISPLAY "  MASTER TRACKS:          " WS-ED-COUNT
310270      MOVE WS-MST-CYLS TO WS-ED-COUNT
310280      DISPLAY "  MASTER CYLINDERS:       " WS-ED-COUNT
310290      IF WS-MST-OVER
310300          MOVE WS-MASTER-TRACKS TO WS-ED-SMALL
310310          DISPLAY "  MASTER EXCEEDS ITS DEFINED PRIMARY OF "
310311              FUNCTION TRIM(WS-ED-SMALL) " TRACKS - "
310312              "RESIZE IT IN FZBVDEF.JCL BEFORE GO-LIVE"
310320      END-IF.
310330
311000  SET-VERDICT-PARA.
311001*     THE RETURN CODE THE CHANGE'S APPROVER KEYS ON (SEE THE
311002*     PROGRAM BANNER).
311010      DISPLAY " "
311020      EVALUATE WS-FIT-STATE
311030          WHEN 'F'
311040              DISPLAY "VERDICT:  FITS THE BATCH WINDOW"
311050          WHEN 'P'
311060              DISPLAY "VERDICT:  FITS ONLY WHEN PARTITIONED - "
311061                  "RUN AS " WS-PARTITIONS (9:1)
311062                  " FZBSPLIT PARTITIONS"
311070              MOVE 4 TO RETURN-CODE
311080          WHEN 'X'
311090              DISPLAY "VERDICT:  DOES NOT FIT THE BATCH WINDOW "
311091                  "- REDUCE THE RANGE OR WIDEN THE WINDOW"
311100              MOVE 8 TO RETURN-CODE
311110          WHEN OTHER
311120              DISPLAY "VERDICT:  WINDOW NOT JUDGED - NO "
311121                  "THROUGHPUT HISTORY"
311130              MOVE 4 TO RETURN-CODE
311140      END-EVALUATE
311150      IF WS-MST-OVER AND RETURN-CODE < 4
311160          DISPLAY "VERDICT:  MASTER SPACE MUST BE RESIZED"
311170          MOVE 4 TO RETURN-CODE
311180      END-IF
311190      IF WS-RULE-WARNING-COUNT > 0 AND RETURN-CODE < 4
311200          MOVE 4 TO RETURN-CODE
311210      END-IF.
311220
312000  PRINT-PAGE-HEADER-PARA.
312001*     THE PAGE HEADING, THE PARAMETERS AND THE RULE SET BEING
312002*     FORECAST.
312010      DISPLAY " "
312020      DISPLAY "FIZZBUZZ CAPACITY FORECAST - CHANGE SIGN-OFF"
312021          "          PREPARED: "
312022          WS-CURRENT-DATETIME (1:4) "-"
312023          WS-CURRENT-DATETIME (5:2) "-"
312024          WS-CURRENT-DATETIME (7:2) " "
312025          WS-CURRENT-DATETIME (9:2) ":"
312026          WS-CURRENT-DATETIME (11:2)
312030      DISPLAY "CHANGE REQUEST:  " WS-CHANGE-REF
312040      DISPLAY " "
312050      DISPLAY "PROPOSED CONTROL CARDS:  " WS-RANGE-COUNT
312051          " RANGE(S)    REPORT MODE: " WS-REPORT-MODE
312052          "    QUIET MODE: " WS-QUIET-MODE
312060      DISPLAY "RULES FORECAST:          " WS-RULE-SOURCE
312070      DISPLAY "  CODE  LABEL     DIVISOR"
312080      DISPLAY "  F     Fizz      PER RANGE CARD"
312090      DISPLAY "  B     Buzz      PER RANGE CARD"
312100      PERFORM PRINT-RULE-PARA
312110          VARYING WS-RULE-SUB FROM 3 BY 1
312120          UNTIL WS-RULE-SUB > WS-RULE-COUNT.
312130
312500  PRINT-RULE-PARA.
312510      DISPLAY "  " WS-RULE-CODE (WS-RULE-SUB) "     "
312511          WS-RULE-LABEL (WS-RULE-SUB) "  "
312512          WS-RULE-DIVISOR (WS-RULE-SUB).
312520
313000  PRINT-COUNTS-PARA.
313001*     THE EXPECTED RECORDS, RANGE BY RANGE, THEN THE TOTAL.
313010      DISPLAY " "
313020      DISPLAY "EXPECTED RECORDS BY RANGE (BEFORE COUNTER "
313021          "OVERRIDES)"
313030      DISPLAY "RNG   START    LIMIT FZ  BZ      FIZZ     BUZZ"
313031          " FIZZBUZZ    PLAIN    OTHER    TOTAL"
313040      PERFORM PRINT-RANGE-PARA
313050          VARYING WS-RANGE-SUB FROM 1 BY 1
313060          UNTIL WS-RANGE-SUB > WS-RANGE-COUNT
313070      MOVE WS-TOT-FIZZ TO WS-ED-FIZZ
313080      MOVE WS-TOT-BUZZ TO WS-ED-BUZZ
313090      MOVE WS-TOT-FIZZBUZZ TO WS-ED-FIZZBUZZ
313100      MOVE WS-TOT-PLAIN TO WS-ED-PLAIN
313110      MOVE WS-TOT-OTHER TO WS-ED-OTHER
313120      MOVE WS-TOT-TOTAL TO WS-ED-TOTAL
313130      DISPLAY "TOTAL                         " WS-ED-FIZZ " "
313131          WS-ED-BUZZ " " WS-ED-FIZZBUZZ " " WS-ED-PLAIN " "
313132          WS-ED-OTHER " " WS-ED-TOTAL.
313140
313500  PRINT-RANGE-PARA.
313510      MOVE WS-RANGE-START (WS-RANGE-SUB) TO WS-ED-START
313520      MOVE WS-RANGE-LIMIT (WS-RANGE-SUB) TO WS-ED-LIMIT
313530      MOVE WS-RANGE-FIZZ (WS-RANGE-SUB) TO WS-ED-FIZZ
313540      MOVE WS-RANGE-BUZZ (WS-RANGE-SUB) TO WS-ED-BUZZ
313550      MOVE WS-RANGE-FIZZBUZZ (WS-RANGE-SUB) TO WS-ED-FIZZBUZZ
313560      MOVE WS-RANGE-PLAIN (WS-RANGE-SUB) TO WS-ED-PLAIN
313570      MOVE WS-RANGE-OTHER (WS-RANGE-SUB) TO WS-ED-OTHER
313580      MOVE WS-RANGE-TOTAL (WS-RANGE-SUB) TO WS-ED-TOTAL
313590      DISPLAY WS-RANGE-SUB " " WS-ED-START " " WS-ED-LIMIT " "
313591          WS-RANGE-FIZZ-DIV (WS-RANGE-SUB) " "
313592          WS-RANGE-BUZZ-DIV (WS-RANGE-SUB) " "
313593          WS-ED-FIZZ " " WS-ED-BUZZ " " WS-ED-FIZZBUZZ " "
313594          WS-ED-PLAIN " " WS-ED-OTHER " " WS-ED-TOTAL.
313600
314000  PRINT-SIGN-OFF-PARA.
314010      DISPLAY " "
314020      DISPLAY "PREPARED BY: ____________________  "
314021          "DATE: __________"
314030      DISPLAY "REVIEWED BY: ____________________  "
314031          "DATE: __________"
314040      DISPLAY "APPROVED BY: ____________________  "
314041          "DATE: __________".
314050
315000  FORMAT-HMS-PARA.
315001*     WS-HMS-SECONDS AS HHHH:MM:SS.
315010      DIVIDE WS-HMS-SECONDS BY 3600 GIVING WS-HMS-HOURS
315011          REMAINDER WS-HMS-REST
315020      DIVIDE WS-HMS-REST BY 60 GIVING WS-HMS-MINUTES
315021          REMAINDER WS-HMS-SECS
315030      MOVE SPACES TO WS-HMS-TEXT
315040      STRING WS-HMS-HOURS ":" WS-HMS-MINUTES ":" WS-HMS-SECS
315041          DELIMITED BY SIZE INTO WS-HMS-TEXT
315050      END-STRING.
315060
320000  READ-FORECAST-CARD-PARA.
320001*     OPTIONAL TUNING CARD - SAME DEFAULTING CONVENTION AS
320002*     THE OTHER SELECTION CARDS: BLANK/NON-NUMERIC FIELDS KEEP
320003*     THE COMPILED-IN DEFAULTS.  THE BASELINE IS CAPPED AT THE
320004*     RING SIZE.  THE RULE DATE DEFAULTS TO TODAY.
320010      OPEN INPUT FORECAST-CARD-FILE
320020      IF WS-FCSTCARD-STATUS = "35" OR WS-FCSTCARD-STATUS = "05"
320030          CLOSE FORECAST-CARD-FILE
320040      ELSE
320050          READ FORECAST-CARD-FILE
320060              AT END MOVE 'Y' TO WS-FCSTCARD-EOF-SW
320070          END-READ
320080          IF NOT WS-FCSTCARD-EOF
320090              IF FC-WINDOW-MINUTES IS NUMERIC
320091                  AND FC-WINDOW-MINUTES > 0
320100                  MOVE FC-WINDOW-MINUTES TO WS-WINDOW-MINUTES
320110              END-IF
320120              IF FC-BASELINE-RUNS IS NUMERIC
320121                  AND FC-BASELINE-RUNS > 0
320130                  MOVE FC-BASELINE-RUNS TO WS-BASELINE-RUNS
320140              END-IF
320150              IF WS-BASELINE-RUNS > WS-MAX-WINDOW
320160                  MOVE WS-MAX-WINDOW TO WS-BASELINE-RUNS
320170              END-IF
320180              IF FC-MIN-RECORDS IS NUMERIC
320190                  MOVE FC-MIN-RECORDS TO WS-MIN-RECORDS
320200              END-IF
320210              IF FC-RETAIN-RUNS IS NUMERIC
320211                  AND FC-RETAIN-RUNS > 0
320220                  MOVE FC-RETAIN-RUNS TO WS-RETAIN-RUNS
320230              END-IF
320240              IF FC-MASTER-TRACKS IS NUMERIC
320241                  AND FC-MASTER-TRACKS > 0
320250                  MOVE FC-MASTER-TRACKS TO WS-MASTER-TRACKS
320260              END-IF
320270              MOVE FC-CHANGE-REF TO WS-CHANGE-REF
320280              IF FC-RULE-DATE IS NUMERIC
320290                  MOVE FC-RULE-DATE TO WS-RULE-DATE
320300              END-IF
320310          END-IF
320320          CLOSE FORECAST-CARD-FILE
320330      END-IF
320340      IF WS-RULE-DATE = SPACES
320350          MOVE WS-CURRENT-DATETIME (1:8) TO WS-RULE-DATE
320360      END-IF.
320370
321000  READ-CONTROL-CARD-PARA.
321001*     THE PROPOSED CONTROL CARDS, LOADED EXACTLY AS THE
321002*     CLASSIFIER LOADS THEM (SEE ITS LOAD-RANGE-CARD-PARA) - A
321003*     FORECAST OF A DIFFERENT READING OF THE CARDS WOULD BE A
321004*     FORECAST OF A DIFFERENT RUN.  NO CARDS AT ALL MEANS THE
321005*     CLASSIFIER'S SINGLE DEFAULT RANGE.
321010      OPEN INPUT CONTROL-CARD-FILE
321020      IF WS-CTLCARD-STATUS = "35" OR WS-CTLCARD-STATUS = "05"
321030          CLOSE CONTROL-CARD-FILE
321040      ELSE
321050          PERFORM UNTIL WS-CTLCARD-EOF
321060              READ CONTROL-CARD-FILE
321070                  AT END MOVE 'Y' TO WS-CTLCARD-EOF-SW
321080              END-READ
321090              IF NOT WS-CTLCARD-EOF
321100                  PERFORM LOAD-RANGE-CARD-PARA
321110              END-IF
321120          END-PERFORM
321130          CLOSE CONTROL-CARD-FILE
321140      END-IF
321150      IF WS-RANGE-COUNT = 0
321160          MOVE 1 TO WS-RANGE-COUNT
321170          MOVE 1 TO WS-RANGE-START (1)
321180          MOVE WS-DEFAULT-LIMIT TO WS-RANGE-LIMIT (1)
321190          MOVE WS-DEFAULT-FIZZ TO WS-RANGE-FIZZ-DIV (1)
321200          MOVE WS-DEFAULT-BUZZ TO WS-RANGE-BUZZ-DIV (1)
321210      END-IF
321220      IF WS-QUIET-MODE = "Y"
321230          MOVE "N" TO WS-REPORT-MODE
321240      END-IF.
321250
322000  LOAD-RANGE-CARD-PARA.
322010      IF WS-RANGE-COUNT < WS-MAX-RANGES
322020          ADD 1 TO WS-RANGE-COUNT
322030          MOVE 1 TO WS-RANGE-START (WS-RANGE-COUNT)
322040          MOVE WS-DEFAULT-LIMIT TO WS-RANGE-LIMIT (WS-RANGE-COUNT)
322050          MOVE WS-DEFAULT-FIZZ
322051              TO WS-RANGE-FIZZ-DIV (WS-RANGE-COUNT)
322060          MOVE WS-DEFAULT-BUZZ
322061              TO WS-RANGE-BUZZ-DIV (WS-RANGE-COUNT)
322070          IF CC-UPPER-LIMIT IS NUMERIC
322080              MOVE CC-UPPER-LIMIT
322081                  TO WS-RANGE-LIMIT (WS-RANGE-COUNT)
322090          END-IF
322100          IF CC-FIZZ-DIVISOR IS NUMERIC
322110              MOVE CC-FIZZ-DIVISOR
322111                  TO WS-RANGE-FIZZ-DIV (WS-RANGE-COUNT)
322120          END-IF
322130          IF CC-BUZZ-DIVISOR IS NUMERIC
322140              MOVE CC-BUZZ-DIVISOR
322141                  TO WS-RANGE-BUZZ-DIV (WS-RANGE-COUNT)
322150          END-IF
322160          IF CC-RANGE-START IS NUMERIC
322170              MOVE CC-RANGE-START
322171                  TO WS-RANGE-START (WS-RANGE-COUNT)
322180          END-IF
322190          IF WS-RANGE-COUNT = 1 AND CC-REPORT-MODE = "Y"
322200              MOVE "Y" TO WS-REPORT-MODE
322210          END-IF
322220          IF WS-RANGE-COUNT = 1 AND CC-QUIET-MODE = "Y"
322230              MOVE "Y" TO WS-QUIET-MODE
322240          END-IF
322250      ELSE
322260          MOVE 'Y' TO WS-EXCESS-CARDS-SW
322270      END-IF.
322280
323000  VALIDATE-CARDS-PARA.
323001*     THE CLASSIFIER'S OWN CONTROL-CARD CHECKS (SEE ITS
323002*     VALIDATE-INPUT-PARA) - A DECK IT WOULD REFUSE CANNOT BE
323003*     SIGNED OFF, WHATEVER ITS FORECAST.
323010      IF WS-EXCESS-CARDS
323020          DISPLAY "FZBFCST: TOO MANY CONTROL CARDS - MAXIMUM IS "
323021              WS-MAX-RANGES
323030          ADD 1 TO WS-CARD-ERROR-COUNT
323040      END-IF
323050      PERFORM VALIDATE-RANGE-PARA
323060          VARYING WS-RANGE-SUB FROM 1 BY 1
323070          UNTIL WS-RANGE-SUB > WS-RANGE-COUNT.
323080
323500  VALIDATE-RANGE-PARA.
323510      IF WS-RANGE-LIMIT (WS-RANGE-SUB) = 0
323520          DISPLAY "FZBFCST: RANGE " WS-RANGE-SUB
323521              " INVALID UPPER LIMIT - MUST BE > 0"
323530          ADD 1 TO WS-CARD-ERROR-COUNT
323540      END-IF
323550      IF WS-RANGE-START (WS-RANGE-SUB) = 0
323560          DISPLAY "FZBFCST: RANGE " WS-RANGE-SUB
323561              " INVALID RANGE START - MUST BE > 0"
323570          ADD 1 TO WS-CARD-ERROR-COUNT
323580      END-IF
323590      IF WS-RANGE-FIZZ-DIV (WS-RANGE-SUB) = 0
323600          DISPLAY "FZBFCST: RANGE " WS-RANGE-SUB
323601              " INVALID FIZZ DIVISOR - MUST BE > 0"
323610          ADD 1 TO WS-CARD-ERROR-COUNT
323620      END-IF
323630      IF WS-RANGE-BUZZ-DIV (WS-RANGE-SUB) = 0
323640          DISPLAY "FZBFCST: RANGE " WS-RANGE-SUB
323641              " INVALID BUZZ DIVISOR - MUST BE > 0"
323650          ADD 1 TO WS-CARD-ERROR-COUNT
323660      END-IF
323670      IF WS-RANGE-START (WS-RANGE-SUB) >
323671              WS-RANGE-LIMIT (WS-RANGE-SUB)
323680          DISPLAY "FZBFCST: RANGE " WS-RANGE-SUB
323681              " START EXCEEDS UPPER LIMIT"
323690          ADD 1 TO WS-CARD-ERROR-COUNT
323700      END-IF
323710      IF WS-RANGE-SUB > 1
323711          AND WS-RANGE-START (WS-RANGE-SUB) <=
323712              WS-RANGE-LIMIT (WS-RANGE-SUB - 1)
323720          DISPLAY "FZBFCST: RANGE " WS-RANGE-SUB
323721              " OVERLAPS OR DOES NOT ASCEND FROM THE RANGE "
323722              "BEFORE IT"
323730          ADD 1 TO WS-CARD-ERROR-COUNT
323740      END-IF.
323750
324000  SETUP-RULE-TABLE-PARA.
324001*     THE BUILT-IN FIZZ/BUZZ RULES FIRST, AS IN THE CLASSIFIER,
324002*     THEN THE PROPOSED RULE CARDS - OR, WHEN NONE ARE
324003*     PROPOSED, THE RULE MASTER VERSIONS IN EFFECT ON THE RULE
324004*     DATE, SO A CONTROL-CARD-ONLY CHANGE IS FORECAST AGAINST
324005*     THE RULES IT WILL ACTUALLY RUN WITH.
324010      MOVE 2 TO WS-RULE-COUNT
324020      MOVE "Fizz" TO WS-RULE-LABEL (1)
324030      MOVE "F" TO WS-RULE-CODE (1)
324040      MOVE "Buzz" TO WS-RULE-LABEL (2)
324050      MOVE "B" TO WS-RULE-CODE (2)
324060      OPEN INPUT RULE-CARD-FILE
324070      IF WS-RULECARD-STATUS = "35" OR WS-RULECARD-STATUS = "05"
324080          CLOSE RULE-CARD-FILE
324090          PERFORM READ-RULE-MASTER-PARA
324100      ELSE
324110          MOVE "PROPOSED RULE CARDS" TO WS-RULE-SOURCE
324120          PERFORM UNTIL WS-RULECARD-EOF
324130              READ RULE-CARD-FILE
324140                  AT END MOVE 'Y' TO WS-RULECARD-EOF-SW
324150              END-READ
324160              IF NOT WS-RULECARD-EOF
324170                  AND RULE-CARD-RECORD NOT = SPACES
324180                  PERFORM ADD-RULE-CARD-PARA
324190              END-IF
324200          END-PERFORM
324210          CLOSE RULE-CARD-FILE
324220      END-IF.
324230
325000  ADD-RULE-CARD-PARA.
325001*     ONE PROPOSED RULE.  THE CHECKS ARE THE RULE MAINTENANCE
325002*     PROGRAM'S: A NON-ZERO DIVISOR, A CODE THAT IS NOT ONE OF
325003*     THE BUILT-IN OR PLAIN CODES, AND NO MORE RULES IN EFFECT
325004*     AT ONCE THAN THE CLASSIFIER'S TABLE HOLDS.
325010      EVALUATE TRUE
325020          WHEN RC-DIVISOR IS NOT NUMERIC
325030              OR RC-DIVISOR = 0
325040              DISPLAY "FZBFCST: RULE CARD " RC-CODE " "
325041                  RC-LABEL " INVALID DIVISOR - MUST BE > 0"
325050              ADD 1 TO WS-CARD-ERROR-COUNT
325060          WHEN RC-CODE = SPACE OR RC-CODE = "F"
325070              OR RC-CODE = "B" OR RC-CODE = "N"
325080              DISPLAY "FZBFCST: RULE CARD " RC-LABEL
325081                  " CODE MUST NOT BE BLANK, F, B OR N"
325090              ADD 1 TO WS-CARD-ERROR-COUNT
325100          WHEN WS-RULE-COUNT NOT < WS-MAX-RULES
325110              DISPLAY "FZBFCST: RULE CARD " RC-CODE " "
325111                  RC-LABEL " EXCEEDS THE CLASSIFIER'S RULE "
325112                  "TABLE"
325120              ADD 1 TO WS-CARD-ERROR-COUNT
325130          WHEN OTHER
325140              ADD 1 TO WS-RULE-COUNT
325150              MOVE RC-DIVISOR TO WS-RULE-DIVISOR (WS-RULE-COUNT)
325160              MOVE RC-LABEL TO WS-RULE-LABEL (WS-RULE-COUNT)
325170              MOVE RC-CODE TO WS-RULE-CODE (WS-RULE-COUNT)
325180      END-EVALUATE.
325190
326000  READ-RULE-MASTER-PARA.
326001*     THE MASTER VERSIONS IN EFFECT ON THE RULE DATE, READ AND
326002*     LIMITED AS THE CLASSIFIER READS THEM (SEE ITS
326003*     READ-RULE-MASTER-PARA).  NO MASTER MEANS THE BUILT-IN
326004*     RULES ONLY; ANY OTHER OPEN FAILURE IS FATAL.
326010      OPEN INPUT RULE-MASTER-FILE
326020      IF WS-RULEMAST-STATUS = "35" OR WS-RULEMAST-STATUS = "05"
326030          CLOSE RULE-MASTER-FILE
326040          MOVE "BUILT-IN RULES ONLY (NO RULE MASTER)"
326041              TO WS-RULE-SOURCE
326050      ELSE
326060          IF WS-RULEMAST-STATUS NOT = "00"
326070              DISPLAY "FZBFCST: RULE MASTER OPEN FAILED - "
326071                  "STATUS = " WS-RULEMAST-STATUS
326080              MOVE 16 TO RETURN-CODE
326090              STOP RUN
326100          END-IF
326110          MOVE SPACES TO WS-RULE-SOURCE
326120          STRING "RULE MASTER AS OF " WS-RULE-DATE
326121              DELIMITED BY SIZE INTO WS-RULE-SOURCE
326130          END-STRING
326140          PERFORM UNTIL WS-RULEMAST-EOF
326150              READ RULE-MASTER-FILE NEXT RECORD
326160                  AT END MOVE 'Y' TO WS-RULEMAST-EOF-SW
326170              END-READ
326180              IF NOT WS-RULEMAST-EOF
326190                  AND RM-EFF-FROM NOT > WS-RULE-DATE
326200                  AND RM-EFF-TO NOT < WS-RULE-DATE
326210                  AND RM-DIVISOR IS NUMERIC
326220                  AND RM-DIVISOR > 0
326230                  IF WS-RULE-COUNT < WS-MAX-RULES
326240                      ADD 1 TO WS-RULE-COUNT
326250                      MOVE RM-DIVISOR
326251                          TO WS-RULE-DIVISOR (WS-RULE-COUNT)
326260                      MOVE RM-LABEL
326261                          TO WS-RULE-LABEL (WS-RULE-COUNT)
326270                      MOVE RM-CODE
326271                          TO WS-RULE-CODE (WS-RULE-COUNT)
326280                  ELSE
326290                      DISPLAY "FZBFCST: RULE TABLE FULL - RULE "
326291                          RM-CODE " " RM-LABEL " NOT FORECAST, "
326292                          "AS THE CLASSIFIER WOULD SKIP IT"
326300                      ADD 1 TO WS-RULE-WARNING-COUNT
326310                  END-IF
326320              END-IF
326330          END-PERFORM
326340          CLOSE RULE-MASTER-FILE
326350      END-IF.
