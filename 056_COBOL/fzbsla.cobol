000010* BATCH WINDOW SERVICE LEVEL COMPLIANCE REPORT FOR THE NIGHTLY
000020* FIZZBUZZ RUN.  THE OPERATIONS AGREEMENT SETS THE TIME BY
000030* WHICH THE NIGHTLY RUN MUST HAVE FINISHED, DIFFERENT FOR
000040* WEEKDAYS, WEEKENDS AND MONTH-END; COMPLIANCE WAS PROVED BY
000050* HAND FROM JOB LOGS.  THIS PROGRAM TAKES THE DEADLINE FOR EACH
000060* DAY TYPE FROM AN SLA TABLE (SEE SLACARD), TAKES EACH RUN'S
000070* START FROM THE AUDIT TRAIL (FZBAUDT) AND ITS WALL-CLOCK
000080* ELAPSED TIME FROM THE RUN STATISTICS (FZBSTAT, MATCHED ON RUN
000090* DATE AND START TIME), AND REPORTS EVERY CALENDAR DAY OF THE
000100* CHOSEN MONTH (SEE SLRCARD): THE DEADLINE, THE ACTUAL FINISH,
000110* THE MARGIN IN MINUTES, AND WHETHER THE RUN MET OR MISSED THE
000120* DEADLINE, WAS RESTARTED, OR WAS STOPPED.  IT ENDS WITH THE
000130* MONTH SUMMARY FOR THE SERVICE REVIEW - PERCENTAGE ON TIME,
000140* THE WORST MISS, AND THE NEAR-MISSES INSIDE THE CARD MARGIN.
000150*
000160* A RUN IS ITS FRESH INVOCATION PLUS ANY RESTARTS RESUMING IT
000170* AFTER AN OPERATOR STOP; IT BELONGS TO ITS FRESH INVOCATION'S
000180* RUN DATE AND FINISHES WHEN ITS LAST INVOCATION DID.  A
000190* RESTART WITH NO STOPPED RUN BEFORE IT (THE ORIGINAL ABENDED
000200* AND WROTE NO AUDIT RECORD) IS A RUN OF ITS OWN DATE.  WHEN A
000210* DAY HAS SEVERAL RUNS THE LATEST FINISH IS THE DAY'S FINISH.
000220* REJECTED AND REFUSED RUNS DID NO WORK AND ARE NOT JUDGED.
000230*
000240* RETURN CODES:  0 = EVERY RUN DAY MET ITS DEADLINE CLEANLY,
000250* 4 = NEAR-MISSES, RESTARTS, STOPS, DAYS WITH NO RUN OR NO
000260* FINISH TIME, OR NOTHING TO JUDGE,  8 = AT LEAST ONE DEADLINE
000270* MISSED,  16 = BAD SLA TABLE OR SELECTION CARD, OR A DATASET
000280* COULD NOT BE OPENED.
000290
100000  IDENTIFICATION DIVISION.
100010  PROGRAM-ID.    FZBSLA.
100020
150000  ENVIRONMENT DIVISION.
150010  INPUT-OUTPUT SECTION.
150020  FILE-CONTROL.
150030*     THE AUDIT TRAIL WRITTEN BY THE CLASSIFIER - ONE RECORD
150040*     PER INVOCATION, CARRYING ITS START DATE AND TIME.
150050      SELECT AUDIT-FILE ASSIGN TO "FIZZAUDT"
150060          ORGANIZATION IS SEQUENTIAL
150070          FILE STATUS IS WS-AUDIT-STATUS.
150080
150090*     THE CUMULATIVE RUN-STATISTICS DATASET - ONE RECORD PER
150100*     INVOCATION WITH ITS WALL-CLOCK ELAPSED SECONDS.
150110      SELECT RUN-STATS-FILE ASSIGN TO "FZBSTATS"
150120          ORGANIZATION IS SEQUENTIAL
150130          FILE STATUS IS WS-STATS-STATUS.
150140
150150*     THE SLA TABLE - ONE SLACARD PER DAY TYPE.  REQUIRED:
150160*     THERE IS NO SAFE DEFAULT DEADLINE.
150170      SELECT SLA-CARD-FILE ASSIGN TO "SLACARD"
150180          ORGANIZATION IS SEQUENTIAL
150190          FILE STATUS IS WS-SLACARD-STATUS.
150200
150210*     OPTIONAL SELECTION CARD - MONTH, NEAR-MISS MARGIN AND
150220*     SUBMITTER (SEE SLRCARD).  ABSENT MEANS THE DEFAULTS.
150230      SELECT OPTIONAL REPORT-CARD-FILE ASSIGN TO "SLRCARD"
150240          ORGANIZATION IS SEQUENTIAL
150250          FILE STATUS IS WS-RPTCARD-STATUS.
150260
200000  DATA DIVISION.
200005  FILE SECTION.
200010  FD  AUDIT-FILE
200011      RECORDING MODE IS F.
200012  01  AUDIT-RECORD.
200013      COPY FZBAUDT.
200020
200030  FD  RUN-STATS-FILE
200031      RECORDING MODE IS F.
200032  01  RUN-STATS-RECORD.
200033      COPY FZBSTAT.
200040
200050  FD  SLA-CARD-FILE
200051      RECORDING MODE IS F.
200052  01  SLA-CARD-RECORD.
200053      COPY SLACARD.
200060
200070  FD  REPORT-CARD-FILE
200071      RECORDING MODE IS F.
200072  01  REPORT-CARD-RECORD.
200073      COPY SLRCARD.
200080
210000  WORKING-STORAGE SECTION.
210010  01 WS-AUDIT-STATUS         PIC XX VALUE SPACES.
210020  01 WS-AUDIT-EOF-SW         PIC X  VALUE 'N'.
210030     88 WS-AUDIT-EOF             VALUE 'Y'.
210040  01 WS-STATS-STATUS         PIC XX VALUE SPACES.
210050  01 WS-STATS-EOF-SW         PIC X  VALUE 'N'.
210060     88 WS-STATS-EOF             VALUE 'Y'.
210070  01 WS-SLACARD-STATUS       PIC XX VALUE SPACES.
210080  01 WS-SLACARD-EOF-SW       PIC X  VALUE 'N'.
210090     88 WS-SLACARD-EOF           VALUE 'Y'.
210100  01 WS-RPTCARD-STATUS       PIC XX VALUE SPACES.
210110  01 WS-RPTCARD-EOF-SW       PIC X  VALUE 'N'.
210120     88 WS-RPTCARD-EOF           VALUE 'Y'.
220000* SELECTION - CARD-SUPPLIED WITH DEFAULTS (SEE SLRCARD).  A
220001* BLANK MONTH IS THE PREVIOUS CALENDAR MONTH, WORKED OUT FROM
220002* TODAY'S DATE.
220010  01 WS-REPORT-MONTH         PIC X(6) VALUE SPACES.
220020  01 WS-NEAR-MISS-MINS       PIC 9(3) VALUE 30.
220030  01 WS-SELECT-USER          PIC X(8) VALUE SPACES.
220040  01 WS-CURRENT-DATETIME     PIC X(21) VALUE SPACES.
220050  01 WS-MONTH-YEAR           PIC 9(4) VALUE 0.
220060  01 WS-MONTH-MM             PIC 9(2) VALUE 0.
220070  01 WS-MONTH-WORK.
220080     05 WS-MONTH-WORK-CCYY   PIC 9(4).
220090     05 WS-MONTH-WORK-MM     PIC 9(2).
220100     05 WS-MONTH-WORK-DD     PIC 9(2).
220110  01 WS-MONTH-WORK-NUM REDEFINES WS-MONTH-WORK PIC 9(8).
225000* THE MONTH AS DAY NUMBERS (INTEGER-OF-DATE), AND THE WIDER
225001* WINDOW OF RECORDS READ AROUND IT - A RUN STARTED BEFORE
225002* THE MONTH CAN BE RESTARTED INTO IT, AND THE LAST DAY'S RUN
225003* FINISHES (OR IS RESTARTED) AFTER IT.
225010  01 WS-MONTH-FIRST-NUM      PIC 9(7) VALUE 0.
225020  01 WS-MONTH-LAST-NUM       PIC 9(7) VALUE 0.
225030  01 WS-MONTH-FIRST-DATE     PIC 9(8) VALUE 0.
225040  01 WS-MONTH-LAST-DATE      PIC 9(8) VALUE 0.
225050  01 WS-MONTH-DAYS           PIC 9(2) VALUE 0.
225060  01 WS-WINDOW-DAYS          PIC 9(2) VALUE 10.
225070  01 WS-SCAN-FROM-DATE       PIC 9(8) VALUE 0.
225080  01 WS-SCAN-TO-DATE         PIC 9(8) VALUE 0.
225090  01 WS-NOW-ABS              PIC 9(11) VALUE 0.
230000* THE SLA TABLE - ONE FIXED ENTRY PER DAY TYPE, IN THE ORDER
230001* OF WS-SLA-NAMES: 1 WEEKDAY, 2 SATURDAY, 3 SUNDAY, 4 MONTHEND.
230010  01 WS-SLA-NAME-LIST        PIC X(32) VALUE
230011         "WEEKDAY SATURDAYSUNDAY  MONTHEND".
230020  01 WS-SLA-NAMES REDEFINES WS-SLA-NAME-LIST.
230030     05 WS-SLA-NAME          PIC X(8) OCCURS 4 TIMES.
230040  01 WS-SLA-TABLE.
230050     05 WS-SLA-ENTRY OCCURS 4 TIMES.
230060        10 WS-SLA-SET         PIC X(1).
230070        10 WS-SLA-HHMM        PIC 9(4).
230080        10 WS-SLA-HHMM-R REDEFINES WS-SLA-HHMM.
230090           15 WS-SLA-HH       PIC 9(2).
230100           15 WS-SLA-MM       PIC 9(2).
230110        10 WS-SLA-DAYS        PIC 9(1).
230120        10 WS-SLA-DESC        PIC X(30).
230130  01 WS-SLA-SUB              PIC 9(1) VALUE 0.
230140  01 WS-SLA-FOUND-SUB        PIC 9(1) VALUE 0.
230150  01 WS-CARD-COUNT           PIC 9(3) VALUE 0.
230160  01 WS-ERROR-COUNT          PIC 9(3) VALUE 0.
235000* THE STATISTICS RECORDS INSIDE THE READ WINDOW, KEPT FOR THE
235001* MATCH BY RUN DATE AND START TIME.  CONCURRENT JOBS (THE
235002* FZBSPLIT PARTITIONS) APPEND THE TWO DATASETS IN DIFFERENT
235003* ORDERS, SO THEY ARE NOT MATCHED AS A SEQUENTIAL MERGE.
235010  01 WS-MAX-STATS            PIC 9(4) VALUE 1000.
235020  01 WS-STT-COUNT            PIC 9(4) VALUE 0.
235030  01 WS-STT-OVERFLOW-COUNT   PIC 9(7) VALUE 0.
235040  01 WS-STT-TABLE.
235050     05 WS-STT-ENTRY OCCURS 1000 TIMES INDEXED BY WS-STT-IDX.
235060        10 WS-STT-DATE        PIC X(8).
235070        10 WS-STT-TIME        PIC X(6).
235080        10 WS-STT-ELAPSED     PIC 9(7).
235090  01 WS-STT-FOUND-SW         PIC X  VALUE 'N'.
235100     88 WS-STT-FOUND             VALUE 'Y'.
240000* THE RUN IN PROGRESS - ITS FRESH INVOCATION'S DATE AND THE
240001* FINISH OF ITS LATEST INVOCATION.  ABSOLUTE TIMES ARE
240002* SECONDS SINCE THE INTEGER-OF-DATE EPOCH, SO A RUN THAT
240003* CROSSES MIDNIGHT OR A MONTH END COMPARES CORRECTLY.
240010  01 WS-RUN-OPEN-SW          PIC X  VALUE 'N'.
240020     88 WS-RUN-OPEN              VALUE 'Y'.
240030  01 WS-RUN-DATE             PIC X(8) VALUE SPACES.
240040  01 WS-RUN-RESTART-SW       PIC X  VALUE 'N'.
240050  01 WS-RUN-PARTIAL-SW       PIC X  VALUE 'N'.
240060  01 WS-RUN-KNOWN-SW         PIC X  VALUE 'N'.
240070  01 WS-RUN-FINISH-ABS       PIC 9(11) VALUE 0.
240080  01 WS-INVOKE-FINISH-ABS    PIC 9(11) VALUE 0.
245000* ONE ENTRY PER CALENDAR DAY OF THE REPORT MONTH.
245010  01 WS-DAY-TABLE.
245020     05 WS-DAY-ENTRY OCCURS 31 TIMES.
245030        10 WS-DAY-RUNS        PIC 9(3).
245040        10 WS-DAY-FINISH-ABS  PIC 9(11).
245050        10 WS-DAY-RESTART-SW  PIC X(1).
245060        10 WS-DAY-STOPPED-SW  PIC X(1).
245070        10 WS-DAY-UNKNOWN-SW  PIC X(1).
245080  01 WS-DAY-SUB              PIC 9(2) VALUE 0.
245090  01 WS-DAY-NAME-LIST        PIC X(21) VALUE
245091         "MONTUEWEDTHUFRISATSUN".
245100  01 WS-DAY-NAMES REDEFINES WS-DAY-NAME-LIST.
245110     05 WS-DAY-NAME          PIC X(3) OCCURS 7 TIMES.
250000* DATE AND TIME ARITHMETIC WORK AREAS.
250010  01 WS-DATE-NUM             PIC 9(8) VALUE 0.
250020  01 WS-DAY-NUM              PIC 9(7) VALUE 0.
250030  01 WS-NEXT-DATE            PIC 9(8) VALUE 0.
250040  01 WS-TIME-NUM             PIC 9(6) VALUE 0.
250050  01 WS-TIME-PARTS REDEFINES WS-TIME-NUM.
250060     05 WS-TIME-HH           PIC 9(2).
250070     05 WS-TIME-MM           PIC 9(2).
250080     05 WS-TIME-SS           PIC 9(2).
250090  01 WS-WEEKDAY-SUB          PIC 9(1) VALUE 0.
250100  01 WS-WEEK-COUNT           PIC 9(7) VALUE 0.
250110  01 WS-DAY-TYPE-SUB         PIC 9(1) VALUE 0.
250120  01 WS-DEADLINE-ABS         PIC 9(11) VALUE 0.
250130  01 WS-MARGIN-SECS          PIC S9(11) VALUE 0.
250140  01 WS-MARGIN-MINS          PIC S9(7) VALUE 0.
250150  01 WS-MARGIN-EDIT          PIC +(6)9.
250160  01 WS-FMT-ABS              PIC 9(11) VALUE 0.
250170  01 WS-FMT-DAY-NUM          PIC 9(7) VALUE 0.
250180  01 WS-FMT-SECS             PIC 9(5) VALUE 0.
250190  01 WS-FMT-HH               PIC 9(2) VALUE 0.
250200  01 WS-FMT-MM               PIC 9(2) VALUE 0.
250210  01 WS-FMT-REST             PIC 9(5) VALUE 0.
250220  01 WS-FMT-DATE             PIC 9(8) VALUE 0.
250230  01 WS-FMT-TEXT             PIC X(14) VALUE SPACES.
250240  01 WS-DUE-TEXT             PIC X(14) VALUE SPACES.
250250  01 WS-STATUS-TEXT          PIC X(17) VALUE SPACES.
255000* THE NEAR-MISS LIST - AT MOST ONE ENTRY PER DAY.
255010  01 WS-NEAR-TABLE.
255020     05 WS-NEAR-ENTRY OCCURS 31 TIMES.
255030        10 WS-NEAR-DATE       PIC 9(8).
255040        10 WS-NEAR-MINS       PIC S9(7).
255050  01 WS-NEAR-SUB             PIC 9(2) VALUE 0.
260000* MONTH TALLIES.  JUDGED DAYS = MET + MISSED + STOPPED; THE
260001* ON-TIME PERCENTAGE IS MET OVER JUDGED.
260010  01 WS-JUDGED-COUNT         PIC 9(3) VALUE 0.
260020  01 WS-MET-COUNT            PIC 9(3) VALUE 0.
260030  01 WS-MISSED-COUNT         PIC 9(3) VALUE 0.
260040  01 WS-STOPPED-COUNT        PIC 9(3) VALUE 0.
260050  01 WS-RESTARTED-COUNT      PIC 9(3) VALUE 0.
260060  01 WS-NO-RUN-COUNT         PIC 9(3) VALUE 0.
260070  01 WS-UNKNOWN-COUNT        PIC 9(3) VALUE 0.
260080  01 WS-NOT-DUE-COUNT        PIC 9(3) VALUE 0.
260090  01 WS-NEAR-COUNT           PIC 9(3) VALUE 0.
260100  01 WS-REJECTED-COUNT       PIC 9(7) VALUE 0.
260110  01 WS-ONTIME-PCT           PIC 9(3)V9 VALUE 0.
260120  01 WS-ONTIME-PCT-EDIT      PIC ZZ9.9.
260130  01 WS-WORST-MINS           PIC S9(7) VALUE 0.
260140  01 WS-WORST-DATE           PIC 9(8) VALUE 0.
300000  PROCEDURE DIVISION.
300001  MAIN-PARA.
300002      PERFORM READ-REPORT-CARD-PARA.
300003      PERFORM SET-MONTH-PARA.
300004      PERFORM LOAD-SLA-TABLE-PARA.
300005      PERFORM LOAD-STATS-PARA.
300010      OPEN INPUT AUDIT-FILE.
300011      IF WS-AUDIT-STATUS NOT = "00"
300012          DISPLAY "FZBSLA: AUDIT FILE OPEN FAILED - STATUS = "
300013              WS-AUDIT-STATUS
300014          MOVE 16 TO RETURN-CODE
300015          STOP RUN
300016      END-IF
300020      INITIALIZE WS-DAY-TABLE
300030      PERFORM UNTIL WS-AUDIT-EOF
300040          READ AUDIT-FILE
300050              AT END MOVE 'Y' TO WS-AUDIT-EOF-SW
300060          END-READ
300070          IF NOT WS-AUDIT-EOF
300080              PERFORM PROCESS-AUDIT-PARA
300090          END-IF
300100      END-PERFORM
300110      CLOSE AUDIT-FILE
300120      PERFORM CLOSE-RUN-PARA
300130      DISPLAY "FZBSLA: "
300140      PERFORM REPORT-DAY-PARA
300150          VARYING WS-DAY-SUB FROM 1 BY 1
300160          UNTIL WS-DAY-SUB > WS-MONTH-DAYS
300170      PERFORM PRINT-SUMMARY-PARA
300180      STOP RUN.
300190
301000  PROCESS-AUDIT-PARA.
301001*     ONE AUDIT RECORD.  ONLY THE CLASSIFIER'S OWN RECORDS
301002*     INSIDE THE READ WINDOW ARE RUNS; REFUSED MAINTENANCE
301003*     ATTEMPTS (AU-PROGRAM-ID) ARE NOT.  A REJECTED OR REFUSED
301004*     CLASSIFIER RUN (NO RECORDS WRITTEN AND NOT AN OPERATOR
301005*     STOP) DID NO WORK AND IS COUNTED BUT NEVER JUDGED.  A
301006*     RESTART JOINS THE RUN IN PROGRESS WHEN THAT RUN WAS LAST
301007*     STOPPED BY THE OPERATOR; ANY OTHER INVOCATION STARTS A
301008*     NEW RUN.  THE SELECTED SUBMITTER PICKS ONLY WHICH
301009*     INVOCATIONS START A RUN; A RESTART JOINS ITS STOPPED RUN
301010*     WHOEVER SUBMITTED IT (RESTART AUTHORITY IS SEPARATE).
301011      IF (AU-PROGRAM-ID = SPACES OR AU-PROGRAM-ID = "FIZZBUZZ")
301012          AND AU-RUN-DATE IS NUMERIC
301013          AND AU-RUN-TIME IS NUMERIC
301014          AND AU-RUN-DATE >= WS-SCAN-FROM-DATE
301015          AND AU-RUN-DATE <= WS-SCAN-TO-DATE
301016          AND (WS-SELECT-USER = SPACES
301017              OR AU-USER-ID = WS-SELECT-USER
301018              OR (AU-RESTART-FLAG = "R" AND WS-RUN-OPEN
301019                  AND WS-RUN-PARTIAL-SW = 'Y'))
301020          IF AU-RECORD-COUNT = 0
301021              AND AU-PARTIAL-FLAG NOT = "P"
301030              IF AU-RUN-DATE >= WS-MONTH-FIRST-DATE
301031                  AND AU-RUN-DATE <= WS-MONTH-LAST-DATE
301040                  ADD 1 TO WS-REJECTED-COUNT
301050              END-IF
301060          ELSE
301070              PERFORM FIND-FINISH-PARA
301080              IF AU-RESTART-FLAG = "R"
301081                  AND WS-RUN-OPEN
301082                  AND WS-RUN-PARTIAL-SW = 'Y'
301090                  MOVE 'Y' TO WS-RUN-RESTART-SW
301100              ELSE
301110                  PERFORM CLOSE-RUN-PARA
301120                  MOVE 'Y' TO WS-RUN-OPEN-SW
301130                  MOVE AU-RUN-DATE TO WS-RUN-DATE
301140                  IF AU-RESTART-FLAG = "R"
301150                      MOVE 'Y' TO WS-RUN-RESTART-SW
301160                  ELSE
301170                      MOVE 'N' TO WS-RUN-RESTART-SW
301180                  END-IF
301190              END-IF
301200*             THE LATEST INVOCATION DECIDES HOW THE RUN ENDED.
301210              IF AU-PARTIAL-FLAG = "P"
301220                  MOVE 'Y' TO WS-RUN-PARTIAL-SW
301230              ELSE
301240                  MOVE 'N' TO WS-RUN-PARTIAL-SW
301250              END-IF
301260              IF WS-STT-FOUND
301270                  MOVE 'Y' TO WS-RUN-KNOWN-SW
301280                  MOVE WS-INVOKE-FINISH-ABS TO WS-RUN-FINISH-ABS
301290              ELSE
301300                  MOVE 'N' TO WS-RUN-KNOWN-SW
301310                  DISPLAY "FZBSLA: NO STATISTICS FOR RUN "
301311                      AU-RUN-DATE " " AU-RUN-TIME
301312                      " - FINISH TIME UNKNOWN"
301320              END-IF
301330          END-IF
301340      END-IF.
301350
302000  FIND-FINISH-PARA.
302001*     THE INVOCATION'S FINISH = ITS START PLUS THE ELAPSED
302002*     SECONDS ON ITS STATISTICS RECORD.  NO STATISTICS RECORD
302003*     (STATS DATASET UNAVAILABLE AT THE TIME, OR BEYOND THE
302004*     TABLE) LEAVES THE FINISH UNKNOWN.
302010      MOVE 'N' TO WS-STT-FOUND-SW
302020      PERFORM VARYING WS-STT-IDX FROM 1 BY 1
302021              UNTIL WS-STT-IDX > WS-STT-COUNT
302022              OR WS-STT-FOUND
302030          IF WS-STT-DATE (WS-STT-IDX) = AU-RUN-DATE
302031              AND WS-STT-TIME (WS-STT-IDX) = AU-RUN-TIME
302040              MOVE 'Y' TO WS-STT-FOUND-SW
302050              MOVE AU-RUN-DATE TO WS-DATE-NUM
302060              MOVE AU-RUN-TIME TO WS-TIME-NUM
302070              COMPUTE WS-INVOKE-FINISH-ABS =
302071                  FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 86400
302072                  + WS-TIME-HH * 3600 + WS-TIME-MM * 60
302073                  + WS-TIME-SS + WS-STT-ELAPSED (WS-STT-IDX)
302080          END-IF
302090      END-PERFORM.
302100
303000  CLOSE-RUN-PARA.
303001*     FOLD THE RUN IN PROGRESS INTO ITS DAY, WHEN THAT DAY IS
303002*     IN THE REPORT MONTH.  THE DAY'S FINISH IS ITS LATEST
303003*     KNOWN FINISH, AND WHETHER THE DAY ENDED STOPPED IS TAKEN
303004*     FROM THAT SAME RUN - A STOPPED RUN FOLLOWED BY A FRESH
303005*     RERUN THAT COMPLETED IS JUDGED ON THE RERUN.
303010      IF WS-RUN-OPEN
303020          AND WS-RUN-DATE >= WS-MONTH-FIRST-DATE
303030          AND WS-RUN-DATE <= WS-MONTH-LAST-DATE
303040          MOVE WS-RUN-DATE TO WS-DATE-NUM
303050          COMPUTE WS-DAY-SUB =
303051              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
303052              - WS-MONTH-FIRST-NUM + 1
303060          ADD 1 TO WS-DAY-RUNS (WS-DAY-SUB)
303070          IF WS-RUN-RESTART-SW = 'Y'
303080              MOVE 'Y' TO WS-DAY-RESTART-SW (WS-DAY-SUB)
303090          END-IF
303100          IF WS-RUN-KNOWN-SW = 'N'
303110              MOVE 'Y' TO WS-DAY-UNKNOWN-SW (WS-DAY-SUB)
303120          ELSE
303130              IF WS-RUN-FINISH-ABS
303131                  > WS-DAY-FINISH-ABS (WS-DAY-SUB)
303140                  MOVE WS-RUN-FINISH-ABS
303141                      TO WS-DAY-FINISH-ABS (WS-DAY-SUB)
303150                  MOVE WS-RUN-PARTIAL-SW
303151                      TO WS-DAY-STOPPED-SW (WS-DAY-SUB)
303160              END-IF
303170          END-IF
303180      END-IF
303190      MOVE 'N' TO WS-RUN-OPEN-SW.
303200
304000  REPORT-DAY-PARA.
304001*     ONE CALENDAR DAY: ITS DAY TYPE AND DEADLINE FROM THE SLA
304002*     TABLE, THEN THE VERDICT.  A DAY WITH NO RUN WHOSE
304003*     DEADLINE HAS NOT YET PASSED (THE CURRENT MONTH) IS NOT
304004*     YET DUE; ONE WHOSE DEADLINE HAS PASSED HAD NO RUN.
304010      COMPUTE WS-DAY-NUM = WS-MONTH-FIRST-NUM + WS-DAY-SUB - 1
304020      COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
304030      DIVIDE 7 INTO WS-DAY-NUM GIVING WS-WEEK-COUNT
304031          REMAINDER WS-WEEKDAY-SUB
304040*     DAY 1 OF THE INTEGER-OF-DATE CALENDAR WAS A MONDAY, SO
304041*     REMAINDER 1 IS MONDAY ... 6 SATURDAY, 0 SUNDAY.
304050      IF WS-WEEKDAY-SUB = 0
304060          MOVE 7 TO WS-WEEKDAY-SUB
304070      END-IF
304080      EVALUATE WS-WEEKDAY-SUB
304090          WHEN 6 MOVE 2 TO WS-DAY-TYPE-SUB
304100          WHEN 7 MOVE 3 TO WS-DAY-TYPE-SUB
304110          WHEN OTHER MOVE 1 TO WS-DAY-TYPE-SUB
304120      END-EVALUATE
304130      IF WS-SLA-SET (WS-DAY-TYPE-SUB) NOT = 'Y'
304140          MOVE 1 TO WS-DAY-TYPE-SUB
304150      END-IF
304160      IF WS-DAY-SUB = WS-MONTH-DAYS
304170          AND WS-SLA-SET (4) = 'Y'
304180          MOVE 4 TO WS-DAY-TYPE-SUB
304190      END-IF
304200      COMPUTE WS-DEADLINE-ABS =
304201          (WS-DAY-NUM + WS-SLA-DAYS (WS-DAY-TYPE-SUB)) * 86400
304202          + WS-SLA-HH (WS-DAY-TYPE-SUB) * 3600
304203          + WS-SLA-MM (WS-DAY-TYPE-SUB) * 60
304210      MOVE WS-DEADLINE-ABS TO WS-FMT-ABS
304220      PERFORM FORMAT-ABS-PARA
304230      MOVE WS-FMT-TEXT TO WS-DUE-TEXT
304240      EVALUATE TRUE
304250          WHEN WS-DAY-RUNS (WS-DAY-SUB) = 0
304251              AND WS-DEADLINE-ABS > WS-NOW-ABS
304260              ADD 1 TO WS-NOT-DUE-COUNT
304270              DISPLAY "FZBSLA: " WS-DATE-NUM " "
304271                  WS-DAY-NAME (WS-WEEKDAY-SUB) " "
304272                  WS-SLA-NAME (WS-DAY-TYPE-SUB) " DUE "
304273                  WS-DUE-TEXT " NOT YET DUE"
304280          WHEN WS-DAY-RUNS (WS-DAY-SUB) = 0
304290              ADD 1 TO WS-NO-RUN-COUNT
304300              DISPLAY "FZBSLA: " WS-DATE-NUM " "
304301                  WS-DAY-NAME (WS-WEEKDAY-SUB) " "
304302                  WS-SLA-NAME (WS-DAY-TYPE-SUB) " DUE "
304303                  WS-DUE-TEXT " NO RUN"
304310          WHEN WS-DAY-UNKNOWN-SW (WS-DAY-SUB) = 'Y'
304320              ADD 1 TO WS-UNKNOWN-COUNT
304330              DISPLAY "FZBSLA: " WS-DATE-NUM " "
304331                  WS-DAY-NAME (WS-WEEKDAY-SUB) " "
304332                  WS-SLA-NAME (WS-DAY-TYPE-SUB) " DUE "
304333                  WS-DUE-TEXT " FINISH UNKNOWN - NOT JUDGED"
304340          WHEN OTHER
304350              PERFORM JUDGE-DAY-PARA
304360      END-EVALUATE.
304370
305000  JUDGE-DAY-PARA.
305001*     A DAY WITH A KNOWN FINISH.  THE MARGIN IS DEADLINE LESS
305002*     FINISH IN WHOLE MINUTES - A MISS IS ROUNDED AWAY FROM
305003*     ZERO SO A RUN EVEN SECONDS LATE NEVER SHOWS A ZERO
305004*     MARGIN.  A RUN LAST STOPPED BY THE OPERATOR NEVER
305005*     FINISHED, SO IT IS NOT ON TIME WHATEVER THE CLOCK SAYS;
305006*     A RESTARTED RUN IS JUDGED ON ITS FINAL FINISH.
305010      ADD 1 TO WS-JUDGED-COUNT
305020      COMPUTE WS-MARGIN-SECS =
305021          WS-DEADLINE-ABS - WS-DAY-FINISH-ABS (WS-DAY-SUB)
305030      IF WS-MARGIN-SECS < 0
305040          COMPUTE WS-MARGIN-MINS = (WS-MARGIN-SECS - 59) / 60
305050      ELSE
305060          COMPUTE WS-MARGIN-MINS = WS-MARGIN-SECS / 60
305070      END-IF
305080      MOVE WS-MARGIN-MINS TO WS-MARGIN-EDIT
305090      MOVE WS-DAY-FINISH-ABS (WS-DAY-SUB) TO WS-FMT-ABS
305100      PERFORM FORMAT-ABS-PARA
305110      IF WS-DAY-RESTART-SW (WS-DAY-SUB) = 'Y'
305120          ADD 1 TO WS-RESTARTED-COUNT
305130      END-IF
305140      EVALUATE TRUE
305150          WHEN WS-DAY-STOPPED-SW (WS-DAY-SUB) = 'Y'
305160              ADD 1 TO WS-STOPPED-COUNT
305170              MOVE "STOPPED" TO WS-STATUS-TEXT
305180          WHEN WS-MARGIN-SECS < 0
305190              ADD 1 TO WS-MISSED-COUNT
305200              IF WS-MARGIN-MINS < WS-WORST-MINS
305210                  MOVE WS-MARGIN-MINS TO WS-WORST-MINS
305220                  MOVE WS-DATE-NUM TO WS-WORST-DATE
305230              END-IF
305240              IF WS-DAY-RESTART-SW (WS-DAY-SUB) = 'Y'
305250                  MOVE "RESTARTED, MISSED" TO WS-STATUS-TEXT
305260              ELSE
305270                  MOVE "MISSED" TO WS-STATUS-TEXT
305280              END-IF
305290          WHEN OTHER
305300              ADD 1 TO WS-MET-COUNT
305310              IF WS-MARGIN-MINS NOT > WS-NEAR-MISS-MINS
305320                  ADD 1 TO WS-NEAR-COUNT
305330                  MOVE WS-DATE-NUM TO WS-NEAR-DATE (WS-NEAR-COUNT)
305340                  MOVE WS-MARGIN-MINS
305341                      TO WS-NEAR-MINS (WS-NEAR-COUNT)
305350              END-IF
305360              IF WS-DAY-RESTART-SW (WS-DAY-SUB) = 'Y'
305370                  MOVE "RESTARTED, MET" TO WS-STATUS-TEXT
305380              ELSE
305390                  MOVE "MET" TO WS-STATUS-TEXT
305400              END-IF
305410      END-EVALUATE
305420      DISPLAY "FZBSLA: " WS-DATE-NUM " "
305421          WS-DAY-NAME (WS-WEEKDAY-SUB) " "
305422          WS-SLA-NAME (WS-DAY-TYPE-SUB) " DUE " WS-DUE-TEXT
305423          " DONE " WS-FMT-TEXT " MARGIN " WS-MARGIN-EDIT " "
305424          WS-STATUS-TEXT.
305430
306000  PRINT-SUMMARY-PARA.
306001*     THE MONTH SUMMARY FOR THE SERVICE REVIEW, AND THE RETURN
306002*     CODE: 8 = A DEADLINE WAS MISSED, 4 = ANYTHING ELSE THE
306003*     REVIEW SHOULD HEAR ABOUT, 0 = A CLEAN MONTH.
306010      IF WS-JUDGED-COUNT > 0
306020          COMPUTE WS-ONTIME-PCT ROUNDED =
306021              (WS-MET-COUNT * 100) / WS-JUDGED-COUNT
306030      END-IF
306040      MOVE WS-ONTIME-PCT TO WS-ONTIME-PCT-EDIT
306050      DISPLAY "FZBSLA: "
306060      DISPLAY "FZBSLA: MONTH " WS-REPORT-MONTH " SUMMARY"
306070      DISPLAY "FZBSLA: DAYS IN MONTH     = " WS-MONTH-DAYS
306080      DISPLAY "FZBSLA: RUN DAYS JUDGED   = " WS-JUDGED-COUNT
306090      DISPLAY "FZBSLA: MET DEADLINE      = " WS-MET-COUNT
306100      DISPLAY "FZBSLA: MISSED DEADLINE   = " WS-MISSED-COUNT
306110      DISPLAY "FZBSLA: STOPPED           = " WS-STOPPED-COUNT
306120      DISPLAY "FZBSLA: RESTARTED         = " WS-RESTARTED-COUNT
306130      DISPLAY "FZBSLA: NO RUN            = " WS-NO-RUN-COUNT
306140      DISPLAY "FZBSLA: FINISH UNKNOWN    = " WS-UNKNOWN-COUNT
306150      DISPLAY "FZBSLA: NOT YET DUE       = " WS-NOT-DUE-COUNT
306160      DISPLAY "FZBSLA: REJECTED RUNS     = " WS-REJECTED-COUNT
306170      DISPLAY "FZBSLA: PERCENT ON TIME   = "
306171          FUNCTION TRIM(WS-ONTIME-PCT-EDIT)
306180      IF WS-MISSED-COUNT = 0
306190          DISPLAY "FZBSLA: WORST MISS        = NONE"
306200      ELSE
306210          MOVE WS-WORST-MINS TO WS-MARGIN-EDIT
306220          DISPLAY "FZBSLA: WORST MISS        = " WS-WORST-DATE
306221              " " FUNCTION TRIM(WS-MARGIN-EDIT) " MINUTES"
306230      END-IF
306240      DISPLAY "FZBSLA: NEAR-MISSES (WITHIN " WS-NEAR-MISS-MINS
306241          " MINUTES) = " WS-NEAR-COUNT
306250      PERFORM PRINT-NEAR-MISS-PARA
306260          VARYING WS-NEAR-SUB FROM 1 BY 1
306270          UNTIL WS-NEAR-SUB > WS-NEAR-COUNT
306280      IF WS-STT-OVERFLOW-COUNT > 0
306290          DISPLAY "FZBSLA: STATISTICS BEYOND TABLE = "
306291              WS-STT-OVERFLOW-COUNT
306300      END-IF
306310      EVALUATE TRUE
306320          WHEN WS-MISSED-COUNT > 0
306330              DISPLAY "FZBSLA: DEADLINE MISSED THIS MONTH"
306340              MOVE 8 TO RETURN-CODE
306350          WHEN WS-JUDGED-COUNT = 0
306360              DISPLAY "FZBSLA: NO RUN DAYS TO JUDGE"
306370              MOVE 4 TO RETURN-CODE
306380          WHEN WS-NEAR-COUNT > 0
306381              OR WS-STOPPED-COUNT > 0
306382              OR WS-RESTARTED-COUNT > 0
306383              OR WS-NO-RUN-COUNT > 0
306384              OR WS-UNKNOWN-COUNT > 0
306385              OR WS-STT-OVERFLOW-COUNT > 0
306390              DISPLAY "FZBSLA: ALL DEADLINES MET - EXCEPTIONS "
306391                  "LISTED ABOVE"
306400              MOVE 4 TO RETURN-CODE
306410          WHEN OTHER
306420              DISPLAY "FZBSLA: ALL DEADLINES MET"
306430      END-EVALUATE.
306440
307000  PRINT-NEAR-MISS-PARA.
307010      MOVE WS-NEAR-MINS (WS-NEAR-SUB) TO WS-MARGIN-EDIT
307020      DISPLAY "FZBSLA:   " WS-NEAR-DATE (WS-NEAR-SUB)
307021          " MARGIN " FUNCTION TRIM(WS-MARGIN-EDIT) " MINUTES".
307030
308000  FORMAT-ABS-PARA.
308001*     WS-FMT-ABS (SECONDS SINCE THE INTEGER-OF-DATE EPOCH) AS
308002*     "CCYYMMDD HH:MM" IN WS-FMT-TEXT.
308010      DIVIDE WS-FMT-ABS BY 86400 GIVING WS-FMT-DAY-NUM
308011          REMAINDER WS-FMT-SECS
308020      DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-HH
308021          REMAINDER WS-FMT-REST
308030      DIVIDE WS-FMT-REST BY 60 GIVING WS-FMT-MM
308040      COMPUTE WS-FMT-DATE =
308041          FUNCTION DATE-OF-INTEGER(WS-FMT-DAY-NUM)
308050      MOVE SPACES TO WS-FMT-TEXT
308060      STRING WS-FMT-DATE " " WS-FMT-HH ":" WS-FMT-MM
308061          DELIMITED BY SIZE INTO WS-FMT-TEXT
308070      END-STRING.
308080
310000  READ-REPORT-CARD-PARA.
310001*     OPTIONAL SELECTION CARD - SAME DEFAULTING CONVENTION AS
310002*     THE OTHER REPORT CARDS: BLANK/NON-NUMERIC FIELDS KEEP
310003*     THE DEFAULTS, A BLANK USER MEANS ALL.
310010      OPEN INPUT REPORT-CARD-FILE.
310020      IF WS-RPTCARD-STATUS = "35" OR WS-RPTCARD-STATUS = "05"
310030          DISPLAY "FZBSLA: NO SELECTION CARD - USING DEFAULTS"
310040          CLOSE REPORT-CARD-FILE
310050      ELSE
310060          READ REPORT-CARD-FILE
310070              AT END MOVE 'Y' TO WS-RPTCARD-EOF-SW
310080          END-READ
310090          IF NOT WS-RPTCARD-EOF
310100              IF SR-REPORT-MONTH IS NUMERIC
310110                  MOVE SR-REPORT-MONTH TO WS-REPORT-MONTH
310120              END-IF
310130              IF SR-NEAR-MISS-MINS IS NUMERIC
310140                  MOVE SR-NEAR-MISS-MINS TO WS-NEAR-MISS-MINS
310150              END-IF
310160              IF SR-USER-ID NOT = SPACES
310170                  MOVE SR-USER-ID TO WS-SELECT-USER
310180              END-IF
310190          END-IF
310200          CLOSE REPORT-CARD-FILE
310210      END-IF.
310220
311000  SET-MONTH-PARA.
311001*     THE REPORT MONTH AS FIRST/LAST DAY NUMBERS AND DATES,
311002*     THE READ WINDOW AROUND IT, AND "NOW" FOR DEADLINES NOT
311003*     YET PASSED.  NO MONTH ON THE CARD MEANS LAST MONTH.
311010      MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
311020      MOVE WS-CURRENT-DATETIME (1:8) TO WS-DATE-NUM
311030      MOVE WS-CURRENT-DATETIME (9:6) TO WS-TIME-NUM
311040      COMPUTE WS-NOW-ABS =
311041          FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 86400
311042          + WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
311050      IF WS-REPORT-MONTH = SPACES
311060          MOVE WS-CURRENT-DATETIME (1:4) TO WS-MONTH-YEAR
311070          MOVE WS-CURRENT-DATETIME (5:2) TO WS-MONTH-MM
311080          IF WS-MONTH-MM = 1
311090              MOVE 12 TO WS-MONTH-MM
311100              SUBTRACT 1 FROM WS-MONTH-YEAR
311110          ELSE
311120              SUBTRACT 1 FROM WS-MONTH-MM
311130          END-IF
311140      ELSE
311150          MOVE WS-REPORT-MONTH (1:4) TO WS-MONTH-YEAR
311160          MOVE WS-REPORT-MONTH (5:2) TO WS-MONTH-MM
311170      END-IF
311180      MOVE WS-MONTH-YEAR TO WS-MONTH-WORK-CCYY
311190      MOVE WS-MONTH-MM TO WS-MONTH-WORK-MM
311200      MOVE 1 TO WS-MONTH-WORK-DD
311210      IF FUNCTION TEST-DATE-YYYYMMDD(WS-MONTH-WORK-NUM) NOT = 0
311220          DISPLAY "FZBSLA: REPORT MONTH NOT A VALID CCYYMM = "
311221              WS-MONTH-WORK-NUM (1:6)
311230          MOVE 16 TO RETURN-CODE
311240          STOP RUN
311250      END-IF
311260      MOVE WS-MONTH-WORK-NUM (1:6) TO WS-REPORT-MONTH
311270      MOVE WS-MONTH-WORK-NUM TO WS-MONTH-FIRST-DATE
311280      COMPUTE WS-MONTH-FIRST-NUM =
311281          FUNCTION INTEGER-OF-DATE(WS-MONTH-WORK-NUM)
311290*     THE LAST DAY IS THE DAY BEFORE THE FIRST OF NEXT MONTH.
311300      IF WS-MONTH-WORK-MM = 12
311310          MOVE 1 TO WS-MONTH-WORK-MM
311320          ADD 1 TO WS-MONTH-WORK-CCYY
311330      ELSE
311340          ADD 1 TO WS-MONTH-WORK-MM
311350      END-IF
311360      COMPUTE WS-MONTH-LAST-NUM =
311361          FUNCTION INTEGER-OF-DATE(WS-MONTH-WORK-NUM) - 1
311370      COMPUTE WS-MONTH-LAST-DATE =
311371          FUNCTION DATE-OF-INTEGER(WS-MONTH-LAST-NUM)
311380      COMPUTE WS-MONTH-DAYS =
311381          WS-MONTH-LAST-NUM - WS-MONTH-FIRST-NUM + 1
311390      COMPUTE WS-SCAN-FROM-DATE = FUNCTION DATE-OF-INTEGER(
311391          WS-MONTH-FIRST-NUM - WS-WINDOW-DAYS)
311400      COMPUTE WS-SCAN-TO-DATE = FUNCTION DATE-OF-INTEGER(
311401          WS-MONTH-LAST-NUM + WS-WINDOW-DAYS)
311410      DISPLAY "FZBSLA: FIZZBUZZ BATCH WINDOW SLA COMPLIANCE "
311411          "REPORT"
311420      DISPLAY "FZBSLA: MONTH " WS-REPORT-MONTH " ("
311421          WS-MONTH-FIRST-DATE " - " WS-MONTH-LAST-DATE ")"
311430      DISPLAY "FZBSLA: NEAR-MISS MARGIN = " WS-NEAR-MISS-MINS
311431          " MINUTES"
311440      IF WS-SELECT-USER = SPACES
311450          DISPLAY "FZBSLA: USER  ALL"
311460      ELSE
311470          DISPLAY "FZBSLA: USER  " WS-SELECT-USER
311480      END-IF.
311490
312000  LOAD-SLA-TABLE-PARA.
312001*     THE SLA TABLE.  THERE IS NO SAFE DEFAULT DEADLINE, SO A
312002*     MISSING DECK, A DECK WITHOUT A WEEKDAY CARD, OR ANY BAD
312003*     CARD FAILS THE JOB BEFORE ANYTHING IS JUDGED.
312010      INITIALIZE WS-SLA-TABLE
312020      OPEN INPUT SLA-CARD-FILE
312030      IF WS-SLACARD-STATUS NOT = "00"
312040          DISPLAY "FZBSLA: SLA TABLE OPEN FAILED - STATUS = "
312041              WS-SLACARD-STATUS
312050          MOVE 16 TO RETURN-CODE
312060          STOP RUN
312070      END-IF
312080      PERFORM UNTIL WS-SLACARD-EOF
312090          READ SLA-CARD-FILE
312100              AT END MOVE 'Y' TO WS-SLACARD-EOF-SW
312110          END-READ
312120          IF NOT WS-SLACARD-EOF
312130              AND SLA-CARD-RECORD NOT = SPACES
312140              PERFORM ADD-SLA-PARA
312150          END-IF
312160      END-PERFORM
312170      CLOSE SLA-CARD-FILE
312180      IF WS-SLA-SET (1) NOT = 'Y'
312190          DISPLAY "FZBSLA: NO WEEKDAY CARD IN THE SLA TABLE"
312200          ADD 1 TO WS-ERROR-COUNT
312210      END-IF
312220      IF WS-ERROR-COUNT > 0
312230          DISPLAY "FZBSLA: SLA TABLE REJECTED - "
312231              WS-ERROR-COUNT " ERROR(S)"
312240          MOVE 16 TO RETURN-CODE
312250          STOP RUN
312260      END-IF
312270      PERFORM SHOW-SLA-PARA
312280          VARYING WS-SLA-SUB FROM 1 BY 1
312290          UNTIL WS-SLA-SUB > 4.
312300
313000  ADD-SLA-PARA.
313001*     VALIDATE ONE SLA CARD AND FILE IT UNDER ITS DAY TYPE.
313010      ADD 1 TO WS-CARD-COUNT
313020      MOVE 0 TO WS-SLA-FOUND-SUB
313030      PERFORM VARYING WS-SLA-SUB FROM 1 BY 1
313031              UNTIL WS-SLA-SUB > 4
313040          IF SL-DAY-TYPE = WS-SLA-NAME (WS-SLA-SUB)
313050              MOVE WS-SLA-SUB TO WS-SLA-FOUND-SUB
313060          END-IF
313070      END-PERFORM
313080      EVALUATE TRUE
313090          WHEN WS-SLA-FOUND-SUB = 0
313100              DISPLAY "FZBSLA: SLA CARD DAY TYPE NOT WEEKDAY, "
313101                  "SATURDAY, SUNDAY OR MONTHEND = "
313102                  SLA-CARD-RECORD (1:43)
313110              ADD 1 TO WS-ERROR-COUNT
313120          WHEN WS-SLA-SET (WS-SLA-FOUND-SUB) = 'Y'
313130              DISPLAY "FZBSLA: SLA CARD DAY TYPE REPEATED = "
313131                  SLA-CARD-RECORD (1:43)
313140              ADD 1 TO WS-ERROR-COUNT
313150          WHEN SL-DEADLINE-TIME IS NOT NUMERIC
313151              OR SL-DEADLINE-TIME (1:2) > "23"
313152              OR SL-DEADLINE-TIME (3:2) > "59"
313160              DISPLAY "FZBSLA: SLA CARD DEADLINE NOT A VALID "
313161                  "HHMM = " SLA-CARD-RECORD (1:43)
313170              ADD 1 TO WS-ERROR-COUNT
313180          WHEN SL-DEADLINE-DAYS IS NOT NUMERIC
313190              DISPLAY "FZBSLA: SLA CARD DAY OFFSET NOT "
313191                  "NUMERIC = " SLA-CARD-RECORD (1:43)
313200              ADD 1 TO WS-ERROR-COUNT
313210          WHEN OTHER
313220              MOVE 'Y' TO WS-SLA-SET (WS-SLA-FOUND-SUB)
313230              MOVE SL-DEADLINE-TIME
313231                  TO WS-SLA-HHMM (WS-SLA-FOUND-SUB)
313240              MOVE SL-DEADLINE-DAYS
313241                  TO WS-SLA-DAYS (WS-SLA-FOUND-SUB)
313250              MOVE SL-DESCRIPTION
313251                  TO WS-SLA-DESC (WS-SLA-FOUND-SUB)
313260      END-EVALUATE.
313270
314000  SHOW-SLA-PARA.
314001*     ONE LINE OF THE SLA TABLE IN FORCE, FOR THE REPORT
314002*     HEADING.  A DAY TYPE WITH NO CARD SAYS WHAT IT USES.
314010      IF WS-SLA-SET (WS-SLA-SUB) = 'Y'
314020          DISPLAY "FZBSLA: SLA " WS-SLA-NAME (WS-SLA-SUB)
314021              " DUE " WS-SLA-HH (WS-SLA-SUB) ":"
314022              WS-SLA-MM (WS-SLA-SUB) " RUN DATE + "
314023              WS-SLA-DAYS (WS-SLA-SUB) "  "
314024              WS-SLA-DESC (WS-SLA-SUB)
314030      ELSE
314040          IF WS-SLA-SUB = 4
314050              DISPLAY "FZBSLA: SLA " WS-SLA-NAME (WS-SLA-SUB)
314051                  " NO CARD - LAST DAY USES ITS OWN DAY TYPE"
314060          ELSE
314070              DISPLAY "FZBSLA: SLA " WS-SLA-NAME (WS-SLA-SUB)
314071                  " NO CARD - USES WEEKDAY"
314080          END-IF
314090      END-IF.
314100
315000  LOAD-STATS-PARA.
315001*     KEEP THE STATISTICS RECORDS INSIDE THE READ WINDOW FOR
315002*     THE FINISH-TIME MATCH.  A RECORD BEYOND THE TABLE IS
315003*     COUNTED (ITS RUN THEN SHOWS NO FINISH) RATHER THAN
315004*     FAILING THE REPORT.
315010      OPEN INPUT RUN-STATS-FILE
315020      IF WS-STATS-STATUS NOT = "00"
315030          DISPLAY "FZBSLA: STATS DATASET OPEN FAILED - "
315031              "STATUS = " WS-STATS-STATUS
315040          MOVE 16 TO RETURN-CODE
315050          STOP RUN
315060      END-IF
315070      PERFORM UNTIL WS-STATS-EOF
315080          READ RUN-STATS-FILE
315090              AT END MOVE 'Y' TO WS-STATS-EOF-SW
315100          END-READ
315110          IF NOT WS-STATS-EOF
315120              AND ST-RUN-DATE IS NUMERIC
315130              AND ST-ELAPSED-SECONDS IS NUMERIC
315140              AND ST-RUN-DATE >= WS-SCAN-FROM-DATE
315150              AND ST-RUN-DATE <= WS-SCAN-TO-DATE
315160              IF WS-STT-COUNT < WS-MAX-STATS
315170                  ADD 1 TO WS-STT-COUNT
315180                  MOVE ST-RUN-DATE TO WS-STT-DATE (WS-STT-COUNT)
315190                  MOVE ST-RUN-TIME TO WS-STT-TIME (WS-STT-COUNT)
315200                  MOVE ST-ELAPSED-SECONDS
315201                      TO WS-STT-ELAPSED (WS-STT-COUNT)
315210              ELSE
315220                  ADD 1 TO WS-STT-OVERFLOW-COUNT
315230              END-IF
315240          END-IF
315250      END-PERFORM
315260      CLOSE RUN-STATS-FILE.
315270
