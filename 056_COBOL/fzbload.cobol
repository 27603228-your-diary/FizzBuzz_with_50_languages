000270* ONE, AND THE RUN'S CONTROL RECORD IS WRITTEN ONLY WHEN THE
000280* LOAD TRULY COMPLETES AND RECONCILES - A HALF-LOADED RUN ON
000290* THE CLUSTER CAN NEVER LOOK RECONCILED TO A LOOKUP JOB.
000291*
000292* LOADING (OR RELOADING) THE MASTER IS A CONTROLLED ACTION:
000293* THE SUBMITTER (EXEC PARM, AS FOR THE CLASSIFIER) MUST HOLD
000294* THE LOAD AUTHORITY ON THE AUTHORIZATION TABLE (SEE FZBAUTH)
000295* OR THE RUN IS REFUSED BEFORE THE REGISTRY OR THE CLUSTER IS
000296* TOUCHED - RETURN CODE 16, LOGGED TO FZBERRLG AND FIZZAUDT.
000300
100000  IDENTIFICATION DIVISION.
100010  PROGRAM-ID.    FZBLOAD.
150220*     DEFAULT OF 7 RUNS.
150230      SELECT OPTIONAL LOAD-CARD-FILE ASSIGN TO "LOADCARD"
150240          ORGANIZATION IS SEQUENTIAL
150241          FILE STATUS IS WS-LOADCARD-STATUS.
150242
150243*     RUN REGISTRY (SEE FZBRREG) - THE RUN MUST HAVE PASSED
150244*     VERIFICATION AND MUST NOT ALREADY BE LOADED; THE LOAD'S
150245*     START, END, RETURN CODE AND RECORD COUNT ARE RECORDED
150246*     AGAINST IT.
150247      SELECT RUN-REGISTRY-FILE ASSIGN TO "FZBRREG"
150248          ORGANIZATION IS INDEXED
150249          ACCESS MODE IS RANDOM
150250          RECORD KEY IS RR-RUN-DATE
150251          FILE STATUS IS WS-RREG-STATUS.
150260
150261*     SUBMITTER AUTHORIZATION TABLE (SEE FZBAUTH) - THE
150262*     SUBMITTER'S OWN ENTRY, READ BY KEY BEFORE ANY WORK.  A
150263*     MISSING DD REFUSES THE LOAD.
150264      SELECT OPTIONAL AUTH-FILE ASSIGN TO "FZBAUTH"
150265          ORGANIZATION IS INDEXED
150266          ACCESS MODE IS RANDOM
150267          RECORD KEY IS AT-USER-ID
150268          FILE STATUS IS WS-AUTH-STATUS.
150269
150270*     THE CLASSIFIER'S CUMULATIVE ERROR LOG AND AUDIT TRAIL -
150271*     APPENDED TO ONLY WHEN THE LOAD IS REFUSED (SEE
150272*     LOG-REFUSAL-PARA).
150273      SELECT ERROR-LOG-FILE ASSIGN TO "FZBERRLG"
150274          ORGANIZATION IS SEQUENTIAL
150275          FILE STATUS IS WS-ERRLOG-STATUS.
150276      SELECT AUDIT-FILE ASSIGN TO "FIZZAUDT"
150277          ORGANIZATION IS SEQUENTIAL
150278          FILE STATUS IS WS-AUDIT-STATUS.
150279
200000  DATA DIVISION.
200005  FILE SECTION.
200010  FD  FIZZBUZZ-OUTPUT-FILE
200066      RECORDING MODE IS F.
200067  01  LOAD-CKPT-RECORD.
200068      COPY FZBLCKP.
200069
200079  FD  RUN-REGISTRY-FILE.
200089  01  RUN-REGISTRY-RECORD.
200099      COPY FZBRREG.
200109
200119  FD  AUTH-FILE.
200129  01  AUTH-RECORD.
200139      COPY FZBAUTH.
200149
200159  FD  ERROR-LOG-FILE
200169      RECORDING MODE IS F.
200179  01  ERROR-LOG-RECORD.
200189      COPY FZBERRL.
200199
200209  FD  AUDIT-FILE
200219      RECORDING MODE IS F.
200229  01  AUDIT-RECORD.
200239      COPY FZBAUDT.
200249
210000  WORKING-STORAGE SECTION.
210010  01 WS-FIZZOUT-STATUS       PIC XX VALUE SPACES.
210020  01 WS-FIZZOUT-EOF-SW       PIC X  VALUE 'N'.
220100     05 WS-PLAIN-COUNT       PIC 9(7) VALUE 0.
220110     05 WS-OTHER-COUNT       PIC 9(7) VALUE 0.
220120     05 WS-TOTAL-COUNT       PIC 9(7) VALUE 0.
220125     05 WS-OVERRIDE-COUNT    PIC 9(7) VALUE 0.
230000* LOAD TIMESTAMP FOR THE CONTROL RECORD.
230010  01 WS-CURRENT-DATETIME     PIC X(21) VALUE SPACES.
230020  01 WS-LOAD-DATE            PIC X(8) VALUE SPACES.
240110  01 WS-PURGE-COUNT          PIC 9(7) VALUE 0.
240120  01 WS-PURGE-DONE-SW        PIC X  VALUE 'N'.
240130     88 WS-PURGE-DONE            VALUE 'Y'.
250000* RUN REGISTRY STATE (SEE REGISTER-START-PARA) - THE RUN IS
250001* IDENTIFIED BY A PEEK AT THE SOURCE DATASET'S RUN HEADER
250002* BEFORE THE LOAD PROPER OPENS IT (SEE IDENTIFY-RUN-PARA).
250010  01 WS-RREG-STATUS          PIC XX VALUE SPACES.
250020  01 WS-RREG-RUN-DATE        PIC X(8) VALUE SPACES.
250030  01 WS-RREG-SUB             PIC 9  VALUE 0.
250040  01 WS-RREG-END-STATE       PIC X  VALUE SPACES.
260000* SUBMITTER AND AUTHORIZATION (SEE CHECK-AUTHORITY-PARA).  THE
260001* SUBMITTER IS TAKEN FROM THE EXEC PARM THE SAME WAY AS THE
260002* CLASSIFIER'S CAPTURE-RUN-IDENTITY-PARA - NOT THE RUN
260003* HEADER'S USER, WHO CLASSIFIED THE RUN BUT IS NOT LOADING
260004* IT.  A REFUSAL IS LOGGED WITH THE CLASSIFIER'S MESSAGE IDS
260005* (FZB0022E NOT AUTHORIZED, FZB0023E TABLE UNAVAILABLE).
260010  01 WS-USER-ID              PIC X(8) VALUE SPACES.
260020  01 WS-PARM-MOVE-LEN        PIC 9(4) VALUE 0.
260030  01 WS-AUTH-STATUS          PIC XX VALUE SPACES.
260040  01 WS-AUTH-GRANT           PIC X  VALUE 'N'.
260050     88 WS-AUTH-GRANTED           VALUE 'Y'.
260060  01 WS-ERRLOG-STATUS        PIC XX VALUE SPACES.
260070  01 WS-AUDIT-STATUS         PIC XX VALUE SPACES.
260080  01 WS-ERR-MSG-ID           PIC X(8) VALUE SPACES.
260090  01 WS-ERR-FILE-STATUS      PIC X(2) VALUE SPACES.
260100  01 WS-ERR-TEXT             PIC X(32) VALUE SPACES.
270000  LINKAGE SECTION.
270001* SUBMITTER ID FROM THE JCL'S EXEC PARM, LENGTH-PREFIXED AS
270002* FOR THE CLASSIFIER (SEE FIZZBUZZ'S LINKAGE SECTION).
270010  01 LS-PARM-AREA.
270020     05 LS-PARM-LEN          PIC S9(4) COMP.
270030     05 LS-PARM-TEXT         PIC X(8).
270040  PROCEDURE DIVISION USING LS-PARM-AREA.
270050  MAIN-PARA.
270060      MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
270070      MOVE WS-CURRENT-DATETIME (1:8) TO WS-LOAD-DATE.
270080      MOVE WS-CURRENT-DATETIME (9:6) TO WS-LOAD-TIME.
270090      PERFORM CAPTURE-SUBMITTER-PARA.
270100*     NO AUTHORITY, NO WORK - THE REGISTRY, THE CHECKPOINT
270110*     AND THE CLUSTER ARE ALL LEFT EXACTLY AS THEY WERE.
270120      PERFORM CHECK-AUTHORITY-PARA.
270130      IF NOT WS-AUTH-GRANTED
270140          PERFORM LOG-REFUSAL-PARA
270150          DISPLAY "FZBLOAD: LOAD REFUSED - NOTHING LOADED"
270160          MOVE 16 TO RETURN-CODE
270170          STOP RUN
270180      END-IF
270190      PERFORM READ-LOAD-CARD-PARA.
270200      PERFORM READ-LOAD-CKPT-PARA.
270210*     THE REGISTRY GATES THE LOAD ON THE RUN'S OWN HISTORY
270220*     BEFORE THE CLUSTER IS TOUCHED.
300008      PERFORM IDENTIFY-RUN-PARA.
300009      PERFORM REGISTER-START-PARA.
300010      OPEN INPUT FIZZBUZZ-OUTPUT-FILE.
300011      IF WS-FIZZOUT-STATUS NOT = "00"
300012          DISPLAY "FZBLOAD: INPUT FILE OPEN FAILED - STATUS = "
300013              WS-FIZZOUT-STATUS
300014          MOVE 16 TO RETURN-CODE
300015          PERFORM REGISTER-FAILED-PARA
300016          STOP RUN
300017      END-IF
300020      OPEN I-O VSAM-MASTER-FILE.
300021*     AN EMPTY, NEVER-LOADED CLUSTER COMES BACK "35" ON OPEN
300022*     I-O - THE FIRST LOAD AFTER THE ONE-TIME DEFINE OPENS IT
300032          DISPLAY "FZBLOAD: WAS THE CLUSTER DEFINED (FZBVDEF)?"
300033          CLOSE FIZZBUZZ-OUTPUT-FILE
300034          MOVE 16 TO RETURN-CODE
300035          PERFORM REGISTER-FAILED-PARA
300036          STOP RUN
300037      END-IF
300038*     A RESTART CHECKPOINT AGAINST AN EMPTY CLUSTER CANNOT
300039*     BOTH BE RIGHT - THE CHECKPOINT SAYS RECORDS WERE
300040*     ALREADY INSERTED.  SOMEONE REDEFINED THE CLUSTER OR
300041*     MOUNTED THE WRONG ONE; A HUMAN RECONCILES IT (CLEAR
300042*     THE CHECKPOINT FOR A FRESH LOAD).
300043      IF WS-LOAD-RESTARTED AND WS-FRESH-CLUSTER
300044          DISPLAY "FZBLOAD: RESTART CHECKPOINT PENDING BUT "
300045              "CLUSTER IS EMPTY - RESTART REJECTED"
300046          CLOSE FIZZBUZZ-OUTPUT-FILE
300047          CLOSE VSAM-MASTER-FILE
300048          MOVE 16 TO RETURN-CODE
300049          PERFORM REGISTER-FAILED-PARA
300050          STOP RUN
300051      END-IF
300052      PERFORM UNTIL WS-FIZZOUT-EOF
300053          READ FIZZBUZZ-OUTPUT-FILE
300060              AT END MOVE 'Y' TO WS-FIZZOUT-EOF-SW
300070          END-READ
300080          IF NOT WS-FIZZOUT-EOF
300087              IF WS-RECORDS-READ <= WS-SKIP-COUNT
300088                  PERFORM SKIP-RESTART-RECORD-PARA
300089              ELSE
300090*             A DETAIL RECORD STARTS WITH THE COUNTER'S DIGITS;
300091*             THE HEADER AND TRAILERS START WITH THEIR 'H'/'R'/
300092*             'T' RECORD TYPE, SO THE NUMERIC TEST TELLS THEM
300093*             APART.
300094              IF FO-COUNTER OF FIZZBUZZ-OUTPUT-RECORD IS NUMERIC
300100                  PERFORM LOAD-DETAIL-PARA
300110              ELSE
300120                  EVALUATE FT-RECORD-TYPE
300238      END-IF
300240      CLOSE VSAM-MASTER-FILE
300250      PERFORM SET-VERDICT-PARA
300251      IF RETURN-CODE > 4
300252          MOVE "F" TO WS-RREG-END-STATE
300253      ELSE
300254          MOVE "C" TO WS-RREG-END-STATE
300255      END-IF
300256      PERFORM REGISTER-END-PARA
300260      STOP RUN.
300270
301000  LOAD-DETAIL-PARA.
302080      MOVE FT-FIZZBUZZ-COUNT TO WS-FIZZBUZZ-COUNT
302090      MOVE FT-PLAIN-COUNT TO WS-PLAIN-COUNT
302100      MOVE FT-OTHER-COUNT TO WS-OTHER-COUNT
302110      MOVE FT-TOTAL-COUNT TO WS-TOTAL-COUNT
302111*     BLANK ON A TRAILER WRITTEN BEFORE OVERRIDES EXISTED.
302112      IF FT-OVERRIDE-COUNT IS NUMERIC
302113          MOVE FT-OVERRIDE-COUNT TO WS-OVERRIDE-COUNT
302114      ELSE
302115          MOVE 0 TO WS-OVERRIDE-COUNT
302116      END-IF.
302120
303000  WRITE-CONTROL-PARA.
303001*     THE RUN'S CONTROL RECORD, UNDER ITS RUN DATE PLUS
303140      MOVE WS-LOADED-COUNT TO VC-LOADED-COUNT.
303150      MOVE WS-LOAD-DATE TO VC-LOAD-DATE.
303160      MOVE WS-LOAD-TIME TO VC-LOAD-TIME.
303165      MOVE WS-OVERRIDE-COUNT TO VC-OVERRIDE-COUNT.
303170      WRITE VSAM-MASTER-RECORD
303180          INVALID KEY
303190              DISPLAY "FZBLOAD: CONTROL RECORD WRITE "
305180              CLOSE FIZZBUZZ-OUTPUT-FILE
305190              CLOSE VSAM-MASTER-FILE
305200              MOVE 16 TO RETURN-CODE
305205              PERFORM REGISTER-FAILED-PARA
305210              STOP RUN
305220          END-IF
305230      END-IF.
306150          DISPLAY "FZBLOAD: RETAINING " WS-RETAIN-RUNS " RUNS"
306160      END-IF.
306170
307000  IDENTIFY-RUN-PARA.
307001*     PEEK AT THE SOURCE DATASET'S FIRST RECORD FOR THE RUN
307002*     HEADER'S RUN DATE - THE RUN THE REGISTRY GATES THIS LOAD
307003*     ON.  THE FILE IS CLOSED AGAIN FOR THE LOAD PROPER; AN
307004*     OPEN FAILURE HERE IS LEFT FOR THE LOAD'S OWN OPEN TO
307005*     REPORT, BUT A DATASET WITH NO READABLE HEADER CANNOT BE
307006*     TIED TO A RUN AND THE REGISTRY REFUSES IT.
307010      MOVE SPACES TO WS-RREG-RUN-DATE
307020      OPEN INPUT FIZZBUZZ-OUTPUT-FILE
307030      IF WS-FIZZOUT-STATUS = "00"
307040          READ FIZZBUZZ-OUTPUT-FILE
307050              AT END CONTINUE
307060          END-READ
307070          IF WS-FIZZOUT-STATUS = "00"
307080              AND FH-RECORD-TYPE = "H"
307090              AND FH-RUN-DATE IS NUMERIC
307100              MOVE FH-RUN-DATE TO WS-RREG-RUN-DATE
307110          END-IF
307120          CLOSE FIZZBUZZ-OUTPUT-FILE
307130      END-IF.
307140
307500  REGISTER-START-PARA.
307501*     THE RUN REGISTRY GATE (SEE FZBRREG): THE RUN MUST BE ON
307502*     THE REGISTRY WITH ITS VERIFY STEP COMPLETE, AND ITS LOAD
307503*     STEP MUST NOT ALREADY BE - A RELOAD OF A LOADED RUN IS
307504*     REFUSED (16) UNLESS FZBRSTAT HAS REOPENED THE STEP.  A
307505*     STARTED (ABENDED) OR FAILED LOAD MAY RERUN, SO THE
307506*     CHECKPOINTED RESTART STILL WORKS.  A CHECKPOINT PENDING
307507*     FOR A DIFFERENT RUN IS LEFT FOR THE RESTART LOGIC TO
307508*     REJECT.  ON ACCEPTANCE THE STEP IS MARKED STARTED.
307510      IF WS-RREG-RUN-DATE = SPACES
307520          DISPLAY "FZBLOAD: NO RUN HEADER - CANNOT IDENTIFY "
307521              "THE RUN ON THE RUN REGISTRY"
307530          PERFORM REGISTER-REFUSE-PARA
307540      END-IF
307550      OPEN I-O RUN-REGISTRY-FILE
307560      IF WS-RREG-STATUS NOT = "00"
307570          DISPLAY "FZBLOAD: RUN REGISTRY OPEN FAILED - "
307571              "STATUS = " WS-RREG-STATUS
307580          PERFORM REGISTER-REFUSE-PARA
307590      END-IF
307600      MOVE WS-RREG-RUN-DATE TO RR-RUN-DATE
307610      READ RUN-REGISTRY-FILE
307620          INVALID KEY CONTINUE
307630      END-READ
307640      IF WS-RREG-STATUS NOT = "00"
307650          DISPLAY "FZBLOAD: RUN " WS-RREG-RUN-DATE
307651              " NOT ON THE RUN REGISTRY - STATUS = "
307652              WS-RREG-STATUS
307660          PERFORM REGISTER-REFUSE-PARA
307670      END-IF
307680      IF RR-STEP-STATUS (3) = "C"
307690          DISPLAY "FZBLOAD: RUN " WS-RREG-RUN-DATE
307691              " IS ALREADY LOADED"
307700          PERFORM REGISTER-REFUSE-PARA
307710      END-IF
307720      IF RR-STEP-STATUS (2) NOT = "C"
307730          DISPLAY "FZBLOAD: RUN " WS-RREG-RUN-DATE
307731              " HAS NOT PASSED VERIFICATION"
307740          PERFORM REGISTER-REFUSE-PARA
307750      END-IF
307760      MOVE "R" TO RR-STEP-STATUS (3)
307770      MOVE WS-LOAD-DATE TO RR-STEP-START-DATE (3)
307780      MOVE WS-LOAD-TIME TO RR-STEP-START-TIME (3)
307790      MOVE SPACES TO RR-STEP-END-DATE (3)
307800      MOVE SPACES TO RR-STEP-END-TIME (3)
307810      MOVE 0 TO RR-STEP-RC (3)
307820      MOVE 0 TO RR-STEP-COUNT (3)
307830      ADD 1 TO RR-STEP-ATTEMPTS (3)
307831          ON SIZE ERROR
307832              MOVE 99 TO RR-STEP-ATTEMPTS (3)
307833      END-ADD
307840      REWRITE RUN-REGISTRY-RECORD
307850      IF WS-RREG-STATUS NOT = "00"
307860          DISPLAY "FZBLOAD: RUN REGISTRY UPDATE FAILED - "
307861              "STATUS = " WS-RREG-STATUS
307870          PERFORM REGISTER-REFUSE-PARA
307880      END-IF
307890      CLOSE RUN-REGISTRY-FILE
307900      DISPLAY "FZBLOAD: RUN " WS-RREG-RUN-DATE
307901          " REGISTERED - LOAD STARTED".
307910
308000  REGISTER-REFUSE-PARA.
308010      DISPLAY "FZBLOAD: STEP REFUSED BY THE RUN REGISTRY - "
308011          "NOTHING LOADED (SEE FZBRSTAT)"
308020      CLOSE RUN-REGISTRY-FILE
308030      MOVE 16 TO RETURN-CODE
308040      STOP RUN.
308050
308500  REGISTER-FAILED-PARA.
308501*     THE LOAD IS ABANDONING AFTER IT REGISTERED - RECORD THE
308502*     STEP AS FAILED SO THE REGISTRY SAYS WHAT HAPPENED.
308510      MOVE "F" TO WS-RREG-END-STATE
308520      PERFORM REGISTER-END-PARA.
308530
309000  REGISTER-END-PARA.
309001*     RECORD THE LOAD STEP'S END - THE STAGED END STATE, THE
309002*     STEP RETURN CODE AND THE RECORDS LOADED - AND MARK THE
309003*     RUN COMPLETE ONCE EVERY STEP IS.  A FAILED UPDATE IS ONLY
309004*     REPORTED: THE STEP STAYS "STARTED" ON THE REGISTRY, WHICH
309005*     HOLDS THE NEXT STEP UNTIL SOMEONE LOOKS.
309010      OPEN I-O RUN-REGISTRY-FILE
309020      IF WS-RREG-STATUS = "00"
309030          MOVE WS-RREG-RUN-DATE TO RR-RUN-DATE
309040          READ RUN-REGISTRY-FILE
309050              INVALID KEY CONTINUE
309060          END-READ
309070      END-IF
309080      IF WS-RREG-STATUS = "00"
309090          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
309100          MOVE WS-RREG-END-STATE TO RR-STEP-STATUS (3)
309110          MOVE WS-CURRENT-DATETIME (1:8) TO RR-STEP-END-DATE (3)
309120          MOVE WS-CURRENT-DATETIME (9:6) TO RR-STEP-END-TIME (3)
309130          MOVE RETURN-CODE TO RR-STEP-RC (3)
309140          MOVE WS-LOADED-COUNT TO RR-STEP-COUNT (3)
309150          MOVE "C" TO RR-RUN-STATUS
309160          PERFORM VARYING WS-RREG-SUB FROM 1 BY 1
309161              UNTIL WS-RREG-SUB > 5
309170              IF RR-STEP-STATUS (WS-RREG-SUB) NOT = "C"
309180                  MOVE "O" TO RR-RUN-STATUS
309190              END-IF
309200          END-PERFORM
309210          REWRITE RUN-REGISTRY-RECORD
309220      END-IF
309230      IF WS-RREG-STATUS NOT = "00"
309240          DISPLAY "FZBLOAD: RUN REGISTRY NOT UPDATED - "
309241              "STATUS = " WS-RREG-STATUS
309250      END-IF
309260      CLOSE RUN-REGISTRY-FILE.
309270
310000  CAPTURE-SUBMITTER-PARA.
310001*     THE SUBMITTER.  NO PARM MEANS A STANDALONE RUN - FALL
310002*     BACK TO THE SHELL ENVIRONMENT AS THE CLASSIFIER DOES.
310010      IF LS-PARM-LEN > 0
310020          IF LS-PARM-LEN > 8
310030              MOVE 8 TO WS-PARM-MOVE-LEN
310040          ELSE
310050              MOVE LS-PARM-LEN TO WS-PARM-MOVE-LEN
310060          END-IF
310070          MOVE SPACES TO WS-USER-ID
310080          MOVE LS-PARM-TEXT (1:WS-PARM-MOVE-LEN) TO WS-USER-ID
310090      ELSE
310100          ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
310110          IF WS-USER-ID = SPACES
310120              ACCEPT WS-USER-ID FROM ENVIRONMENT "USERNAME"
310130          END-IF
310140          IF WS-USER-ID = SPACES
310150              MOVE "UNKNOWN" TO WS-USER-ID
310160          END-IF
310170      END-IF.
310180
311000  CHECK-AUTHORITY-PARA.
311001*     THE SUBMITTER'S AUTHORIZATION ENTRY (SEE FZBAUTH) MUST
311002*     GRANT THE LOAD AND BE UNEXPIRED - A RESUMED LOAD AS MUCH
311003*     AS A FRESH ONE.  NO ENTRY, NO GRANT, OR A TABLE THAT
311004*     CANNOT BE READ ALL REFUSE THE RUN - THE LAST WITH ITS OWN
311005*     MESSAGE SO OPERATIONS FIXES THE DD.
311010      MOVE 'N' TO WS-AUTH-GRANT
311020      MOVE "FZB0022E" TO WS-ERR-MSG-ID
311030      MOVE "NOT AUTHORIZED - MASTER LOAD" TO WS-ERR-TEXT
311040      OPEN INPUT AUTH-FILE
311050      IF WS-AUTH-STATUS NOT = "00"
311060          DISPLAY "FZBLOAD: AUTHORIZATION TABLE OPEN FAILED - "
311061              "STATUS = " WS-AUTH-STATUS
311070          MOVE "FZB0023E" TO WS-ERR-MSG-ID
311080          MOVE WS-AUTH-STATUS TO WS-ERR-FILE-STATUS
311090          MOVE "AUTHORIZATION TABLE UNAVAILABLE" TO WS-ERR-TEXT
311100          IF WS-AUTH-STATUS = "35" OR WS-AUTH-STATUS = "05"
311110              CLOSE AUTH-FILE
311120          END-IF
311130      ELSE
311140          MOVE WS-USER-ID TO AT-USER-ID
311150          READ AUTH-FILE
311160              INVALID KEY
311170                  DISPLAY "FZBLOAD: USER " WS-USER-ID
311171                      " HAS NO AUTHORIZATION ENTRY"
311180              NOT INVALID KEY
311190                  IF AT-EXPIRY-DATE NOT = SPACES
311200                      AND AT-EXPIRY-DATE < WS-LOAD-DATE
311210                      DISPLAY "FZBLOAD: USER " WS-USER-ID
311211                          " AUTHORIZATION EXPIRED "
311212                          AT-EXPIRY-DATE
311220                  ELSE
311230                      IF AT-LOAD-AUTH = "Y"
311240                          MOVE 'Y' TO WS-AUTH-GRANT
311250                      ELSE
311260                          DISPLAY "FZBLOAD: USER " WS-USER-ID
311261                              " NOT AUTHORIZED TO LOAD"
311270                      END-IF
311280                  END-IF
311290          END-READ
311300          CLOSE AUTH-FILE
311310      END-IF.
311320
312000  LOG-REFUSAL-PARA.
312001*     THE REFUSED ATTEMPT, ON THE SAME TWO DATASETS THE
312002*     CLASSIFIER RECORDS ITS OWN REFUSALS ON: ONE FATAL (16)
312003*     ERROR-LOG RECORD AND ONE AUDIT RECORD (ZERO PARAMETERS
312004*     AND COUNT, AUTHORIZATION FLAG 'U', THIS PROGRAM'S NAME).
312005*     A DATASET THAT CANNOT BE OPENED ONLY COSTS ITS RECORD -
312006*     THE SYSOUT MESSAGE IS ALREADY OUT.
312010      OPEN EXTEND ERROR-LOG-FILE
312020      IF WS-ERRLOG-STATUS = "35" OR WS-ERRLOG-STATUS = "05"
312030          OPEN OUTPUT ERROR-LOG-FILE
312040      END-IF
312050      IF WS-ERRLOG-STATUS = "00"
312060          MOVE SPACES TO ERROR-LOG-RECORD
312070          MOVE WS-ERR-MSG-ID TO EL-MESSAGE-ID
312080          MOVE 16 TO EL-SEVERITY
312090          MOVE WS-LOAD-DATE TO EL-LOG-DATE
312100          MOVE WS-LOAD-TIME TO EL-LOG-TIME
312110          MOVE WS-USER-ID TO EL-USER-ID
312120          MOVE WS-ERR-FILE-STATUS TO EL-FILE-STATUS
312130          MOVE 0 TO EL-COUNTER
312140          MOVE WS-ERR-TEXT TO EL-TEXT
312150          WRITE ERROR-LOG-RECORD
312160          CLOSE ERROR-LOG-FILE
312170      ELSE
312180          DISPLAY "FZBLOAD: ERROR LOG UNAVAILABLE - STATUS = "
312181              WS-ERRLOG-STATUS
312190      END-IF
312200      OPEN EXTEND AUDIT-FILE
312210      IF WS-AUDIT-STATUS = "35" OR WS-AUDIT-STATUS = "05"
312220          OPEN OUTPUT AUDIT-FILE
312230      END-IF
312240      IF WS-AUDIT-STATUS = "00"
312250          MOVE SPACES TO AUDIT-RECORD
312260          MOVE WS-LOAD-DATE TO AU-RUN-DATE
312270          MOVE WS-LOAD-TIME TO AU-RUN-TIME
312280          MOVE WS-USER-ID TO AU-USER-ID
312290          MOVE 0 TO AU-UPPER-LIMIT
312300          MOVE 0 TO AU-FIZZ-DIVISOR
312310          MOVE 0 TO AU-BUZZ-DIVISOR
312320          MOVE 0 TO AU-RECORD-COUNT
312330          MOVE "U" TO AU-AUTH-FLAG
312340          MOVE "FZBLOAD" TO AU-PROGRAM-ID
312350          WRITE AUDIT-RECORD
312360          CLOSE AUDIT-FILE
312370      ELSE
312380          DISPLAY "FZBLOAD: AUDIT TRAIL UNAVAILABLE - STATUS = "
312381              WS-AUDIT-STATUS
312390      END-IF.
