000170* RECORDS WHOSE DATE FIELD IS UNREADABLE ARE KEPT, NOT
000180* ARCHIVED - A DAMAGED RECORD MUST STAY WHERE SOMEONE WILL
000190* NOTICE IT, NOT DISAPPEAR INTO AN ARCHIVE NOBODY BROWSES.
000191*
000192* TRIMMING MONTHS OF AUDIT DATA IS A CONTROLLED ACTION: THE
000193* SUBMITTER (EXEC PARM, AS FOR THE CLASSIFIER) MUST HOLD THE
000194* HOUSEKEEPING AUTHORITY ON THE AUTHORIZATION TABLE (SEE
000195* FZBAUTH) OR THE RUN IS REFUSED BEFORE ANY DATASET IS READ -
000196* RETURN CODE 16, LOGGED TO FZBERRLG AND FIZZAUDT.
000200
100000  IDENTIFICATION DIVISION.
100010  PROGRAM-ID.    FZBHSKP.
150420          ORGANIZATION IS SEQUENTIAL
150430          FILE STATUS IS WS-STATARCH-STATUS.
150440
150450*     SUBMITTER AUTHORIZATION TABLE (SEE FZBAUTH) - THE
150460*     SUBMITTER'S OWN ENTRY, READ BY KEY BEFORE ANY WORK.  A
150470*     MISSING DD REFUSES THE RUN.
150480      SELECT OPTIONAL AUTH-FILE ASSIGN TO "FZBAUTH"
150490          ORGANIZATION IS INDEXED
150500          ACCESS MODE IS RANDOM
150510          RECORD KEY IS AT-USER-ID
150520          FILE STATUS IS WS-AUTH-STATUS.
150530
200000  DATA DIVISION.
200005  FILE SECTION.
200010  FD  RETENTION-CARD-FILE
200140  FD  STATS-ARCH-FILE
200141      RECORDING MODE IS F.
200142  01  STATS-ARCH-RECORD      PIC X(80).
200143  FD  AUTH-FILE.
200144  01  AUTH-RECORD.
200145      COPY FZBAUTH.
200150
210000  WORKING-STORAGE SECTION.
210010  01 WS-HSKCARD-STATUS       PIC XX VALUE SPACES.
240030  01 WS-TOTAL-KEPT           PIC 9(7) VALUE 0.
240040  01 WS-TOTAL-ARCHIVED       PIC 9(7) VALUE 0.
240050  01 WS-DATASETS-DONE        PIC 9(1) VALUE 0.
250000* RUN IDENTITY AND AUTHORIZATION (SEE CHECK-AUTHORITY-PARA).
250001* THE SUBMITTER IS TAKEN FROM THE EXEC PARM THE SAME WAY AS THE
250002* CLASSIFIER'S CAPTURE-RUN-IDENTITY-PARA.  A REFUSAL IS LOGGED
250003* WITH THE CLASSIFIER'S MESSAGE IDS (FZB0022E NOT AUTHORIZED,
250004* FZB0023E TABLE UNAVAILABLE) AND AN AUDIT RECORD.
250010  01 WS-RUN-DATE             PIC X(8) VALUE SPACES.
250020  01 WS-RUN-TIME             PIC X(6) VALUE SPACES.
250030  01 WS-USER-ID              PIC X(8) VALUE SPACES.
250040  01 WS-PARM-MOVE-LEN        PIC 9(4) VALUE 0.
250050  01 WS-AUTH-STATUS          PIC XX VALUE SPACES.
250060  01 WS-AUTH-GRANT           PIC X  VALUE 'N'.
250070     88 WS-AUTH-GRANTED           VALUE 'Y'.
250080  01 WS-ERR-MSG-ID           PIC X(8) VALUE SPACES.
250090  01 WS-ERR-FILE-STATUS      PIC X(2) VALUE SPACES.
250100  01 WS-ERR-TEXT             PIC X(32) VALUE SPACES.
270000  LINKAGE SECTION.
270001* SUBMITTER ID FROM THE JCL'S EXEC PARM, LENGTH-PREFIXED AS
270002* FOR THE CLASSIFIER (SEE FIZZBUZZ'S LINKAGE SECTION).
270010  01 LS-PARM-AREA.
270020     05 LS-PARM-LEN          PIC S9(4) COMP.
270030     05 LS-PARM-TEXT         PIC X(8).
300000  PROCEDURE DIVISION USING LS-PARM-AREA.
300001  MAIN-PARA.
300002      MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
300003      MOVE WS-CURRENT-DATETIME (1:8) TO WS-TODAY-NUM.
300004      COMPUTE WS-TODAY-DAY-NUM =
300005          FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
300006      PERFORM CAPTURE-RUN-IDENTITY-PARA.
300007*     NO AUTHORITY, NO WORK - NOT EVEN THE CARD IS READ.
300008      PERFORM CHECK-AUTHORITY-PARA.
300009      IF NOT WS-AUTH-GRANTED
300010          PERFORM LOG-REFUSAL-PARA
300011          DISPLAY "FZBHSKP: HOUSEKEEPING REFUSED - LIVE "
300012              "DATASETS UNTOUCHED"
300013          MOVE 16 TO RETURN-CODE
300014          STOP RUN
300015      END-IF
300016      PERFORM READ-RETENTION-CARD-PARA.
300020      IF WS-AUDIT-DAYS = 0 AND WS-ERRLOG-DAYS = 0
300021          AND WS-STATS-DAYS = 0
300030          DISPLAY "FZBHSKP: NO RETENTION REQUESTED - "
310200          CLOSE RETENTION-CARD-FILE
310210      END-IF.
310220
311000  CAPTURE-RUN-IDENTITY-PARA.
311001*     RUN DATE/TIME AND SUBMITTER.  NO PARM MEANS A STANDALONE
311002*     RUN - FALL BACK TO THE SHELL ENVIRONMENT AS THE
311003*     CLASSIFIER DOES.
311010      MOVE WS-CURRENT-DATETIME (1:8) TO WS-RUN-DATE.
311020      MOVE WS-CURRENT-DATETIME (9:6) TO WS-RUN-TIME.
311030      IF LS-PARM-LEN > 0
311040          IF LS-PARM-LEN > 8
311050              MOVE 8 TO WS-PARM-MOVE-LEN
311060          ELSE
311070              MOVE LS-PARM-LEN TO WS-PARM-MOVE-LEN
311080          END-IF
311090          MOVE SPACES TO WS-USER-ID
311100          MOVE LS-PARM-TEXT (1:WS-PARM-MOVE-LEN) TO WS-USER-ID
311110      ELSE
311120          ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
311130          IF WS-USER-ID = SPACES
311140              ACCEPT WS-USER-ID FROM ENVIRONMENT "USERNAME"
311150          END-IF
311160          IF WS-USER-ID = SPACES
311170              MOVE "UNKNOWN" TO WS-USER-ID
311180          END-IF
311190      END-IF.
311200
312000  CHECK-AUTHORITY-PARA.
312001*     THE SUBMITTER'S AUTHORIZATION ENTRY (SEE FZBAUTH) MUST
312002*     GRANT HOUSEKEEPING AND BE UNEXPIRED.  NO ENTRY, NO GRANT,
312003*     OR A TABLE THAT CANNOT BE READ ALL REFUSE THE RUN - THE
312004*     LAST WITH ITS OWN MESSAGE SO OPERATIONS FIXES THE DD.
312010      MOVE 'N' TO WS-AUTH-GRANT
312020      MOVE "FZB0022E" TO WS-ERR-MSG-ID
312030      MOVE "NOT AUTHORIZED - HOUSEKEEPING" TO WS-ERR-TEXT
312040      OPEN INPUT AUTH-FILE
312050      IF WS-AUTH-STATUS NOT = "00"
312060          DISPLAY "FZBHSKP: AUTHORIZATION TABLE OPEN FAILED - "
312061              "STATUS = " WS-AUTH-STATUS
312070          MOVE "FZB0023E" TO WS-ERR-MSG-ID
312080          MOVE WS-AUTH-STATUS TO WS-ERR-FILE-STATUS
312090          MOVE "AUTHORIZATION TABLE UNAVAILABLE" TO WS-ERR-TEXT
312100          IF WS-AUTH-STATUS = "35" OR WS-AUTH-STATUS = "05"
312110              CLOSE AUTH-FILE
312120          END-IF
312130      ELSE
312140          MOVE WS-USER-ID TO AT-USER-ID
312150          READ AUTH-FILE
312160              INVALID KEY
312170                  DISPLAY "FZBHSKP: USER " WS-USER-ID
312171                      " HAS NO AUTHORIZATION ENTRY"
312180              NOT INVALID KEY
312190                  IF AT-EXPIRY-DATE NOT = SPACES
312200                      AND AT-EXPIRY-DATE < WS-RUN-DATE
312210                      DISPLAY "FZBHSKP: USER " WS-USER-ID
312211                          " AUTHORIZATION EXPIRED "
312212                          AT-EXPIRY-DATE
312220                  ELSE
312230                      IF AT-HSKP-AUTH = "Y"
312240                          MOVE 'Y' TO WS-AUTH-GRANT
312250                      ELSE
312260                          DISPLAY "FZBHSKP: USER " WS-USER-ID
312261                              " NOT AUTHORIZED FOR HOUSEKEEPING"
312270                      END-IF
312280                  END-IF
312290          END-READ
312300          CLOSE AUTH-FILE
312310      END-IF.
312320
313000  LOG-REFUSAL-PARA.
313001*     THE REFUSED ATTEMPT, ON THE SAME TWO DATASETS THE
313002*     CLASSIFIER RECORDS ITS OWN REFUSALS ON: ONE FATAL (16)
313003*     ERROR-LOG RECORD AND ONE AUDIT RECORD (ZERO PARAMETERS
313004*     AND COUNT, AUTHORIZATION FLAG 'U', THIS PROGRAM'S NAME).
313005*     BOTH ARE APPENDED - NOTHING ELSE IN EITHER DATASET IS
313006*     TOUCHED - AND A DATASET THAT CANNOT BE OPENED ONLY COSTS
313007*     ITS RECORD: THE SYSOUT MESSAGE IS ALREADY OUT.
313010      OPEN EXTEND ERROR-LOG-FILE
313020      IF WS-ERRLOG-STATUS = "35" OR WS-ERRLOG-STATUS = "05"
313030          OPEN OUTPUT ERROR-LOG-FILE
313040      END-IF
313050      IF WS-ERRLOG-STATUS = "00"
313060          MOVE SPACES TO ERROR-LOG-RECORD
313070          MOVE WS-ERR-MSG-ID TO EL-MESSAGE-ID
313080          MOVE 16 TO EL-SEVERITY
313090          MOVE WS-RUN-DATE TO EL-LOG-DATE
313100          MOVE WS-RUN-TIME TO EL-LOG-TIME
313110          MOVE WS-USER-ID TO EL-USER-ID
313120          MOVE WS-ERR-FILE-STATUS TO EL-FILE-STATUS
313130          MOVE 0 TO EL-COUNTER
313140          MOVE WS-ERR-TEXT TO EL-TEXT
313150          WRITE ERROR-LOG-RECORD
313160          CLOSE ERROR-LOG-FILE
313170      ELSE
313180          DISPLAY "FZBHSKP: ERROR LOG UNAVAILABLE - STATUS = "
313181              WS-ERRLOG-STATUS
313190      END-IF
313200      OPEN EXTEND AUDIT-FILE
313210      IF WS-AUDIT-STATUS = "35" OR WS-AUDIT-STATUS = "05"
313220          OPEN OUTPUT AUDIT-FILE
313230      END-IF
313240      IF WS-AUDIT-STATUS = "00"
313250          MOVE SPACES TO AUDIT-RECORD
313260          MOVE WS-RUN-DATE TO AU-RUN-DATE
313270          MOVE WS-RUN-TIME TO AU-RUN-TIME
313280          MOVE WS-USER-ID TO AU-USER-ID
313290          MOVE 0 TO AU-UPPER-LIMIT
313300          MOVE 0 TO AU-FIZZ-DIVISOR
313310          MOVE 0 TO AU-BUZZ-DIVISOR
313320          MOVE 0 TO AU-RECORD-COUNT
313330          MOVE "U" TO AU-AUTH-FLAG
313340          MOVE "FZBHSKP" TO AU-PROGRAM-ID
313350          WRITE AUDIT-RECORD
313360          CLOSE AUDIT-FILE
313370      ELSE
313380          DISPLAY "FZBHSKP: AUDIT TRAIL UNAVAILABLE - STATUS = "
313381              WS-AUDIT-STATUS
313390      END-IF.
