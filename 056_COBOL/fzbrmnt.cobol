000010* MAINTAIN THE FIZZBUZZ CLASSIFICATION RULE MASTER.  THE EXTRA
000020* CLASSIFICATION RULES (BEYOND THE BUILT-IN FIZZ/BUZZ RULES)
000030* WERE ONCE A LOOSE FZBRULES CARD DECK PASTED INTO EVERY JOB
000040* THAT NEEDED THEM - NO HISTORY, NO STAGING, AND NOTHING TO SAY
000050* WHICH RULES A PAST RUN ACTUALLY CLASSIFIED WITH.  THE RULES
000060* NOW LIVE ON A KEYED MASTER (SEE FZBRMST) KEYED ON RULE CODE
000070* PLUS EFFECTIVE-FROM DATE, EACH VERSION CARRYING ITS OWN
000080* EFFECTIVE-FROM/EFFECTIVE-TO WINDOW, AND THE CLASSIFIER AND
000090* THE VERIFIER BUILD THEIR RULE TABLES FROM THE VERSIONS IN
000100* EFFECT ON THE RUN DATE.
000110*
000120* THIS PROGRAM IS THE ONLY WRITER OF THE MASTER.  IT APPLIES A
000130* DECK OF ADD/CHANGE/EXPIRE TRANSACTIONS (SEE FZBRTRN) IN CARD
000140* ORDER, REJECTING ANY TRANSACTION THAT WOULD DUPLICATE A
000150* VERSION, LET TWO VERSIONS OF ONE CODE OVERLAP, PUT MORE EXTRA
000160* RULES IN EFFECT AT ONCE THAN THE CLASSIFIER'S RULE TABLE
000170* HOLDS, OR REWRITE THE RULES A PAST RUN ALREADY CLASSIFIED
000180* WITH.  EVERY APPLIED CHANGE IS PRINTED AS A BEFORE/AFTER
000190* IMAGE ON SYSOUT AND APPENDED TO THE CUMULATIVE CHANGE LOG
000200* (SEE FZBRLOG); THE RUN ENDS WITH A LISTING OF THE WHOLE
000210* MASTER AND EACH VERSION'S STATE AS OF THE RUN DATE.
000220*
000230* RETURN CODES:  0 = EVERY TRANSACTION APPLIED,  8 = ONE OR
000240* MORE TRANSACTIONS REJECTED (THE REST WERE APPLIED),  16 = OPEN
000250* FAILURE, OR A MASTER/LOG WRITE FAILED PART-WAY THROUGH, OR
000251* THE SUBMITTER IS NOT AUTHORIZED.
000252*
000253* APPLYING RULE CARDS IS A CONTROLLED ACTION: THE SUBMITTER
000254* MUST HOLD THE RULES AUTHORITY ON THE AUTHORIZATION TABLE
000255* (SEE FZBAUTH) OR THE RUN IS REFUSED BEFORE A CARD IS READ -
000256* LOGGED TO FZBERRLG AND FIZZAUDT AS THE CLASSIFIER LOGS ITS
000257* OWN REFUSALS.
000260
100000  IDENTIFICATION DIVISION.
100010  PROGRAM-ID.    FZBRMNT.
100020
150000  ENVIRONMENT DIVISION.
150010  INPUT-OUTPUT SECTION.
150020  FILE-CONTROL.
150030*     MAINTENANCE TRANSACTION CARDS (SEE FZBRTRN) - ONE CHANGE
150040*     PER CARD, APPLIED IN CARD ORDER.
150050      SELECT RULE-TRAN-FILE ASSIGN TO "RMNTTRAN"
150060          ORGANIZATION IS SEQUENTIAL
150070          FILE STATUS IS WS-TRAN-STATUS.
150080
150090*     THE VSAM KSDS RULE MASTER, KEYED ON RULE CODE PLUS
150100*     EFFECTIVE-FROM DATE.  ACCESS IS DYNAMIC: A BROWSE TO
150110*     TABLE THE EXISTING VERSIONS AND TO LIST THE MASTER AT END
150120*     OF RUN, PLUS RANDOM READS/WRITES/REWRITES FOR THE
150130*     TRANSACTIONS THEMSELVES.
150140      SELECT RULE-MASTER-FILE ASSIGN TO "FZBRMAST"
150150          ORGANIZATION IS INDEXED
150160          ACCESS MODE IS DYNAMIC
150170          RECORD KEY IS RM-KEY
150180          FILE STATUS IS WS-RMAST-STATUS.
150190
150200*     CUMULATIVE RULE CHANGE LOG (SEE FZBRLOG) - ONE RECORD PER
150210*     APPLIED TRANSACTION, APPENDED.
150220      SELECT RULE-LOG-FILE ASSIGN TO "FZBRLOG"
150230          ORGANIZATION IS SEQUENTIAL
150240          FILE STATUS IS WS-RLOG-STATUS.
150250
150260*     SUBMITTER AUTHORIZATION TABLE (SEE FZBAUTH) - THE
150270*     SUBMITTER'S OWN ENTRY, READ BY KEY BEFORE ANY WORK.  A
150280*     MISSING DD REFUSES THE RUN.
150290      SELECT OPTIONAL AUTH-FILE ASSIGN TO "FZBAUTH"
150300          ORGANIZATION IS INDEXED
150310          ACCESS MODE IS RANDOM
150320          RECORD KEY IS AT-USER-ID
150330          FILE STATUS IS WS-AUTH-STATUS.
150340
150350*     THE CLASSIFIER'S CUMULATIVE ERROR LOG AND AUDIT TRAIL -
150360*     APPENDED TO ONLY WHEN THE RUN IS REFUSED (SEE
150370*     LOG-REFUSAL-PARA).
150380      SELECT ERROR-LOG-FILE ASSIGN TO "FZBERRLG"
150390          ORGANIZATION IS SEQUENTIAL
150400          FILE STATUS IS WS-ERRLOG-STATUS.
150410      SELECT AUDIT-FILE ASSIGN TO "FIZZAUDT"
150420          ORGANIZATION IS SEQUENTIAL
150430          FILE STATUS IS WS-AUDIT-STATUS.
150440
200000  DATA DIVISION.
200005  FILE SECTION.
200010  FD  RULE-TRAN-FILE
200011      RECORDING MODE IS F.
200012  01  RULE-TRAN-RECORD.
200013      COPY FZBRTRN.
200020
200030  FD  RULE-MASTER-FILE.
200031  01  RULE-MASTER-RECORD.
200032      COPY FZBRMST.
200040
200050  FD  RULE-LOG-FILE
200051      RECORDING MODE IS F.
200052  01  RULE-LOG-RECORD.
200053      COPY FZBRLOG.
200060
200070  FD  AUTH-FILE.
200071  01  AUTH-RECORD.
200072      COPY FZBAUTH.
200080
200090  FD  ERROR-LOG-FILE
200091      RECORDING MODE IS F.
200092  01  ERROR-LOG-RECORD.
200093      COPY FZBERRL.
200100
200110  FD  AUDIT-FILE
200111      RECORDING MODE IS F.
200112  01  AUDIT-RECORD.
200113      COPY FZBAUDT.
200120
210000  WORKING-STORAGE SECTION.
210010  01 WS-TRAN-STATUS          PIC XX VALUE SPACES.
210020  01 WS-TRAN-EOF-SW          PIC X  VALUE 'N'.
210030     88 WS-TRAN-EOF              VALUE 'Y'.
210040  01 WS-RMAST-STATUS         PIC XX VALUE SPACES.
210050  01 WS-RLOG-STATUS          PIC XX VALUE SPACES.
210060* SET WHEN THE MASTER OPENED EMPTY (FILE STATUS 35 ON THE OPEN
210061* I-O) - THE FIRST MAINTENANCE RUN AFTER THE ONE-TIME DEFINE
210062* (SEE FZBRDEF).  AN EMPTY MASTER HAS NO VERSIONS TO TABLE,
210063* CHANGE OR EXPIRE, SO ONLY ADDS CAN APPLY.
210070  01 WS-FRESH-MASTER-SW      PIC X  VALUE 'N'.
210080     88 WS-FRESH-MASTER          VALUE 'Y'.
210090  01 WS-BROWSE-DONE-SW       PIC X  VALUE 'N'.
210100     88 WS-BROWSE-DONE           VALUE 'Y'.
220000* RUN IDENTITY - THE SUBMITTER IS TAKEN FROM THE EXEC PARM THE
220001* SAME WAY AS THE CLASSIFIER'S CAPTURE-RUN-IDENTITY-PARA, AND
220002* STAMPED ON EVERY VERSION CHANGED AND EVERY LOG RECORD.
220003* YESTERDAY IS THE DEFAULT EXPIRY DATE AND THE EARLIEST DATE
220004* ANY WINDOW MAY BE MOVED TO - RUNS BEFORE IT HAVE ALREADY
220005* CLASSIFIED WITH THE RULES AS THEY STOOD.
220010  01 WS-CURRENT-DATETIME     PIC X(21) VALUE SPACES.
220020  01 WS-RUN-DATE             PIC X(8) VALUE SPACES.
220030  01 WS-RUN-TIME             PIC X(6) VALUE SPACES.
220040  01 WS-USER-ID              PIC X(8) VALUE SPACES.
220050  01 WS-PARM-MOVE-LEN        PIC 9(4) VALUE 0.
220060  01 WS-YESTERDAY            PIC X(8) VALUE SPACES.
220070  01 WS-DATE-NUM             PIC 9(8) VALUE 0.
220080  01 WS-DAY-NUM              PIC 9(7) VALUE 0.
220090  01 WS-OPEN-ENDED           PIC X(8) VALUE "99999999".
220100  01 WS-CHECK-DATE           PIC X(8) VALUE SPACES.
220110  01 WS-DATE-VALID-SW        PIC X  VALUE 'N'.
220120     88 WS-DATE-VALID            VALUE 'Y'.
230000* TRANSACTION ACCOUNTING.
230010  01 WS-TRAN-COUNT           PIC 9(7) VALUE 0.
230020  01 WS-ADD-COUNT            PIC 9(7) VALUE 0.
230030  01 WS-CHANGE-COUNT         PIC 9(7) VALUE 0.
230040  01 WS-EXPIRE-COUNT         PIC 9(7) VALUE 0.
230050  01 WS-REJECT-COUNT         PIC 9(7) VALUE 0.
230060  01 WS-ERROR-COUNT          PIC 9(7) VALUE 0.
230070  01 WS-LISTED-COUNT         PIC 9(7) VALUE 0.
240000* THE TRANSACTION IN PROGRESS - THE EDIT'S VERDICT, THE BEFORE
240001* IMAGE OF THE VERSION IT TARGETS, AND THE AFTER IMAGE IT
240002* WOULD LEAVE.  THE AFTER FIELDS START AS A COPY OF THE BEFORE
240003* FIELDS ON A CHANGE/EXPIRE, SO A BLANK TRANSACTION FIELD
240004* LEAVES ITS VALUE AS IT WAS.
240010  01 WS-REJECT-SW            PIC X  VALUE 'N'.
240020     88 WS-REJECTED              VALUE 'Y'.
240030  01 WS-REJECT-TEXT          PIC X(48) VALUE SPACES.
240040  01 WS-IO-FAILED-SW         PIC X  VALUE 'N'.
240050     88 WS-IO-FAILED             VALUE 'Y'.
240060  01 WS-BEFORE-EFF-TO        PIC X(8) VALUE SPACES.
240070  01 WS-BEFORE-DIVISOR       PIC X(3) VALUE SPACES.
240080  01 WS-BEFORE-LABEL         PIC X(8) VALUE SPACES.
240090  01 WS-NEW-EFF-TO           PIC X(8) VALUE SPACES.
240100  01 WS-NEW-DIVISOR          PIC 999  VALUE 0.
240110  01 WS-NEW-LABEL            PIC X(8) VALUE SPACES.
240120  01 WS-STATE-TEXT           PIC X(9) VALUE SPACES.
250000* EVERY VERSION ON THE MASTER (CODE AND WINDOW ONLY), TABLED
250001* AT START OF RUN AND KEPT IN STEP WITH EVERY WRITE/REWRITE,
250002* SO THE DUPLICATE, CODE-CLASH AND CONCURRENCY EDITS NEVER
250003* HAVE TO RE-BROWSE THE CLUSTER.  A VERSION WHOSE EFFECTIVE-TO
250004* IS BEFORE ITS EFFECTIVE-FROM WAS WITHDRAWN BEFORE IT EVER
250005* TOOK EFFECT - IT OWNS NO DATES AND CLASHES WITH NOTHING.
250010  01 WS-MAX-VERSIONS         PIC 9(3) VALUE 200.
250020  01 WS-VERSION-COUNT        PIC 9(3) VALUE 0.
250030  01 WS-VERSION-TABLE.
250040     05 WS-VERSION-ENTRY OCCURS 200 TIMES.
250050        10 WS-VER-CODE         PIC X(1).
250060        10 WS-VER-EFF-FROM     PIC X(8).
250070        10 WS-VER-EFF-TO       PIC X(8).
250080  01 WS-VER-SUB              PIC 9(3) VALUE 0.
250090  01 WS-POINT-SUB            PIC 9(3) VALUE 0.
250100  01 WS-TARGET-SUB           PIC 9(3) VALUE 0.
250110* THE CANDIDATE WINDOW UNDER EDIT, AND THE TABLE ENTRY IT
250111* REPLACES (ZERO ON AN ADD) - THAT ENTRY IS LEFT OUT OF THE
250112* CLASH AND CONCURRENCY COUNTS SO A VERSION NEVER CLASHES WITH
250113* ITS OWN OLD WINDOW.
250120  01 WS-CAND-CODE            PIC X(1) VALUE SPACES.
250130  01 WS-CAND-FROM            PIC X(8) VALUE SPACES.
250140  01 WS-CAND-TO              PIC X(8) VALUE SPACES.
250150  01 WS-CAND-EXCLUDE         PIC 9(3) VALUE 0.
250160  01 WS-POINT-DATE           PIC X(8) VALUE SPACES.
250170  01 WS-CONCURRENT           PIC 9(3) VALUE 0.
250180* THE CLASSIFIER'S RULE TABLE HOLDS 5 ENTRIES (WS-MAX-RULES),
250181* TWO OF THEM THE BUILT-IN FIZZ/BUZZ RULES - SO NO MORE THAN 3
250182* EXTRA RULES MAY BE IN EFFECT ON ANY ONE DATE, OR THE RUN
250183* WOULD HAVE TO DROP ONE.
250190  01 WS-EXTRA-RULE-LIMIT     PIC 9(3) VALUE 3.
260000* AUTHORIZATION (SEE CHECK-AUTHORITY-PARA).  A REFUSAL IS
260001* LOGGED WITH THE CLASSIFIER'S MESSAGE IDS (FZB0022E NOT
260002* AUTHORIZED, FZB0023E TABLE UNAVAILABLE).
260010  01 WS-AUTH-STATUS          PIC XX VALUE SPACES.
260020  01 WS-AUTH-GRANT           PIC X  VALUE 'N'.
260030     88 WS-AUTH-GRANTED           VALUE 'Y'.
260040  01 WS-ERRLOG-STATUS        PIC XX VALUE SPACES.
260050  01 WS-AUDIT-STATUS         PIC XX VALUE SPACES.
260060  01 WS-ERR-MSG-ID           PIC X(8) VALUE SPACES.
260070  01 WS-ERR-FILE-STATUS      PIC X(2) VALUE SPACES.
260080  01 WS-ERR-TEXT             PIC X(32) VALUE SPACES.
270000  LINKAGE SECTION.
270001* SUBMITTER ID FROM THE JCL'S EXEC PARM, LENGTH-PREFIXED AS
270002* FOR THE CLASSIFIER (SEE FIZZBUZZ'S LINKAGE SECTION).
270010  01 LS-PARM-AREA.
270020     05 LS-PARM-LEN          PIC S9(4) COMP.
270030     05 LS-PARM-TEXT         PIC X(8).
300000  PROCEDURE DIVISION USING LS-PARM-AREA.
300001  MAIN-PARA.
300002      PERFORM CAPTURE-RUN-IDENTITY-PARA.
300003*     NO AUTHORITY, NO WORK - NOT A CARD IS READ.
300004      PERFORM CHECK-AUTHORITY-PARA.
300005      IF NOT WS-AUTH-GRANTED
300006          PERFORM LOG-REFUSAL-PARA
300007          DISPLAY "FZBRMNT: MAINTENANCE REFUSED - NOTHING "
300008              "APPLIED"
300009          MOVE 16 TO RETURN-CODE
300010          STOP RUN
300011      END-IF
300012      OPEN INPUT RULE-TRAN-FILE.
300013      IF WS-TRAN-STATUS NOT = "00"
300014          DISPLAY "FZBRMNT: TRANSACTION FILE OPEN FAILED - "
300015              "STATUS = " WS-TRAN-STATUS
300016          MOVE 16 TO RETURN-CODE
300017          STOP RUN
300018      END-IF
300020*     THE CHANGE LOG IS OPENED BEFORE THE MASTER IS TOUCHED -
300021*     A CHANGE THAT CANNOT BE LOGGED IS NOT APPLIED AT ALL.
300022      OPEN EXTEND RULE-LOG-FILE.
300023      IF WS-RLOG-STATUS = "35" OR WS-RLOG-STATUS = "05"
300024          OPEN OUTPUT RULE-LOG-FILE
300025      END-IF
300026      IF WS-RLOG-STATUS NOT = "00"
300027          DISPLAY "FZBRMNT: CHANGE LOG OPEN FAILED - STATUS = "
300028              WS-RLOG-STATUS
300029          CLOSE RULE-TRAN-FILE
300030          MOVE 16 TO RETURN-CODE
300031          STOP RUN
300032      END-IF
300040      OPEN I-O RULE-MASTER-FILE.
300041*     AN EMPTY, NEVER-LOADED CLUSTER COMES BACK "35" ON OPEN
300042*     I-O - THE FIRST RUN AFTER THE ONE-TIME DEFINE OPENS IT
300043*     OUTPUT INSTEAD, AS FZBLOAD DOES FOR THE HISTORY MASTER.
300044      IF WS-RMAST-STATUS = "35"
300045          MOVE 'Y' TO WS-FRESH-MASTER-SW
300046          OPEN OUTPUT RULE-MASTER-FILE
300047      END-IF
300048      IF WS-RMAST-STATUS NOT = "00"
300049          DISPLAY "FZBRMNT: RULE MASTER OPEN FAILED - STATUS = "
300050              WS-RMAST-STATUS
300051          DISPLAY "FZBRMNT: WAS THE CLUSTER DEFINED (FZBRDEF)?"
300052          CLOSE RULE-TRAN-FILE
300053          CLOSE RULE-LOG-FILE
300054          MOVE 16 TO RETURN-CODE
300055          STOP RUN
300056      END-IF
300060      IF NOT WS-FRESH-MASTER
300061          PERFORM LOAD-VERSION-TABLE-PARA
300062      END-IF
300070      DISPLAY "FZBRMNT: RULE MASTER MAINTENANCE " WS-RUN-DATE
300071          " " WS-RUN-TIME " USER " WS-USER-ID
300072      DISPLAY "FZBRMNT: " WS-VERSION-COUNT
300073          " VERSIONS ON MASTER AT START OF RUN"
300080      PERFORM UNTIL WS-TRAN-EOF
300081          READ RULE-TRAN-FILE
300082              AT END MOVE 'Y' TO WS-TRAN-EOF-SW
300083          END-READ
300084          IF NOT WS-TRAN-EOF
300085              PERFORM PROCESS-TRAN-PARA
300086          END-IF
300087      END-PERFORM
300090      CLOSE RULE-TRAN-FILE
300091      CLOSE RULE-LOG-FILE
300092      CLOSE RULE-MASTER-FILE
300100      PERFORM LIST-MASTER-PARA
300110      PERFORM SET-VERDICT-PARA
300120      STOP RUN.
300130
301000  CAPTURE-RUN-IDENTITY-PARA.
301001*     RUN DATE/TIME AND SUBMITTER, AND YESTERDAY'S DATE FOR
301002*     THE EXPIRY DEFAULT.  NO PARM MEANS A STANDALONE RUN -
301003*     FALL BACK TO THE SHELL ENVIRONMENT AS THE CLASSIFIER
301004*     DOES.
301010      MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
301020      MOVE WS-CURRENT-DATETIME (1:8) TO WS-RUN-DATE.
301030      MOVE WS-CURRENT-DATETIME (9:6) TO WS-RUN-TIME.
301040      MOVE WS-RUN-DATE TO WS-DATE-NUM.
301050      COMPUTE WS-DAY-NUM =
301051          FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) - 1.
301060      COMPUTE WS-DATE-NUM =
301061          FUNCTION DATE-OF-INTEGER (WS-DAY-NUM).
301070      MOVE WS-DATE-NUM TO WS-YESTERDAY.
301080      IF LS-PARM-LEN > 0
301081          IF LS-PARM-LEN > 8
301082              MOVE 8 TO WS-PARM-MOVE-LEN
301083          ELSE
301084              MOVE LS-PARM-LEN TO WS-PARM-MOVE-LEN
301085          END-IF
301086          MOVE SPACES TO WS-USER-ID
301087          MOVE LS-PARM-TEXT (1:WS-PARM-MOVE-LEN) TO WS-USER-ID
301088      ELSE
301090          ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
301100          IF WS-USER-ID = SPACES
301110              ACCEPT WS-USER-ID FROM ENVIRONMENT "USERNAME"
301120          END-IF
301130          IF WS-USER-ID = SPACES
301140              MOVE "UNKNOWN" TO WS-USER-ID
301145          END-IF
301150      END-IF.
301160
302000  LOAD-VERSION-TABLE-PARA.
302001*     TABLE EVERY VERSION ON THE MASTER, IN KEY ORDER.
302010      MOVE 'N' TO WS-BROWSE-DONE-SW
302020      MOVE LOW-VALUES TO RM-KEY
302030      START RULE-MASTER-FILE KEY >= RM-KEY
302040          INVALID KEY MOVE 'Y' TO WS-BROWSE-DONE-SW
302050      END-START
302060      PERFORM LOAD-VERSION-PARA UNTIL WS-BROWSE-DONE.
302070
302100  LOAD-VERSION-PARA.
302101*     A MASTER LARGER THAN THE TABLE CANNOT BE EDITED SAFELY -
302102*     AN UNTABLED VERSION COULD CLASH UNSEEN - SO THE RUN
302103*     STOPS BEFORE APPLYING ANYTHING.
302110      READ RULE-MASTER-FILE NEXT RECORD
302120          AT END MOVE 'Y' TO WS-BROWSE-DONE-SW
302130      END-READ
302140      IF NOT WS-BROWSE-DONE
302150          IF WS-VERSION-COUNT < WS-MAX-VERSIONS
302160              ADD 1 TO WS-VERSION-COUNT
302170              MOVE RM-CODE TO WS-VER-CODE (WS-VERSION-COUNT)
302180              MOVE RM-EFF-FROM
302181                  TO WS-VER-EFF-FROM (WS-VERSION-COUNT)
302190              MOVE RM-EFF-TO TO WS-VER-EFF-TO (WS-VERSION-COUNT)
302200          ELSE
302210              DISPLAY "FZBRMNT: MORE THAN " WS-MAX-VERSIONS
302211                  " VERSIONS ON MASTER - NOTHING APPLIED"
302220              CLOSE RULE-TRAN-FILE
302230              CLOSE RULE-LOG-FILE
302240              CLOSE RULE-MASTER-FILE
302250              MOVE 16 TO RETURN-CODE
302260              STOP RUN
302270          END-IF
302280      END-IF.
302290
303000  PROCESS-TRAN-PARA.
303001*     EDIT ONE TRANSACTION, THEN APPLY IT - OR REPORT WHY NOT.
303002*     AN APPLIED CHANGE IS PRINTED AS A BEFORE/AFTER IMAGE AND
303003*     LOGGED; A REJECTED ONE CHANGES NOTHING.
303010      ADD 1 TO WS-TRAN-COUNT
303020      MOVE 'N' TO WS-REJECT-SW
303030      MOVE 'N' TO WS-IO-FAILED-SW
303040      MOVE SPACES TO WS-REJECT-TEXT
303050      MOVE SPACES TO WS-BEFORE-EFF-TO
303060      MOVE SPACES TO WS-BEFORE-DIVISOR
303070      MOVE SPACES TO WS-BEFORE-LABEL
303080      MOVE SPACES TO WS-NEW-EFF-TO
303090      MOVE 0 TO WS-NEW-DIVISOR
303100      MOVE SPACES TO WS-NEW-LABEL
303110      DISPLAY "FZBRMNT: TRANSACTION " WS-TRAN-COUNT " ACTION "
303111          RT-ACTION " CODE " RT-CODE " FROM " RT-EFF-FROM
303112          " REF " RT-REFERENCE
303120      EVALUATE RT-ACTION
303130          WHEN "A"
303140              PERFORM EDIT-ADD-PARA
303150          WHEN "C"
303160              PERFORM EDIT-CHANGE-PARA
303170          WHEN "X"
303180              PERFORM EDIT-EXPIRE-PARA
303190          WHEN OTHER
303200              MOVE 'Y' TO WS-REJECT-SW
303210              MOVE "UNKNOWN ACTION - NOT A, C OR X"
303211                  TO WS-REJECT-TEXT
303220      END-EVALUATE
303230      IF WS-REJECTED
303240          DISPLAY "FZBRMNT:   REJECTED - " WS-REJECT-TEXT
303250          ADD 1 TO WS-REJECT-COUNT
303260      ELSE
303270          IF RT-ACTION = "A"
303280              PERFORM APPLY-ADD-PARA
303290          ELSE
303300              PERFORM APPLY-UPDATE-PARA
303310          END-IF
303320          IF NOT WS-IO-FAILED
303330              PERFORM PRINT-IMAGES-PARA
303340              PERFORM WRITE-LOG-PARA
303350              EVALUATE RT-ACTION
303360                  WHEN "A"
303370                      ADD 1 TO WS-ADD-COUNT
303380                  WHEN "C"
303390                      ADD 1 TO WS-CHANGE-COUNT
303400                  WHEN OTHER
303410                      ADD 1 TO WS-EXPIRE-COUNT
303420              END-EVALUATE
303430          END-IF
303440      END-IF.
303450
304000  EDIT-ADD-PARA.
304001*     A NEW VERSION: A CODE THAT IS NOT THE BUILT-IN RULES' OR
304002*     PLAIN'S, A VALID WINDOW STARTING NO EARLIER THAN TODAY
304003*     (RUNS ALREADY MADE CANNOT GAIN A RULE AFTER THE FACT), A
304004*     DIVISOR AND A LABEL, A KEY NOT ALREADY ON THE MASTER, NO
304005*     OVERLAP WITH ANOTHER VERSION OF THE SAME CODE, AND ROOM
304006*     IN THE CLASSIFIER'S RULE TABLE ON EVERY DATE IT COVERS.
304010      IF RT-CODE = SPACE OR RT-CODE = "F" OR RT-CODE = "B"
304011          OR RT-CODE = "N"
304020          MOVE 'Y' TO WS-REJECT-SW
304030          MOVE "CODE IS RESERVED FOR THE BUILT-IN/PLAIN CLASSES"
304031              TO WS-REJECT-TEXT
304040      END-IF
304050      IF NOT WS-REJECTED
304060          MOVE RT-EFF-FROM TO WS-CHECK-DATE
304070          PERFORM CHECK-DATE-PARA
304080          IF NOT WS-DATE-VALID
304090              MOVE 'Y' TO WS-REJECT-SW
304100              MOVE "EFFECTIVE-FROM IS NOT A VALID DATE"
304101                  TO WS-REJECT-TEXT
304110          ELSE
304120              IF RT-EFF-FROM < WS-RUN-DATE
304130                  MOVE 'Y' TO WS-REJECT-SW
304140                  MOVE "EFFECTIVE-FROM IS IN THE PAST"
304141                      TO WS-REJECT-TEXT
304150              END-IF
304160          END-IF
304170      END-IF
304180      IF NOT WS-REJECTED
304190          IF RT-EFF-TO = SPACES
304200              MOVE WS-OPEN-ENDED TO WS-NEW-EFF-TO
304210          ELSE
304220              MOVE RT-EFF-TO TO WS-NEW-EFF-TO
304230              PERFORM EDIT-NEW-EFF-TO-PARA
304240          END-IF
304250      END-IF
304260      IF NOT WS-REJECTED
304270          IF RT-DIVISOR IS NOT NUMERIC OR RT-DIVISOR = "000"
304280              MOVE 'Y' TO WS-REJECT-SW
304290              MOVE "DIVISOR MISSING, NOT NUMERIC OR ZERO"
304291                  TO WS-REJECT-TEXT
304300          ELSE
304310              MOVE RT-DIVISOR TO WS-NEW-DIVISOR
304320          END-IF
304330      END-IF
304340      IF NOT WS-REJECTED
304350          IF RT-LABEL = SPACES
304360              MOVE 'Y' TO WS-REJECT-SW
304370              MOVE "LABEL MISSING" TO WS-REJECT-TEXT
304380          ELSE
304390              MOVE RT-LABEL TO WS-NEW-LABEL
304400          END-IF
304410      END-IF
304420      IF NOT WS-REJECTED
304430          PERFORM FIND-VERSION-PARA
304440          IF WS-TARGET-SUB > 0
304450              MOVE 'Y' TO WS-REJECT-SW
304460              MOVE "DUPLICATE - VERSION ALREADY ON MASTER"
304461                  TO WS-REJECT-TEXT
304470          END-IF
304480      END-IF
304490      IF NOT WS-REJECTED
304500          IF WS-VERSION-COUNT NOT < WS-MAX-VERSIONS
304510              MOVE 'Y' TO WS-REJECT-SW
304520              MOVE "RULE MASTER IS FULL" TO WS-REJECT-TEXT
304530          END-IF
304540      END-IF
304550      IF NOT WS-REJECTED
304560          MOVE 0 TO WS-CAND-EXCLUDE
304570          PERFORM CHECK-WINDOW-PARA
304580      END-IF.
304590
305000  EDIT-CHANGE-PARA.
305001*     A NEW EFFECTIVE-TO FOR AN EXISTING VERSION, AND - ONLY
305002*     WHILE THE VERSION IS STILL STAGED FOR A FUTURE DATE - A
305003*     NEW DIVISOR AND/OR LABEL.  ONCE A VERSION HAS TAKEN
305004*     EFFECT ITS DIVISOR AND LABEL ARE FROZEN: RUNS HAVE
305005*     ALREADY CLASSIFIED WITH THEM, SO A NEW RULE DEFINITION IS
305006*     EXPIRE-THE-OLD, ADD-THE-NEW.  THE WINDOW MAY NOT BE MOVED
305007*     TO END BEFORE YESTERDAY, NOR AN ALREADY-ENDED VERSION BE
305008*     REOPENED - EITHER WOULD REWRITE WHAT PAST RUNS USED.
305010      PERFORM FIND-TARGET-PARA
305020      IF NOT WS-REJECTED
305030          IF RT-DIVISOR NOT = SPACES OR RT-LABEL NOT = SPACES
305040              IF RM-EFF-FROM NOT > WS-RUN-DATE
305050                  MOVE 'Y' TO WS-REJECT-SW
305060                  MOVE "IN EFFECT - EXPIRE IT, ADD A NEW VERSION"
305061                      TO WS-REJECT-TEXT
305070              END-IF
305080          END-IF
305090      END-IF
305100      IF NOT WS-REJECTED AND RT-DIVISOR NOT = SPACES
305110          IF RT-DIVISOR IS NOT NUMERIC OR RT-DIVISOR = "000"
305120              MOVE 'Y' TO WS-REJECT-SW
305130              MOVE "DIVISOR NOT NUMERIC OR ZERO" TO WS-REJECT-TEXT
305140          ELSE
305150              MOVE RT-DIVISOR TO WS-NEW-DIVISOR
305160          END-IF
305170      END-IF
305180      IF NOT WS-REJECTED AND RT-LABEL NOT = SPACES
305190          MOVE RT-LABEL TO WS-NEW-LABEL
305200      END-IF
305210      IF NOT WS-REJECTED AND RT-EFF-TO NOT = SPACES
305220          IF WS-BEFORE-EFF-TO < WS-YESTERDAY
305230              MOVE 'Y' TO WS-REJECT-SW
305240              MOVE "VERSION ALREADY ENDED - ADD A NEW VERSION"
305241                  TO WS-REJECT-TEXT
305250          ELSE
305260              MOVE RT-EFF-TO TO WS-NEW-EFF-TO
305270              PERFORM EDIT-NEW-EFF-TO-PARA
305280          END-IF
305290          IF NOT WS-REJECTED AND WS-NEW-EFF-TO < WS-YESTERDAY
305300              MOVE 'Y' TO WS-REJECT-SW
305310              MOVE "EFFECTIVE-TO WOULD REWRITE PAST RUNS"
305311                  TO WS-REJECT-TEXT
305320          END-IF
305330      END-IF
305340      IF NOT WS-REJECTED
305350          IF WS-NEW-EFF-TO = WS-BEFORE-EFF-TO
305360              AND WS-NEW-DIVISOR = RM-DIVISOR
305370              AND WS-NEW-LABEL = WS-BEFORE-LABEL
305380              MOVE 'Y' TO WS-REJECT-SW
305390              MOVE "NOTHING TO CHANGE" TO WS-REJECT-TEXT
305400          END-IF
305410      END-IF
305420*     ONLY A LONGER WINDOW CAN CREATE A NEW CLASH OR PUSH THE
305421*     RULE COUNT PAST THE TABLE - A SHORTER ONE RELEASES DATES.
305430      IF NOT WS-REJECTED AND WS-NEW-EFF-TO > WS-BEFORE-EFF-TO
305440          MOVE WS-TARGET-SUB TO WS-CAND-EXCLUDE
305450          PERFORM CHECK-WINDOW-PARA
305460      END-IF.
305470
306000  EDIT-EXPIRE-PARA.
306001*     END AN EXISTING VERSION ON THE DATE GIVEN - THE LAST RUN
306002*     DATE IT APPLIES TO - OR, WHEN NONE IS GIVEN, YESTERDAY,
306003*     SO TONIGHT'S RUN ALREADY CLASSIFIES WITHOUT IT.  THE NEW
306004*     END MUST SHORTEN THE WINDOW AND MAY NOT FALL BEFORE
306005*     YESTERDAY.  EXPIRING A VERSION STILL STAGED FOR A FUTURE
306006*     DATE TO BEFORE ITS EFFECTIVE-FROM WITHDRAWS IT - IT
306007*     STAYS ON THE MASTER AS A RECORD BUT NEVER TAKES EFFECT.
306010      PERFORM FIND-TARGET-PARA
306020      IF NOT WS-REJECTED
306030          IF RT-EFF-TO = SPACES
306040              MOVE WS-YESTERDAY TO WS-NEW-EFF-TO
306050          ELSE
306060              MOVE RT-EFF-TO TO WS-CHECK-DATE
306070              PERFORM CHECK-DATE-PARA
306080              IF NOT WS-DATE-VALID
306090                  MOVE 'Y' TO WS-REJECT-SW
306100                  MOVE "EXPIRY IS NOT A VALID DATE"
306101                      TO WS-REJECT-TEXT
306110              ELSE
306120                  MOVE RT-EFF-TO TO WS-NEW-EFF-TO
306130              END-IF
306140          END-IF
306150      END-IF
306160      IF NOT WS-REJECTED AND WS-NEW-EFF-TO < WS-YESTERDAY
306170          MOVE 'Y' TO WS-REJECT-SW
306180          MOVE "EXPIRY WOULD REWRITE PAST RUNS" TO WS-REJECT-TEXT
306190      END-IF
306200      IF NOT WS-REJECTED AND WS-NEW-EFF-TO NOT < WS-BEFORE-EFF-TO
306210          MOVE 'Y' TO WS-REJECT-SW
306220          MOVE "EXPIRY DOES NOT SHORTEN THE VERSION"
306221              TO WS-REJECT-TEXT
306230      END-IF.
306240
307000  EDIT-NEW-EFF-TO-PARA.
307001*     A SUPPLIED EFFECTIVE-TO IS EITHER 99999999 (OPEN-ENDED)
307002*     OR A VALID DATE NO EARLIER THAN THE EFFECTIVE-FROM.
307010      IF WS-NEW-EFF-TO NOT = WS-OPEN-ENDED
307020          MOVE WS-NEW-EFF-TO TO WS-CHECK-DATE
307030          PERFORM CHECK-DATE-PARA
307040          IF NOT WS-DATE-VALID
307050              MOVE 'Y' TO WS-REJECT-SW
307060              MOVE "EFFECTIVE-TO IS NOT A VALID DATE"
307061                  TO WS-REJECT-TEXT
307070          ELSE
307080              IF WS-NEW-EFF-TO < RT-EFF-FROM
307090                  MOVE 'Y' TO WS-REJECT-SW
307100                  MOVE "EFFECTIVE-TO IS BEFORE EFFECTIVE-FROM"
307101                      TO WS-REJECT-TEXT
307110              END-IF
307120          END-IF
307130      END-IF.
307140
307200  CHECK-DATE-PARA.
307201*     WS-CHECK-DATE MUST BE A REAL CCYYMMDD CALENDAR DATE.
307210      MOVE 'N' TO WS-DATE-VALID-SW
307220      IF WS-CHECK-DATE IS NUMERIC
307230          MOVE WS-CHECK-DATE TO WS-DATE-NUM
307240          IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-NUM) = 0
307250              MOVE 'Y' TO WS-DATE-VALID-SW
307260          END-IF
307270      END-IF.
307280
308000  FIND-TARGET-PARA.
308001*     A CHANGE OR EXPIRE MUST NAME A VERSION ON THE MASTER.
308002*     READ IT FOR THE BEFORE IMAGE, AND SEED THE AFTER IMAGE
308003*     FROM IT SO BLANK TRANSACTION FIELDS CHANGE NOTHING.  THE
308004*     RECORD STAYS IN THE RECORD AREA FOR THE REWRITE.
308010      PERFORM FIND-VERSION-PARA
308020      IF WS-TARGET-SUB = 0
308030          MOVE 'Y' TO WS-REJECT-SW
308040          MOVE "NO SUCH VERSION ON MASTER" TO WS-REJECT-TEXT
308050      ELSE
308060          MOVE RT-CODE TO RM-CODE
308070          MOVE RT-EFF-FROM TO RM-EFF-FROM
308080          READ RULE-MASTER-FILE
308090              INVALID KEY
308100                  MOVE 'Y' TO WS-REJECT-SW
308110                  STRING "MASTER READ FAILED - STATUS = "
308111                      WS-RMAST-STATUS DELIMITED BY SIZE
308112                      INTO WS-REJECT-TEXT
308113                  END-STRING
308120              NOT INVALID KEY
308130                  MOVE RM-EFF-TO TO WS-BEFORE-EFF-TO
308140                  MOVE RM-DIVISOR TO WS-BEFORE-DIVISOR
308150                  MOVE RM-LABEL TO WS-BEFORE-LABEL
308160                  MOVE RM-EFF-TO TO WS-NEW-EFF-TO
308170                  MOVE RM-DIVISOR TO WS-NEW-DIVISOR
308180                  MOVE RM-LABEL TO WS-NEW-LABEL
308190          END-READ
308200      END-IF.
308210
308300  FIND-VERSION-PARA.
308301*     LOOK UP THE TRANSACTION'S CODE + EFFECTIVE-FROM IN THE
308302*     VERSION TABLE - WS-TARGET-SUB IS ZERO WHEN ABSENT.
308310      MOVE 0 TO WS-TARGET-SUB
308320      PERFORM FIND-VERSION-ENTRY-PARA
308330          VARYING WS-VER-SUB FROM 1 BY 1
308340          UNTIL WS-VER-SUB > WS-VERSION-COUNT
308350              OR WS-TARGET-SUB > 0.
308360
308400  FIND-VERSION-ENTRY-PARA.
308410      IF WS-VER-CODE (WS-VER-SUB) = RT-CODE
308420          AND WS-VER-EFF-FROM (WS-VER-SUB) = RT-EFF-FROM
308430          MOVE WS-VER-SUB TO WS-TARGET-SUB
308440      END-IF.
308450
309000  CHECK-WINDOW-PARA.
309001*     THE CANDIDATE WINDOW (THE TRANSACTION'S CODE, ITS
309002*     EFFECTIVE-FROM AND THE NEW EFFECTIVE-TO) AGAINST EVERY
309003*     OTHER VERSION: NO OVERLAP WITH ANOTHER VERSION OF THE
309004*     SAME CODE (TWO DEFINITIONS OF ONE FO-CLASS-FLAG CODE ON
309005*     ONE DATE), AND NO DATE ON WHICH MORE EXTRA RULES WOULD BE
309006*     IN EFFECT THAN THE CLASSIFIER'S TABLE HOLDS.  THE RULE
309007*     COUNT ONLY RISES WHERE A WINDOW STARTS, SO IT IS ENOUGH
309008*     TO COUNT AT THE CANDIDATE'S OWN START AND AT EVERY OTHER
309009*     VERSION'S START THAT FALLS INSIDE THE CANDIDATE WINDOW.
309010      MOVE RT-CODE TO WS-CAND-CODE
309020      MOVE RT-EFF-FROM TO WS-CAND-FROM
309030      MOVE WS-NEW-EFF-TO TO WS-CAND-TO
309040      PERFORM CHECK-CLASH-ENTRY-PARA
309050          VARYING WS-VER-SUB FROM 1 BY 1
309060          UNTIL WS-VER-SUB > WS-VERSION-COUNT
309070              OR WS-REJECTED
309080      IF NOT WS-REJECTED
309090          MOVE WS-CAND-FROM TO WS-POINT-DATE
309100          PERFORM COUNT-CONCURRENT-PARA
309110      END-IF
309120      PERFORM CHECK-POINT-ENTRY-PARA
309130          VARYING WS-POINT-SUB FROM 1 BY 1
309140          UNTIL WS-POINT-SUB > WS-VERSION-COUNT
309150              OR WS-REJECTED.
309160
309200  CHECK-CLASH-ENTRY-PARA.
309210      IF WS-VER-SUB NOT = WS-CAND-EXCLUDE
309220          AND WS-VER-CODE (WS-VER-SUB) = WS-CAND-CODE
309230          AND WS-VER-EFF-FROM (WS-VER-SUB)
309231              NOT > WS-VER-EFF-TO (WS-VER-SUB)
309240          AND WS-VER-EFF-FROM (WS-VER-SUB) NOT > WS-CAND-TO
309250          AND WS-CAND-FROM NOT > WS-VER-EFF-TO (WS-VER-SUB)
309260          MOVE 'Y' TO WS-REJECT-SW
309270          STRING "CODE CLASH WITH VERSION FROM "
309271              WS-VER-EFF-FROM (WS-VER-SUB)
309272              DELIMITED BY SIZE INTO WS-REJECT-TEXT
309273          END-STRING
309280      END-IF.
309290
309300  CHECK-POINT-ENTRY-PARA.
309310      IF WS-POINT-SUB NOT = WS-CAND-EXCLUDE
309320          AND WS-VER-EFF-FROM (WS-POINT-SUB)
309321              NOT > WS-VER-EFF-TO (WS-POINT-SUB)
309330          AND WS-VER-EFF-FROM (WS-POINT-SUB) > WS-CAND-FROM
309340          AND WS-VER-EFF-FROM (WS-POINT-SUB) NOT > WS-CAND-TO
309350          MOVE WS-VER-EFF-FROM (WS-POINT-SUB) TO WS-POINT-DATE
309360          PERFORM COUNT-CONCURRENT-PARA
309370      END-IF.
309380
309400  COUNT-CONCURRENT-PARA.
309401*     EXTRA RULES IN EFFECT ON WS-POINT-DATE, COUNTING THE
309402*     CANDIDATE ITSELF.
309410      MOVE 1 TO WS-CONCURRENT
309420      PERFORM COUNT-CONCURRENT-ENTRY-PARA
309430          VARYING WS-VER-SUB FROM 1 BY 1
309440          UNTIL WS-VER-SUB > WS-VERSION-COUNT
309450      IF WS-CONCURRENT > WS-EXTRA-RULE-LIMIT
309460          MOVE 'Y' TO WS-REJECT-SW
309470          STRING "RULE TABLE WOULD OVERFLOW ON "
309471              WS-POINT-DATE
309472              DELIMITED BY SIZE INTO WS-REJECT-TEXT
309473          END-STRING
309480      END-IF.
309490
309500  COUNT-CONCURRENT-ENTRY-PARA.
309510      IF WS-VER-SUB NOT = WS-CAND-EXCLUDE
309520          AND WS-VER-CODE (WS-VER-SUB) NOT = WS-CAND-CODE
309530          AND WS-VER-EFF-FROM (WS-VER-SUB)
309531              NOT > WS-VER-EFF-TO (WS-VER-SUB)
309540          AND WS-VER-EFF-FROM (WS-VER-SUB) NOT > WS-POINT-DATE
309550          AND WS-POINT-DATE NOT > WS-VER-EFF-TO (WS-VER-SUB)
309560          ADD 1 TO WS-CONCURRENT
309570      END-IF.
309580
310000  APPLY-ADD-PARA.
310001*     WRITE THE NEW VERSION AND TABLE IT SO LATER TRANSACTIONS
310002*     IN THE SAME DECK EDIT AGAINST IT.
310010      MOVE SPACES TO RULE-MASTER-RECORD
310020      MOVE RT-CODE TO RM-CODE
310030      MOVE RT-EFF-FROM TO RM-EFF-FROM
310040      MOVE WS-NEW-EFF-TO TO RM-EFF-TO
310050      MOVE WS-NEW-DIVISOR TO RM-DIVISOR
310060      MOVE WS-NEW-LABEL TO RM-LABEL
310070      MOVE "A" TO RM-LAST-ACTION
310080      MOVE WS-RUN-DATE TO RM-CHANGE-DATE
310090      MOVE WS-RUN-TIME TO RM-CHANGE-TIME
310100      MOVE WS-USER-ID TO RM-CHANGE-USER
310110      WRITE RULE-MASTER-RECORD
310120          INVALID KEY
310130              DISPLAY "FZBRMNT:   MASTER WRITE FAILED - "
310131                  "STATUS = " WS-RMAST-STATUS
310140              MOVE 'Y' TO WS-IO-FAILED-SW
310150              ADD 1 TO WS-ERROR-COUNT
310160          NOT INVALID KEY
310170              ADD 1 TO WS-VERSION-COUNT
310180              MOVE RT-CODE TO WS-VER-CODE (WS-VERSION-COUNT)
310190              MOVE RT-EFF-FROM
310191                  TO WS-VER-EFF-FROM (WS-VERSION-COUNT)
310200              MOVE WS-NEW-EFF-TO
310201                  TO WS-VER-EFF-TO (WS-VERSION-COUNT)
310210      END-WRITE.
310220
311000  APPLY-UPDATE-PARA.
311001*     REWRITE THE VERSION FIND-TARGET-PARA READ WITH THE AFTER
311002*     IMAGE, AND KEEP ITS TABLE ENTRY IN STEP.
311010      MOVE WS-NEW-EFF-TO TO RM-EFF-TO
311020      MOVE WS-NEW-DIVISOR TO RM-DIVISOR
311030      MOVE WS-NEW-LABEL TO RM-LABEL
311040      MOVE RT-ACTION TO RM-LAST-ACTION
311050      MOVE WS-RUN-DATE TO RM-CHANGE-DATE
311060      MOVE WS-RUN-TIME TO RM-CHANGE-TIME
311070      MOVE WS-USER-ID TO RM-CHANGE-USER
311080      REWRITE RULE-MASTER-RECORD
311090          INVALID KEY
311100              DISPLAY "FZBRMNT:   MASTER REWRITE FAILED - "
311101                  "STATUS = " WS-RMAST-STATUS
311110              MOVE 'Y' TO WS-IO-FAILED-SW
311120              ADD 1 TO WS-ERROR-COUNT
311130          NOT INVALID KEY
311140              MOVE WS-NEW-EFF-TO TO WS-VER-EFF-TO (WS-TARGET-SUB)
311150      END-REWRITE.
311160
312000  PRINT-IMAGES-PARA.
312001*     THE BEFORE/AFTER IMAGE OF THE VERSION JUST CHANGED.
312010      IF RT-ACTION = "A"
312020          DISPLAY "FZBRMNT:   BEFORE  (NONE - NEW VERSION)"
312030      ELSE
312040          DISPLAY "FZBRMNT:   BEFORE  EFF-TO " WS-BEFORE-EFF-TO
312041              "  DIVISOR " WS-BEFORE-DIVISOR
312042              "  LABEL " WS-BEFORE-LABEL
312050      END-IF
312060      DISPLAY "FZBRMNT:   AFTER   EFF-TO " WS-NEW-EFF-TO
312061          "  DIVISOR " WS-NEW-DIVISOR
312062          "  LABEL " WS-NEW-LABEL
312070      IF WS-NEW-EFF-TO < RT-EFF-FROM
312080          DISPLAY "FZBRMNT:   VERSION WITHDRAWN - IT NEVER TOOK "
312081              "EFFECT"
312090      END-IF.
312100
313000  WRITE-LOG-PARA.
313001*     ONE CHANGE-LOG RECORD PER APPLIED TRANSACTION (SEE
313002*     FZBRLOG).  THE MASTER IS ALREADY UPDATED BY NOW, SO A
313003*     LOG WRITE FAILURE FAILS THE RUN - THE CHANGE HAPPENED
313004*     BUT ITS RECORD IS MISSING, AND SOMEONE MUST ADD IT.
313010      MOVE SPACES TO RULE-LOG-RECORD
313020      MOVE WS-RUN-DATE TO RL-LOG-DATE
313030      MOVE WS-RUN-TIME TO RL-LOG-TIME
313040      MOVE WS-USER-ID TO RL-USER-ID
313050      MOVE RT-ACTION TO RL-ACTION
313060      MOVE RT-CODE TO RL-CODE
313070      MOVE RT-EFF-FROM TO RL-EFF-FROM
313080      MOVE WS-BEFORE-EFF-TO TO RL-BEFORE-EFF-TO
313090      MOVE WS-BEFORE-DIVISOR TO RL-BEFORE-DIVISOR
313100      MOVE WS-BEFORE-LABEL TO RL-BEFORE-LABEL
313110      MOVE WS-NEW-EFF-TO TO RL-AFTER-EFF-TO
313120      MOVE WS-NEW-DIVISOR TO RL-AFTER-DIVISOR
313130      MOVE WS-NEW-LABEL TO RL-AFTER-LABEL
313140      MOVE RT-REFERENCE TO RL-REFERENCE
313150      WRITE RULE-LOG-RECORD
313160      IF WS-RLOG-STATUS NOT = "00"
313170          DISPLAY "FZBRMNT:   CHANGE LOG WRITE FAILED - STATUS = "
313171              WS-RLOG-STATUS " - CHANGE APPLIED BUT NOT LOGGED"
313180          ADD 1 TO WS-ERROR-COUNT
313190      END-IF.
313200
314000  LIST-MASTER-PARA.
314001*     THE WHOLE MASTER AFTER MAINTENANCE, IN KEY ORDER, WITH
314002*     EACH VERSION'S STATE AS OF THE RUN DATE - WHAT TONIGHT'S
314003*     CLASSIFIER RUN WILL USE, WHAT IS STAGED, AND WHAT HAS
314004*     ENDED.  REOPENED INPUT SO A FIRST RUN (OPENED OUTPUT)
314005*     CAN BROWSE WHAT IT JUST WROTE.
314010      OPEN INPUT RULE-MASTER-FILE
314020      IF WS-RMAST-STATUS NOT = "00"
314022          IF WS-RMAST-STATUS = "35"
314030              DISPLAY "FZBRMNT: RULE MASTER IS EMPTY"
314032          ELSE
314034              DISPLAY "FZBRMNT: RULE MASTER LISTING OPEN FAILED "
314035                  "- STATUS = " WS-RMAST-STATUS
314036              IF RETURN-CODE < 4
314037                  MOVE 4 TO RETURN-CODE
314038              END-IF
314039          END-IF
314040      ELSE
314050          DISPLAY "FZBRMNT: RULE MASTER AS OF " WS-RUN-DATE
314060          DISPLAY "FZBRMNT: C EFF-FROM EFF-TO   DIV LABEL    "
314061              "STATE     LAST CHANGED  BY"
314070          MOVE 'N' TO WS-BROWSE-DONE-SW
314080          MOVE LOW-VALUES TO RM-KEY
314090          START RULE-MASTER-FILE KEY >= RM-KEY
314100              INVALID KEY MOVE 'Y' TO WS-BROWSE-DONE-SW
314110          END-START
314120          PERFORM LIST-VERSION-PARA UNTIL WS-BROWSE-DONE
314130          CLOSE RULE-MASTER-FILE
314140      END-IF.
314150
314200  LIST-VERSION-PARA.
314210      READ RULE-MASTER-FILE NEXT RECORD
314220          AT END MOVE 'Y' TO WS-BROWSE-DONE-SW
314230      END-READ
314240      IF NOT WS-BROWSE-DONE
314250          ADD 1 TO WS-LISTED-COUNT
314260          EVALUATE TRUE
314270              WHEN RM-EFF-TO < RM-EFF-FROM
314280                  MOVE "WITHDRAWN" TO WS-STATE-TEXT
314290              WHEN RM-EFF-TO < WS-RUN-DATE
314300                  MOVE "ENDED" TO WS-STATE-TEXT
314310              WHEN RM-EFF-FROM > WS-RUN-DATE
314320                  MOVE "STAGED" TO WS-STATE-TEXT
314330              WHEN OTHER
314340                  MOVE "IN EFFECT" TO WS-STATE-TEXT
314350          END-EVALUATE
314360          DISPLAY "FZBRMNT: " RM-CODE " " RM-EFF-FROM " "
314361              RM-EFF-TO " " RM-DIVISOR " " RM-LABEL " "
314362              WS-STATE-TEXT " " RM-LAST-ACTION " "
314363              RM-CHANGE-DATE "    " RM-CHANGE-USER
314370      END-IF.
314380
315000  SET-VERDICT-PARA.
315001*     SUMMARIZE AND SET THE RETURN CODE.
315010      DISPLAY "FZBRMNT: TRANSACTIONS READ = " WS-TRAN-COUNT
315020      DISPLAY "FZBRMNT: VERSIONS ADDED    = " WS-ADD-COUNT
315030      DISPLAY "FZBRMNT: VERSIONS CHANGED  = " WS-CHANGE-COUNT
315040      DISPLAY "FZBRMNT: VERSIONS EXPIRED  = " WS-EXPIRE-COUNT
315050      DISPLAY "FZBRMNT: REJECTED          = " WS-REJECT-COUNT
315060      DISPLAY "FZBRMNT: I/O ERRORS        = " WS-ERROR-COUNT
315070      IF WS-ERROR-COUNT > 0
315080          DISPLAY "FZBRMNT: MAINTENANCE FAILED - CHECK THE "
315081              "MASTER AND THE CHANGE LOG"
315090          MOVE 16 TO RETURN-CODE
315100      ELSE
315110          IF WS-REJECT-COUNT > 0
315120              DISPLAY "FZBRMNT: MAINTENANCE APPLIED WITH REJECTS"
315130              MOVE 8 TO RETURN-CODE
315140          ELSE
315150              DISPLAY "FZBRMNT: MAINTENANCE APPLIED CLEAN"
315160          END-IF
315170      END-IF.
315180
316000  CHECK-AUTHORITY-PARA.
316001*     THE SUBMITTER'S AUTHORIZATION ENTRY (SEE FZBAUTH) MUST
316002*     GRANT RULE MAINTENANCE AND BE UNEXPIRED.  NO ENTRY, NO
316003*     GRANT, OR A TABLE THAT CANNOT BE READ ALL REFUSE THE
316004*     RUN - THE LAST WITH ITS OWN MESSAGE SO OPERATIONS FIXES
316005*     THE DD.
316010      MOVE 'N' TO WS-AUTH-GRANT
316020      MOVE "FZB0022E" TO WS-ERR-MSG-ID
316030      MOVE "NOT AUTHORIZED - RULE CARDS" TO WS-ERR-TEXT
316040      OPEN INPUT AUTH-FILE
316050      IF WS-AUTH-STATUS NOT = "00"
316060          DISPLAY "FZBRMNT: AUTHORIZATION TABLE OPEN FAILED - "
316061              "STATUS = " WS-AUTH-STATUS
316070          MOVE "FZB0023E" TO WS-ERR-MSG-ID
316080          MOVE WS-AUTH-STATUS TO WS-ERR-FILE-STATUS
316090          MOVE "AUTHORIZATION TABLE UNAVAILABLE" TO WS-ERR-TEXT
316100          IF WS-AUTH-STATUS = "35" OR WS-AUTH-STATUS = "05"
316110              CLOSE AUTH-FILE
316120          END-IF
316130      ELSE
316140          MOVE WS-USER-ID TO AT-USER-ID
316150          READ AUTH-FILE
316160              INVALID KEY
316170                  DISPLAY "FZBRMNT: USER " WS-USER-ID
316171                      " HAS NO AUTHORIZATION ENTRY"
316180              NOT INVALID KEY
316190                  IF AT-EXPIRY-DATE NOT = SPACES
316200                      AND AT-EXPIRY-DATE < WS-RUN-DATE
316210                      DISPLAY "FZBRMNT: USER " WS-USER-ID
316211                          " AUTHORIZATION EXPIRED "
316212                          AT-EXPIRY-DATE
316220                  ELSE
316230                      IF AT-RULES-AUTH = "Y"
316240                          MOVE 'Y' TO WS-AUTH-GRANT
316250                      ELSE
316260                          DISPLAY "FZBRMNT: USER " WS-USER-ID
316261                              " NOT AUTHORIZED FOR RULE CARDS"
316270                      END-IF
316280                  END-IF
316290          END-READ
316300          CLOSE AUTH-FILE
316310      END-IF.
316320
317000  LOG-REFUSAL-PARA.
317001*     THE REFUSED ATTEMPT, ON THE SAME TWO DATASETS THE
317002*     CLASSIFIER RECORDS ITS OWN REFUSALS ON: ONE FATAL (16)
317003*     ERROR-LOG RECORD AND ONE AUDIT RECORD (ZERO PARAMETERS
317004*     AND COUNT, AUTHORIZATION FLAG 'U', THIS PROGRAM'S NAME).
317005*     A DATASET THAT CANNOT BE OPENED ONLY COSTS ITS RECORD -
317006*     THE SYSOUT MESSAGE IS ALREADY OUT.
317010      OPEN EXTEND ERROR-LOG-FILE
317020      IF WS-ERRLOG-STATUS = "35" OR WS-ERRLOG-STATUS = "05"
317030          OPEN OUTPUT ERROR-LOG-FILE
317040      END-IF
317050      IF WS-ERRLOG-STATUS = "00"
317060          MOVE SPACES TO ERROR-LOG-RECORD
317070          MOVE WS-ERR-MSG-ID TO EL-MESSAGE-ID
317080          MOVE 16 TO EL-SEVERITY
317090          MOVE WS-RUN-DATE TO EL-LOG-DATE
317100          MOVE WS-RUN-TIME TO EL-LOG-TIME
317110          MOVE WS-USER-ID TO EL-USER-ID
317120          MOVE WS-ERR-FILE-STATUS TO EL-FILE-STATUS
317130          MOVE 0 TO EL-COUNTER
317140          MOVE WS-ERR-TEXT TO EL-TEXT
317150          WRITE ERROR-LOG-RECORD
317160          CLOSE ERROR-LOG-FILE
317170      ELSE
317180          DISPLAY "FZBRMNT: ERROR LOG UNAVAILABLE - STATUS = "
317181              WS-ERRLOG-STATUS
317190      END-IF
317200      OPEN EXTEND AUDIT-FILE
317210      IF WS-AUDIT-STATUS = "35" OR WS-AUDIT-STATUS = "05"
317220          OPEN OUTPUT AUDIT-FILE
317230      END-IF
317240      IF WS-AUDIT-STATUS = "00"
317250          MOVE SPACES TO AUDIT-RECORD
317260          MOVE WS-RUN-DATE TO AU-RUN-DATE
317270          MOVE WS-RUN-TIME TO AU-RUN-TIME
317280          MOVE WS-USER-ID TO AU-USER-ID
317290          MOVE 0 TO AU-UPPER-LIMIT
317300          MOVE 0 TO AU-FIZZ-DIVISOR
317310          MOVE 0 TO AU-BUZZ-DIVISOR
317320          MOVE 0 TO AU-RECORD-COUNT
317330          MOVE "U" TO AU-AUTH-FLAG
317340          MOVE "FZBRMNT" TO AU-PROGRAM-ID
317350          WRITE AUDIT-RECORD
317360          CLOSE AUDIT-FILE
317370      ELSE
317380          DISPLAY "FZBRMNT: AUDIT TRAIL UNAVAILABLE - STATUS = "
317381              WS-AUDIT-STATUS
317390      END-IF.
