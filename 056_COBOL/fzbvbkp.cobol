000010* BACKUP, INTEGRITY SCAN AND SINGLE-RUN RECOVERY FOR THE FIZZBUZZ
000020* KEYED VSAM HISTORY MASTER.  THE MASTER HOLDS SEVERAL RUNS SIDE
000030* BY SIDE (SEE FZBLOAD), AND THE ONLY WAY BACK FROM A DAMAGED
000040* RUN WAS TO RELOAD IT FROM ITS FIZZOUT DATASET - WHICH BY THEN
000050* MAY WELL BE GONE.  THIS PROGRAM DOES ONE OF THREE JOBS,
000060* CHOSEN BY THE MODE CARD (SEE VBKCARD):
000070*
000080*   UNLOAD  - COPIES EVERY CLUSTER RECORD, IN KEY ORDER, TO A
000090*             SEQUENTIAL BACKUP DATASET AND ENDS IT WITH A
000100*             CONTROL TRAILER (SEE FZBVBKT) - RECORD, RUN,
000110*             DETAIL AND CONTROL COUNTS PLUS A HASH TOTAL OF
000120*             THE COUNTER KEYS.  THE RUNS ARE INTEGRITY-CHECKED
000130*             ON THE WAY PAST, SO THE REPORT SAYS WHETHER WHAT
000140*             WAS BACKED UP WAS SOUND.
000150*   SCAN    - WALKS EVERY RETAINED RUN ON THE CLUSTER AND PROVES
000160*             IT: ITS CONTROL RECORD (SEE FZBVCTL) IS PRESENT,
000170*             ITS DETAIL COUNT EQUALS VC-LOADED-COUNT (AND THE
000180*             TRAILER TOTAL), ITS PER-CATEGORY COUNTS RECOUNT
000190*             TO THE CONTROL RECORD'S, AND ITS COUNTERS RUN
000200*             CONTIGUOUSLY - EVERY BREAK IN THE SEQUENCE IS
000210*             LISTED.
000220*   RESTORE - PUTS ONE CHOSEN RUN DATE BACK FROM A BACKUP.  THE
000230*             WHOLE BACKUP IS FIRST PROVED AGAINST ITS TRAILER
000240*             AND THE RUN'S OWN COPY MUST PASS THE SAME CHECKS
000250*             AS A SCAN; ONLY THEN ARE THAT RUN'S RECORDS ON THE
000260*             CLUSTER REPLACED - NO OTHER RUN IS TOUCHED - AND
000270*             THE RESTORED RUN IS RE-SCANNED WHERE IT NOW LIES.
000280*
000290* EVERY MODE PRINTS THE INTEGRITY REPORT: ONE LINE PER RUN AND,
000300* UNDER ANY RUN WHOSE CONTROL RECORD AND DETAIL RECORDS
000310* DISAGREE, THE REASONS.  A RUN WHOSE COUNTS AGREE BUT WHOSE
000320* COUNTERS BREAK IS REPORTED "GAPPED" - EXPECTED ONLY FOR A RUN
000330* WHOSE CONTROL CARDS ASKED FOR NON-ADJACENT RANGES, SO THE
000340* BREAKS ARE LISTED FOR THE OPERATOR TO MATCH TO THE CARDS.
000350*
000360* RETURN CODES: 0 = CLEAN,  4 = GAPPED RUNS ONLY (OR AN EMPTY
000370* CLUSTER),  8 = AT LEAST ONE RUN'S CONTROL AND DETAIL RECORDS
000380* DISAGREE (OR THE RUN HAS NO CONTROL RECORD),  16 = BAD MODE
000390* CARD, I/O FAILURE, A BACKUP THAT FAILS ITS TRAILER, OR A
000400* RESTORE REFUSED OR FAILED.  FOR A RESTORE THE RETURN CODE IS
000410* THE RESTORED RUN'S OWN - THE OTHER RUNS ON THE BACKUP ARE
000420* REPORTED BUT NOT RESTORED.
000430
100000  IDENTIFICATION DIVISION.
100010  PROGRAM-ID.    FZBVBKP.
100020
150000  ENVIRONMENT DIVISION.
150010  INPUT-OUTPUT SECTION.
150020  FILE-CONTROL.
150030*     THE VSAM KSDS HISTORY MASTER, KEYED ON RUN DATE PLUS
150040*     COUNTER.  ACCESS IS DYNAMIC: THE SEQUENTIAL BROWSE OF THE
150050*     UNLOAD AND SCAN, AND THE RANDOM DELETES/WRITES OF A
150060*     RESTORE.
150070      SELECT VSAM-MASTER-FILE ASSIGN TO "FZBVSAM"
150080          ORGANIZATION IS INDEXED
150090          ACCESS MODE IS DYNAMIC
150100          RECORD KEY IS VM-KEY
150110          FILE STATUS IS WS-VSAM-STATUS.
150120
150130*     THE SEQUENTIAL BACKUP - WRITTEN BY AN UNLOAD, READ BY A
150140*     RESTORE.  88-BYTE CLUSTER IMAGES THEN THE CONTROL TRAILER.
150150      SELECT BACKUP-FILE ASSIGN TO "FZBVBKUP"
150160          ORGANIZATION IS SEQUENTIAL
150170          FILE STATUS IS WS-BACKUP-STATUS.
150180
150190*     OPTIONAL MODE CARD (SEE VBKCARD).  ABSENT MEANS SCAN.
150200      SELECT OPTIONAL MODE-CARD-FILE ASSIGN TO "VBKCARD"
150210          ORGANIZATION IS SEQUENTIAL
150220          FILE STATUS IS WS-MODECARD-STATUS.
150230
200000  DATA DIVISION.
200005  FILE SECTION.
200010  FD  VSAM-MASTER-FILE.
200011  01  VSAM-MASTER-RECORD.
200012      05  VM-KEY.
200013          10  VM-RUN-DATE     PIC X(8).
200014          10  VM-COUNTER      PIC 9(7).
200015      05  VM-DATA             PIC X(73).
200020
200030  FD  BACKUP-FILE
200031      RECORDING MODE IS F.
200032  01  BACKUP-RECORD           PIC X(88).
200033  01  BACKUP-TRAILER-RECORD REDEFINES BACKUP-RECORD.
200034      COPY FZBVBKT.
200040
200050  FD  MODE-CARD-FILE
200051      RECORDING MODE IS F.
200052  01  MODE-CARD-RECORD.
200053      COPY VBKCARD.
200060
210000  WORKING-STORAGE SECTION.
210010  01 WS-VSAM-STATUS          PIC XX VALUE SPACES.
210020  01 WS-BACKUP-STATUS        PIC XX VALUE SPACES.
210030  01 WS-MODECARD-STATUS      PIC XX VALUE SPACES.
210040  01 WS-MODECARD-EOF-SW      PIC X  VALUE 'N'.
210050     88 WS-MODECARD-EOF          VALUE 'Y'.
210060  01 WS-BROWSE-DONE-SW       PIC X  VALUE 'N'.
210070     88 WS-BROWSE-DONE           VALUE 'Y'.
210080  01 WS-BACKUP-EOF-SW        PIC X  VALUE 'N'.
210090     88 WS-BACKUP-EOF            VALUE 'Y'.
210100  01 WS-CURRENT-DATETIME     PIC X(21) VALUE SPACES.
210110  01 WS-RUN-DATE             PIC X(8) VALUE SPACES.
210120  01 WS-RUN-TIME             PIC X(6) VALUE SPACES.
220000* THE MODE, FROM THE CARD.  UNLOADING WRITES EACH RECORD THE
220001* BROWSE READS TO THE BACKUP AS WELL AS CHECKING IT.
220010  01 WS-MODE                 PIC X  VALUE 'S'.
220020     88 WS-MODE-UNLOAD           VALUE 'U'.
220030     88 WS-MODE-SCAN             VALUE 'S'.
220040     88 WS-MODE-RESTORE          VALUE 'R'.
220050  01 WS-TARGET-DATE          PIC X(8) VALUE SPACES.
220060  01 WS-EMPTY-MASTER-SW      PIC X  VALUE 'N'.
220070     88 WS-EMPTY-MASTER          VALUE 'Y'.
221000* THE RECORD UNDER CHECK - A CLUSTER RECORD FROM THE MASTER OR
221001* THE BACKUP, VIEWED AS A DETAIL (FZBOUT) OR A CONTROL RECORD
221002* (FZBVCTL) BEHIND THE 8-BYTE RUN DATE PREFIX.  THE FZBOUT
221003* COUNTER AND THE FZBVCTL KEY OCCUPY THE KEY'S COUNTER BYTES.
221010  01 WS-SCAN-RECORD.
221020     05 SR-RUN-DATE          PIC X(8).
221030     05 FILLER               PIC X(80).
221040  01 WS-SCAN-DETAIL REDEFINES WS-SCAN-RECORD.
221050     05 FILLER               PIC X(8).
221060     COPY FZBOUT.
221070  01 WS-SCAN-CONTROL REDEFINES WS-SCAN-RECORD.
221080     05 FILLER               PIC X(8).
221090     COPY FZBVCTL.
222000* THE RUN UNDER CHECK.  KEY ORDER DELIVERS A RUN'S CONTROL
222001* RECORD (COUNTER 0000000) FIRST, THEN ITS DETAILS ASCENDING;
222002* THE RUN IS JUDGED WHEN THE NEXT RUN DATE (OR THE END) ARRIVES
222003* (SEE FINISH-RUN-PARA).
222010  01 WS-CUR-RUN-DATE         PIC X(8) VALUE SPACES.
222020  01 WS-CUR-CONTROL-SW       PIC X  VALUE 'N'.
222030     88 WS-CUR-HAS-CONTROL       VALUE 'Y'.
222040  01 WS-CUR-CONTROL-COUNTS.
222050     05 WS-CTL-FIZZ          PIC 9(7) VALUE 0.
222060     05 WS-CTL-BUZZ          PIC 9(7) VALUE 0.
222070     05 WS-CTL-FIZZBUZZ      PIC 9(7) VALUE 0.
222080     05 WS-CTL-PLAIN         PIC 9(7) VALUE 0.
222090     05 WS-CTL-OTHER         PIC 9(7) VALUE 0.
222100     05 WS-CTL-TOTAL         PIC 9(7) VALUE 0.
222110     05 WS-CTL-LOADED        PIC 9(7) VALUE 0.
222120  01 WS-CUR-TALLIES.
222130     05 WS-CUR-FIZZ          PIC 9(8) VALUE 0.
222140     05 WS-CUR-BUZZ          PIC 9(8) VALUE 0.
222150     05 WS-CUR-FIZZBUZZ      PIC 9(8) VALUE 0.
222160     05 WS-CUR-PLAIN         PIC 9(8) VALUE 0.
222170     05 WS-CUR-OTHER         PIC 9(8) VALUE 0.
222180     05 WS-CUR-DETAILS       PIC 9(8) VALUE 0.
222190     05 WS-CUR-RECORDS       PIC 9(8) VALUE 0.
222200     05 WS-CUR-BAD           PIC 9(7) VALUE 0.
222210     05 WS-CUR-DUP-CONTROL   PIC 9(7) VALUE 0.
222220     05 WS-CUR-GAPS          PIC 9(7) VALUE 0.
222230  01 WS-CUR-FIRST            PIC 9(7) VALUE 0.
222240  01 WS-CUR-LAST             PIC 9(7) VALUE 0.
222250  01 WS-CUR-STATE            PIC X  VALUE SPACE.
222260     88 WS-CUR-CLEAN             VALUE 'C'.
222270     88 WS-CUR-GAPPED            VALUE 'G'.
222280     88 WS-CUR-DISAGREES         VALUE 'D'.
222290     88 WS-CUR-NO-CONTROL        VALUE 'N'.
222300  01 WS-F-TALLY              PIC 9  VALUE 0.
222310  01 WS-B-TALLY              PIC 9  VALUE 0.
222320* THE FIRST FEW BREAKS IN THE RUN'S COUNTER SEQUENCE, LISTED
222321* UNDER ITS REPORT LINE - MISSING COUNTERS FROM/TO.
222330  01 WS-MAX-GAPS-LISTED      PIC 9  VALUE 5.
222340  01 WS-GAP-TABLE.
222350     05 WS-GAP-ENTRY OCCURS 5 TIMES.
222360        10 WS-GAP-FROM       PIC 9(7).
222370        10 WS-GAP-TO         PIC 9(7).
222380  01 WS-GAP-SUB              PIC 9  VALUE 0.
222390  01 WS-GAP-FROM-NEXT        PIC 9(7) VALUE 0.
222400  01 WS-GAP-TO-NEXT          PIC 9(7) VALUE 0.
223000* THE WHOLE PASS - WHAT AN UNLOAD PUTS IN THE TRAILER, WHAT A
223001* RESTORE PROVES THE TRAILER AGAINST, AND THE REPORT SUMMARY.
223010  01 WS-PASS-COUNTS.
223020     05 WS-PASS-RECORDS      PIC 9(9) VALUE 0.
223030     05 WS-PASS-RUNS         PIC 9(3) VALUE 0.
223040     05 WS-PASS-DETAILS      PIC 9(9) VALUE 0.
223050     05 WS-PASS-CONTROLS     PIC 9(5) VALUE 0.
223060     05 WS-PASS-HASH         PIC 9(15) VALUE 0.
223070     05 WS-PASS-FIRST-RUN    PIC X(8) VALUE SPACES.
223080     05 WS-PASS-LAST-RUN     PIC X(8) VALUE SPACES.
223090     05 WS-RUNS-CLEAN        PIC 9(3) VALUE 0.
223100     05 WS-RUNS-GAPPED       PIC 9(3) VALUE 0.
223110     05 WS-RUNS-FAILED       PIC 9(3) VALUE 0.
223120     05 WS-SEQUENCE-ERRORS   PIC 9(7) VALUE 0.
223130  01 WS-SCAN-RC              PIC 99 VALUE 0.
224000* RESTORE STATE - THE BACKUP'S TRAILER, THE CHOSEN RUN'S STANDING
224001* ON THE BACKUP, AND WHAT WENT BACK ON THE CLUSTER.
224010  01 WS-TRAILER-SEEN-SW      PIC X  VALUE 'N'.
224020     88 WS-TRAILER-SEEN          VALUE 'Y'.
224030  01 WS-AFTER-TRAILER        PIC 9(7) VALUE 0.
224040  01 WS-SAVED-TRAILER        PIC X(88) VALUE SPACES.
224050  01 WS-TARGET-FOUND-SW      PIC X  VALUE 'N'.
224060     88 WS-TARGET-FOUND          VALUE 'Y'.
224070  01 WS-TARGET-STATE         PIC X  VALUE SPACE.
224080  01 WS-TARGET-RECORDS       PIC 9(8) VALUE 0.
224090  01 WS-RESTORED-COUNT       PIC 9(8) VALUE 0.
224100  01 WS-RESTORE-ERRORS       PIC 9(7) VALUE 0.
224110  01 WS-PURGE-COUNT          PIC 9(8) VALUE 0.
224120  01 WS-PURGE-DONE-SW        PIC X  VALUE 'N'.
224130     88 WS-PURGE-DONE            VALUE 'Y'.
224140  01 WS-FRESH-CLUSTER-SW     PIC X  VALUE 'N'.
224150     88 WS-FRESH-CLUSTER         VALUE 'Y'.
225000* REPORT EDITING.
225010  01 WS-ED-LOADED            PIC Z(7)9.
225020  01 WS-ED-DETAILS           PIC Z(7)9.
225030  01 WS-ED-GAPS              PIC Z(6)9.
225040  01 WS-ED-STATUS            PIC X(10) VALUE SPACES.
300000  PROCEDURE DIVISION.
300001  MAIN-PARA.
300010      MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
300020      MOVE WS-CURRENT-DATETIME (1:8) TO WS-RUN-DATE
300030      MOVE WS-CURRENT-DATETIME (9:6) TO WS-RUN-TIME
300040      PERFORM READ-MODE-CARD-PARA
300050      EVALUATE TRUE
300060          WHEN WS-MODE-UNLOAD
300070              PERFORM UNLOAD-PARA
300080          WHEN WS-MODE-SCAN
300090              PERFORM SCAN-PARA
300100          WHEN WS-MODE-RESTORE
300110              PERFORM RESTORE-PARA
300120      END-EVALUATE
300130      PERFORM SET-VERDICT-PARA
300140      STOP RUN.
300150
301000  UNLOAD-PARA.
301001*     BROWSE THE WHOLE CLUSTER INTO THE BACKUP, THEN CLOSE THE
301002*     BACKUP WITH ITS CONTROL TRAILER.  A NEVER-LOADED CLUSTER
301003*     ("35" ON THE OPEN, AS FZBLOAD SEES IT) STILL GETS A
301004*     BACKUP - AN EMPTY ONE, TRAILER ONLY - SO THE JOB'S
301005*     ROTATION STEP ALWAYS HAS A COMPLETE DATASET TO KEEP.
301010      PERFORM OPEN-MASTER-INPUT-PARA
301020      OPEN OUTPUT BACKUP-FILE
301030      IF WS-BACKUP-STATUS NOT = "00"
301040          DISPLAY "FZBVBKP: BACKUP OPEN FAILED - STATUS = "
301041              WS-BACKUP-STATUS
301050          PERFORM FATAL-PARA
301060      END-IF
301070      DISPLAY "FZBVBKP: UNLOADING THE HISTORY MASTER"
301080      PERFORM PRINT-HEADING-PARA
301090      IF NOT WS-EMPTY-MASTER
301100          PERFORM BROWSE-MASTER-PARA
301110          CLOSE VSAM-MASTER-FILE
301120      END-IF
301130      MOVE SPACES TO BACKUP-TRAILER-RECORD
301140      MOVE "TRAILER " TO BT-RECORD-ID
301150      MOVE WS-RUN-DATE TO BT-BACKUP-DATE
301160      MOVE WS-RUN-TIME TO BT-BACKUP-TIME
301170      MOVE WS-PASS-RECORDS TO BT-RECORD-COUNT
301180      MOVE WS-PASS-RUNS TO BT-RUN-COUNT
301190      MOVE WS-PASS-DETAILS TO BT-DETAIL-COUNT
301200      MOVE WS-PASS-CONTROLS TO BT-CONTROL-COUNT
301210      MOVE WS-PASS-HASH TO BT-HASH-TOTAL
301220      MOVE WS-PASS-FIRST-RUN TO BT-FIRST-RUN
301230      MOVE WS-PASS-LAST-RUN TO BT-LAST-RUN
301240      WRITE BACKUP-TRAILER-RECORD
301250      IF WS-BACKUP-STATUS NOT = "00"
301260          DISPLAY "FZBVBKP: BACKUP TRAILER WRITE FAILED - "
301261              "STATUS = " WS-BACKUP-STATUS
301270          PERFORM FATAL-PARA
301280      END-IF
301290      CLOSE BACKUP-FILE
301300      PERFORM PRINT-SUMMARY-PARA
301310      DISPLAY "FZBVBKP: BACKUP WRITTEN - " WS-PASS-RECORDS
301311          " RECORDS, " WS-PASS-RUNS " RUNS, HASH "
301312          WS-PASS-HASH.
301320
302000  SCAN-PARA.
302001*     BROWSE THE WHOLE CLUSTER, CHECKING EVERY RUN.  NOTHING IS
302002*     WRITTEN ANYWHERE.
302010      PERFORM OPEN-MASTER-INPUT-PARA
302020      DISPLAY "FZBVBKP: SCANNING THE HISTORY MASTER"
302030      PERFORM PRINT-HEADING-PARA
302040      IF NOT WS-EMPTY-MASTER
302050          PERFORM BROWSE-MASTER-PARA
302060          CLOSE VSAM-MASTER-FILE
302070      END-IF
302080      PERFORM PRINT-SUMMARY-PARA.
302090
303000  OPEN-MASTER-INPUT-PARA.
303010      OPEN INPUT VSAM-MASTER-FILE
303020      IF WS-VSAM-STATUS = "35"
303030          MOVE 'Y' TO WS-EMPTY-MASTER-SW
303040          DISPLAY "FZBVBKP: HISTORY MASTER IS EMPTY - NO RUNS "
303041              "TO CHECK"
303050      ELSE
303060          IF WS-VSAM-STATUS NOT = "00"
303070              DISPLAY "FZBVBKP: VSAM OPEN FAILED - STATUS = "
303071                  WS-VSAM-STATUS
303080              PERFORM FATAL-PARA
303090          END-IF
303100      END-IF.
303110
304000  BROWSE-MASTER-PARA.
304001*     EVERY RECORD ON THE CLUSTER IN KEY ORDER - RUN BY RUN,
304002*     EACH RUN'S CONTROL RECORD AHEAD OF ITS DETAILS.
304010      MOVE 'N' TO WS-BROWSE-DONE-SW
304020      MOVE LOW-VALUES TO VM-KEY
304030      START VSAM-MASTER-FILE KEY >= VM-KEY
304040          INVALID KEY MOVE 'Y' TO WS-BROWSE-DONE-SW
304050      END-START
304060      PERFORM BROWSE-RECORD-PARA UNTIL WS-BROWSE-DONE
304070      IF WS-CUR-RUN-DATE NOT = SPACES
304080          PERFORM FINISH-RUN-PARA
304090      END-IF.
304100
304500  BROWSE-RECORD-PARA.
304510      READ VSAM-MASTER-FILE NEXT RECORD
304520          AT END MOVE 'Y' TO WS-BROWSE-DONE-SW
304530      END-READ
304540      IF NOT WS-BROWSE-DONE
304550          IF WS-VSAM-STATUS NOT = "00"
304560              DISPLAY "FZBVBKP: VSAM READ FAILED - STATUS = "
304561                  WS-VSAM-STATUS
304570              PERFORM FATAL-PARA
304580          END-IF
304590          MOVE VSAM-MASTER-RECORD TO WS-SCAN-RECORD
304600          IF WS-MODE-UNLOAD
304610              WRITE BACKUP-RECORD FROM WS-SCAN-RECORD
304620              IF WS-BACKUP-STATUS NOT = "00"
304630                  DISPLAY "FZBVBKP: BACKUP WRITE FAILED - "
304631                      "STATUS = " WS-BACKUP-STATUS
304640                  PERFORM FATAL-PARA
304650              END-IF
304660          END-IF
304670          PERFORM CHECK-RECORD-PARA
304680      END-IF.
304690
305000  CHECK-RECORD-PARA.
305001*     ONE CLUSTER RECORD (IN WS-SCAN-RECORD) INTO THE RUN IN
305002*     HAND AND THE PASS TOTALS.  A NEW RUN DATE CLOSES OFF THE
305003*     PREVIOUS RUN.  RUN DATES MUST ASCEND - THEY ALWAYS DO ON
305004*     THE CLUSTER; ON A BACKUP A DESCENDING DATE MEANS THE
305005*     DATASET IS NOT WHAT AN UNLOAD WROTE.
305010      IF SR-RUN-DATE NOT = WS-CUR-RUN-DATE
305020          IF WS-CUR-RUN-DATE NOT = SPACES
305030              IF SR-RUN-DATE < WS-CUR-RUN-DATE
305040                  DISPLAY "FZBVBKP: RUN " SR-RUN-DATE
305041                      " OUT OF SEQUENCE AFTER RUN "
305042                      WS-CUR-RUN-DATE
305050                  ADD 1 TO WS-SEQUENCE-ERRORS
305060              END-IF
305070              PERFORM FINISH-RUN-PARA
305080          END-IF
305090          PERFORM START-RUN-PARA
305100      END-IF
305110      ADD 1 TO WS-PASS-RECORDS
305120      ADD 1 TO WS-CUR-RECORDS
305130      IF SR-RUN-DATE IS NOT NUMERIC
305140          OR FO-COUNTER IS NOT NUMERIC
305150          ADD 1 TO WS-CUR-BAD
305160      ELSE
305170          ADD FO-COUNTER TO WS-PASS-HASH
305180          IF FO-COUNTER = 0
305190              PERFORM CHECK-CONTROL-PARA
305200          ELSE
305210              PERFORM CHECK-DETAIL-PARA
305220          END-IF
305230      END-IF.
305240
305500  START-RUN-PARA.
305510      MOVE SR-RUN-DATE TO WS-CUR-RUN-DATE
305520      MOVE 'N' TO WS-CUR-CONTROL-SW
305530      INITIALIZE WS-CUR-CONTROL-COUNTS
305540      INITIALIZE WS-CUR-TALLIES
305550      MOVE 0 TO WS-CUR-FIRST
305560      MOVE 0 TO WS-CUR-LAST
305570      ADD 1 TO WS-PASS-RUNS
305580      IF WS-PASS-FIRST-RUN = SPACES
305590          MOVE SR-RUN-DATE TO WS-PASS-FIRST-RUN
305600      END-IF
305610      MOVE SR-RUN-DATE TO WS-PASS-LAST-RUN.
305620
306000  CHECK-CONTROL-PARA.
306001*     COUNTER 0000000 IS THE RUN'S CONTROL RECORD (SEE FZBVCTL)
306002*     - IT MUST SAY SO, AND THERE CAN BE ONLY ONE.
306010      IF VC-RECORD-TYPE NOT = "C"
306020          ADD 1 TO WS-CUR-BAD
306030      ELSE
306040          IF WS-CUR-HAS-CONTROL
306050              ADD 1 TO WS-CUR-DUP-CONTROL
306060          ELSE
306070              MOVE 'Y' TO WS-CUR-CONTROL-SW
306080              ADD 1 TO WS-PASS-CONTROLS
306090              MOVE VC-FIZZ-COUNT TO WS-CTL-FIZZ
306100              MOVE VC-BUZZ-COUNT TO WS-CTL-BUZZ
306110              MOVE VC-FIZZBUZZ-COUNT TO WS-CTL-FIZZBUZZ
306120              MOVE VC-PLAIN-COUNT TO WS-CTL-PLAIN
306130              MOVE VC-OTHER-COUNT TO WS-CTL-OTHER
306140              MOVE VC-TOTAL-COUNT TO WS-CTL-TOTAL
306150              MOVE VC-LOADED-COUNT TO WS-CTL-LOADED
306160          END-IF
306170      END-IF.
306180
307000  CHECK-DETAIL-PARA.
307001*     ONE DETAIL: ITS COUNTER MUST FOLLOW THE PREVIOUS ONE
307002*     (A BREAK IS A GAP, LISTED; A COUNTER AT OR BELOW THE
307003*     PREVIOUS ONE CAN ONLY BE A DISORDERED BACKUP), AND ITS
307004*     FLAG IS TALLIED INTO THE CATEGORY THE CLASSIFIER WOULD
307005*     HAVE COUNTED IT IN - FZBDIST'S RULE: 'N' IS PLAIN, 'F'
307006*     AND 'B' TOGETHER FIZZBUZZ, EITHER ALONE FIZZ OR BUZZ,
307007*     ANY OTHER CODE OTHER.
307010      ADD 1 TO WS-CUR-DETAILS
307020      ADD 1 TO WS-PASS-DETAILS
307030      IF WS-CUR-DETAILS = 1
307040          MOVE FO-COUNTER TO WS-CUR-FIRST
307050      ELSE
307060          IF FO-COUNTER NOT > WS-CUR-LAST
307070              DISPLAY "FZBVBKP: RUN " WS-CUR-RUN-DATE
307071                  " COUNTER " FO-COUNTER " OUT OF SEQUENCE"
307080              ADD 1 TO WS-SEQUENCE-ERRORS
307090          ELSE
307100              IF FO-COUNTER NOT = WS-CUR-LAST + 1
307110                  PERFORM RECORD-GAP-PARA
307120              END-IF
307130          END-IF
307140      END-IF
307150      MOVE FO-COUNTER TO WS-CUR-LAST
307160      IF FO-CLASS-FLAG = SPACES
307170          ADD 1 TO WS-CUR-BAD
307180      ELSE
307190          IF FO-CLASS-FLAG = "N"
307200              ADD 1 TO WS-CUR-PLAIN
307210          ELSE
307220              MOVE 0 TO WS-F-TALLY
307230              MOVE 0 TO WS-B-TALLY
307240              INSPECT FO-CLASS-FLAG
307241                  TALLYING WS-F-TALLY FOR ALL "F"
307250              INSPECT FO-CLASS-FLAG
307251                  TALLYING WS-B-TALLY FOR ALL "B"
307260              EVALUATE TRUE
307270                  WHEN WS-F-TALLY > 0 AND WS-B-TALLY > 0
307280                      ADD 1 TO WS-CUR-FIZZBUZZ
307290                  WHEN WS-F-TALLY > 0
307300                      ADD 1 TO WS-CUR-FIZZ
307310                  WHEN WS-B-TALLY > 0
307320                      ADD 1 TO WS-CUR-BUZZ
307330                  WHEN OTHER
307340                      ADD 1 TO WS-CUR-OTHER
307350              END-EVALUATE
307360          END-IF
307370      END-IF.
307380
307500  RECORD-GAP-PARA.
307510      ADD 1 TO WS-CUR-GAPS
307520      IF WS-CUR-GAPS NOT > WS-MAX-GAPS-LISTED
307530          COMPUTE WS-GAP-FROM (WS-CUR-GAPS) = WS-CUR-LAST + 1
307540          COMPUTE WS-GAP-TO (WS-CUR-GAPS) = FO-COUNTER - 1
307550      END-IF.
307560
308000  FINISH-RUN-PARA.
308001*     JUDGE THE RUN JUST ENDED AND PRINT ITS REPORT LINE, WITH
308002*     THE REASONS UNDER IT.  ITS CONTROL AND DETAIL RECORDS
308003*     AGREE ONLY WHEN THE CONTROL RECORD IS THERE (ONCE), THE
308004*     DETAILS NUMBER EXACTLY VC-LOADED-COUNT - WHICH ITSELF
308005*     EQUALS THE SOURCE TRAILER'S TOTAL - EACH CATEGORY
308006*     RECOUNTS TO THE CONTROL RECORD'S, AND EVERY RECORD WAS
308007*     READABLE.  AGREEING COUNTS WITH BREAKS IN THE COUNTER
308008*     SEQUENCE MAKE THE RUN GAPPED: NOTHING WAS LOST AFTER THE
308009*     LOAD (THE COUNT WOULD SHOW IT), SO THE BREAKS WERE IN THE
308010*     RUN'S OWN RANGES.
308020      EVALUATE TRUE
308030          WHEN NOT WS-CUR-HAS-CONTROL
308040              SET WS-CUR-NO-CONTROL TO TRUE
308050          WHEN WS-CUR-DETAILS NOT = WS-CTL-LOADED
308060              OR WS-CTL-LOADED NOT = WS-CTL-TOTAL
308070              OR WS-CUR-FIZZ NOT = WS-CTL-FIZZ
308080              OR WS-CUR-BUZZ NOT = WS-CTL-BUZZ
308090              OR WS-CUR-FIZZBUZZ NOT = WS-CTL-FIZZBUZZ
308100              OR WS-CUR-PLAIN NOT = WS-CTL-PLAIN
308110              OR WS-CUR-OTHER NOT = WS-CTL-OTHER
308120              OR WS-CUR-BAD > 0
308130              OR WS-CUR-DUP-CONTROL > 0
308140              SET WS-CUR-DISAGREES TO TRUE
308150          WHEN WS-CUR-GAPS > 0
308160              SET WS-CUR-GAPPED TO TRUE
308170          WHEN OTHER
308180              SET WS-CUR-CLEAN TO TRUE
308190      END-EVALUATE
308200      EVALUATE TRUE
308210          WHEN WS-CUR-CLEAN
308220              MOVE "CLEAN" TO WS-ED-STATUS
308230              ADD 1 TO WS-RUNS-CLEAN
308240          WHEN WS-CUR-GAPPED
308250              MOVE "GAPPED" TO WS-ED-STATUS
308260              ADD 1 TO WS-RUNS-GAPPED
308270              IF WS-SCAN-RC < 4
308280                  MOVE 4 TO WS-SCAN-RC
308290              END-IF
308300          WHEN WS-CUR-NO-CONTROL
308310              MOVE "NO CONTROL" TO WS-ED-STATUS
308320              ADD 1 TO WS-RUNS-FAILED
308330              MOVE 8 TO WS-SCAN-RC
308340          WHEN OTHER
308350              MOVE "DISAGREES" TO WS-ED-STATUS
308360              ADD 1 TO WS-RUNS-FAILED
308370              MOVE 8 TO WS-SCAN-RC
308380      END-EVALUATE
308390      MOVE WS-CTL-LOADED TO WS-ED-LOADED
308400      MOVE WS-CUR-DETAILS TO WS-ED-DETAILS
308410      MOVE WS-CUR-GAPS TO WS-ED-GAPS
308420      DISPLAY WS-CUR-RUN-DATE "  " WS-ED-LOADED " " WS-ED-DETAILS
308421          "  " WS-CUR-FIRST "  " WS-CUR-LAST " " WS-ED-GAPS
308422          "  " WS-ED-STATUS
308430      PERFORM PRINT-REASONS-PARA
308440      IF WS-MODE-RESTORE AND WS-CUR-RUN-DATE = WS-TARGET-DATE
308450          MOVE 'Y' TO WS-TARGET-FOUND-SW
308460          MOVE WS-CUR-STATE TO WS-TARGET-STATE
308470          MOVE WS-CUR-RECORDS TO WS-TARGET-RECORDS
308480      END-IF.
308490
309000  PRINT-REASONS-PARA.
309001*     WHY A RUN IS NOT CLEAN, UNDER ITS REPORT LINE.
309010      IF WS-CUR-NO-CONTROL
309020          DISPLAY "          - NO CONTROL RECORD: THE LOAD NEVER "
309021              "COMPLETED - RELOAD OR RESTORE THE RUN"
309030      ELSE
309040          IF WS-CUR-DETAILS NOT = WS-CTL-LOADED
309050              DISPLAY "          - DETAIL RECORDS " WS-CUR-DETAILS
309051                  " BUT CONTROL RECORD LOADED COUNT "
309052                  WS-CTL-LOADED
309060          END-IF
309070          IF WS-CTL-LOADED NOT = WS-CTL-TOTAL
309080              DISPLAY "          - CONTROL RECORD LOADED COUNT "
309081                  WS-CTL-LOADED " BUT TRAILER TOTAL "
309082                  WS-CTL-TOTAL
309090          END-IF
309100          IF WS-CUR-FIZZ NOT = WS-CTL-FIZZ
309110              DISPLAY "          - FIZZ RECOUNTED " WS-CUR-FIZZ
309111                  " BUT CONTROL RECORD SAYS " WS-CTL-FIZZ
309120          END-IF
309130          IF WS-CUR-BUZZ NOT = WS-CTL-BUZZ
309140              DISPLAY "          - BUZZ RECOUNTED " WS-CUR-BUZZ
309141                  " BUT CONTROL RECORD SAYS " WS-CTL-BUZZ
309150          END-IF
309160          IF WS-CUR-FIZZBUZZ NOT = WS-CTL-FIZZBUZZ
309170              DISPLAY "          - FIZZBUZZ RECOUNTED "
309171                  WS-CUR-FIZZBUZZ " BUT CONTROL RECORD SAYS "
309172                  WS-CTL-FIZZBUZZ
309180          END-IF
309190          IF WS-CUR-PLAIN NOT = WS-CTL-PLAIN
309200              DISPLAY "          - PLAIN RECOUNTED " WS-CUR-PLAIN
309201                  " BUT CONTROL RECORD SAYS " WS-CTL-PLAIN
309210          END-IF
309220          IF WS-CUR-OTHER NOT = WS-CTL-OTHER
309230              DISPLAY "          - OTHER RECOUNTED " WS-CUR-OTHER
309231                  " BUT CONTROL RECORD SAYS " WS-CTL-OTHER
309240          END-IF
309250          IF WS-CUR-DUP-CONTROL > 0
309260              DISPLAY "          - " WS-CUR-DUP-CONTROL
309261                  " EXTRA CONTROL RECORD(S)"
309270          END-IF
309280      END-IF
309290      IF WS-CUR-BAD > 0
309300          DISPLAY "          - " WS-CUR-BAD
309301              " UNREADABLE RECORD(S) - BAD KEY, TYPE OR FLAG"
309310      END-IF
309320      PERFORM PRINT-GAP-PARA
309330          VARYING WS-GAP-SUB FROM 1 BY 1
309340          UNTIL WS-GAP-SUB > WS-CUR-GAPS
309350              OR WS-GAP-SUB > WS-MAX-GAPS-LISTED
309360      IF WS-CUR-GAPS > WS-MAX-GAPS-LISTED
309370          DISPLAY "          - AND FURTHER BREAKS, "
309371              WS-CUR-GAPS " IN ALL"
309380      END-IF.
309390
309500  PRINT-GAP-PARA.
309510      DISPLAY "          - COUNTERS " WS-GAP-FROM (WS-GAP-SUB)
309511          " TO " WS-GAP-TO (WS-GAP-SUB) " NOT ON FILE".
309520
310000  RESTORE-PARA.
310001*     PROVE THE BACKUP, THEN PUT THE ONE RUN BACK.  NOTHING ON
310002*     THE CLUSTER IS TOUCHED UNTIL THE WHOLE BACKUP HAS MATCHED
310003*     ITS TRAILER AND THE RUN'S OWN COPY ON IT HAS PASSED.
310010      DISPLAY "FZBVBKP: RESTORING RUN " WS-TARGET-DATE
310011          " FROM BACKUP"
310020      DISPLAY " "
310030      DISPLAY "INTEGRITY OF THE BACKUP"
310040      PERFORM PRINT-HEADING-PARA
310050      PERFORM VERIFY-BACKUP-PARA
310060      PERFORM PRINT-SUMMARY-PARA
310070      IF NOT WS-TARGET-FOUND
310080          DISPLAY "FZBVBKP: RUN " WS-TARGET-DATE
310081              " IS NOT ON THE BACKUP - NOTHING RESTORED"
310090          PERFORM FATAL-PARA
310100      END-IF
310110      IF WS-TARGET-STATE NOT = "C" AND WS-TARGET-STATE NOT = "G"
310120          DISPLAY "FZBVBKP: THE BACKUP'S COPY OF RUN "
310121              WS-TARGET-DATE " FAILS ITS OWN CHECKS - NOTHING "
310122              "RESTORED"
310130          PERFORM FATAL-PARA
310140      END-IF
310150      PERFORM PUT-BACK-RUN-PARA
310160      PERFORM RESCAN-TARGET-PARA.
310170
311000  VERIFY-BACKUP-PARA.
311001*     READ THE WHOLE BACKUP, CHECKING EVERY RUN ON IT, AND
311002*     PROVE IT AGAINST ITS TRAILER: THE TRAILER MUST BE THERE,
311003*     BE LAST, AND AGREE WITH THE RECORDS, RUNS, DETAILS,
311004*     CONTROLS AND HASH TOTAL ACTUALLY READ.  ANY DIFFERENCE
311005*     MEANS A TRUNCATED OR ALTERED BACKUP - NOT RESTORED FROM.
311010      OPEN INPUT BACKUP-FILE
311020      IF WS-BACKUP-STATUS NOT = "00"
311030          DISPLAY "FZBVBKP: BACKUP OPEN FAILED - STATUS = "
311031              WS-BACKUP-STATUS
311040          PERFORM FATAL-PARA
311050      END-IF
311060      MOVE 'N' TO WS-BACKUP-EOF-SW
311070      PERFORM VERIFY-BACKUP-RECORD-PARA UNTIL WS-BACKUP-EOF
311080      CLOSE BACKUP-FILE
311090      IF WS-CUR-RUN-DATE NOT = SPACES
311100          PERFORM FINISH-RUN-PARA
311110      END-IF
311120      IF NOT WS-TRAILER-SEEN
311130          DISPLAY "FZBVBKP: BACKUP HAS NO CONTROL TRAILER - "
311131              "INCOMPLETE UNLOAD, NOT RESTORED FROM"
311140          PERFORM FATAL-PARA
311150      END-IF
311160      MOVE WS-SAVED-TRAILER TO BACKUP-RECORD
311170      DISPLAY "FZBVBKP: BACKUP TAKEN " BT-BACKUP-DATE " "
311171          BT-BACKUP-TIME ", RUNS " BT-FIRST-RUN " TO "
311172          BT-LAST-RUN
311180      IF WS-AFTER-TRAILER > 0
311190          OR BT-RECORD-COUNT NOT = WS-PASS-RECORDS
311200          OR BT-RUN-COUNT NOT = WS-PASS-RUNS
311210          OR BT-DETAIL-COUNT NOT = WS-PASS-DETAILS
311220          OR BT-CONTROL-COUNT NOT = WS-PASS-CONTROLS
311230          OR BT-HASH-TOTAL NOT = WS-PASS-HASH
311240          OR WS-SEQUENCE-ERRORS > 0
311250          DISPLAY "FZBVBKP: BACKUP DOES NOT MATCH ITS TRAILER"
311260          DISPLAY "FZBVBKP:   RECORDS " WS-PASS-RECORDS
311261              " TRAILER " BT-RECORD-COUNT
311270          DISPLAY "FZBVBKP:   RUNS    " WS-PASS-RUNS
311271              " TRAILER " BT-RUN-COUNT
311280          DISPLAY "FZBVBKP:   DETAILS " WS-PASS-DETAILS
311281              " TRAILER " BT-DETAIL-COUNT
311290          DISPLAY "FZBVBKP:   CONTROL " WS-PASS-CONTROLS
311291              " TRAILER " BT-CONTROL-COUNT
311300          DISPLAY "FZBVBKP:   HASH    " WS-PASS-HASH
311301              " TRAILER " BT-HASH-TOTAL
311310          DISPLAY "FZBVBKP:   RECORDS AFTER THE TRAILER "
311311              WS-AFTER-TRAILER ", OUT OF SEQUENCE "
311312              WS-SEQUENCE-ERRORS
311320          DISPLAY "FZBVBKP: NOTHING RESTORED"
311330          PERFORM FATAL-PARA
311340      END-IF.
311350
311500  VERIFY-BACKUP-RECORD-PARA.
311510      READ BACKUP-FILE INTO WS-SCAN-RECORD
311520          AT END MOVE 'Y' TO WS-BACKUP-EOF-SW
311530      END-READ
311540      IF NOT WS-BACKUP-EOF
311550          IF WS-BACKUP-STATUS NOT = "00"
311560              DISPLAY "FZBVBKP: BACKUP READ FAILED - STATUS = "
311561                  WS-BACKUP-STATUS
311570              PERFORM FATAL-PARA
311580          END-IF
311590          EVALUATE TRUE
311600              WHEN WS-TRAILER-SEEN
311610                  ADD 1 TO WS-AFTER-TRAILER
311620              WHEN SR-RUN-DATE = "TRAILER "
311630                  MOVE 'Y' TO WS-TRAILER-SEEN-SW
311640                  MOVE WS-SCAN-RECORD TO WS-SAVED-TRAILER
311650              WHEN OTHER
311660                  PERFORM CHECK-RECORD-PARA
311670          END-EVALUATE
311680      END-IF.
311690
312000  PUT-BACK-RUN-PARA.
312001*     REPLACE THE RUN ON THE CLUSTER: PURGE WHATEVER IS THERE
312002*     UNDER ITS DATE (FZBLOAD'S PURGE, CONTROL RECORD
312003*     INCLUDED), THEN WRITE THE BACKUP'S RECORDS FOR THAT DATE
312004*     AND NO OTHER.  EVERY OTHER RUN'S KEYS LIE OUTSIDE THE
312005*     DATE GROUP, SO THEY ARE NEVER READ FOR UPDATE.  AN EMPTY
312006*     CLUSTER ("35" ON OPEN I-O) IS OPENED OUTPUT, AS THE
312007*     FIRST LOAD DOES, WITH NOTHING TO PURGE.
312010      OPEN I-O VSAM-MASTER-FILE
312020      IF WS-VSAM-STATUS = "35"
312030          MOVE 'Y' TO WS-FRESH-CLUSTER-SW
312040          OPEN OUTPUT VSAM-MASTER-FILE
312050      END-IF
312060      IF WS-VSAM-STATUS NOT = "00"
312070          DISPLAY "FZBVBKP: VSAM OPEN FAILED - STATUS = "
312071              WS-VSAM-STATUS
312080          DISPLAY "FZBVBKP: WAS THE CLUSTER DEFINED (FZBVDEF)?"
312090          PERFORM FATAL-PARA
312100      END-IF
312110      IF NOT WS-FRESH-CLUSTER
312120          PERFORM PURGE-RUN-PARA
312130          DISPLAY "FZBVBKP: REMOVED " WS-PURGE-COUNT
312131              " RECORDS OF RUN " WS-TARGET-DATE
312132              " FROM THE MASTER"
312140      END-IF
312150      OPEN INPUT BACKUP-FILE
312160      IF WS-BACKUP-STATUS NOT = "00"
312170          DISPLAY "FZBVBKP: BACKUP REOPEN FAILED - STATUS = "
312171              WS-BACKUP-STATUS
312180          CLOSE VSAM-MASTER-FILE
312190          PERFORM FATAL-PARA
312200      END-IF
312210      MOVE 'N' TO WS-BACKUP-EOF-SW
312220      PERFORM PUT-BACK-RECORD-PARA UNTIL WS-BACKUP-EOF
312230      CLOSE BACKUP-FILE
312240      CLOSE VSAM-MASTER-FILE
312250      DISPLAY "FZBVBKP: RESTORED " WS-RESTORED-COUNT
312251          " RECORDS OF RUN " WS-TARGET-DATE
312260      IF WS-RESTORED-COUNT NOT = WS-TARGET-RECORDS
312270          OR WS-RESTORE-ERRORS > 0
312280          DISPLAY "FZBVBKP: RESTORE INCOMPLETE - "
312281              WS-TARGET-RECORDS " RECORDS ON THE BACKUP, "
312282              WS-RESTORE-ERRORS
312283              " WRITE FAILURE(S) - RERUN THE RESTORE"
312290          PERFORM FATAL-PARA
312300      END-IF.
312310
312500  PUT-BACK-RECORD-PARA.
312501*     THE BACKUP IS IN KEY ORDER, SO THE READ STOPS AT THE
312502*     FIRST RECORD PAST THE RUN (OR AT THE TRAILER).
312510      READ BACKUP-FILE INTO WS-SCAN-RECORD
312520          AT END MOVE 'Y' TO WS-BACKUP-EOF-SW
312530      END-READ
312540      IF NOT WS-BACKUP-EOF
312550          IF SR-RUN-DATE = "TRAILER "
312560              OR SR-RUN-DATE > WS-TARGET-DATE
312570              MOVE 'Y' TO WS-BACKUP-EOF-SW
312580          ELSE
312590              IF SR-RUN-DATE = WS-TARGET-DATE
312600                  MOVE WS-SCAN-RECORD TO VSAM-MASTER-RECORD
312610                  WRITE VSAM-MASTER-RECORD
312620                      INVALID KEY
312630                          DISPLAY "FZBVBKP: RESTORE WRITE FAILED"
312631                              " KEY " VM-KEY " - STATUS = "
312632                              WS-VSAM-STATUS
312640                          ADD 1 TO WS-RESTORE-ERRORS
312650                      NOT INVALID KEY
312660                          ADD 1 TO WS-RESTORED-COUNT
312670                  END-WRITE
312680              END-IF
312690          END-IF
312700      END-IF.
312710
313000  PURGE-RUN-PARA.
313001*     DELETE EVERY RECORD OF THE TARGET RUN-DATE GROUP, AS
313002*     FZBLOAD'S PURGE DOES.  THE READ-NEXT LEAVES THE RECORD'S
313003*     OWN KEY IN VM-KEY FOR THE DELETE.
313010      MOVE 0 TO WS-PURGE-COUNT
313020      MOVE 'N' TO WS-PURGE-DONE-SW
313030      MOVE WS-TARGET-DATE TO VM-RUN-DATE
313040      MOVE 0 TO VM-COUNTER
313050      START VSAM-MASTER-FILE KEY >= VM-KEY
313060          INVALID KEY MOVE 'Y' TO WS-PURGE-DONE-SW
313070      END-START
313080      PERFORM PURGE-RECORD-PARA UNTIL WS-PURGE-DONE.
313090
313100  PURGE-RECORD-PARA.
313110      READ VSAM-MASTER-FILE NEXT RECORD
313120          AT END MOVE 'Y' TO WS-PURGE-DONE-SW
313130      END-READ
313140      IF NOT WS-PURGE-DONE
313150          IF VM-RUN-DATE = WS-TARGET-DATE
313160              DELETE VSAM-MASTER-FILE
313170                  INVALID KEY
313180                      DISPLAY "FZBVBKP: PURGE DELETE FAILED - "
313181                          "STATUS = " WS-VSAM-STATUS
313190                      CLOSE VSAM-MASTER-FILE
313200                      PERFORM FATAL-PARA
313210                  NOT INVALID KEY
313220                      ADD 1 TO WS-PURGE-COUNT
313230              END-DELETE
313240          ELSE
313250              MOVE 'Y' TO WS-PURGE-DONE-SW
313260          END-IF
313270      END-IF.
313280
314000  RESCAN-TARGET-PARA.
314001*     READ THE RESTORED RUN BACK OFF THE CLUSTER AND CHECK IT
314002*     AGAIN WHERE IT NOW LIES - THE RESTORE'S RETURN CODE IS
314003*     THIS CHECK'S, NOT THE BACKUP'S OTHER RUNS'.
314010      INITIALIZE WS-PASS-COUNTS
314020      MOVE 0 TO WS-SCAN-RC
314030      MOVE SPACES TO WS-CUR-RUN-DATE
314040      OPEN INPUT VSAM-MASTER-FILE
314050      IF WS-VSAM-STATUS NOT = "00"
314060          DISPLAY "FZBVBKP: VSAM REOPEN FAILED - STATUS = "
314061              WS-VSAM-STATUS
314070          PERFORM FATAL-PARA
314080      END-IF
314090      DISPLAY " "
314100      DISPLAY "RESTORED RUN AS NOW ON THE MASTER"
314110      PERFORM PRINT-HEADING-PARA
314120      MOVE 'N' TO WS-BROWSE-DONE-SW
314130      MOVE WS-TARGET-DATE TO VM-RUN-DATE
314140      MOVE 0 TO VM-COUNTER
314150      START VSAM-MASTER-FILE KEY >= VM-KEY
314160          INVALID KEY MOVE 'Y' TO WS-BROWSE-DONE-SW
314170      END-START
314180      PERFORM RESCAN-RECORD-PARA UNTIL WS-BROWSE-DONE
314190      CLOSE VSAM-MASTER-FILE
314200      IF WS-CUR-RUN-DATE NOT = SPACES
314210          PERFORM FINISH-RUN-PARA
314220      ELSE
314230          DISPLAY "FZBVBKP: RESTORED RUN NOT FOUND ON THE MASTER"
314240          PERFORM FATAL-PARA
314250      END-IF.
314260
314500  RESCAN-RECORD-PARA.
314510      READ VSAM-MASTER-FILE NEXT RECORD
314520          AT END MOVE 'Y' TO WS-BROWSE-DONE-SW
314530      END-READ
314540      IF NOT WS-BROWSE-DONE
314550          IF VM-RUN-DATE NOT = WS-TARGET-DATE
314560              MOVE 'Y' TO WS-BROWSE-DONE-SW
314570          ELSE
314580              MOVE VSAM-MASTER-RECORD TO WS-SCAN-RECORD
314590              PERFORM CHECK-RECORD-PARA
314600          END-IF
314610      END-IF.
314620
315000  PRINT-HEADING-PARA.
315010      DISPLAY " "
315020      DISPLAY "FZBVBKP: HISTORY MASTER INTEGRITY REPORT  "
315021          WS-RUN-DATE " " WS-RUN-TIME
315030      DISPLAY "RUN DATE    LOADED   DETAILS  FIRST    LAST"
315031          "        GAPS  STATUS".
315040
315500  PRINT-SUMMARY-PARA.
315510      DISPLAY " "
315520      DISPLAY "FZBVBKP: RUNS CHECKED     = " WS-PASS-RUNS
315530      DISPLAY "FZBVBKP: RUNS CLEAN       = " WS-RUNS-CLEAN
315540      DISPLAY "FZBVBKP: RUNS GAPPED      = " WS-RUNS-GAPPED
315550      DISPLAY "FZBVBKP: RUNS DISAGREEING = " WS-RUNS-FAILED
315560      DISPLAY "FZBVBKP: RECORDS READ     = " WS-PASS-RECORDS.
315570
316000  SET-VERDICT-PARA.
316001*     THE GATING RETURN CODE (SEE THE PROGRAM BANNER).  AN
316002*     EMPTY CLUSTER IS A WARNING - A SCHEDULED BACKUP OF NOTHING
316003*     IS WORTH A SECOND LOOK.
316010      IF WS-EMPTY-MASTER AND WS-SCAN-RC < 4
316020          MOVE 4 TO WS-SCAN-RC
316030      END-IF
316040      MOVE WS-SCAN-RC TO RETURN-CODE
316050      EVALUATE WS-SCAN-RC
316060          WHEN 0
316070              DISPLAY "FZBVBKP: EVERY RUN RECONCILED CLEAN"
316080          WHEN 4
316090              DISPLAY "FZBVBKP: RECONCILED - CHECK THE GAPPED "
316091                  "RUNS AGAINST THEIR CONTROL CARDS"
316100          WHEN OTHER
316110              DISPLAY "FZBVBKP: CONTROL AND DETAIL RECORDS "
316111                  "DISAGREE - SEE THE REPORT"
316120      END-EVALUATE.
316130
317000  READ-MODE-CARD-PARA.
317001*     OPTIONAL MODE CARD.  ABSENT OR BLANK MEANS SCAN; ANY
317002*     OTHER UNRECOGNIZED MODE, OR A RESTORE WITHOUT A VALID
317003*     RUN DATE, STOPS THE JOB BEFORE IT OPENS ANYTHING.
317010      OPEN INPUT MODE-CARD-FILE
317020      IF WS-MODECARD-STATUS = "35" OR WS-MODECARD-STATUS = "05"
317030          CLOSE MODE-CARD-FILE
317040      ELSE
317050          READ MODE-CARD-FILE
317060              AT END MOVE 'Y' TO WS-MODECARD-EOF-SW
317070          END-READ
317080          IF NOT WS-MODECARD-EOF AND VB-MODE NOT = SPACE
317090              MOVE VB-MODE TO WS-MODE
317100              MOVE VB-RUN-DATE TO WS-TARGET-DATE
317110          END-IF
317120          CLOSE MODE-CARD-FILE
317130      END-IF
317140      IF NOT WS-MODE-UNLOAD AND NOT WS-MODE-SCAN
317150          AND NOT WS-MODE-RESTORE
317160          DISPLAY "FZBVBKP: INVALID MODE " WS-MODE
317161              " - MUST BE U, S OR R"
317170          PERFORM FATAL-PARA
317180      END-IF
317190      IF WS-MODE-RESTORE AND WS-TARGET-DATE IS NOT NUMERIC
317200          DISPLAY "FZBVBKP: RESTORE NEEDS THE RUN DATE "
317201              "(CCYYMMDD) IN COLUMNS 2-9"
317210          PERFORM FATAL-PARA
317220      END-IF.
317230
318000  FATAL-PARA.
318010      DISPLAY "FZBVBKP: TERMINATED - RETURN CODE 16"
318020      MOVE 16 TO RETURN-CODE
318030      STOP RUN.
