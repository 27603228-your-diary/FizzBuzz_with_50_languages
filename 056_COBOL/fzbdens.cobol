000010* CLASSIFICATION DENSITY ANALYSIS OF THE FIZZBUZZ HISTORY MASTER,
000020* BY COUNTER BAND.  THE TRAILERS ONLY CARRY RUN-WIDE TOTALS, SO
000030* THEY CANNOT SAY HOW THE CATEGORY MIX IS SPREAD ACROSS THE
000040* COUNTER SPACE, NOR WHETHER IT MOVED WHEN THE RULES CHANGED.
000050* THIS PROGRAM BROWSES EVERY RETAINED RUN ON THE MASTER (SEE
000060* FZBLOAD), CUTS EACH INTO FIXED COUNTER BANDS (SEE DENCARD -
000070* 100,000 COUNTERS A BAND UNLESS THE CARD SAYS OTHERWISE) AND
000080* PRINTS, BAND BY BAND, THE FIZZ/BUZZ/FIZZBUZZ/PLAIN/OTHER
000090* COUNTS AND PERCENTAGES AND THE COUNT AND PERCENTAGE OF EVERY
000100* RULE CODE SEEN IN THE FLAGS, THEN A WHOLE-RUN LINE.
000110*
000120* A DETAIL IS COUNTED IN THE CATEGORY THE CLASSIFIER COUNTED IT
000130* IN - FZBDIST'S RULE: 'N' IS PLAIN, 'F' AND 'B' TOGETHER
000140* FIZZBUZZ, EITHER ALONE FIZZ OR BUZZ, ANY OTHER CODE OTHER.
000150* A RULE CODE IS COUNTED FOR EVERY DETAIL WHOSE FLAG CARRIES
000160* IT, SO AN 'FB' DETAIL COUNTS UNDER BOTH F AND B.  OVERRIDDEN
000170* DETAILS COUNT UNDER THEIR FORCED FLAG, AS IN THE TRAILERS.
000180*
000190* A SIDE-BY-SIDE SECTION THEN SETS THE NEWEST RUN AGAINST THE
000200* OLDEST: FOR EVERY BAND, THE MOVE IN EACH CATEGORY'S SHARE IN
000210* PERCENTAGE POINTS.  A BAND WHERE ANY CATEGORY OR RULE CODE
000220* MOVED BY MORE THAN THE CARD'S THRESHOLD IS FLAGGED SHIFTED
000230* AND SHOWN WITH BOTH RUNS' PERCENTAGES.
000240*
000250* ONLY COMPLETELY LOADED RUNS ARE ANALYSED - A RUN WITH NO
000260* CONTROL RECORD (A LOAD THAT HAS NOT FINISHED) IS LEFT OUT.
000270* A RUN WHOSE DETAILS DISAGREE WITH ITS CONTROL RECORD IS
000280* ANALYSED AS FOUND, WITH A WARNING TO SCAN IT (FZBVSCAN).
000290*
000300* THE SAME FIGURES GO TO A PIPE-DELIMITED SUMMARY FILE FOR A
000310* SPREADSHEET:
000320*   H|REPORTDATE|BANDSIZE|THRESHOLD
000330*   B|RUNDATE|BAND|FROM|TO|TOTAL|FIZZ|BUZZ|FIZZBUZZ|PLAIN|OTHER
000340*   R|RUNDATE|BAND|CODE|COUNT
000350*   S|BAND|FROM|TO|FIZZ|BUZZ|FIZZBUZZ|PLAIN|OTHER|SHIFTED
000360*   F|RUNS|ROWS
000370* B IS ONE ROW PER BAND PER RUN (BAND 000 = THE WHOLE RUN,
000380* FIRST TO LAST COUNTER), R ONE ROW PER RULE CODE PRESENT IN A
000390* BAND, S ONE ROW PER COMPARED BAND - THE NEWEST RUN'S SHARE
000400* MINUS THE OLDEST'S, IN POINTS, AND Y WHEN THE BAND SHIFTED.
000401* THE FOOTER CARRIES THE RUNS ANALYSED AND THE ROWS WRITTEN
000402* AHEAD OF IT, SO THE SPREADSHEET SIDE CAN CHECK IT HAS THEM
000403* ALL.
000410*
000420* RETURN CODES:  0 = ANALYSIS COMPLETE, NO BAND SHIFTED,
000430* 4 = SHIFTED BANDS HIGHLIGHTED, FEWER THAN TWO COMPLETE RUNS
000440* TO COMPARE, OR RUNS LEFT OUT OR WARNED ABOUT,  16 = OPEN,
000450* READ OR WRITE FAILURE, OR A COUNTER BEYOND THE 200TH BAND
000460* (RAISE THE BAND SIZE).
000470
100000  IDENTIFICATION DIVISION.
100010  PROGRAM-ID.    FZBDENS.
100020
150000  ENVIRONMENT DIVISION.
150010  INPUT-OUTPUT SECTION.
150020  FILE-CONTROL.
150030*     THE VSAM KSDS HISTORY MASTER, KEYED ON RUN DATE PLUS
150040*     COUNTER, BROWSED IN KEY ORDER - OLDEST RUN FIRST.
150050      SELECT VSAM-MASTER-FILE ASSIGN TO "FZBVSAM"
150060          ORGANIZATION IS INDEXED
150070          ACCESS MODE IS SEQUENTIAL
150080          RECORD KEY IS VM-KEY
150090          FILE STATUS IS WS-VSAM-STATUS.
150100
150110*     THE DELIMITED SUMMARY FILE FOR THE SPREADSHEET.
150120      SELECT SUMMARY-FILE ASSIGN TO "DENSSUM"
150130          ORGANIZATION IS SEQUENTIAL
150140          FILE STATUS IS WS-SUMMARY-STATUS.
150150
150160*     OPTIONAL TUNING CARD - BAND SIZE AND SHIFT THRESHOLD
150170*     (SEE DENCARD).
150180      SELECT OPTIONAL DENSITY-CARD-FILE ASSIGN TO "DENCARD"
150190          ORGANIZATION IS SEQUENTIAL
150200          FILE STATUS IS WS-DENCARD-STATUS.
150210
200000  DATA DIVISION.
200005  FILE SECTION.
200010  FD  VSAM-MASTER-FILE.
200011  01  VSAM-MASTER-RECORD.
200012      05  VM-KEY.
200013          10  VM-RUN-DATE     PIC X(8).
200014          10  VM-COUNTER      PIC 9(7).
200015      05  VM-DATA             PIC X(73).
200020
200030  FD  SUMMARY-FILE
200031      RECORDING MODE IS F.
200032  01  SUMMARY-RECORD          PIC X(80).
200040
200050  FD  DENSITY-CARD-FILE
200051      RECORDING MODE IS F.
200052  01  DENSITY-CARD-RECORD.
200053      COPY DENCARD.
200060
210000  WORKING-STORAGE SECTION.
210010  01 WS-VSAM-STATUS          PIC XX VALUE SPACES.
210020  01 WS-SUMMARY-STATUS       PIC XX VALUE SPACES.
210030  01 WS-DENCARD-STATUS       PIC XX VALUE SPACES.
210040  01 WS-DENCARD-EOF-SW       PIC X  VALUE 'N'.
210050     88 WS-DENCARD-EOF           VALUE 'Y'.
210060  01 WS-BROWSE-DONE-SW       PIC X  VALUE 'N'.
210070     88 WS-BROWSE-DONE           VALUE 'Y'.
210080  01 WS-EMPTY-MASTER-SW      PIC X  VALUE 'N'.
210090     88 WS-EMPTY-MASTER          VALUE 'Y'.
210100  01 WS-CURRENT-DATETIME     PIC X(21) VALUE SPACES.
210110  01 WS-RUN-DATE             PIC X(8) VALUE SPACES.
210120  01 WS-RUN-TIME             PIC X(6) VALUE SPACES.
220000* THE TUNING, FROM THE CARD OR THE DEFAULTS.
220010  01 WS-BAND-SIZE            PIC 9(7) VALUE 100000.
220020  01 WS-SHIFT-POINTS         PIC 9(2)V9(1) VALUE 5.0.
220030  01 WS-MAX-BANDS            PIC 9(3) VALUE 200.
221000* THE RECORD IN HAND, VIEWED AS A DETAIL (FZBOUT) OR A CONTROL
221001* RECORD (FZBVCTL) BEHIND THE 8-BYTE RUN DATE PREFIX, AS
221002* FZBVBKP VIEWS IT.
221010  01 WS-SCAN-RECORD.
221020     05 SR-RUN-DATE          PIC X(8).
221030     05 FILLER               PIC X(80).
221040  01 WS-SCAN-DETAIL REDEFINES WS-SCAN-RECORD.
221050     05 FILLER               PIC X(8).
221060     COPY FZBOUT.
221070  01 WS-SCAN-CONTROL REDEFINES WS-SCAN-RECORD.
221080     05 FILLER               PIC X(8).
221090     COPY FZBVCTL.
222000* THE RUN BEING READ.  KEY ORDER DELIVERS ITS CONTROL RECORD
222001* FIRST, THEN ITS DETAILS ASCENDING; IT IS PRINTED WHEN THE
222002* NEXT RUN DATE (OR THE END) ARRIVES.
222010  01 WS-CUR-RUN-DATE         PIC X(8) VALUE SPACES.
222020  01 WS-CUR-CONTROL-SW       PIC X  VALUE 'N'.
222030     88 WS-CUR-HAS-CONTROL       VALUE 'Y'.
222040  01 WS-CUR-CTL-TOTAL        PIC 9(7) VALUE 0.
222050  01 WS-CUR-DETAILS          PIC 9(8) VALUE 0.
222060  01 WS-CUR-BAD              PIC 9(7) VALUE 0.
222070  01 WS-CUR-FIRST            PIC 9(7) VALUE 0.
222080  01 WS-CUR-LAST             PIC 9(7) VALUE 0.
222090  01 WS-CUR-HIGH-BAND        PIC 9(3) VALUE 0.
223000* ONE BAND'S FIGURES - ITS DETAIL TOTAL, THE FIVE CATEGORIES
223001* (FIZZ, BUZZ, FIZZBUZZ, PLAIN, OTHER) AND THE RULE CODES IN
223002* WS-CODE-TABLE ORDER.  THE SAME SHAPE IS USED FOR THE RUN IN
223003* HAND, THE OLDEST AND NEWEST RUNS KEPT FOR THE COMPARISON,
223004* THE WHOLE-RUN TOTALS AND THE LINE BEING PRINTED, SO ONE
223005* GROUP MOVE CARRIES A BAND BETWEEN THEM.
223010  01 WS-CUR-BAND-TABLE.
223020     05 CB-ENTRY OCCURS 200 TIMES.
223030        10 CB-TOTAL           PIC 9(7).
223040        10 CB-CAT             PIC 9(7) OCCURS 5 TIMES.
223050        10 CB-CODE            PIC 9(7) OCCURS 10 TIMES.
223060  01 WS-OLD-BAND-TABLE.
223070     05 OB-ENTRY OCCURS 200 TIMES.
223080        10 OB-TOTAL           PIC 9(7).
223090        10 OB-CAT             PIC 9(7) OCCURS 5 TIMES.
223100        10 OB-CODE            PIC 9(7) OCCURS 10 TIMES.
223110  01 WS-NEW-BAND-TABLE.
223120     05 NB-ENTRY OCCURS 200 TIMES.
223130        10 NB-TOTAL           PIC 9(7).
223140        10 NB-CAT             PIC 9(7) OCCURS 5 TIMES.
223150        10 NB-CODE            PIC 9(7) OCCURS 10 TIMES.
223160  01 WS-RUN-ENTRY.
223170     05 RE-TOTAL             PIC 9(7).
223180     05 RE-CAT               PIC 9(7) OCCURS 5 TIMES.
223190     05 RE-CODE              PIC 9(7) OCCURS 10 TIMES.
223200  01 WS-LINE-ENTRY.
223210     05 LE-TOTAL             PIC 9(7).
223220     05 LE-CAT               PIC 9(7) OCCURS 5 TIMES.
223230     05 LE-CODE              PIC 9(7) OCCURS 10 TIMES.
223240  01 WS-OLD-ENTRY.
223250     05 OE-TOTAL             PIC 9(7).
223260     05 OE-CAT               PIC 9(7) OCCURS 5 TIMES.
223270     05 OE-CODE              PIC 9(7) OCCURS 10 TIMES.
223280  01 WS-NEW-ENTRY.
223290     05 NE-TOTAL             PIC 9(7).
223300     05 NE-CAT               PIC 9(7) OCCURS 5 TIMES.
223310     05 NE-CODE              PIC 9(7) OCCURS 10 TIMES.
223320  01 WS-OLD-RUN-DATE         PIC X(8) VALUE SPACES.
223330  01 WS-OLD-HIGH-BAND        PIC 9(3) VALUE 0.
223340  01 WS-NEW-RUN-DATE         PIC X(8) VALUE SPACES.
223350  01 WS-NEW-HIGH-BAND        PIC 9(3) VALUE 0.
224000* THE RULE CODES SEEN IN THE FLAGS, IN THE ORDER FIRST SEEN
224001* ACROSS THE WHOLE PASS, SO A CODE KEEPS ITS COLUMN IN EVERY
224002* RUN.  CODES BEYOND THE TABLE LIMIT ARE COUNTED BUT NOT
224003* BROKEN OUT, WITH A WARNING.
224010  01 WS-MAX-CODES            PIC 9(2) VALUE 10.
224020  01 WS-CODE-COUNT           PIC 9(2) VALUE 0.
224030  01 WS-CODE-TABLE.
224040     05 WS-CODE-ENTRY        PIC X(1) OCCURS 10 TIMES.
224050  01 WS-CODE-OVERFLOW        PIC 9(7) VALUE 0.
224060  01 WS-CODE-FOUND-SW        PIC X  VALUE 'N'.
224070     88 WS-CODE-FOUND            VALUE 'Y'.
224080  01 WS-CAT-NAME-VALUES.
224090     05 FILLER                PIC X(8) VALUE "FIZZ    ".
224100     05 FILLER                PIC X(8) VALUE "BUZZ    ".
224110     05 FILLER                PIC X(8) VALUE "FIZZBUZZ".
224120     05 FILLER                PIC X(8) VALUE "PLAIN   ".
224130     05 FILLER                PIC X(8) VALUE "OTHER   ".
224140  01 WS-CAT-NAME-TABLE REDEFINES WS-CAT-NAME-VALUES.
224150     05 WS-CAT-NAME          PIC X(8) OCCURS 5 TIMES.
225000* SUBSCRIPTS AND ARITHMETIC.
225010  01 WS-BAND                 PIC 9(3) VALUE 0.
225015  01 WS-BAND-WORK            PIC 9(7) VALUE 0.
225020  01 WS-CAT                  PIC 9(1) VALUE 0.
225030  01 WS-CODE-SUB             PIC 9(2) VALUE 0.
225040  01 WS-FLAG-POS             PIC 9(1) VALUE 0.
225050  01 WS-FLAG-CHAR            PIC X(1) VALUE SPACE.
225060  01 WS-F-TALLY              PIC 9  VALUE 0.
225070  01 WS-B-TALLY              PIC 9  VALUE 0.
225080  01 WS-BAND-FROM            PIC 9(9) VALUE 0.
225090  01 WS-BAND-TO              PIC 9(9) VALUE 0.
225100  01 WS-HIGH-BAND            PIC 9(3) VALUE 0.
225110  01 WS-PCT-COUNT            PIC 9(7) VALUE 0.
225120  01 WS-PCT-TOTAL            PIC 9(7) VALUE 0.
225130  01 WS-PCT                  PIC 9(3)V9(1) VALUE 0.
225140  01 WS-OLD-PCT              PIC 9(3)V9(1) VALUE 0.
225150  01 WS-NEW-PCT              PIC 9(3)V9(1) VALUE 0.
225160  01 WS-DELTA                PIC S9(3)V9(1) VALUE 0.
225165  01 WS-NEW-COUNT            PIC 9(7) VALUE 0.
225170  01 WS-ABS-DELTA            PIC 9(3)V9(1) VALUE 0.
225180  01 WS-DELTA-TABLE.
225190     05 WS-CAT-DELTA         PIC S9(3)V9(1) OCCURS 5 TIMES.
225200  01 WS-BAND-SHIFT-SW        PIC X  VALUE 'N'.
225210     88 WS-BAND-SHIFTED          VALUE 'Y'.
225220  01 WS-LINE-LEN             PIC 9(3) VALUE 0.
226000* PASS TOTALS FOR THE SUMMARY AND THE VERDICT.
226010  01 WS-RUNS-READ            PIC 9(3) VALUE 0.
226020  01 WS-RUNS-ANALYSED        PIC 9(3) VALUE 0.
226030  01 WS-RUNS-LEFT-OUT        PIC 9(3) VALUE 0.
226040  01 WS-WARNING-COUNT        PIC 9(5) VALUE 0.
226050  01 WS-BANDS-COMPARED       PIC 9(3) VALUE 0.
226060  01 WS-BANDS-SHIFTED        PIC 9(3) VALUE 0.
226070  01 WS-BANDS-ONE-SIDED      PIC 9(3) VALUE 0.
226080  01 WS-COMPARED-SW          PIC X  VALUE 'N'.
226090     88 WS-COMPARED              VALUE 'Y'.
226100  01 WS-ROWS-WRITTEN         PIC 9(7) VALUE 0.
227000* REPORT LINES.  A BAND'S LEAD (BAND NUMBER AND COUNTER
227001* RANGE) IS BUILT ONCE AND MOVED INTO WHICHEVER LINE NEEDS IT.
227010  01 WS-BAND-LEAD.
227020     05 FILLER                PIC X(2)  VALUE SPACES.
227030     05 BD-BAND               PIC ZZ9.
227040     05 FILLER                PIC X(2)  VALUE SPACES.
227050     05 BD-FROM               PIC 9(7).
227060     05 FILLER                PIC X(1)  VALUE "-".
227070     05 BD-TO                 PIC 9(7).
227080  01 WS-BAND-HEADING.
227090     05 FILLER                PIC X(22)
227091        VALUE "  BND  FROM    TO     ".
227100     05 FILLER                PIC X(8)  VALUE "   TOTAL".
227110     05 FILLER                PIC X(15)
227111        VALUE "     FIZZ     %".
227120     05 FILLER                PIC X(15)
227121        VALUE "     BUZZ     %".
227130     05 FILLER                PIC X(15)
227131        VALUE " FIZZBUZZ     %".
227140     05 FILLER                PIC X(15)
227141        VALUE "    PLAIN     %".
227150     05 FILLER                PIC X(15)
227151        VALUE "    OTHER     %".
227160  01 WS-BAND-LINE.
227170     05 BL-LEAD               PIC X(22).
227180     05 FILLER                PIC X(1)  VALUE SPACE.
227190     05 BL-TOTAL              PIC Z(6)9.
227200     05 BL-CAT-GROUP OCCURS 5 TIMES.
227210        10 FILLER              PIC X(2)  VALUE SPACES.
227220        10 BL-COUNT            PIC Z(6)9.
227230        10 FILLER              PIC X(1)  VALUE SPACE.
227240        10 BL-PCT              PIC ZZ9.9.
227250  01 WS-CODE-LINE.
227260     05 FILLER                PIC X(22)
227261        VALUE "        RULE CODES    ".
227270     05 CD-GROUP OCCURS 10 TIMES.
227280        10 FILLER              PIC X(3)  VALUE SPACES.
227290        10 CD-CODE             PIC X(1).
227300        10 FILLER              PIC X(1)  VALUE SPACE.
227310        10 CD-COUNT            PIC Z(6)9.
227320        10 FILLER              PIC X(1)  VALUE SPACE.
227330        10 CD-PCT              PIC ZZ9.9.
227340  01 WS-CMP-HEADING.
227350     05 FILLER                PIC X(22)
227351        VALUE "  BND  FROM    TO     ".
227360     05 FILLER                PIC X(9)  VALUE "     FIZZ".
227370     05 FILLER                PIC X(9)  VALUE "     BUZZ".
227380     05 FILLER                PIC X(9)  VALUE " FIZZBUZZ".
227390     05 FILLER                PIC X(9)  VALUE "    PLAIN".
227400     05 FILLER                PIC X(9)  VALUE "    OTHER".
227410  01 WS-CMP-LINE.
227420     05 CM-LEAD               PIC X(22).
227430     05 CM-CAT-GROUP OCCURS 5 TIMES.
227440        10 FILLER              PIC X(2)  VALUE SPACES.
227450        10 CM-VALUE            PIC ----9.9.
227460     05 FILLER                PIC X(2)  VALUE SPACES.
227470     05 CM-NOTE               PIC X(20).
227480  01 WS-ED-OLD-PCT           PIC ZZ9.9.
227490  01 WS-ED-NEW-PCT           PIC ZZ9.9.
227500  01 WS-ED-DELTA             PIC ----9.9.
227510  01 WS-ED-POINTS            PIC Z9.9.
228000* THE DELIMITED SUMMARY ROW BEING BUILT.
228010  01 WS-ROW                  PIC X(80) VALUE SPACES.
228020  01 WS-ROW-BAND             PIC 9(3) VALUE 0.
228030  01 WS-ROW-FROM             PIC 9(7) VALUE 0.
228040  01 WS-ROW-TO               PIC 9(7) VALUE 0.
228050  01 WS-ROW-DELTA-TABLE.
228060     05 WS-ROW-DELTA         PIC ----9.9 OCCURS 5 TIMES.
228070  01 WS-ROW-SHIFT            PIC X(1) VALUE SPACE.
300000  PROCEDURE DIVISION.
300001  MAIN-PARA.
300010      MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
300020      MOVE WS-CURRENT-DATETIME (1:8) TO WS-RUN-DATE
300030      MOVE WS-CURRENT-DATETIME (9:6) TO WS-RUN-TIME
300040      PERFORM READ-DENSITY-CARD-PARA
300050      OPEN OUTPUT SUMMARY-FILE
300060      IF WS-SUMMARY-STATUS NOT = "00"
300070          DISPLAY "FZBDENS: SUMMARY FILE OPEN FAILED - STATUS = "
300071              WS-SUMMARY-STATUS
300080          PERFORM FATAL-PARA
300090      END-IF
300100      MOVE WS-SHIFT-POINTS TO WS-ED-POINTS
300110      MOVE SPACES TO WS-ROW
300120      STRING "H" "|" WS-RUN-DATE "|" WS-BAND-SIZE "|"
300121          FUNCTION TRIM(WS-ED-POINTS)
300130          DELIMITED BY SIZE INTO WS-ROW
300140      END-STRING
300150      PERFORM WRITE-ROW-PARA
300160      DISPLAY " "
300170      DISPLAY "FZBDENS: CLASSIFICATION DENSITY BY COUNTER BAND  "
300171          WS-RUN-DATE " " WS-RUN-TIME
300180      DISPLAY "FZBDENS: BAND SIZE " WS-BAND-SIZE
300181          " COUNTERS, SHIFT THRESHOLD " WS-ED-POINTS " POINTS"
300190      PERFORM OPEN-MASTER-PARA
300200      IF NOT WS-EMPTY-MASTER
300210          PERFORM BROWSE-MASTER-PARA
300220          CLOSE VSAM-MASTER-FILE
300230      END-IF
300240      PERFORM COMPARE-RUNS-PARA
300250      MOVE SPACES TO WS-ROW
300270      STRING "F" "|" WS-RUNS-ANALYSED "|" WS-ROWS-WRITTEN
300280          DELIMITED BY SIZE INTO WS-ROW
300290      END-STRING
300310      PERFORM WRITE-ROW-PARA
300320      CLOSE SUMMARY-FILE
300330      PERFORM PRINT-SUMMARY-PARA
300340      PERFORM SET-VERDICT-PARA
300350      STOP RUN.
300360
301000  OPEN-MASTER-PARA.
301010      OPEN INPUT VSAM-MASTER-FILE
301020      IF WS-VSAM-STATUS = "35"
301030          MOVE 'Y' TO WS-EMPTY-MASTER-SW
301040          DISPLAY "FZBDENS: HISTORY MASTER IS EMPTY - NO RUNS "
301041              "TO ANALYSE"
301050      ELSE
301060          IF WS-VSAM-STATUS NOT = "00"
301070              DISPLAY "FZBDENS: VSAM OPEN FAILED - STATUS = "
301071                  WS-VSAM-STATUS
301080              PERFORM FATAL-PARA
301090          END-IF
301100      END-IF.
301110
302000  BROWSE-MASTER-PARA.
302001*     EVERY RECORD ON THE CLUSTER IN KEY ORDER - RUN BY RUN,
302002*     OLDEST FIRST, EACH RUN'S CONTROL RECORD AHEAD OF ITS
302003*     DETAILS.
302010      PERFORM BROWSE-RECORD-PARA UNTIL WS-BROWSE-DONE
302020      IF WS-CUR-RUN-DATE NOT = SPACES
302030          PERFORM FINISH-RUN-PARA
302040      END-IF.
302050
302500  BROWSE-RECORD-PARA.
302510      READ VSAM-MASTER-FILE NEXT RECORD
302520          AT END MOVE 'Y' TO WS-BROWSE-DONE-SW
302530      END-READ
302540      IF NOT WS-BROWSE-DONE
302550          IF WS-VSAM-STATUS NOT = "00"
302560              DISPLAY "FZBDENS: VSAM READ FAILED - STATUS = "
302561                  WS-VSAM-STATUS
302570              PERFORM FATAL-PARA
302580          END-IF
302590          MOVE VSAM-MASTER-RECORD TO WS-SCAN-RECORD
302600          IF SR-RUN-DATE NOT = WS-CUR-RUN-DATE
302610              IF WS-CUR-RUN-DATE NOT = SPACES
302620                  PERFORM FINISH-RUN-PARA
302630              END-IF
302640              PERFORM START-RUN-PARA
302650          END-IF
302660          IF FO-COUNTER = 0 AND VC-RECORD-TYPE = "C"
302670              MOVE 'Y' TO WS-CUR-CONTROL-SW
302680              MOVE VC-TOTAL-COUNT TO WS-CUR-CTL-TOTAL
302690          ELSE
302700              PERFORM TALLY-DETAIL-PARA
302710          END-IF
302720      END-IF.
302730
303000  START-RUN-PARA.
303010      ADD 1 TO WS-RUNS-READ
303020      MOVE SR-RUN-DATE TO WS-CUR-RUN-DATE
303030      MOVE 'N' TO WS-CUR-CONTROL-SW
303040      MOVE 0 TO WS-CUR-CTL-TOTAL
303050      MOVE 0 TO WS-CUR-DETAILS
303060      MOVE 0 TO WS-CUR-BAD
303070      MOVE 0 TO WS-CUR-FIRST
303080      MOVE 0 TO WS-CUR-LAST
303090      MOVE 0 TO WS-CUR-HIGH-BAND
303100      INITIALIZE WS-CUR-BAND-TABLE
303110      INITIALIZE WS-RUN-ENTRY.
303120
304000  TALLY-DETAIL-PARA.
304001*     ONE DETAIL INTO ITS BAND AND THE RUN'S TOTALS: ITS
304002*     CATEGORY BY FZBDIST'S RULE, THEN EACH RULE CODE IN ITS
304003*     FLAG.  A BLANK FLAG OR A ZERO COUNTER IS A DAMAGED
304004*     RECORD - COUNTED AS SUCH AND KEPT OUT OF THE BANDS.
304010      ADD 1 TO WS-CUR-DETAILS
304020      IF WS-CUR-DETAILS = 1
304030          MOVE FO-COUNTER TO WS-CUR-FIRST
304040      END-IF
304050      MOVE FO-COUNTER TO WS-CUR-LAST
304060      IF FO-CLASS-FLAG = SPACES OR FO-COUNTER = 0
304070          ADD 1 TO WS-CUR-BAD
304080      ELSE
304090          COMPUTE WS-BAND-WORK =
304095              (FO-COUNTER - 1) / WS-BAND-SIZE + 1
304100          IF WS-BAND-WORK > WS-MAX-BANDS
304110              DISPLAY "FZBDENS: RUN " WS-CUR-RUN-DATE
304111                  " COUNTER " FO-COUNTER " IS BEYOND BAND "
304112                  WS-MAX-BANDS " - RAISE THE BAND SIZE"
304120              PERFORM FATAL-PARA
304130          END-IF
304135          MOVE WS-BAND-WORK TO WS-BAND
304140          IF WS-BAND > WS-CUR-HIGH-BAND
304150              MOVE WS-BAND TO WS-CUR-HIGH-BAND
304160          END-IF
304170          ADD 1 TO CB-TOTAL (WS-BAND)
304180          ADD 1 TO RE-TOTAL
304190          IF FO-CLASS-FLAG = "N"
304200              MOVE 4 TO WS-CAT
304210          ELSE
304220              MOVE 0 TO WS-F-TALLY
304230              MOVE 0 TO WS-B-TALLY
304240              INSPECT FO-CLASS-FLAG
304241                  TALLYING WS-F-TALLY FOR ALL "F"
304250              INSPECT FO-CLASS-FLAG
304251                  TALLYING WS-B-TALLY FOR ALL "B"
304260              EVALUATE TRUE
304270                  WHEN WS-F-TALLY > 0 AND WS-B-TALLY > 0
304280                      MOVE 3 TO WS-CAT
304290                  WHEN WS-F-TALLY > 0
304300                      MOVE 1 TO WS-CAT
304310                  WHEN WS-B-TALLY > 0
304320                      MOVE 2 TO WS-CAT
304330                  WHEN OTHER
304340                      MOVE 5 TO WS-CAT
304350              END-EVALUATE
304360          END-IF
304370          ADD 1 TO CB-CAT (WS-BAND WS-CAT)
304380          ADD 1 TO RE-CAT (WS-CAT)
304390          PERFORM VARYING WS-FLAG-POS FROM 1 BY 1
304391                  UNTIL WS-FLAG-POS > 5
304400              MOVE FO-CLASS-FLAG (WS-FLAG-POS:1) TO WS-FLAG-CHAR
304410              IF WS-FLAG-CHAR NOT = SPACE
304411                  AND WS-FLAG-CHAR NOT = "N"
304420                  PERFORM TALLY-CODE-PARA
304430              END-IF
304440          END-PERFORM
304450      END-IF.
304460
304500  TALLY-CODE-PARA.
304501*     COUNT ONE RULE CODE FROM THE FLAG.  A NEW CODE TAKES THE
304502*     NEXT FREE COLUMN; WHEN THE TABLE IS FULL IT IS COUNTED
304503*     IN THE OVERFLOW INSTEAD.
304510      MOVE 'N' TO WS-CODE-FOUND-SW
304520      PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
304521              UNTIL WS-CODE-SUB > WS-CODE-COUNT
304522              OR WS-CODE-FOUND
304530          IF WS-CODE-ENTRY (WS-CODE-SUB) = WS-FLAG-CHAR
304540              MOVE 'Y' TO WS-CODE-FOUND-SW
304550          END-IF
304560      END-PERFORM
304565*     THE VARYING STEP HAS ALREADY MOVED ONE PAST A MATCH.
304570      IF WS-CODE-FOUND
304580          SUBTRACT 1 FROM WS-CODE-SUB
304590      ELSE
304600          IF WS-CODE-COUNT < WS-MAX-CODES
304610              ADD 1 TO WS-CODE-COUNT
304620              MOVE WS-CODE-COUNT TO WS-CODE-SUB
304630              MOVE WS-FLAG-CHAR TO WS-CODE-ENTRY (WS-CODE-SUB)
304640              MOVE 'Y' TO WS-CODE-FOUND-SW
304650          END-IF
304660      END-IF
304670      IF WS-CODE-FOUND
304680          ADD 1 TO CB-CODE (WS-BAND WS-CODE-SUB)
304690          ADD 1 TO RE-CODE (WS-CODE-SUB)
304700      ELSE
304710          ADD 1 TO WS-CODE-OVERFLOW
304720      END-IF.
304730
305000  FINISH-RUN-PARA.
305001*     THE RUN IS COMPLETE.  A RUN WITHOUT A CONTROL RECORD IS
305002*     STILL LOADING (OR ITS LOAD FAILED) AND IS LEFT OUT;
305003*     OTHERWISE ITS BANDS ARE PRINTED AND WRITTEN, AND IT
305004*     BECOMES THE NEWEST RUN - AND, IF IT IS THE FIRST, THE
305005*     OLDEST - FOR THE COMPARISON.
305010      IF NOT WS-CUR-HAS-CONTROL
305020          DISPLAY " "
305030          DISPLAY "FZBDENS: RUN " WS-CUR-RUN-DATE
305031              " HAS NO CONTROL RECORD (NOT FULLY LOADED) - "
305032              "LEFT OUT"
305040          ADD 1 TO WS-RUNS-LEFT-OUT
305050      ELSE
305060          ADD 1 TO WS-RUNS-ANALYSED
305070          PERFORM PRINT-RUN-PARA
305080          IF WS-RUNS-ANALYSED = 1
305090              MOVE WS-CUR-BAND-TABLE TO WS-OLD-BAND-TABLE
305100              MOVE WS-CUR-RUN-DATE TO WS-OLD-RUN-DATE
305110              MOVE WS-CUR-HIGH-BAND TO WS-OLD-HIGH-BAND
305120          END-IF
305130          MOVE WS-CUR-BAND-TABLE TO WS-NEW-BAND-TABLE
305140          MOVE WS-CUR-RUN-DATE TO WS-NEW-RUN-DATE
305150          MOVE WS-CUR-HIGH-BAND TO WS-NEW-HIGH-BAND
305160      END-IF.
305170
306000  PRINT-RUN-PARA.
306001*     ONE RUN: A LINE PER BAND THAT HOLDS ANY DETAILS, EACH
306002*     FOLLOWED BY ITS RULE CODES, THEN THE WHOLE-RUN LINE.
306003*     EVERY BAND AND THE WHOLE RUN ALSO GO TO THE SUMMARY FILE.
306010      DISPLAY " "
306020      DISPLAY "FZBDENS: RUN " WS-CUR-RUN-DATE
306021          "  DETAILS " WS-CUR-DETAILS
306022          "  COUNTERS " WS-CUR-FIRST " - " WS-CUR-LAST
306030      IF WS-CUR-DETAILS NOT = WS-CUR-CTL-TOTAL
306040          DISPLAY "FZBDENS:   DETAILS DISAGREE WITH CONTROL "
306041              "TOTAL " WS-CUR-CTL-TOTAL " - ANALYSED AS "
306042              "FOUND, SCAN THE RUN (FZBVSCAN)"
306050          ADD 1 TO WS-WARNING-COUNT
306060      END-IF
306070      IF WS-CUR-BAD > 0
306080          DISPLAY "FZBDENS:   " WS-CUR-BAD
306081              " DAMAGED DETAILS (BLANK FLAG OR ZERO COUNTER) "
306082              "LEFT OUT OF THE BANDS"
306090          ADD 1 TO WS-WARNING-COUNT
306100      END-IF
306110      DISPLAY WS-BAND-HEADING
306120      PERFORM VARYING WS-BAND FROM 1 BY 1
306121              UNTIL WS-BAND > WS-CUR-HIGH-BAND
306130          IF CB-TOTAL (WS-BAND) > 0
306140              MOVE CB-ENTRY (WS-BAND) TO WS-LINE-ENTRY
306150              PERFORM SET-BAND-LEAD-PARA
306160              MOVE WS-BAND-LEAD TO BL-LEAD
306170              PERFORM PRINT-LINE-PARA
306180              MOVE WS-BAND TO WS-ROW-BAND
306190              PERFORM WRITE-BAND-ROWS-PARA
306200          END-IF
306210      END-PERFORM
306220      MOVE WS-RUN-ENTRY TO WS-LINE-ENTRY
306230      MOVE "  RUN" TO BL-LEAD
306240      MOVE WS-CUR-FIRST TO BD-FROM
306250      MOVE WS-CUR-LAST TO BD-TO
306260      MOVE WS-BAND-LEAD (6:) TO BL-LEAD (6:)
306270      PERFORM PRINT-LINE-PARA
306280      MOVE 0 TO WS-ROW-BAND
306290      MOVE WS-CUR-FIRST TO WS-ROW-FROM
306300      MOVE WS-CUR-LAST TO WS-ROW-TO
306310      PERFORM WRITE-BAND-ROWS-PARA.
306320
306500  SET-BAND-LEAD-PARA.
306501*     BAND WS-BAND'S NUMBER AND COUNTER RANGE.  THE LAST BAND
306502*     OF THE 7-DIGIT COUNTER SPACE STOPS AT 9999999.
306510      COMPUTE WS-BAND-FROM = (WS-BAND - 1) * WS-BAND-SIZE + 1
306520      COMPUTE WS-BAND-TO = WS-BAND * WS-BAND-SIZE
306530      IF WS-BAND-TO > 9999999
306540          MOVE 9999999 TO WS-BAND-TO
306550      END-IF
306560      MOVE WS-BAND TO BD-BAND
306570      MOVE WS-BAND-FROM TO BD-FROM
306580      MOVE WS-BAND-TO TO BD-TO
306590      MOVE WS-BAND-FROM TO WS-ROW-FROM
306600      MOVE WS-BAND-TO TO WS-ROW-TO.
306610
307000  PRINT-LINE-PARA.
307001*     THE FIGURES IN WS-LINE-ENTRY: COUNTS AND PERCENTAGES OF
307002*     THE LINE'S TOTAL, THEN THE RULE CODES SEEN SO FAR.
307010      MOVE LE-TOTAL TO BL-TOTAL
307020      MOVE LE-TOTAL TO WS-PCT-TOTAL
307030      PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 5
307040          MOVE LE-CAT (WS-CAT) TO BL-COUNT (WS-CAT)
307050          MOVE LE-CAT (WS-CAT) TO WS-PCT-COUNT
307060          PERFORM SET-PCT-PARA
307070          MOVE WS-PCT TO BL-PCT (WS-CAT)
307080      END-PERFORM
307090      DISPLAY WS-BAND-LINE
307100      IF WS-CODE-COUNT > 0
307110          PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
307111                  UNTIL WS-CODE-SUB > WS-CODE-COUNT
307120              MOVE WS-CODE-ENTRY (WS-CODE-SUB)
307121                  TO CD-CODE (WS-CODE-SUB)
307130              MOVE LE-CODE (WS-CODE-SUB)
307131                  TO CD-COUNT (WS-CODE-SUB)
307140              MOVE LE-CODE (WS-CODE-SUB) TO WS-PCT-COUNT
307150              PERFORM SET-PCT-PARA
307160              MOVE WS-PCT TO CD-PCT (WS-CODE-SUB)
307170          END-PERFORM
307180          COMPUTE WS-LINE-LEN = 22 + WS-CODE-COUNT * 18
307190          DISPLAY WS-CODE-LINE (1:WS-LINE-LEN)
307200      END-IF.
307210
307500  SET-PCT-PARA.
307501*     WS-PCT-COUNT AS A PERCENTAGE OF WS-PCT-TOTAL, TO ONE
307502*     DECIMAL.  AN EMPTY TOTAL IS ZERO PER CENT.
307510      IF WS-PCT-TOTAL = 0
307520          MOVE 0 TO WS-PCT
307530      ELSE
307540          COMPUTE WS-PCT ROUNDED =
307541              WS-PCT-COUNT * 100 / WS-PCT-TOTAL
307550      END-IF.
307560
308000  WRITE-BAND-ROWS-PARA.
308001*     B|RUNDATE|BAND|FROM|TO|TOTAL|FIZZ|BUZZ|FIZZBUZZ|PLAIN|
308002*     OTHER FOR THE LINE JUST PRINTED, THEN AN R ROW FOR EACH
308003*     RULE CODE PRESENT IN IT.
308010      MOVE SPACES TO WS-ROW
308020      STRING "B" "|" WS-CUR-RUN-DATE "|" WS-ROW-BAND "|"
308021          WS-ROW-FROM "|" WS-ROW-TO "|" LE-TOTAL "|"
308022          LE-CAT (1) "|" LE-CAT (2) "|" LE-CAT (3) "|"
308023          LE-CAT (4) "|" LE-CAT (5)
308030          DELIMITED BY SIZE INTO WS-ROW
308040      END-STRING
308050      PERFORM WRITE-ROW-PARA
308060      PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
308061              UNTIL WS-CODE-SUB > WS-CODE-COUNT
308070          IF LE-CODE (WS-CODE-SUB) > 0
308080              MOVE SPACES TO WS-ROW
308090              STRING "R" "|" WS-CUR-RUN-DATE "|" WS-ROW-BAND "|"
308091                  WS-CODE-ENTRY (WS-CODE-SUB) "|"
308092                  LE-CODE (WS-CODE-SUB)
308100                  DELIMITED BY SIZE INTO WS-ROW
308110              END-STRING
308120              PERFORM WRITE-ROW-PARA
308130          END-IF
308140      END-PERFORM.
308150
309000  COMPARE-RUNS-PARA.
309001*     THE NEWEST ANALYSED RUN AGAINST THE OLDEST, BAND BY BAND.
309002*     THERE IS NOTHING TO COMPARE WITH FEWER THAN TWO.
309010      DISPLAY " "
309020      IF WS-RUNS-ANALYSED < 2
309030          DISPLAY "FZBDENS: FEWER THAN TWO COMPLETE RUNS - NO "
309031              "OLDEST/NEWEST COMPARISON"
309040      ELSE
309050          MOVE 'Y' TO WS-COMPARED-SW
309060          MOVE WS-SHIFT-POINTS TO WS-ED-POINTS
309070          DISPLAY "FZBDENS: MIX SHIFT - NEWEST RUN "
309071              WS-NEW-RUN-DATE " AGAINST OLDEST RUN "
309072              WS-OLD-RUN-DATE
309080          DISPLAY "FZBDENS: CHANGE IN EACH CATEGORY'S SHARE, "
309081              "PERCENTAGE POINTS - SHIFTED = MOVED MORE THAN "
309082              WS-ED-POINTS
309090          DISPLAY WS-CMP-HEADING
309100          MOVE WS-OLD-HIGH-BAND TO WS-HIGH-BAND
309110          IF WS-NEW-HIGH-BAND > WS-HIGH-BAND
309120              MOVE WS-NEW-HIGH-BAND TO WS-HIGH-BAND
309130          END-IF
309140          PERFORM VARYING WS-BAND FROM 1 BY 1
309141                  UNTIL WS-BAND > WS-HIGH-BAND
309150              PERFORM COMPARE-BAND-PARA
309160          END-PERFORM
309170      END-IF.
309180
310000  COMPARE-BAND-PARA.
310001*     ONE BAND.  A BAND ONLY ONE OF THE TWO RUNS REACHED IS
310002*     NOTED, NOT MEASURED.  OTHERWISE EACH CATEGORY'S MOVE IS
310003*     PRINTED, AND A SHIFTED BAND IS SHOWN WITH BOTH RUNS'
310004*     SHARES AND ANY RULE CODE THAT MOVED PAST THE THRESHOLD.
310010      MOVE OB-ENTRY (WS-BAND) TO WS-OLD-ENTRY
310020      MOVE NB-ENTRY (WS-BAND) TO WS-NEW-ENTRY
310030      IF OE-TOTAL > 0 OR NE-TOTAL > 0
310040          PERFORM SET-BAND-LEAD-PARA
310050          MOVE WS-BAND-LEAD TO CM-LEAD
310060          IF OE-TOTAL = 0 OR NE-TOTAL = 0
310070              ADD 1 TO WS-BANDS-ONE-SIDED
310080              PERFORM VARYING WS-CAT FROM 1 BY 1
310081                      UNTIL WS-CAT > 5
310090                  MOVE 0 TO CM-VALUE (WS-CAT)
310100              END-PERFORM
310110              IF OE-TOTAL = 0
310120                  MOVE "NEWEST RUN ONLY" TO CM-NOTE
310130              ELSE
310140                  MOVE "OLDEST RUN ONLY" TO CM-NOTE
310150              END-IF
310160              DISPLAY WS-CMP-LINE
310170          ELSE
310180              ADD 1 TO WS-BANDS-COMPARED
310190              MOVE 'N' TO WS-BAND-SHIFT-SW
310200              PERFORM VARYING WS-CAT FROM 1 BY 1
310201                      UNTIL WS-CAT > 5
310210                  MOVE OE-CAT (WS-CAT) TO WS-PCT-COUNT
310220                  MOVE NE-CAT (WS-CAT) TO WS-NEW-COUNT
310230                  PERFORM MEASURE-SHIFT-PARA
310240                  MOVE WS-DELTA TO WS-CAT-DELTA (WS-CAT)
310250                  MOVE WS-DELTA TO CM-VALUE (WS-CAT)
310260                  MOVE WS-DELTA TO WS-ROW-DELTA (WS-CAT)
310270              END-PERFORM
310280              PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
310281                      UNTIL WS-CODE-SUB > WS-CODE-COUNT
310290                  MOVE OE-CODE (WS-CODE-SUB) TO WS-PCT-COUNT
310300                  MOVE NE-CODE (WS-CODE-SUB) TO WS-NEW-COUNT
310310                  PERFORM MEASURE-SHIFT-PARA
310320              END-PERFORM
310330              IF WS-BAND-SHIFTED
310340                  ADD 1 TO WS-BANDS-SHIFTED
310350                  MOVE "<== SHIFTED" TO CM-NOTE
310360                  MOVE "Y" TO WS-ROW-SHIFT
310370              ELSE
310380                  MOVE SPACES TO CM-NOTE
310390                  MOVE "N" TO WS-ROW-SHIFT
310400              END-IF
310410              DISPLAY WS-CMP-LINE
310420              IF WS-BAND-SHIFTED
310430                  PERFORM PRINT-SHIFT-DETAIL-PARA
310440              END-IF
310450              PERFORM WRITE-SHIFT-ROW-PARA
310460          END-IF
310470      END-IF.
310480
310500  MEASURE-SHIFT-PARA.
310501*     ON ENTRY WS-PCT-COUNT HOLDS THE OLDEST RUN'S COUNT AND
310502*     WS-NEW-COUNT THE NEWEST'S.  ON EXIT WS-OLD-PCT AND
310503*     WS-NEW-PCT ARE THEIR SHARES OF THEIR OWN BAND TOTALS,
310504*     WS-DELTA THE MOVE IN POINTS, AND THE BAND IS MARKED
310505*     SHIFTED WHEN THE MOVE EXCEEDS THE THRESHOLD EITHER WAY.
310510      MOVE OE-TOTAL TO WS-PCT-TOTAL
310520      PERFORM SET-PCT-PARA
310530      MOVE WS-PCT TO WS-OLD-PCT
310540      MOVE WS-NEW-COUNT TO WS-PCT-COUNT
310550      MOVE NE-TOTAL TO WS-PCT-TOTAL
310560      PERFORM SET-PCT-PARA
310570      MOVE WS-PCT TO WS-NEW-PCT
310580      COMPUTE WS-DELTA = WS-NEW-PCT - WS-OLD-PCT
310590      IF WS-DELTA < 0
310600          COMPUTE WS-ABS-DELTA = 0 - WS-DELTA
310610      ELSE
310620          MOVE WS-DELTA TO WS-ABS-DELTA
310630      END-IF
310640      IF WS-ABS-DELTA > WS-SHIFT-POINTS
310650          MOVE 'Y' TO WS-BAND-SHIFT-SW
310660      END-IF.
310670
311000  PRINT-SHIFT-DETAIL-PARA.
311001*     UNDER A SHIFTED BAND: EACH RUN'S SHARES, THEN EVERY RULE
311002*     CODE WHOSE SHARE MOVED PAST THE THRESHOLD.
311010      MOVE "     OLDEST RUN %" TO CM-LEAD
311020      MOVE SPACES TO CM-NOTE
311030      PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 5
311040          MOVE OE-CAT (WS-CAT) TO WS-PCT-COUNT
311050          MOVE OE-TOTAL TO WS-PCT-TOTAL
311060          PERFORM SET-PCT-PARA
311070          MOVE WS-PCT TO CM-VALUE (WS-CAT)
311080      END-PERFORM
311090      DISPLAY WS-CMP-LINE
311100      MOVE "     NEWEST RUN %" TO CM-LEAD
311110      PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 5
311120          MOVE NE-CAT (WS-CAT) TO WS-PCT-COUNT
311130          MOVE NE-TOTAL TO WS-PCT-TOTAL
311140          PERFORM SET-PCT-PARA
311150          MOVE WS-PCT TO CM-VALUE (WS-CAT)
311160      END-PERFORM
311170      DISPLAY WS-CMP-LINE
311180      PERFORM VARYING WS-CODE-SUB FROM 1 BY 1
311181              UNTIL WS-CODE-SUB > WS-CODE-COUNT
311190          MOVE 'N' TO WS-BAND-SHIFT-SW
311200          MOVE OE-CODE (WS-CODE-SUB) TO WS-PCT-COUNT
311210          MOVE NE-CODE (WS-CODE-SUB) TO WS-NEW-COUNT
311220          PERFORM MEASURE-SHIFT-PARA
311230          IF WS-BAND-SHIFTED
311240              MOVE WS-OLD-PCT TO WS-ED-OLD-PCT
311250              MOVE WS-NEW-PCT TO WS-ED-NEW-PCT
311260              MOVE WS-DELTA TO WS-ED-DELTA
311270              DISPLAY "       RULE CODE "
311271                  WS-CODE-ENTRY (WS-CODE-SUB)
311272                  "  OLDEST " WS-ED-OLD-PCT
311273                  "  NEWEST " WS-ED-NEW-PCT
311274                  "  MOVED " WS-ED-DELTA
311280          END-IF
311290      END-PERFORM
311300      MOVE 'Y' TO WS-BAND-SHIFT-SW.
311310
312000  WRITE-SHIFT-ROW-PARA.
312001*     S|BAND|FROM|TO|FIZZ|BUZZ|FIZZBUZZ|PLAIN|OTHER|SHIFTED -
312002*     THE NEWEST RUN'S SHARE MINUS THE OLDEST'S, IN POINTS.
312010      MOVE WS-BAND TO WS-ROW-BAND
312020      MOVE SPACES TO WS-ROW
312030      STRING "S" "|" WS-ROW-BAND "|" WS-ROW-FROM "|"
312031          WS-ROW-TO "|"
312032          FUNCTION TRIM(WS-ROW-DELTA (1)) "|"
312033          FUNCTION TRIM(WS-ROW-DELTA (2)) "|"
312034          FUNCTION TRIM(WS-ROW-DELTA (3)) "|"
312035          FUNCTION TRIM(WS-ROW-DELTA (4)) "|"
312036          FUNCTION TRIM(WS-ROW-DELTA (5)) "|"
312037          WS-ROW-SHIFT
312040          DELIMITED BY SIZE INTO WS-ROW
312050      END-STRING
312060      PERFORM WRITE-ROW-PARA.
312070
313000  WRITE-ROW-PARA.
313010      MOVE WS-ROW TO SUMMARY-RECORD
313020      WRITE SUMMARY-RECORD
313030      IF WS-SUMMARY-STATUS NOT = "00"
313040          DISPLAY "FZBDENS: SUMMARY FILE WRITE FAILED - STATUS = "
313041              WS-SUMMARY-STATUS
313050          PERFORM FATAL-PARA
313060      END-IF
313070      ADD 1 TO WS-ROWS-WRITTEN.
313080
314000  PRINT-SUMMARY-PARA.
314010      DISPLAY " "
314020      DISPLAY "FZBDENS: RUNS ON THE MASTER  = " WS-RUNS-READ
314030      DISPLAY "FZBDENS: RUNS ANALYSED       = " WS-RUNS-ANALYSED
314040      DISPLAY "FZBDENS: RUNS LEFT OUT       = " WS-RUNS-LEFT-OUT
314050      DISPLAY "FZBDENS: RULE CODES SEEN     = " WS-CODE-COUNT
314060      IF WS-CODE-OVERFLOW > 0
314070          DISPLAY "FZBDENS: FURTHER CODES (TABLE FULL) COUNTED "
314071              "= " WS-CODE-OVERFLOW
314080          ADD 1 TO WS-WARNING-COUNT
314090      END-IF
314100      IF WS-COMPARED
314110          DISPLAY "FZBDENS: BANDS COMPARED      = "
314111              WS-BANDS-COMPARED
314120          DISPLAY "FZBDENS: BANDS SHIFTED       = "
314121              WS-BANDS-SHIFTED
314130          DISPLAY "FZBDENS: BANDS IN ONE RUN    = "
314131              WS-BANDS-ONE-SIDED
314140      END-IF
314150      DISPLAY "FZBDENS: SUMMARY ROWS        = " WS-ROWS-WRITTEN.
314160
315000  SET-VERDICT-PARA.
315001*     0 WHEN THE COMPARISON RAN AND NOTHING SHIFTED; 4 WHEN
315002*     THERE IS SOMETHING TO LOOK AT - SHIFTED BANDS, NO
315003*     COMPARISON POSSIBLE, OR RUNS LEFT OUT OR WARNED ABOUT.
315010      EVALUATE TRUE
315020          WHEN WS-BANDS-SHIFTED > 0
315030              DISPLAY "FZBDENS: ANALYSIS COMPLETE - SHIFTED "
315031                  "BANDS HIGHLIGHTED"
315040              MOVE 4 TO RETURN-CODE
315050          WHEN NOT WS-COMPARED
315060              DISPLAY "FZBDENS: ANALYSIS COMPLETE - NO COMPARISON"
315070              MOVE 4 TO RETURN-CODE
315080          WHEN WS-RUNS-LEFT-OUT > 0 OR WS-WARNING-COUNT > 0
315090              DISPLAY "FZBDENS: ANALYSIS COMPLETE WITH WARNINGS"
315100              MOVE 4 TO RETURN-CODE
315110          WHEN OTHER
315120              DISPLAY "FZBDENS: ANALYSIS COMPLETE - NO BAND "
315121                  "SHIFTED"
315130      END-EVALUATE.
315140
316000  READ-DENSITY-CARD-PARA.
316001*     OPTIONAL TUNING CARD.  BLANK, NON-NUMERIC OR ZERO FIELDS
316002*     KEEP THE DEFAULTS.
316010      OPEN INPUT DENSITY-CARD-FILE
316020      IF WS-DENCARD-STATUS = "35" OR WS-DENCARD-STATUS = "05"
316030          CLOSE DENSITY-CARD-FILE
316040      ELSE
316050          READ DENSITY-CARD-FILE
316060              AT END MOVE 'Y' TO WS-DENCARD-EOF-SW
316070          END-READ
316080          IF NOT WS-DENCARD-EOF
316090              IF DN-BAND-SIZE IS NUMERIC AND DN-BAND-SIZE > 0
316100                  MOVE DN-BAND-SIZE TO WS-BAND-SIZE
316110              END-IF
316120              IF DN-SHIFT-POINTS IS NUMERIC
316121                  AND DN-SHIFT-POINTS > 0
316130                  MOVE DN-SHIFT-POINTS TO WS-SHIFT-POINTS
316140              END-IF
316150          END-IF
316160          CLOSE DENSITY-CARD-FILE
316170      END-IF.
316180
317000  FATAL-PARA.
317010      DISPLAY "FZBDENS: TERMINATED - RETURN CODE 16"
317020      MOVE 16 TO RETURN-CODE
317030      STOP RUN.
