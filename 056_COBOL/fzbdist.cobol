000010* SPLIT THE FIZZBUZZ OUTPUT DATASET INTO PER-CLASSIFICATION
000020* DISTRIBUTION DATASETS FOR THE CONSUMER TEAMS.  EACH
000030* DOWNSTREAM GROUP CARES ABOUT ONE CLASSIFICATION (ONE TAKES
000040* ONLY THE FIZZBUZZ RECORDS, ANOTHER ONLY A RULE CARD'S 'Z'
000050* RECORDS) AND USED TO READ THE WHOLE MULTI-MILLION-RECORD
000060* FIZZOUT AND FILTER IT ITSELF.  A ROUTING TABLE (THE DSTCARD
000070* DECK) MAPS FO-CLASS-FLAG VALUES TO NAMED OUTPUT DDS; THIS
000080* PROGRAM MAKES ONE PASS OF FIZZOUT AND WRITES EACH DETAIL TO
000090* THE FIRST ROUTE IT MATCHES.  EVERY OUTPUT IS A SMALL FIZZOUT
000100* IN ITS OWN RIGHT: A COPY OF THE RUN HEADER (FZBHDR), THE
000110* ROUTED DETAILS, AND ITS OWN GRAND TRAILER (FZBTRLR) COUNTING
000120* WHAT WAS ROUTED TO IT - SO EACH TEAM RECONCILES ITS OWN
000130* DATASET.  THE RANGE TRAILERS ARE NOT COPIED.
000140*
000150* THE ROUTING SUMMARY AT END OF JOB PROVES THE SPLIT: THE
000160* OUTPUTS' TRAILER COUNTS PLUS ANY RECORDS NO ROUTE TOOK MUST
000170* SUM BACK TO THE FIZZOUT GRAND TRAILER, CATEGORY BY CATEGORY,
000180* SO NO RECORD IS DROPPED OR DUPLICATED BETWEEN CONSUMERS.
000190* RETURN CODES: 0 = EVERY RECORD ROUTED AND RECONCILED,
000200* 4 = RECONCILED BUT SOME RECORDS MATCHED NO ROUTE (NO
000210* CONSUMER RECEIVED THEM - ADD A ROUTE OR A '*' CATCH-ALL),
000220* 16 = BAD ROUTING TABLE, OPEN/WRITE FAILURE, OR THE SPLIT
000230* DOES NOT RECONCILE - THE OUTPUTS MUST NOT BE RELEASED.
000240
100000  IDENTIFICATION DIVISION.
100010  PROGRAM-ID.    FZBDIST.
100020
150000  ENVIRONMENT DIVISION.
150010  INPUT-OUTPUT SECTION.
150020  FILE-CONTROL.
150030*     THE CLASSIFIER'S OUTPUT DATASET - THE DISTRIBUTION'S
150040*     SOURCE.
150050      SELECT FIZZBUZZ-OUTPUT-FILE ASSIGN TO "FIZZOUT"
150060          ORGANIZATION IS SEQUENTIAL
150070          FILE STATUS IS WS-FIZZOUT-STATUS.
150080
150090*     THE ROUTING TABLE - ONE DSTCARD PER ROUTE, IN THE ORDER
150100*     THE ROUTES ARE TRIED.
150110      SELECT ROUTE-CARD-FILE ASSIGN TO "DSTCARD"
150120          ORGANIZATION IS SEQUENTIAL
150130          FILE STATUS IS WS-DSTCARD-STATUS.
150140
150150*     THE DISTRIBUTION DATASETS.  ONLY THE DDS THE ROUTING
150160*     TABLE NAMES ARE OPENED - THE REST NEED NOT BE IN THE
150170*     JCL.  EACH CARRIES THE FZBOUT/FZBHDR/FZBTRLR LAYOUTS.
150180      SELECT DIST01-FILE ASSIGN TO "DIST01"
150181          ORGANIZATION IS SEQUENTIAL
150182          FILE STATUS IS WS-DIST-STATUS.
150190      SELECT DIST02-FILE ASSIGN TO "DIST02"
150191          ORGANIZATION IS SEQUENTIAL
150192          FILE STATUS IS WS-DIST-STATUS.
150200      SELECT DIST03-FILE ASSIGN TO "DIST03"
150201          ORGANIZATION IS SEQUENTIAL
150202          FILE STATUS IS WS-DIST-STATUS.
150210      SELECT DIST04-FILE ASSIGN TO "DIST04"
150211          ORGANIZATION IS SEQUENTIAL
150212          FILE STATUS IS WS-DIST-STATUS.
150220      SELECT DIST05-FILE ASSIGN TO "DIST05"
150221          ORGANIZATION IS SEQUENTIAL
150222          FILE STATUS IS WS-DIST-STATUS.
150230      SELECT DIST06-FILE ASSIGN TO "DIST06"
150231          ORGANIZATION IS SEQUENTIAL
150232          FILE STATUS IS WS-DIST-STATUS.
150240      SELECT DIST07-FILE ASSIGN TO "DIST07"
150241          ORGANIZATION IS SEQUENTIAL
150242          FILE STATUS IS WS-DIST-STATUS.
150250      SELECT DIST08-FILE ASSIGN TO "DIST08"
150251          ORGANIZATION IS SEQUENTIAL
150252          FILE STATUS IS WS-DIST-STATUS.
150260
200000  DATA DIVISION.
200005  FILE SECTION.
200010  FD  FIZZBUZZ-OUTPUT-FILE
200011      RECORDING MODE IS F.
200012  01  FIZZBUZZ-OUTPUT-RECORD.
200013      COPY FZBOUT.
200014  01  FIZZBUZZ-TRAILER-RECORD REDEFINES FIZZBUZZ-OUTPUT-RECORD.
200015      COPY FZBTRLR.
200016  01  FIZZBUZZ-HEADER-RECORD REDEFINES FIZZBUZZ-OUTPUT-RECORD.
200017      COPY FZBHDR.
200020
200030  FD  ROUTE-CARD-FILE
200031      RECORDING MODE IS F.
200032  01  ROUTE-CARD-RECORD.
200033      COPY DSTCARD.
200040
200050  FD  DIST01-FILE
200051      RECORDING MODE IS F.
200052  01  DIST01-RECORD          PIC X(80).
200060  FD  DIST02-FILE
200061      RECORDING MODE IS F.
200062  01  DIST02-RECORD          PIC X(80).
200070  FD  DIST03-FILE
200071      RECORDING MODE IS F.
200072  01  DIST03-RECORD          PIC X(80).
200080  FD  DIST04-FILE
200081      RECORDING MODE IS F.
200082  01  DIST04-RECORD          PIC X(80).
200090  FD  DIST05-FILE
200091      RECORDING MODE IS F.
200092  01  DIST05-RECORD          PIC X(80).
200100  FD  DIST06-FILE
200101      RECORDING MODE IS F.
200102  01  DIST06-RECORD          PIC X(80).
200110  FD  DIST07-FILE
200111      RECORDING MODE IS F.
200112  01  DIST07-RECORD          PIC X(80).
200120  FD  DIST08-FILE
200121      RECORDING MODE IS F.
200122  01  DIST08-RECORD          PIC X(80).
200130
210000  WORKING-STORAGE SECTION.
210010  01 WS-FIZZOUT-STATUS       PIC XX VALUE SPACES.
210020  01 WS-FIZZOUT-EOF-SW       PIC X  VALUE 'N'.
210030     88 WS-FIZZOUT-EOF           VALUE 'Y'.
210040  01 WS-DSTCARD-STATUS       PIC XX VALUE SPACES.
210050  01 WS-DSTCARD-EOF-SW       PIC X  VALUE 'N'.
210060     88 WS-DSTCARD-EOF           VALUE 'Y'.
210070  01 WS-DIST-STATUS          PIC XX VALUE SPACES.
220000* THE RECORD BEING WRITTEN - EVERY DIST FILE IS WRITTEN FROM
220001* THIS ONE AREA SO ONE SET OF PARAGRAPHS SERVES ALL EIGHT DDS
220002* (SEE WRITE-DIST-PARA'S DISPATCH).
220010  01 WS-DIST-RECORD.
220020      COPY FZBOUT.
220030  01 WS-DIST-TRAILER REDEFINES WS-DIST-RECORD.
220040      COPY FZBTRLR.
221000* THE ROUTING TABLE, LOADED FROM THE DSTCARD DECK IN DECK
221001* ORDER.  WS-ROUTE-OUT IS THE DIST DD NUMBER THE ROUTE WRITES
221002* TO; WS-ROUTE-HITS COUNTS THE RECORDS IT TOOK.
221010  01 WS-MAX-ROUTES           PIC 9(2) VALUE 20.
221020  01 WS-ROUTE-COUNT          PIC 9(2) VALUE 0.
221030  01 WS-ROUTE-TABLE.
221040     05 WS-ROUTE-ENTRY OCCURS 20 TIMES.
221050        10 WS-ROUTE-FLAG       PIC X(5).
221060        10 WS-ROUTE-MATCH      PIC X(1).
221070        10 WS-ROUTE-OUT        PIC 9(1).
221080        10 WS-ROUTE-HITS       PIC 9(7).
221090  01 WS-ROUTE-SUB            PIC 9(2) VALUE 0.
221100  01 WS-ROUTE-HIT-SW         PIC X  VALUE 'N'.
221110     88 WS-ROUTE-HIT             VALUE 'Y'.
221120  01 WS-CODE-TALLY           PIC 9(2) VALUE 0.
222000* THE EIGHT DIST DDS.  WS-OUT-NAME IS WHAT A ROUTING CARD
222001* NAMES; WS-OUT-USED IS SET WHEN ANY CARD ROUTES TO IT (ONLY
222002* THOSE ARE OPENED).  THE COUNTS ARE THE OUTPUT'S OWN GRAND
222003* TRAILER - WHAT WAS ROUTED TO IT, BY CATEGORY.
222010  01 WS-MAX-OUTS             PIC 9(1) VALUE 8.
222020  01 WS-OUT-NAMES.
222030     05 FILLER               PIC X(8) VALUE "DIST01".
222040     05 FILLER               PIC X(8) VALUE "DIST02".
222050     05 FILLER               PIC X(8) VALUE "DIST03".
222060     05 FILLER               PIC X(8) VALUE "DIST04".
222070     05 FILLER               PIC X(8) VALUE "DIST05".
222080     05 FILLER               PIC X(8) VALUE "DIST06".
222090     05 FILLER               PIC X(8) VALUE "DIST07".
222100     05 FILLER               PIC X(8) VALUE "DIST08".
222110  01 WS-OUT-NAME-TABLE REDEFINES WS-OUT-NAMES.
222120     05 WS-OUT-NAME          PIC X(8) OCCURS 8 TIMES.
222130  01 WS-OUT-TABLE.
222140     05 WS-OUT-ENTRY OCCURS 8 TIMES.
222150        10 WS-OUT-USED         PIC X(1).
222160        10 WS-OUT-OPEN         PIC X(1).
222170        10 WS-OUT-CONSUMER     PIC X(24).
222180        10 WS-OUT-FIZZ         PIC 9(7).
222190        10 WS-OUT-BUZZ         PIC 9(7).
222200        10 WS-OUT-FIZZBUZZ     PIC 9(7).
222210        10 WS-OUT-PLAIN        PIC 9(7).
222220        10 WS-OUT-OTHER        PIC 9(7).
222230        10 WS-OUT-TOTAL        PIC 9(7).
222240        10 WS-OUT-OVERRIDE     PIC 9(7).
222250  01 WS-OUT-SUB              PIC 9(2) VALUE 0.
222260  01 WS-OUT-USED-COUNT       PIC 9(1) VALUE 0.
223000* RECORDS NO ROUTE TOOK, BY CATEGORY - THEY REACH NO
223001* CONSUMER BUT ARE STILL PART OF THE PROOF.
223010  01 WS-UNR-FIZZ             PIC 9(7) VALUE 0.
223020  01 WS-UNR-BUZZ             PIC 9(7) VALUE 0.
223030  01 WS-UNR-FIZZBUZZ         PIC 9(7) VALUE 0.
223040  01 WS-UNR-PLAIN            PIC 9(7) VALUE 0.
223050  01 WS-UNR-OTHER            PIC 9(7) VALUE 0.
223060  01 WS-UNR-TOTAL            PIC 9(7) VALUE 0.
224000* THE DETAIL IN HAND'S CATEGORY - THE TRAILER'S FIVE
224001* CATEGORIES, DERIVED FROM THE FLAG THE SAME WAY THE
224002* CLASSIFIER TALLIES AN OVERRIDDEN RECORD: BOTH FIZZ AND BUZZ
224003* LETTERS = FIZZBUZZ, ONE OF THEM = FIZZ OR BUZZ, 'N' =
224004* PLAIN, ANYTHING ELSE = OTHER.
224010  01 WS-CATEGORY             PIC X(1) VALUE SPACE.
224020     88 WS-CAT-FIZZ              VALUE 'F'.
224030     88 WS-CAT-BUZZ              VALUE 'B'.
224040     88 WS-CAT-FIZZBUZZ          VALUE 'X'.
224050     88 WS-CAT-PLAIN             VALUE 'N'.
224060     88 WS-CAT-OTHER             VALUE 'O'.
224070  01 WS-F-TALLY              PIC 9(2) VALUE 0.
224080  01 WS-B-TALLY              PIC 9(2) VALUE 0.
225000* THE FIZZOUT GRAND TRAILER - WHAT THE SPLIT MUST SUM BACK
225001* TO - AND WHAT WAS ACTUALLY READ.
225010  01 WS-HEADER-SEEN-SW       PIC X  VALUE 'N'.
225020     88 WS-HEADER-SEEN           VALUE 'Y'.
225030  01 WS-TRAILER-SEEN-SW      PIC X  VALUE 'N'.
225040     88 WS-TRAILER-SEEN          VALUE 'Y'.
225050  01 WS-GT-FIZZ              PIC 9(7) VALUE 0.
225060  01 WS-GT-BUZZ              PIC 9(7) VALUE 0.
225070  01 WS-GT-FIZZBUZZ          PIC 9(7) VALUE 0.
225080  01 WS-GT-PLAIN             PIC 9(7) VALUE 0.
225090  01 WS-GT-OTHER             PIC 9(7) VALUE 0.
225100  01 WS-GT-TOTAL             PIC 9(7) VALUE 0.
225110  01 WS-DETAIL-COUNT         PIC 9(7) VALUE 0.
225120  01 WS-RANGE-TRAILER-COUNT  PIC 9(3) VALUE 0.
226000* THE PROOF - THE OUTPUTS' TRAILERS SUMMED, PLUS THE
226001* UNROUTED RECORDS.  ONE DIGIT WIDER THAN THE TRAILER COUNTS
226002* SO A DOUBLE-ROUTING FAULT SHOWS AS A MISMATCH, NOT AN
226003* OVERFLOW.
226010  01 WS-SUM-FIZZ             PIC 9(8) VALUE 0.
226020  01 WS-SUM-BUZZ             PIC 9(8) VALUE 0.
226030  01 WS-SUM-FIZZBUZZ         PIC 9(8) VALUE 0.
226040  01 WS-SUM-PLAIN            PIC 9(8) VALUE 0.
226050  01 WS-SUM-OTHER            PIC 9(8) VALUE 0.
226060  01 WS-SUM-TOTAL            PIC 9(8) VALUE 0.
226070  01 WS-ROUTED-TOTAL         PIC 9(8) VALUE 0.
226080  01 WS-ERROR-COUNT          PIC 9(7) VALUE 0.
300000  PROCEDURE DIVISION.
300001  MAIN-PARA.
300010      PERFORM LOAD-ROUTES-PARA
300020      OPEN INPUT FIZZBUZZ-OUTPUT-FILE
300030      IF WS-FIZZOUT-STATUS NOT = "00"
300040          DISPLAY "FZBDIST: INPUT FILE OPEN FAILED - STATUS = "
300041              WS-FIZZOUT-STATUS
300050          MOVE 16 TO RETURN-CODE
300060          STOP RUN
300070      END-IF
300080      PERFORM OPEN-OUTPUT-PARA
300090          VARYING WS-OUT-SUB FROM 1 BY 1
300100          UNTIL WS-OUT-SUB > WS-MAX-OUTS
300110      PERFORM UNTIL WS-FIZZOUT-EOF
300120          READ FIZZBUZZ-OUTPUT-FILE
300130              AT END MOVE 'Y' TO WS-FIZZOUT-EOF-SW
300140          END-READ
300150          IF NOT WS-FIZZOUT-EOF
300160              PERFORM DISTRIBUTE-RECORD-PARA
300170          END-IF
300180      END-PERFORM
300190      CLOSE FIZZBUZZ-OUTPUT-FILE
300200      PERFORM WRITE-OUT-TRAILER-PARA
300210          VARYING WS-OUT-SUB FROM 1 BY 1
300220          UNTIL WS-OUT-SUB > WS-MAX-OUTS
300230      PERFORM CLOSE-OUTPUT-PARA
300240          VARYING WS-OUT-SUB FROM 1 BY 1
300250          UNTIL WS-OUT-SUB > WS-MAX-OUTS
300260      PERFORM PRINT-SUMMARY-PARA
300270      PERFORM SET-VERDICT-PARA
300280      STOP RUN.
300290
301000  DISTRIBUTE-RECORD-PARA.
301001*     ONE FIZZOUT RECORD.  THE RUN HEADER MUST BE THE FIRST
301002*     RECORD - IT IS COPIED TO EVERY OUTPUT BEFORE ANY DETAIL,
301003*     AND AN OUTPUT WITHOUT IT COULD NOT PROVE WHICH RUN IT
301004*     CAME FROM.  DETAILS ARE ROUTED; RANGE TRAILERS ARE
301005*     DROPPED (EACH OUTPUT CARRIES ITS OWN GRAND TRAILER
301006*     INSTEAD); THE GRAND TRAILER IS HELD FOR THE PROOF.
301010      IF FO-COUNTER OF FIZZBUZZ-OUTPUT-RECORD IS NUMERIC
301020          IF NOT WS-HEADER-SEEN
301030              DISPLAY "FZBDIST: FIZZOUT DOES NOT START WITH A "
301031                  "RUN HEADER"
301040              PERFORM FATAL-PARA
301050          END-IF
301060          IF WS-TRAILER-SEEN
301070              DISPLAY "FZBDIST: DETAIL AFTER THE GRAND TRAILER "
301071                  "= " FO-COUNTER OF FIZZBUZZ-OUTPUT-RECORD
301080              ADD 1 TO WS-ERROR-COUNT
301090          END-IF
301100          PERFORM ROUTE-DETAIL-PARA
301110      ELSE
301120          EVALUATE FT-RECORD-TYPE OF FIZZBUZZ-TRAILER-RECORD
301130              WHEN "H"
301140                  PERFORM COPY-HEADER-PARA
301150              WHEN "R"
301160                  ADD 1 TO WS-RANGE-TRAILER-COUNT
301170              WHEN "T"
301180                  PERFORM SAVE-TRAILER-PARA
301190              WHEN OTHER
301200                  DISPLAY "FZBDIST: UNRECOGNIZED RECORD = "
301201                      FIZZBUZZ-OUTPUT-RECORD (1:44)
301210                  ADD 1 TO WS-ERROR-COUNT
301220          END-EVALUATE
301230      END-IF.
301240
302000  COPY-HEADER-PARA.
302001*     THE RUN HEADER, COPIED UNCHANGED TO EVERY OUTPUT AS ITS
302002*     FIRST RECORD.  A SECOND HEADER, OR ONE AFTER THE DETAILS
302003*     HAVE STARTED, IS A CORRUPT SOURCE DATASET.
302010      IF WS-HEADER-SEEN OR WS-DETAIL-COUNT > 0
302020          DISPLAY "FZBDIST: RUN HEADER OUT OF PLACE - FIZZOUT "
302021              "MUST CARRY EXACTLY ONE, FIRST"
302030          PERFORM FATAL-PARA
302040      END-IF
302050      MOVE 'Y' TO WS-HEADER-SEEN-SW
302060      DISPLAY "FZBDIST: DATASET RUN = "
302061          FH-RUN-DATE OF FIZZBUZZ-HEADER-RECORD " "
302062          FH-RUN-TIME OF FIZZBUZZ-HEADER-RECORD " USER "
302063          FH-USER-ID OF FIZZBUZZ-HEADER-RECORD
302070      MOVE FIZZBUZZ-OUTPUT-RECORD TO WS-DIST-RECORD
302080      PERFORM WRITE-HEADER-COPY-PARA
302090          VARYING WS-OUT-SUB FROM 1 BY 1
302100          UNTIL WS-OUT-SUB > WS-MAX-OUTS.
302110
302500  WRITE-HEADER-COPY-PARA.
302510      IF WS-OUT-USED (WS-OUT-SUB) = "Y"
302520          PERFORM WRITE-DIST-PARA
302530      END-IF.
302540
303000  ROUTE-DETAIL-PARA.
303001*     TRY THE ROUTES IN DECK ORDER; THE FIRST MATCH TAKES THE
303002*     RECORD, SO NO RECORD CAN REACH TWO CONSUMERS.  THE
303003*     RECORD IS TALLIED BY CATEGORY AGAINST THE OUTPUT IT WENT
303004*     TO, OR AGAINST THE UNROUTED COUNTS IF NO ROUTE TOOK IT.
303010      ADD 1 TO WS-DETAIL-COUNT
303020      PERFORM SET-CATEGORY-PARA
303030      MOVE 'N' TO WS-ROUTE-HIT-SW
303040      PERFORM MATCH-ROUTE-PARA
303050          VARYING WS-ROUTE-SUB FROM 1 BY 1
303060          UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT
303070              OR WS-ROUTE-HIT
303080      IF WS-ROUTE-HIT
303090          MOVE FIZZBUZZ-OUTPUT-RECORD TO WS-DIST-RECORD
303100          PERFORM WRITE-DIST-PARA
303110          PERFORM TALLY-OUTPUT-PARA
303120      ELSE
303130          PERFORM TALLY-UNROUTED-PARA
303140      END-IF.
303150
304000  MATCH-ROUTE-PARA.
304001*     ONE ROUTE AGAINST THE DETAIL IN HAND - '*' TAKES
304002*     ANYTHING, 'C' TAKES ANY FLAG CONTAINING THE ROUTE'S
304003*     LETTER, OTHERWISE THE FLAG MUST MATCH EXACTLY.
304010      EVALUATE TRUE
304020          WHEN WS-ROUTE-FLAG (WS-ROUTE-SUB) = "*"
304030              MOVE 'Y' TO WS-ROUTE-HIT-SW
304040          WHEN WS-ROUTE-MATCH (WS-ROUTE-SUB) = "C"
304050              MOVE 0 TO WS-CODE-TALLY
304060              INSPECT FO-CLASS-FLAG OF FIZZBUZZ-OUTPUT-RECORD
304061                  TALLYING WS-CODE-TALLY
304062                  FOR ALL WS-ROUTE-FLAG (WS-ROUTE-SUB) (1:1)
304070              IF WS-CODE-TALLY > 0
304080                  MOVE 'Y' TO WS-ROUTE-HIT-SW
304090              END-IF
304100          WHEN OTHER
304110              IF FO-CLASS-FLAG OF FIZZBUZZ-OUTPUT-RECORD =
304111                      WS-ROUTE-FLAG (WS-ROUTE-SUB)
304120                  MOVE 'Y' TO WS-ROUTE-HIT-SW
304130              END-IF
304140      END-EVALUATE
304150      IF WS-ROUTE-HIT
304160          ADD 1 TO WS-ROUTE-HITS (WS-ROUTE-SUB)
304170          MOVE WS-ROUTE-OUT (WS-ROUTE-SUB) TO WS-OUT-SUB
304180      END-IF.
304190
305000  SET-CATEGORY-PARA.
305001*     THE DETAIL'S TRAILER CATEGORY, FROM ITS FLAG (SEE THE
305002*     WS-CATEGORY NOTE).
305010      IF FO-CLASS-FLAG OF FIZZBUZZ-OUTPUT-RECORD = "N"
305020          SET WS-CAT-PLAIN TO TRUE
305030      ELSE
305040          MOVE 0 TO WS-F-TALLY
305050          MOVE 0 TO WS-B-TALLY
305060          INSPECT FO-CLASS-FLAG OF FIZZBUZZ-OUTPUT-RECORD
305061              TALLYING WS-F-TALLY FOR ALL "F"
305070          INSPECT FO-CLASS-FLAG OF FIZZBUZZ-OUTPUT-RECORD
305071              TALLYING WS-B-TALLY FOR ALL "B"
305080          EVALUATE TRUE
305090              WHEN WS-F-TALLY > 0 AND WS-B-TALLY > 0
305100                  SET WS-CAT-FIZZBUZZ TO TRUE
305110              WHEN WS-F-TALLY > 0
305120                  SET WS-CAT-FIZZ TO TRUE
305130              WHEN WS-B-TALLY > 0
305140                  SET WS-CAT-BUZZ TO TRUE
305150              WHEN OTHER
305160                  SET WS-CAT-OTHER TO TRUE
305170          END-EVALUATE
305180      END-IF.
305190
306000  TALLY-OUTPUT-PARA.
306001*     COUNT THE ROUTED DETAIL INTO ITS OUTPUT'S TRAILER.
306010      EVALUATE TRUE
306020          WHEN WS-CAT-FIZZ
306030              ADD 1 TO WS-OUT-FIZZ (WS-OUT-SUB)
306040          WHEN WS-CAT-BUZZ
306050              ADD 1 TO WS-OUT-BUZZ (WS-OUT-SUB)
306060          WHEN WS-CAT-FIZZBUZZ
306070              ADD 1 TO WS-OUT-FIZZBUZZ (WS-OUT-SUB)
306080          WHEN WS-CAT-PLAIN
306090              ADD 1 TO WS-OUT-PLAIN (WS-OUT-SUB)
306100          WHEN OTHER
306110              ADD 1 TO WS-OUT-OTHER (WS-OUT-SUB)
306120      END-EVALUATE
306130      ADD 1 TO WS-OUT-TOTAL (WS-OUT-SUB)
306140      IF FO-OVERRIDE-SW OF FIZZBUZZ-OUTPUT-RECORD = "O"
306150          ADD 1 TO WS-OUT-OVERRIDE (WS-OUT-SUB)
306160      END-IF.
306170
306500  TALLY-UNROUTED-PARA.
306510      EVALUATE TRUE
306520          WHEN WS-CAT-FIZZ
306530              ADD 1 TO WS-UNR-FIZZ
306540          WHEN WS-CAT-BUZZ
306550              ADD 1 TO WS-UNR-BUZZ
306560          WHEN WS-CAT-FIZZBUZZ
306570              ADD 1 TO WS-UNR-FIZZBUZZ
306580          WHEN WS-CAT-PLAIN
306590              ADD 1 TO WS-UNR-PLAIN
306600          WHEN OTHER
306610              ADD 1 TO WS-UNR-OTHER
306620      END-EVALUATE
306630      ADD 1 TO WS-UNR-TOTAL.
306640
307000  SAVE-TRAILER-PARA.
307001*     HOLD THE FIZZOUT GRAND TRAILER'S COUNTS FOR THE PROOF.
307002*     A SECOND GRAND TRAILER IS A CORRUPT SOURCE DATASET.
307010      IF WS-TRAILER-SEEN
307020          DISPLAY "FZBDIST: MORE THAN ONE GRAND TRAILER"
307030          ADD 1 TO WS-ERROR-COUNT
307040      END-IF
307050      MOVE 'Y' TO WS-TRAILER-SEEN-SW
307060      MOVE FT-FIZZ-COUNT OF FIZZBUZZ-TRAILER-RECORD
307061          TO WS-GT-FIZZ
307070      MOVE FT-BUZZ-COUNT OF FIZZBUZZ-TRAILER-RECORD
307071          TO WS-GT-BUZZ
307080      MOVE FT-FIZZBUZZ-COUNT OF FIZZBUZZ-TRAILER-RECORD
307081          TO WS-GT-FIZZBUZZ
307090      MOVE FT-PLAIN-COUNT OF FIZZBUZZ-TRAILER-RECORD
307091          TO WS-GT-PLAIN
307100      MOVE FT-OTHER-COUNT OF FIZZBUZZ-TRAILER-RECORD
307101          TO WS-GT-OTHER
307110      MOVE FT-TOTAL-COUNT OF FIZZBUZZ-TRAILER-RECORD
307111          TO WS-GT-TOTAL.
307120
308000  WRITE-OUT-TRAILER-PARA.
308001*     ONE OUTPUT'S OWN GRAND TRAILER - WHAT WAS ROUTED TO IT,
308002*     IN THE FZBTRLR LAYOUT EVERY FIZZOUT READER ALREADY
308003*     RECONCILES AGAINST.  RANGE NUMBER ZERO, AS ON ANY GRAND
308004*     TRAILER.
308010      IF WS-OUT-USED (WS-OUT-SUB) = "Y"
308020          MOVE SPACES TO WS-DIST-RECORD
308030          MOVE "T" TO FT-RECORD-TYPE OF WS-DIST-TRAILER
308040          MOVE WS-OUT-FIZZ (WS-OUT-SUB)
308041              TO FT-FIZZ-COUNT OF WS-DIST-TRAILER
308050          MOVE WS-OUT-BUZZ (WS-OUT-SUB)
308051              TO FT-BUZZ-COUNT OF WS-DIST-TRAILER
308060          MOVE WS-OUT-FIZZBUZZ (WS-OUT-SUB)
308061              TO FT-FIZZBUZZ-COUNT OF WS-DIST-TRAILER
308070          MOVE WS-OUT-PLAIN (WS-OUT-SUB)
308071              TO FT-PLAIN-COUNT OF WS-DIST-TRAILER
308080          MOVE WS-OUT-OTHER (WS-OUT-SUB)
308081              TO FT-OTHER-COUNT OF WS-DIST-TRAILER
308090          MOVE WS-OUT-TOTAL (WS-OUT-SUB)
308091              TO FT-TOTAL-COUNT OF WS-DIST-TRAILER
308100          MOVE 0 TO FT-RANGE-NUMBER OF WS-DIST-TRAILER
308110          MOVE WS-OUT-OVERRIDE (WS-OUT-SUB)
308111              TO FT-OVERRIDE-COUNT OF WS-DIST-TRAILER
308120          PERFORM WRITE-DIST-PARA
308130      END-IF.
308140
309000  PRINT-SUMMARY-PARA.
309001*     THE ROUTING SUMMARY: EACH ROUTE'S HITS, EACH OUTPUT'S
309002*     TRAILER COUNTS, THEN THE PROOF - THE OUTPUTS SUMMED
309003*     WITH THE UNROUTED RECORDS, CATEGORY BY CATEGORY, SET
309004*     AGAINST THE FIZZOUT GRAND TRAILER.
309010      DISPLAY "FZBDIST: ROUTING SUMMARY"
309020      DISPLAY "FZBDIST: ROUTE FLAG  MATCH DD       RECORDS"
309030      PERFORM PRINT-ROUTE-PARA
309040          VARYING WS-ROUTE-SUB FROM 1 BY 1
309050          UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT
309060      DISPLAY "FZBDIST: DD       CONSUMER                 "
309061          "FIZZ    BUZZ    FIZZBUZZ PLAIN   OTHER   TOTAL"
309070      PERFORM PRINT-OUTPUT-PARA
309080          VARYING WS-OUT-SUB FROM 1 BY 1
309090          UNTIL WS-OUT-SUB > WS-MAX-OUTS
309100      DISPLAY "FZBDIST: ROUTED   TO CONSUMERS             "
309101          WS-SUM-FIZZ (2:7) " " WS-SUM-BUZZ (2:7) " "
309102          WS-SUM-FIZZBUZZ (2:7) "  " WS-SUM-PLAIN (2:7) " "
309103          WS-SUM-OTHER (2:7) " " WS-SUM-TOTAL (2:7)
309110      DISPLAY "FZBDIST: UNROUTED NO CONSUMER              "
309111          WS-UNR-FIZZ " " WS-UNR-BUZZ " "
309112          WS-UNR-FIZZBUZZ "  " WS-UNR-PLAIN " "
309113          WS-UNR-OTHER " " WS-UNR-TOTAL
309120      MOVE WS-SUM-TOTAL TO WS-ROUTED-TOTAL
309130      ADD WS-UNR-FIZZ TO WS-SUM-FIZZ
309140      ADD WS-UNR-BUZZ TO WS-SUM-BUZZ
309150      ADD WS-UNR-FIZZBUZZ TO WS-SUM-FIZZBUZZ
309160      ADD WS-UNR-PLAIN TO WS-SUM-PLAIN
309170      ADD WS-UNR-OTHER TO WS-SUM-OTHER
309180      ADD WS-UNR-TOTAL TO WS-SUM-TOTAL
309190      DISPLAY "FZBDIST: ACCOUNTED FOR                     "
309191          WS-SUM-FIZZ (2:7) " " WS-SUM-BUZZ (2:7) " "
309192          WS-SUM-FIZZBUZZ (2:7) "  " WS-SUM-PLAIN (2:7) " "
309193          WS-SUM-OTHER (2:7) " " WS-SUM-TOTAL (2:7)
309200      DISPLAY "FZBDIST: FIZZOUT  GRAND TRAILER            "
309201          WS-GT-FIZZ " " WS-GT-BUZZ " "
309202          WS-GT-FIZZBUZZ "  " WS-GT-PLAIN " "
309203          WS-GT-OTHER " " WS-GT-TOTAL
309210      DISPLAY "FZBDIST: DETAILS READ     = " WS-DETAIL-COUNT
309220      DISPLAY "FZBDIST: RANGE TRAILERS   = "
309221          WS-RANGE-TRAILER-COUNT " (NOT COPIED)".
309230
309500  PRINT-ROUTE-PARA.
309510      DISPLAY "FZBDIST: " WS-ROUTE-SUB "    "
309511          WS-ROUTE-FLAG (WS-ROUTE-SUB) " "
309512          WS-ROUTE-MATCH (WS-ROUTE-SUB) "     "
309513          WS-OUT-NAME (WS-ROUTE-OUT (WS-ROUTE-SUB)) " "
309514          WS-ROUTE-HITS (WS-ROUTE-SUB).
309520
309600  PRINT-OUTPUT-PARA.
309601*     ONE OUTPUT'S LINE, SUMMED INTO THE PROOF AS IT PRINTS.
309610      IF WS-OUT-USED (WS-OUT-SUB) = "Y"
309620          DISPLAY "FZBDIST: " WS-OUT-NAME (WS-OUT-SUB) " "
309621              WS-OUT-CONSUMER (WS-OUT-SUB) " "
309622              WS-OUT-FIZZ (WS-OUT-SUB) " "
309623              WS-OUT-BUZZ (WS-OUT-SUB) " "
309624              WS-OUT-FIZZBUZZ (WS-OUT-SUB) "  "
309625              WS-OUT-PLAIN (WS-OUT-SUB) " "
309626              WS-OUT-OTHER (WS-OUT-SUB) " "
309627              WS-OUT-TOTAL (WS-OUT-SUB)
309630          ADD WS-OUT-FIZZ (WS-OUT-SUB) TO WS-SUM-FIZZ
309640          ADD WS-OUT-BUZZ (WS-OUT-SUB) TO WS-SUM-BUZZ
309650          ADD WS-OUT-FIZZBUZZ (WS-OUT-SUB) TO WS-SUM-FIZZBUZZ
309660          ADD WS-OUT-PLAIN (WS-OUT-SUB) TO WS-SUM-PLAIN
309670          ADD WS-OUT-OTHER (WS-OUT-SUB) TO WS-SUM-OTHER
309680          ADD WS-OUT-TOTAL (WS-OUT-SUB) TO WS-SUM-TOTAL
309690      END-IF.
309700
310000  SET-VERDICT-PARA.
310001*     THE OUTPUTS MAY ONLY BE RELEASED WHEN THE SPLIT
310002*     RECONCILES: THE GRAND TRAILER WAS PRESENT, EVERY DETAIL
310003*     READ WAS ACCOUNTED FOR EXACTLY ONCE, AND ROUTED PLUS
310004*     UNROUTED EQUALS THE GRAND TRAILER IN EVERY CATEGORY.
310005*     UNROUTED RECORDS ALONE ARE A WARNING - THE SPLIT IS
310006*     SOUND, BUT NO CONSUMER RECEIVED THEM.
310010      IF NOT WS-TRAILER-SEEN
310020          DISPLAY "FZBDIST: NO GRAND TRAILER ON FIZZOUT"
310030          ADD 1 TO WS-ERROR-COUNT
310040      ELSE
310050          IF WS-SUM-TOTAL NOT = WS-GT-TOTAL
310060              OR WS-DETAIL-COUNT NOT = WS-GT-TOTAL
310070              DISPLAY "FZBDIST: ACCOUNTED " WS-SUM-TOTAL (2:7)
310071                  " / READ " WS-DETAIL-COUNT
310072                  " DISAGREE WITH GRAND TRAILER " WS-GT-TOTAL
310080              ADD 1 TO WS-ERROR-COUNT
310090          END-IF
310100          IF WS-SUM-FIZZ NOT = WS-GT-FIZZ
310110              OR WS-SUM-BUZZ NOT = WS-GT-BUZZ
310120              OR WS-SUM-FIZZBUZZ NOT = WS-GT-FIZZBUZZ
310130              OR WS-SUM-PLAIN NOT = WS-GT-PLAIN
310140              OR WS-SUM-OTHER NOT = WS-GT-OTHER
310150              DISPLAY "FZBDIST: CATEGORY COUNTS DISAGREE WITH "
310151                  "THE GRAND TRAILER"
310160              ADD 1 TO WS-ERROR-COUNT
310170          END-IF
310180      END-IF
310190      DISPLAY "FZBDIST: ROUTED TOTAL     = " WS-ROUTED-TOTAL (2:7)
310200      DISPLAY "FZBDIST: ERRORS FOUND     = " WS-ERROR-COUNT
310210      IF WS-ERROR-COUNT > 0
310220          DISPLAY "FZBDIST: DISTRIBUTION FAILED RECONCILIATION - "
310221              "DO NOT RELEASE THE OUTPUTS"
310230          MOVE 16 TO RETURN-CODE
310240      ELSE
310250          IF WS-UNR-TOTAL > 0
310260              DISPLAY "FZBDIST: RECONCILED - " WS-UNR-TOTAL
310261                  " RECORDS MATCHED NO ROUTE"
310270              MOVE 4 TO RETURN-CODE
310280          ELSE
310290              DISPLAY "FZBDIST: DISTRIBUTION RECONCILED CLEAN"
310300          END-IF
310310      END-IF.
310320
311000  LOAD-ROUTES-PARA.
311001*     THE ROUTING TABLE.  THERE IS NO SAFE DEFAULT - GUESSING
311002*     WOULD SEND A TEAM THE WRONG RECORDS - SO A MISSING OR
311003*     EMPTY DECK, OR ANY BAD CARD, FAILS THE JOB BEFORE A
311004*     SINGLE OUTPUT IS OPENED.
311010      INITIALIZE WS-OUT-TABLE
311020      OPEN INPUT ROUTE-CARD-FILE
311030      IF WS-DSTCARD-STATUS NOT = "00"
311040          DISPLAY "FZBDIST: ROUTING CARD OPEN FAILED - STATUS = "
311041              WS-DSTCARD-STATUS
311050          MOVE 16 TO RETURN-CODE
311060          STOP RUN
311070      END-IF
311080      PERFORM UNTIL WS-DSTCARD-EOF
311090          READ ROUTE-CARD-FILE
311100              AT END MOVE 'Y' TO WS-DSTCARD-EOF-SW
311110          END-READ
311120          IF NOT WS-DSTCARD-EOF
311130              AND ROUTE-CARD-RECORD NOT = SPACES
311140              PERFORM ADD-ROUTE-PARA
311150          END-IF
311160      END-PERFORM
311170      CLOSE ROUTE-CARD-FILE
311180      IF WS-ROUTE-COUNT = 0
311190          DISPLAY "FZBDIST: NO ROUTES ON THE ROUTING CARDS"
311200          ADD 1 TO WS-ERROR-COUNT
311210      END-IF
311220      IF WS-ERROR-COUNT > 0
311230          DISPLAY "FZBDIST: ROUTING TABLE REJECTED - "
311231              WS-ERROR-COUNT " ERROR(S)"
311240          MOVE 16 TO RETURN-CODE
311250          STOP RUN
311260      END-IF
311270      DISPLAY "FZBDIST: ROUTES LOADED    = " WS-ROUTE-COUNT
311280      DISPLAY "FZBDIST: OUTPUTS ROUTED   = " WS-OUT-USED-COUNT.
311290
312000  ADD-ROUTE-PARA.
312001*     VALIDATE ONE ROUTING CARD AND ADD IT TO THE TABLE.  THE
312002*     FIRST CARD NAMING AN OUTPUT SUPPLIES ITS CONSUMER NAME.
312010      MOVE 0 TO WS-OUT-SUB
312020      PERFORM FIND-OUT-NAME-PARA
312030          VARYING WS-ROUTE-SUB FROM 1 BY 1
312040          UNTIL WS-ROUTE-SUB > WS-MAX-OUTS
312050      EVALUATE TRUE
312060          WHEN WS-ROUTE-COUNT NOT < WS-MAX-ROUTES
312070              DISPLAY "FZBDIST: MORE THAN " WS-MAX-ROUTES
312071                  " ROUTING CARDS - CARD IGNORED = "
312072                  ROUTE-CARD-RECORD (1:38)
312080              ADD 1 TO WS-ERROR-COUNT
312090          WHEN DC-CLASS-FLAG = SPACES
312100              DISPLAY "FZBDIST: ROUTING CARD HAS NO CLASS "
312101                  "FLAG = " ROUTE-CARD-RECORD (1:38)
312110              ADD 1 TO WS-ERROR-COUNT
312120          WHEN DC-MATCH-TYPE NOT = SPACE
312121              AND DC-MATCH-TYPE NOT = "E"
312122              AND DC-MATCH-TYPE NOT = "C"
312130              DISPLAY "FZBDIST: ROUTING CARD MATCH TYPE NOT "
312131                  "E OR C = " ROUTE-CARD-RECORD (1:38)
312140              ADD 1 TO WS-ERROR-COUNT
312150          WHEN DC-MATCH-TYPE = "C"
312151              AND DC-CLASS-FLAG (2:4) NOT = SPACES
312160              DISPLAY "FZBDIST: A 'C' ROUTE TAKES ONE LETTER "
312161                  "= " ROUTE-CARD-RECORD (1:38)
312170              ADD 1 TO WS-ERROR-COUNT
312180          WHEN WS-OUT-SUB = 0
312190              DISPLAY "FZBDIST: ROUTING CARD DD NOT DIST01-"
312191                  "DIST08 = " ROUTE-CARD-RECORD (1:38)
312200              ADD 1 TO WS-ERROR-COUNT
312210          WHEN OTHER
312220              ADD 1 TO WS-ROUTE-COUNT
312230              MOVE DC-CLASS-FLAG TO WS-ROUTE-FLAG (WS-ROUTE-COUNT)
312240              MOVE DC-MATCH-TYPE
312241                  TO WS-ROUTE-MATCH (WS-ROUTE-COUNT)
312250              MOVE WS-OUT-SUB TO WS-ROUTE-OUT (WS-ROUTE-COUNT)
312260              MOVE 0 TO WS-ROUTE-HITS (WS-ROUTE-COUNT)
312270              IF WS-OUT-USED (WS-OUT-SUB) NOT = "Y"
312280                  MOVE "Y" TO WS-OUT-USED (WS-OUT-SUB)
312290                  MOVE DC-CONSUMER TO WS-OUT-CONSUMER (WS-OUT-SUB)
312300                  ADD 1 TO WS-OUT-USED-COUNT
312310              END-IF
312320      END-EVALUATE.
312330
312500  FIND-OUT-NAME-PARA.
312510      IF DC-DD-NAME = WS-OUT-NAME (WS-ROUTE-SUB)
312520          MOVE WS-ROUTE-SUB TO WS-OUT-SUB
312530      END-IF.
312540
313000  OPEN-OUTPUT-PARA.
313001*     OPEN ONE ROUTED OUTPUT.  A FAILURE IS FATAL - A TEAM
313002*     WHOSE DATASET COULD NOT BE WRITTEN WOULD OTHERWISE MISS
313003*     ITS RECORDS WHILE THE PROOF STILL BALANCED.
313010      IF WS-OUT-USED (WS-OUT-SUB) = "Y"
313020          EVALUATE WS-OUT-SUB
313030              WHEN 1 OPEN OUTPUT DIST01-FILE
313040              WHEN 2 OPEN OUTPUT DIST02-FILE
313050              WHEN 3 OPEN OUTPUT DIST03-FILE
313060              WHEN 4 OPEN OUTPUT DIST04-FILE
313070              WHEN 5 OPEN OUTPUT DIST05-FILE
313080              WHEN 6 OPEN OUTPUT DIST06-FILE
313090              WHEN 7 OPEN OUTPUT DIST07-FILE
313100              WHEN 8 OPEN OUTPUT DIST08-FILE
313110          END-EVALUATE
313120          IF WS-DIST-STATUS NOT = "00"
313130              DISPLAY "FZBDIST: " WS-OUT-NAME (WS-OUT-SUB)
313131                  " OPEN FAILED - STATUS = " WS-DIST-STATUS
313140              PERFORM FATAL-PARA
313150          END-IF
313160          MOVE "Y" TO WS-OUT-OPEN (WS-OUT-SUB)
313170      END-IF.
313180
314000  WRITE-DIST-PARA.
314001*     ONE RECORD TO THE OUTPUT IN WS-OUT-SUB - A WRITE FAILURE
314002*     IS FATAL; A SHORT CONSUMER DATASET MUST NEVER LOOK CLEAN.
314010      EVALUATE WS-OUT-SUB
314020          WHEN 1 WRITE DIST01-RECORD FROM WS-DIST-RECORD
314030          WHEN 2 WRITE DIST02-RECORD FROM WS-DIST-RECORD
314040          WHEN 3 WRITE DIST03-RECORD FROM WS-DIST-RECORD
314050          WHEN 4 WRITE DIST04-RECORD FROM WS-DIST-RECORD
314060          WHEN 5 WRITE DIST05-RECORD FROM WS-DIST-RECORD
314070          WHEN 6 WRITE DIST06-RECORD FROM WS-DIST-RECORD
314080          WHEN 7 WRITE DIST07-RECORD FROM WS-DIST-RECORD
314090          WHEN 8 WRITE DIST08-RECORD FROM WS-DIST-RECORD
314100      END-EVALUATE
314110      IF WS-DIST-STATUS NOT = "00"
314120          DISPLAY "FZBDIST: " WS-OUT-NAME (WS-OUT-SUB)
314121              " WRITE FAILED - STATUS = " WS-DIST-STATUS
314130          PERFORM FATAL-PARA
314140      END-IF.
314150
315000  CLOSE-OUTPUT-PARA.
315010      IF WS-OUT-OPEN (WS-OUT-SUB) = "Y"
315020          EVALUATE WS-OUT-SUB
315030              WHEN 1 CLOSE DIST01-FILE
315040              WHEN 2 CLOSE DIST02-FILE
315050              WHEN 3 CLOSE DIST03-FILE
315060              WHEN 4 CLOSE DIST04-FILE
315070              WHEN 5 CLOSE DIST05-FILE
315080              WHEN 6 CLOSE DIST06-FILE
315090              WHEN 7 CLOSE DIST07-FILE
315100              WHEN 8 CLOSE DIST08-FILE
315110          END-EVALUATE
315120          MOVE "N" TO WS-OUT-OPEN (WS-OUT-SUB)
315130      END-IF.
315140
316000  FATAL-PARA.
316001*     AN UNRECOVERABLE CONDITION - CLOSE WHATEVER IS OPEN AND
316002*     END WITH 16 SO THE OUTPUTS ARE NOT RELEASED.
316010      CLOSE FIZZBUZZ-OUTPUT-FILE
316020      PERFORM CLOSE-OUTPUT-PARA
316030          VARYING WS-OUT-SUB FROM 1 BY 1
316040          UNTIL WS-OUT-SUB > WS-MAX-OUTS
316050      DISPLAY "FZBDIST: DISTRIBUTION ABANDONED - DO NOT RELEASE "
316051          "THE OUTPUTS"
316060      MOVE 16 TO RETURN-CODE
316070      STOP RUN.
