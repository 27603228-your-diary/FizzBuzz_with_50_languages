000010* WAREHOUSE LOAD ACKNOWLEDGMENT RECONCILIATION.  FZBXTRCT SHIPS
000020* THE PIPE-DELIMITED FEED AND FZBBAL PROVES ITS FOOTER, BUT
000030* WHETHER THE WAREHOUSE ACTUALLY LOADED IT WAS ONLY EVER LEARNED
000040* DAYS LATER, BY PHONE, WHEN ROWS HAD BEEN REJECTED.  THIS
000050* PROGRAM READS THE ACKNOWLEDGMENT FILE THE WAREHOUSE RETURNS
000060* (SEE FZBWACK - A SUMMARY OF ROWS RECEIVED AND LOADED, AND ONE
000070* RECORD PER REJECTED COUNTER WITH ITS REASON), MATCHES IT
000080* AGAINST THE FEED THAT WAS SHIPPED FOR THE SAME RUN, AND
000090* REPORTS THE ROWS SHIPPED, LOADED, REJECTED AND MISSING.  EACH
000100* REJECT IS LOGGED TO THE STRUCTURED ERROR LOG (FZBERRLG) WITH
000110* A MESSAGE ID SO REJECTS CAN BE TRENDED LIKE ANY OTHER
000120* CONDITION, AND THE REJECTED ROWS ARE WRITTEN TO A RESEND FEED
000130* IN THE SAME H/D/F SHAPE AS THE ORIGINAL (THE ORIGINAL H ROW,
000140* THE REJECTED ROWS AS SHIPPED, AND A FOOTER COUNTING JUST
000150* THOSE ROWS) SO THEY CAN BE RE-SHIPPED WITHOUT RERUNNING THE
000160* FULL EXTRACT.  A DELTA FEED'S REJECTS ARE RESENT AS A DELTA,
000170* WITH THE DELTA FOOTER.
000180*
000190* MESSAGES LOGGED (SEE FZBERRL FOR THE SEVERITY SCHEME):
000200*   FZB0018W (04) ROW REJECTED BY THE WAREHOUSE - IN THE RESEND
000210*   FZB0019E (16) REJECT FOR A COUNTER NOT IN THE SHIPPED FEED,
000220*                 OR A DAMAGED/DUPLICATE REJECT RECORD
000230*   FZB0020E (16) ACKNOWLEDGMENT OR FEED UNUSABLE - NO SUMMARY,
000240*                 WRONG RUN, DAMAGED FEED, OVER-ACCOUNTED ROWS,
000245*                 OR A SUMMARY THAT DOES NOT FOOT
000250*   FZB0021E (08) SHIPPED ROWS NEITHER LOADED NOR REJECTED -
000260*                 RE-SHIP THE FULL FEED
000270
100000  IDENTIFICATION DIVISION.
100010  PROGRAM-ID.    FZBACK.
100020
150000  ENVIRONMENT DIVISION.
150010  INPUT-OUTPUT SECTION.
150020  FILE-CONTROL.
150030*     THE WAREHOUSE'S ACKNOWLEDGMENT - SUMMARY RECORD FIRST,
150040*     THEN THE REJECTS IN ASCENDING COUNTER ORDER (FZBACK.JCL
150050*     SORTS IT SO).
150060      SELECT ACK-FILE ASSIGN TO "WHSEACK"
150070          ORGANIZATION IS SEQUENTIAL
150080          FILE STATUS IS WS-ACK-STATUS.
150090
150100*     THE FEED THAT WAS SHIPPED (FZBXTRCT'S XTRACT DATASET) -
150110*     ITS ROWS ARE IN ASCENDING COUNTER ORDER.
150120      SELECT EXTRACT-FILE ASSIGN TO "XTRACT"
150130          ORGANIZATION IS SEQUENTIAL
150140          FILE STATUS IS WS-XTRACT-STATUS.
150150
150160*     THE RESEND FEED - THE REJECTED ROWS ONLY, SAME SHAPE.
150170      SELECT RESEND-FILE ASSIGN TO "XRESEND"
150180          ORGANIZATION IS SEQUENTIAL
150190          FILE STATUS IS WS-RESEND-STATUS.
150200
150210*     CUMULATIVE STRUCTURED ERROR LOG (SEE FZBERRL) - SHARED
150220*     WITH THE CLASSIFIER.
150230      SELECT ERROR-LOG-FILE ASSIGN TO "FZBERRLG"
150240          ORGANIZATION IS SEQUENTIAL
150250          FILE STATUS IS WS-ERRLOG-STATUS.
150260
200000  DATA DIVISION.
200005  FILE SECTION.
200010  FD  ACK-FILE
200011      RECORDING MODE IS F.
200012  01  ACK-RECORD.
200013      COPY FZBWACK.
200020
200030  FD  EXTRACT-FILE
200031      RECORDING MODE IS F.
200032  01  EXTRACT-RECORD         PIC X(80).
200040
200050  FD  RESEND-FILE
200051      RECORDING MODE IS F.
200052  01  RESEND-RECORD          PIC X(80).
200060
200070  FD  ERROR-LOG-FILE
200071      RECORDING MODE IS F.
200072  01  ERROR-LOG-RECORD.
200073      COPY FZBERRL.
200080
210000  WORKING-STORAGE SECTION.
210010  01 WS-ACK-STATUS           PIC XX VALUE SPACES.
210020  01 WS-ACK-EOF-SW           PIC X  VALUE 'N'.
210030     88 WS-ACK-EOF               VALUE 'Y'.
210040  01 WS-XTRACT-STATUS        PIC XX VALUE SPACES.
210050  01 WS-XTRACT-EOF-SW        PIC X  VALUE 'N'.
210060     88 WS-XTRACT-EOF            VALUE 'Y'.
210070  01 WS-RESEND-STATUS        PIC XX VALUE SPACES.
210080  01 WS-ERRLOG-STATUS        PIC XX VALUE SPACES.
220000* THE ACKNOWLEDGMENT SUMMARY.
220010  01 WS-ACK-RUN-DATE         PIC X(8) VALUE SPACES.
220020  01 WS-ACK-RECEIVED         PIC 9(7) VALUE 0.
220030  01 WS-ACK-LOADED           PIC 9(7) VALUE 0.
230000* THE SHIPPED FEED'S H ROW (COPIED TO THE RESEND FEED AS IS)
230001* AND F ROW.  A DELTA FEED'S FOOTER HAS FIVE FIELDS, A FULL
230002* FEED'S NINE (SEE FZBXTRCT).
230010  01 WS-FEED-HDR-SW          PIC X  VALUE 'N'.
230020     88 WS-FEED-HDR-SEEN         VALUE 'Y'.
230030  01 WS-FEED-FTR-SW          PIC X  VALUE 'N'.
230040     88 WS-FEED-FTR-SEEN         VALUE 'Y'.
230050  01 WS-FEED-SHAPE-SW        PIC X  VALUE 'F'.
230060     88 WS-DELTA-FEED            VALUE 'D'.
230070  01 WS-FEED-HDR-ROW         PIC X(80) VALUE SPACES.
230080  01 WS-FEED-RUN-DATE        PIC X(8) VALUE SPACES.
230090  01 WS-FEED-USER-ID         PIC X(8) VALUE SPACES.
230100  01 WS-FEED-SHIPPED         PIC 9(7) VALUE 0.
230110  01 WS-TOKEN-TABLE.
230120     05 WS-TOKEN             PIC X(10) OCCURS 9 TIMES.
240000* THE TWO-FILE MATCH: FEED DETAIL ROWS AGAINST REJECTS, BOTH
240001* IN ASCENDING COUNTER ORDER.  KEYS ARE ONE DIGIT WIDER THAN A
240002* COUNTER SO END-OF-FILE PARKS ABOVE EVERY REAL ONE (THE SAME
240003* DEVICE FZBCOMP AND FZBXTRCT'S DELTA MATCH USE).
240010  01 WS-FEED-KEY             PIC 9(8) VALUE 0.
240020  01 WS-REJ-KEY              PIC 9(8) VALUE 0.
240030  01 WS-PREV-REJ-KEY         PIC 9(8) VALUE 0.
240040  01 WS-HIGH-KEY             PIC 9(8) VALUE 99999999.
240050  01 WS-FEED-ROW             PIC X(80) VALUE SPACES.
240060  01 WS-FEED-ROW-TYPE        PIC X  VALUE SPACE.
240070  01 WS-FEED-ROW-FLAG        PIC X(5) VALUE SPACES.
240080  01 WS-FEED-ROW-OVRD        PIC X(4) VALUE SPACES.
240090  01 WS-REJ-REASON           PIC X(4) VALUE SPACES.
240100  01 WS-REJ-TEXT             PIC X(40) VALUE SPACES.
250000* RECONCILIATION COUNTS.
250010  01 WS-FEED-ROW-COUNT       PIC 9(7) VALUE 0.
250020  01 WS-REJ-READ-COUNT       PIC 9(7) VALUE 0.
250030  01 WS-REJ-MATCHED-COUNT    PIC 9(7) VALUE 0.
250040  01 WS-REJ-UNMATCHED-COUNT  PIC 9(7) VALUE 0.
250050  01 WS-REJ-BAD-COUNT        PIC 9(7) VALUE 0.
250060  01 WS-ACCOUNTED-COUNT      PIC 9(8) VALUE 0.
250070  01 WS-MISSING-COUNT        PIC 9(7) VALUE 0.
255000* THE RESEND FEED'S OWN FOOTER COUNTS - CATEGORISED FROM EACH
255001* RESENT ROW'S FLAG BY THE CLASSIFIER'S OWN RULES ('N' IS
255002* PLAIN; THE BUILT-IN 'F'/'B' CODES DECIDE FIZZ/BUZZ/FIZZBUZZ;
255003* ANY OTHER CODE IS OTHER) SO THEY SUM TO THE TOTAL.
255010  01 WS-RS-FIZZ-COUNT        PIC 9(7) VALUE 0.
255020  01 WS-RS-BUZZ-COUNT        PIC 9(7) VALUE 0.
255030  01 WS-RS-FIZZBUZZ-COUNT    PIC 9(7) VALUE 0.
255040  01 WS-RS-PLAIN-COUNT       PIC 9(7) VALUE 0.
255050  01 WS-RS-OTHER-COUNT       PIC 9(7) VALUE 0.
255060  01 WS-RS-OVERRIDE-COUNT    PIC 9(7) VALUE 0.
255070  01 WS-RS-ADD-COUNT         PIC 9(7) VALUE 0.
255080  01 WS-RS-CHANGE-COUNT      PIC 9(7) VALUE 0.
255090  01 WS-RS-DELETE-COUNT      PIC 9(7) VALUE 0.
255100  01 WS-RS-ROW-COUNT         PIC 9(7) VALUE 0.
255110  01 WS-F-TALLY              PIC 9(2) VALUE 0.
255120  01 WS-B-TALLY              PIC 9(2) VALUE 0.
255130  01 WS-ROW                  PIC X(80) VALUE SPACES.
260000* STRUCTURED ERROR LOGGING (SEE LOG-ERROR-PARA) - THE SAME
260001* STAGING FIELDS AND HIGHEST-SEVERITY-WINS RULE AS THE
260002* CLASSIFIER.
260010  01 WS-ERR-MSG-ID           PIC X(8) VALUE SPACES.
260020  01 WS-ERR-SEVERITY         PIC 9(2) VALUE 0.
260030  01 WS-ERR-FILE-STATUS      PIC XX VALUE SPACES.
260040  01 WS-ERR-COUNTER          PIC 9(7) VALUE 0.
260050  01 WS-ERR-TEXT             PIC X(32) VALUE SPACES.
260060  01 WS-HIGHEST-RC           PIC 9(2) VALUE 0.
260070  01 WS-CURRENT-DATETIME     PIC X(21) VALUE SPACES.
300000  PROCEDURE DIVISION.
300001  MAIN-PARA.
300002      DISPLAY "FZBACK: WAREHOUSE LOAD ACKNOWLEDGMENT "
300003          "RECONCILIATION"
300010      PERFORM OPEN-FILES-PARA
300020      PERFORM READ-ACK-SUMMARY-PARA
300030      PERFORM READ-FEED-HEADER-PARA
300040      MOVE WS-FEED-HDR-ROW TO RESEND-RECORD
300050      PERFORM WRITE-RESEND-PARA
300060      PERFORM READ-REJECT-PARA
300070      PERFORM READ-FEED-DETAIL-PARA
300080      PERFORM MATCH-PARA
300081          UNTIL WS-REJ-KEY = WS-HIGH-KEY
300082          AND WS-FEED-KEY = WS-HIGH-KEY
300090      PERFORM WRITE-RESEND-FOOTER-PARA
300100      CLOSE ACK-FILE
300110      CLOSE EXTRACT-FILE
300120      CLOSE RESEND-FILE
300130      PERFORM RECONCILE-PARA
300140      PERFORM PRINT-SUMMARY-PARA
300150      STOP RUN.
300160
301000  OPEN-FILES-PARA.
301001*     ALL THREE DATASETS ARE REQUIRED - WITHOUT THE ACK OR THE
301002*     FEED THERE IS NOTHING TO RECONCILE, AND WITHOUT THE
301003*     RESEND DATASET THE REJECTS COULD NOT BE RE-SHIPPED.
301010      OPEN INPUT ACK-FILE
301020      IF WS-ACK-STATUS NOT = "00"
301030          DISPLAY "FZBACK: ACK FILE OPEN FAILED - STATUS = "
301031              WS-ACK-STATUS
301040          MOVE WS-ACK-STATUS TO WS-ERR-FILE-STATUS
301050          MOVE "ACK FILE OPEN FAILED" TO WS-ERR-TEXT
301060          PERFORM FATAL-PARA
301070      END-IF
301080      OPEN INPUT EXTRACT-FILE
301090      IF WS-XTRACT-STATUS NOT = "00"
301100          DISPLAY "FZBACK: FEED OPEN FAILED - STATUS = "
301101              WS-XTRACT-STATUS
301110          MOVE WS-XTRACT-STATUS TO WS-ERR-FILE-STATUS
301120          MOVE "SHIPPED FEED OPEN FAILED" TO WS-ERR-TEXT
301130          PERFORM FATAL-PARA
301140      END-IF
301150      OPEN OUTPUT RESEND-FILE
301160      IF WS-RESEND-STATUS NOT = "00"
301170          DISPLAY "FZBACK: RESEND FEED OPEN FAILED - STATUS = "
301171              WS-RESEND-STATUS
301180          MOVE WS-RESEND-STATUS TO WS-ERR-FILE-STATUS
301190          MOVE "RESEND FEED OPEN FAILED" TO WS-ERR-TEXT
301200          PERFORM FATAL-PARA
301210      END-IF.
301220
302000  READ-ACK-SUMMARY-PARA.
302001*     THE ACK'S FIRST RECORD MUST BE ITS SUMMARY, WITH NUMERIC
302002*     COUNTS - WITHOUT IT THE WAREHOUSE'S SIDE IS UNKNOWN.
302010      READ ACK-FILE
302020          AT END MOVE 'Y' TO WS-ACK-EOF-SW
302030      END-READ
302040      IF WS-ACK-EOF
302050          OR WA-RECORD-TYPE NOT = "A"
302060          OR WA-RUN-DATE IS NOT NUMERIC
302070          OR WA-ROWS-RECEIVED IS NOT NUMERIC
302080          OR WA-ROWS-LOADED IS NOT NUMERIC
302090          DISPLAY "FZBACK: ACK FILE HAS NO VALID SUMMARY RECORD"
302100          MOVE "ACK HAS NO VALID SUMMARY" TO WS-ERR-TEXT
302110          PERFORM FATAL-PARA
302120      END-IF
302130      MOVE WA-RUN-DATE TO WS-ACK-RUN-DATE
302140      MOVE WA-ROWS-RECEIVED TO WS-ACK-RECEIVED
302150      MOVE WA-ROWS-LOADED TO WS-ACK-LOADED
302160      DISPLAY "FZBACK: ACK RUN DATE         = " WS-ACK-RUN-DATE.
302170
303000  READ-FEED-HEADER-PARA.
303001*     THE FEED'S FIRST ROW MUST BE ITS H ROW, AND ITS RUN DATE
303002*     MUST BE THE ACK'S - AN ACK FOR ANOTHER NIGHT'S FEED
303003*     RECONCILED AGAINST THIS ONE WOULD BE NONSENSE.
303010      READ EXTRACT-FILE
303020          AT END MOVE 'Y' TO WS-XTRACT-EOF-SW
303030      END-READ
303040      IF WS-XTRACT-EOF OR EXTRACT-RECORD (1:2) NOT = "H|"
303050          DISPLAY "FZBACK: SHIPPED FEED HAS NO H ROW"
303060          MOVE "SHIPPED FEED HAS NO H ROW" TO WS-ERR-TEXT
303070          PERFORM FATAL-PARA
303080      END-IF
303090      MOVE 'Y' TO WS-FEED-HDR-SW
303100      MOVE EXTRACT-RECORD TO WS-FEED-HDR-ROW
303110      MOVE SPACES TO WS-TOKEN-TABLE
303120      UNSTRING EXTRACT-RECORD DELIMITED BY "|"
303121          INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)
303122               WS-TOKEN (4) WS-TOKEN (5) WS-TOKEN (6)
303123               WS-TOKEN (7)
303130      END-UNSTRING
303140      MOVE WS-TOKEN (2) (1:8) TO WS-FEED-RUN-DATE
303150      MOVE WS-TOKEN (4) (1:8) TO WS-FEED-USER-ID
303160      DISPLAY "FZBACK: FEED RUN DATE        = " WS-FEED-RUN-DATE
303170      IF WS-FEED-RUN-DATE NOT = WS-ACK-RUN-DATE
303180          DISPLAY "FZBACK: ACK IS FOR RUN " WS-ACK-RUN-DATE
303181              ", FEED IS RUN " WS-FEED-RUN-DATE
303190          MOVE "ACK RUN DATE IS NOT THE FEED'S" TO WS-ERR-TEXT
303200          PERFORM FATAL-PARA
303210      END-IF.
303220
304000  READ-REJECT-PARA.
304001*     NEXT REJECT RECORD INTO WS-REJ-KEY (HIGH AT END).  A
304002*     RECORD THAT IS NOT A REJECT, HAS NO NUMERIC COUNTER, OR
304003*     IS NOT ABOVE THE PREVIOUS REJECT'S COUNTER (A DUPLICATE,
304004*     OR AN UNSORTED ACK) IS LOGGED AND SKIPPED - IT CANNOT BE
304005*     MATCHED SAFELY.
304010      MOVE 0 TO WS-REJ-KEY
304020      PERFORM UNTIL WS-REJ-KEY NOT = 0
304030          READ ACK-FILE
304040              AT END MOVE 'Y' TO WS-ACK-EOF-SW
304050          END-READ
304060          IF WS-ACK-EOF
304070              MOVE WS-HIGH-KEY TO WS-REJ-KEY
304080          ELSE
304090              IF WA-RECORD-TYPE NOT = "R"
304100                  OR WA-REJ-COUNTER IS NOT NUMERIC
304110                  OR WA-REJ-COUNTER NOT > WS-PREV-REJ-KEY
304120                  ADD 1 TO WS-REJ-BAD-COUNT
304130                  DISPLAY "FZBACK: DAMAGED, DUPLICATE OR "
304131                      "UNSORTED ACK RECORD SKIPPED = "
304132                      ACK-RECORD (1:20)
304140                  MOVE "FZB0019E" TO WS-ERR-MSG-ID
304150                  MOVE 16 TO WS-ERR-SEVERITY
304160                  MOVE "BAD OR DUPLICATE REJECT RECORD"
304161                      TO WS-ERR-TEXT
304170                  PERFORM LOG-ERROR-PARA
304180              ELSE
304190                  ADD 1 TO WS-REJ-READ-COUNT
304200                  MOVE WA-REJ-COUNTER TO WS-REJ-KEY
304210                  MOVE WA-REJ-COUNTER TO WS-PREV-REJ-KEY
304220                  MOVE WA-REJ-REASON TO WS-REJ-REASON
304230                  MOVE WA-REJ-TEXT TO WS-REJ-TEXT
304240              END-IF
304250          END-IF
304260      END-PERFORM.
304270
305000  READ-FEED-DETAIL-PARA.
305001*     NEXT DETAIL ROW OF THE SHIPPED FEED INTO WS-FEED-KEY
305002*     (HIGH AT END), PICKING UP THE F ROW ON THE WAY.  D ROWS
305003*     ARE A FULL FEED'S, A/C/X ROWS A DELTA FEED'S - ALL ARE
305004*     DETAIL ROWS THE WAREHOUSE MAY REJECT.
305010      MOVE 0 TO WS-FEED-KEY
305020      PERFORM UNTIL WS-FEED-KEY NOT = 0
305030          READ EXTRACT-FILE
305040              AT END MOVE 'Y' TO WS-XTRACT-EOF-SW
305050          END-READ
305060          IF WS-XTRACT-EOF
305070              MOVE WS-HIGH-KEY TO WS-FEED-KEY
305080          ELSE
305090              EVALUATE EXTRACT-RECORD (1:2)
305100                  WHEN "D|"
305110                  WHEN "A|"
305120                  WHEN "C|"
305130                  WHEN "X|"
305140                      PERFORM PARSE-FEED-DETAIL-PARA
305150                  WHEN "F|"
305160                      PERFORM PARSE-FEED-FOOTER-PARA
305170                  WHEN OTHER
305180                      DISPLAY "FZBACK: UNRECOGNIZED FEED ROW = "
305181                          EXTRACT-RECORD (1:40)
305190                      MOVE "FZB0020E" TO WS-ERR-MSG-ID
305200                      MOVE 16 TO WS-ERR-SEVERITY
305210                      MOVE "SHIPPED FEED ROW UNRECOGNIZED"
305211                          TO WS-ERR-TEXT
305220                      PERFORM LOG-ERROR-PARA
305230              END-EVALUATE
305240          END-IF
305250      END-PERFORM.
305260
305500  PARSE-FEED-DETAIL-PARA.
305501*     TYPE|COUNTER|CLASSFLAG|TEXT|OVERRIDE - KEEP THE WHOLE ROW
305502*     FOR THE RESEND FEED, PLUS THE FIELDS ITS FOOTER COUNTS.
305510      MOVE SPACES TO WS-TOKEN-TABLE
305520      UNSTRING EXTRACT-RECORD DELIMITED BY "|"
305521          INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)
305522               WS-TOKEN (4) WS-TOKEN (5)
305530      END-UNSTRING
305540      IF WS-TOKEN (2) (1:7) IS NUMERIC
305541          AND WS-TOKEN (2) (8:3) = SPACES
305550          ADD 1 TO WS-FEED-ROW-COUNT
305560          MOVE WS-TOKEN (2) (1:7) TO WS-FEED-KEY
305570          MOVE EXTRACT-RECORD TO WS-FEED-ROW
305580          MOVE EXTRACT-RECORD (1:1) TO WS-FEED-ROW-TYPE
305590          MOVE WS-TOKEN (3) (1:5) TO WS-FEED-ROW-FLAG
305600          MOVE WS-TOKEN (5) (1:4) TO WS-FEED-ROW-OVRD
305610          IF WS-FEED-ROW-TYPE NOT = "D"
305620              MOVE 'D' TO WS-FEED-SHAPE-SW
305630          END-IF
305640      ELSE
305650          ADD 1 TO WS-FEED-ROW-COUNT
305660          DISPLAY "FZBACK: FEED ROW WITH NO COUNTER = "
305661              EXTRACT-RECORD (1:40)
305670          MOVE "FZB0020E" TO WS-ERR-MSG-ID
305680          MOVE 16 TO WS-ERR-SEVERITY
305690          MOVE "SHIPPED FEED ROW HAS NO COUNTER" TO WS-ERR-TEXT
305700          PERFORM LOG-ERROR-PARA
305710      END-IF.
305720
306000  PARSE-FEED-FOOTER-PARA.
306001*     FULL FEED: F|FIZZ|BUZZ|FIZZBUZZ|PLAIN|OTHER|TOTAL|
306002*     EXTRACTED|OVERRIDDEN - THE ROWS SHIPPED ARE FIELD 8.
306003*     DELTA FEED: F|ADDS|CHANGES|DELETES|ROWS - FIELD 5.
306010      MOVE SPACES TO WS-TOKEN-TABLE
306020      UNSTRING EXTRACT-RECORD DELIMITED BY "|"
306021          INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)
306022               WS-TOKEN (4) WS-TOKEN (5) WS-TOKEN (6)
306023               WS-TOKEN (7) WS-TOKEN (8) WS-TOKEN (9)
306030      END-UNSTRING
306040      IF WS-TOKEN (6) = SPACES
306050          MOVE 'D' TO WS-FEED-SHAPE-SW
306060          IF WS-TOKEN (5) (1:7) IS NUMERIC
306070              MOVE 'Y' TO WS-FEED-FTR-SW
306080              MOVE WS-TOKEN (5) (1:7) TO WS-FEED-SHIPPED
306090          END-IF
306100      ELSE
306110          IF WS-TOKEN (8) (1:7) IS NUMERIC
306120              MOVE 'Y' TO WS-FEED-FTR-SW
306130              MOVE WS-TOKEN (8) (1:7) TO WS-FEED-SHIPPED
306140          END-IF
306150      END-IF.
306160
307000  MATCH-PARA.
307001*     ONE STEP OF THE TWO-FILE MATCH.  A FEED ROW BELOW THE
307002*     NEXT REJECT WAS LOADED (OR IS MISSING - THE SUMMARY
307003*     COUNTS TELL); EQUAL KEYS ARE A REJECTED ROW; A REJECT
307004*     BELOW THE NEXT FEED ROW NAMES A COUNTER THAT WAS NEVER
307005*     SHIPPED.
307010      EVALUATE TRUE
307020          WHEN WS-FEED-KEY < WS-REJ-KEY
307030              PERFORM READ-FEED-DETAIL-PARA
307040          WHEN WS-FEED-KEY = WS-REJ-KEY
307050              PERFORM RESEND-REJECT-PARA
307060              PERFORM READ-REJECT-PARA
307070              PERFORM READ-FEED-DETAIL-PARA
307080          WHEN OTHER
307090              ADD 1 TO WS-REJ-UNMATCHED-COUNT
307100              DISPLAY "FZBACK: REJECT FOR COUNTER "
307101                  WS-REJ-KEY (2:7) " WHICH WAS NOT SHIPPED"
307110              MOVE "FZB0019E" TO WS-ERR-MSG-ID
307120              MOVE 16 TO WS-ERR-SEVERITY
307130              MOVE WS-REJ-KEY TO WS-ERR-COUNTER
307140              MOVE "REJECT FOR COUNTER NOT SHIPPED"
307141                  TO WS-ERR-TEXT
307150              PERFORM LOG-ERROR-PARA
307160              PERFORM READ-REJECT-PARA
307170      END-EVALUATE.
307180
308000  RESEND-REJECT-PARA.
308001*     ONE REJECTED ROW: LOGGED WITH THE WAREHOUSE'S REASON,
308002*     WRITTEN TO THE RESEND FEED EXACTLY AS SHIPPED, AND
308003*     COUNTED INTO THE RESEND FOOTER.
308010      ADD 1 TO WS-REJ-MATCHED-COUNT
308020      DISPLAY "FZBACK: REJECTED " WS-FEED-ROW-TYPE " ROW "
308021          WS-REJ-KEY (2:7) " REASON " WS-REJ-REASON " "
308022          WS-REJ-TEXT
308030      MOVE "FZB0018W" TO WS-ERR-MSG-ID
308040      MOVE 4 TO WS-ERR-SEVERITY
308050      MOVE WS-REJ-KEY TO WS-ERR-COUNTER
308060      MOVE SPACES TO WS-ERR-TEXT
308070      STRING "WHSE REJECT " WS-REJ-REASON " " WS-REJ-TEXT
308071          DELIMITED BY SIZE INTO WS-ERR-TEXT
308080      END-STRING
308090      PERFORM LOG-ERROR-PARA
308100      MOVE WS-FEED-ROW TO RESEND-RECORD
308110      PERFORM WRITE-RESEND-PARA
308120      ADD 1 TO WS-RS-ROW-COUNT
308130      IF WS-FEED-ROW-OVRD NOT = SPACES
308140          ADD 1 TO WS-RS-OVERRIDE-COUNT
308150      END-IF
308160      EVALUATE WS-FEED-ROW-TYPE
308170          WHEN "A"
308180              ADD 1 TO WS-RS-ADD-COUNT
308190          WHEN "C"
308200              ADD 1 TO WS-RS-CHANGE-COUNT
308210          WHEN "X"
308220              ADD 1 TO WS-RS-DELETE-COUNT
308230          WHEN OTHER
308240              PERFORM TALLY-CATEGORY-PARA
308250      END-EVALUATE.
308260
309000  TALLY-CATEGORY-PARA.
309001*     A RESENT D ROW'S CATEGORY FROM ITS FLAG, FOR THE FULL
309002*     FEED FOOTER.
309010      IF WS-FEED-ROW-FLAG = "N"
309020          ADD 1 TO WS-RS-PLAIN-COUNT
309030      ELSE
309040          MOVE 0 TO WS-F-TALLY
309050          MOVE 0 TO WS-B-TALLY
309060          INSPECT WS-FEED-ROW-FLAG TALLYING WS-F-TALLY
309061              FOR ALL "F"
309070          INSPECT WS-FEED-ROW-FLAG TALLYING WS-B-TALLY
309071              FOR ALL "B"
309080          EVALUATE TRUE
309090              WHEN WS-F-TALLY > 0 AND WS-B-TALLY > 0
309100                  ADD 1 TO WS-RS-FIZZBUZZ-COUNT
309110              WHEN WS-F-TALLY > 0
309120                  ADD 1 TO WS-RS-FIZZ-COUNT
309130              WHEN WS-B-TALLY > 0
309140                  ADD 1 TO WS-RS-BUZZ-COUNT
309150              WHEN OTHER
309160                  ADD 1 TO WS-RS-OTHER-COUNT
309170          END-EVALUATE
309180      END-IF.
309190
310000  WRITE-RESEND-FOOTER-PARA.
310001*     THE RESEND FEED'S OWN FOOTER, IN THE SHIPPED FEED'S
310002*     SHAPE, SO THE WAREHOUSE VALIDATES THE RESEND EXACTLY AS
310003*     IT VALIDATES A NIGHTLY FEED.  FULL: THE CATEGORY COUNTS
310004*     OF THE RESENT ROWS, TOTAL AND EXTRACTED BOTH THE ROWS
310005*     RESENT, THEN THE OVERRIDDEN ROWS AMONG THEM.  DELTA: THE
310006*     ADD/CHANGE/DELETE COUNTS AND THE ROWS RESENT.
310010      MOVE SPACES TO WS-ROW
310020      IF WS-DELTA-FEED
310030          STRING "F" "|" WS-RS-ADD-COUNT "|" WS-RS-CHANGE-COUNT
310031              "|" WS-RS-DELETE-COUNT "|" WS-RS-ROW-COUNT
310040              DELIMITED BY SIZE INTO WS-ROW
310050          END-STRING
310060      ELSE
310070          STRING "F" "|" WS-RS-FIZZ-COUNT "|" WS-RS-BUZZ-COUNT
310071              "|" WS-RS-FIZZBUZZ-COUNT "|" WS-RS-PLAIN-COUNT
310072              "|" WS-RS-OTHER-COUNT "|" WS-RS-ROW-COUNT
310073              "|" WS-RS-ROW-COUNT "|" WS-RS-OVERRIDE-COUNT
310080              DELIMITED BY SIZE INTO WS-ROW
310090          END-STRING
310100      END-IF
310110      MOVE WS-ROW TO RESEND-RECORD
310120      PERFORM WRITE-RESEND-PARA.
310130
311000  WRITE-RESEND-PARA.
311001*     ONE ROW TO THE RESEND FEED - A WRITE FAILURE IS FATAL; A
311002*     SHORT RESEND MUST NEVER LOOK DELIVERABLE.
311010      WRITE RESEND-RECORD
311020      IF WS-RESEND-STATUS NOT = "00"
311030          DISPLAY "FZBACK: RESEND FEED WRITE FAILED - STATUS = "
311031              WS-RESEND-STATUS
311040          MOVE WS-RESEND-STATUS TO WS-ERR-FILE-STATUS
311050          MOVE "RESEND FEED WRITE FAILED" TO WS-ERR-TEXT
311060          PERFORM FATAL-PARA
311070      END-IF.
311080
312000  RECONCILE-PARA.
312001*     THE FEED MUST BE WHOLE (A FOOTER WHOSE ROW COUNT MATCHES
312002*     THE ROWS READ), AND EVERY ROW SHIPPED MUST BE ACCOUNTED
312003*     FOR BY THE WAREHOUSE AS LOADED OR REJECTED.  ROWS NEITHER
312004*     LOADED NOR REJECTED ARE MISSING - THE ACK CANNOT SAY
312005*     WHICH, SO THE WHOLE FEED MUST BE RE-SHIPPED (08).  AN ACK
312006*     ACCOUNTING FOR MORE ROWS THAN WERE SHIPPED IS NOT AN ACK
312007*     OF THIS FEED (16).
312010      IF NOT WS-FEED-FTR-SEEN
312020          DISPLAY "FZBACK: SHIPPED FEED HAS NO USABLE F ROW"
312030          MOVE "FZB0020E" TO WS-ERR-MSG-ID
312040          MOVE 16 TO WS-ERR-SEVERITY
312050          MOVE "SHIPPED FEED HAS NO F ROW" TO WS-ERR-TEXT
312060          PERFORM LOG-ERROR-PARA
312070          MOVE WS-FEED-ROW-COUNT TO WS-FEED-SHIPPED
312080      ELSE
312090          IF WS-FEED-SHIPPED NOT = WS-FEED-ROW-COUNT
312100              DISPLAY "FZBACK: FEED FOOTER SAYS " WS-FEED-SHIPPED
312101                  " ROWS, FEED HOLDS " WS-FEED-ROW-COUNT
312110              MOVE "FZB0020E" TO WS-ERR-MSG-ID
312120              MOVE 16 TO WS-ERR-SEVERITY
312130              MOVE "SHIPPED FEED DISAGREES W/ FOOTER"
312131                  TO WS-ERR-TEXT
312140              PERFORM LOG-ERROR-PARA
312150          END-IF
312160      END-IF
312170      IF WS-ACK-RECEIVED NOT = WS-ACK-LOADED + WS-REJ-READ-COUNT
312180          DISPLAY "FZBACK: ACK SUMMARY DOES NOT FOOT - RECEIVED "
312181              WS-ACK-RECEIVED " VS LOADED " WS-ACK-LOADED
312182              " PLUS " WS-REJ-READ-COUNT " REJECTS"
312183          MOVE "FZB0020E" TO WS-ERR-MSG-ID
312184          MOVE 16 TO WS-ERR-SEVERITY
312185          MOVE "ACK SUMMARY DOES NOT FOOT" TO WS-ERR-TEXT
312186          PERFORM LOG-ERROR-PARA
312190      END-IF
312200      COMPUTE WS-ACCOUNTED-COUNT =
312201          WS-ACK-LOADED + WS-REJ-MATCHED-COUNT
312210      IF WS-ACCOUNTED-COUNT > WS-FEED-SHIPPED
312220          MOVE 0 TO WS-MISSING-COUNT
312230          DISPLAY "FZBACK: ACK ACCOUNTS FOR " WS-ACCOUNTED-COUNT
312231              " ROWS, ONLY " WS-FEED-SHIPPED " SHIPPED"
312240          MOVE "FZB0020E" TO WS-ERR-MSG-ID
312250          MOVE 16 TO WS-ERR-SEVERITY
312260          MOVE "ACK ACCOUNTS FOR MORE THAN SHIPPED"
312261              TO WS-ERR-TEXT
312270          PERFORM LOG-ERROR-PARA
312280      ELSE
312290          COMPUTE WS-MISSING-COUNT =
312291              WS-FEED-SHIPPED - WS-ACCOUNTED-COUNT
312300          IF WS-MISSING-COUNT > 0
312310              MOVE "FZB0021E" TO WS-ERR-MSG-ID
312320              MOVE 8 TO WS-ERR-SEVERITY
312330              MOVE SPACES TO WS-ERR-TEXT
312340              STRING WS-MISSING-COUNT " ROWS NOT LOADED/REJECTED"
312341                  DELIMITED BY SIZE INTO WS-ERR-TEXT
312350              END-STRING
312360              PERFORM LOG-ERROR-PARA
312370          END-IF
312380      END-IF.
312390
313000  PRINT-SUMMARY-PARA.
313001*     THE RECONCILIATION PAGE AND THE VERDICT THE SCHEDULER
313002*     KEYS ON: 0 = EVERY ROW LOADED, 4 = ROWS REJECTED - SHIP
313003*     THE RESEND FEED, 8 = ROWS MISSING - RE-SHIP THE FULL
313004*     FEED, 16 = THE ACK COULD NOT BE RECONCILED.
313010      DISPLAY "FZBACK: ROWS SHIPPED         = " WS-FEED-SHIPPED
313020      DISPLAY "FZBACK: ROWS RECEIVED (ACK)  = " WS-ACK-RECEIVED
313030      DISPLAY "FZBACK: ROWS LOADED          = " WS-ACK-LOADED
313040      DISPLAY "FZBACK: ROWS REJECTED        = "
313041          WS-REJ-MATCHED-COUNT
313050      DISPLAY "FZBACK: ROWS MISSING         = " WS-MISSING-COUNT
313060      DISPLAY "FZBACK: REJECTS NOT SHIPPED  = "
313061          WS-REJ-UNMATCHED-COUNT
313070      DISPLAY "FZBACK: BAD ACK RECORDS      = " WS-REJ-BAD-COUNT
313080      DISPLAY "FZBACK: ROWS IN RESEND FEED  = " WS-RS-ROW-COUNT
313090      EVALUATE TRUE
313100          WHEN WS-HIGHEST-RC > 8
313110              DISPLAY "FZBACK: ACK DOES NOT RECONCILE - "
313111                  "INVESTIGATE BEFORE ANY RESEND"
313120          WHEN WS-HIGHEST-RC > 4
313130              DISPLAY "FZBACK: ROWS MISSING AT THE WAREHOUSE - "
313131                  "RE-SHIP THE FULL FEED"
313140          WHEN WS-HIGHEST-RC > 0
313150              DISPLAY "FZBACK: ROWS REJECTED - SHIP THE RESEND "
313151                  "FEED ONCE THE REJECTS ARE RESOLVED"
313160          WHEN OTHER
313170              DISPLAY "FZBACK: EVERY ROW LOADED"
313180      END-EVALUATE
313190      MOVE WS-HIGHEST-RC TO RETURN-CODE.
313200
314000  FATAL-PARA.
314001*     THE ACK CANNOT BE RECONCILED AT ALL - LOG IT (THE CALLER
314002*     STAGED THE TEXT AND ANY FILE STATUS) AND END 16.
314010      MOVE "FZB0020E" TO WS-ERR-MSG-ID
314020      MOVE 16 TO WS-ERR-SEVERITY
314030      PERFORM LOG-ERROR-PARA
314040      CLOSE ACK-FILE
314050      CLOSE EXTRACT-FILE
314060      CLOSE RESEND-FILE
314070      MOVE 16 TO RETURN-CODE
314080      STOP RUN.
314090
345000  LOG-ERROR-PARA.
345001*     ONE STRUCTURED RECORD PER CONDITION RAISED (SEE FZBERRL),
345002*     EXACTLY AS THE CLASSIFIER WRITES THEM: THE HIGHEST
345003*     SEVERITY RAISED SO FAR IS KEPT AS THE STEP RETURN CODE,
345004*     THE LOG IS OPENED EXTEND PER EVENT, AND A MISSING OR
345005*     UNUSABLE LOG NEVER FAILS THE STEP.  THE USER IS THE
345006*     SHIPPED RUN'S SUBMITTER, FROM THE FEED'S H ROW.
345010      IF WS-ERR-SEVERITY > WS-HIGHEST-RC
345020          MOVE WS-ERR-SEVERITY TO WS-HIGHEST-RC
345030      END-IF
345040      MOVE WS-HIGHEST-RC TO RETURN-CODE
345050      OPEN EXTEND ERROR-LOG-FILE
345060      IF WS-ERRLOG-STATUS = "35" OR WS-ERRLOG-STATUS = "05"
345070          OPEN OUTPUT ERROR-LOG-FILE
345080      END-IF
345090      IF WS-ERRLOG-STATUS = "00"
345100          MOVE SPACES TO ERROR-LOG-RECORD
345110          MOVE WS-ERR-MSG-ID TO EL-MESSAGE-ID
345120          MOVE WS-ERR-SEVERITY TO EL-SEVERITY
345130          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
345140          MOVE WS-CURRENT-DATETIME (1:8) TO EL-LOG-DATE
345150          MOVE WS-CURRENT-DATETIME (9:6) TO EL-LOG-TIME
345160          MOVE WS-FEED-USER-ID TO EL-USER-ID
345170          MOVE WS-ERR-FILE-STATUS TO EL-FILE-STATUS
345180          MOVE WS-ERR-COUNTER TO EL-COUNTER
345190          MOVE WS-ERR-TEXT TO EL-TEXT
345200          WRITE ERROR-LOG-RECORD
345210          CLOSE ERROR-LOG-FILE
345220      ELSE
345230          DISPLAY "FZBACK: ERROR LOG UNAVAILABLE - STATUS = "
345240              WS-ERRLOG-STATUS
345250      END-IF
345260      MOVE SPACES TO WS-ERR-MSG-ID
345270      MOVE 0 TO WS-ERR-SEVERITY
345280      MOVE SPACES TO WS-ERR-FILE-STATUS
345290      MOVE 0 TO WS-ERR-COUNTER
345300      MOVE SPACES TO WS-ERR-TEXT.
345310
