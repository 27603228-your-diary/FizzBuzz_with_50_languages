000010* LISTING OF EVERY COUNTER OVERRIDE APPLIED IN A FIZZBUZZ RUN.
000020* THE CLASSIFIER FORCES THE FLAG AND TEXT OF EVERY COUNTER
000030* INSIDE AN UNEXPIRED OVERRIDE RANGE (SEE FZBOVRD) AND MARKS
000040* THE RECORD OVERRIDDEN WITH ITS REASON CODE (FO-OVERRIDE-SW,
000050* FO-OVERRIDE-REASON), BUT A MARKED RECORD IS ONE OF POSSIBLY
000060* MILLIONS - SIGNING OFF WHAT WAS FORCED MEANT SCANNING THE
000070* WHOLE DATASET.  THIS PROGRAM READS THE RUN'S OUTPUT AND
000080* LISTS EACH APPLIED OVERRIDE AS ONE LINE PER UNBROKEN STRETCH
000090* OF COUNTERS FORCED TO THE SAME FLAG, TEXT AND REASON (A
000100* SINGLE-COUNTER OVERRIDE IS A ONE-COUNTER STRETCH), TOTALS
000110* THE OVERRIDDEN RECORDS BY REASON CODE, AND RECONCILES ITS
000120* OWN COUNT AGAINST EVERY RANGE TRAILER AND THE GRAND
000130* TRAILER'S OVERRIDE COUNT.
000140
100000  IDENTIFICATION DIVISION.
100010  PROGRAM-ID.    FZBOVRPT.
100020
150000  ENVIRONMENT DIVISION.
150010  INPUT-OUTPUT SECTION.
150020  FILE-CONTROL.
150030*     THE CLASSIFIER'S OUTPUT DATASET - THE RUN BEING LISTED.
150040      SELECT FIZZBUZZ-OUTPUT-FILE ASSIGN TO "FIZZOUT"
150050          ORGANIZATION IS SEQUENTIAL
150060          FILE STATUS IS WS-FIZZOUT-STATUS.
150070
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
210000  WORKING-STORAGE SECTION.
210010  01 WS-FIZZOUT-STATUS       PIC XX VALUE SPACES.
210020  01 WS-FIZZOUT-EOF-SW       PIC X  VALUE 'N'.
210030     88 WS-FIZZOUT-EOF            VALUE 'Y'.
210040  01 WS-HEADER-SEEN-SW       PIC X  VALUE 'N'.
210050     88 WS-HEADER-SEEN           VALUE 'Y'.
210060  01 WS-TRAILER-SEEN-SW      PIC X  VALUE 'N'.
210070     88 WS-TRAILER-SEEN          VALUE 'Y'.
220000* THE STRETCH BEING BUILT - CONSECUTIVE OVERRIDDEN COUNTERS
220001* WITH THE SAME FORCED FLAG, TEXT AND REASON.  A GAP IN THE
220002* COUNTERS, A RULE-DERIVED RECORD, A DIFFERENT FORCED VALUE
220003* OR A TRAILER CLOSES IT AND PRINTS ITS LINE.
220010  01 WS-STRETCH-OPEN-SW      PIC X  VALUE 'N'.
220020     88 WS-STRETCH-OPEN          VALUE 'Y'.
220030  01 WS-STRETCH-FROM         PIC 9(7) VALUE 0.
220040  01 WS-STRETCH-TO           PIC 9(7) VALUE 0.
220050  01 WS-STRETCH-FLAG         PIC X(5)  VALUE SPACES.
220060  01 WS-STRETCH-TEXT         PIC X(32) VALUE SPACES.
220070  01 WS-STRETCH-REASON       PIC X(4)  VALUE SPACES.
220080  01 WS-STRETCH-COUNT        PIC 9(7) VALUE 0.
220090  01 WS-STRETCH-TOTAL        PIC 9(7) VALUE 0.
230000* PER-REASON TOTALS.  REASONS BEYOND THE TABLE LIMIT FALL
230001* INTO AN OVERFLOW BUCKET RATHER THAN BEING DROPPED, AS
230002* FZBERRPT DOES FOR MESSAGE IDS.
230010  01 WS-MAX-REASONS          PIC 9(2) VALUE 20.
230020  01 WS-REASON-COUNT         PIC 9(2) VALUE 0.
230030  01 WS-REASON-TABLE.
230040     05 WS-REASON-ENTRY OCCURS 20 TIMES INDEXED BY WS-RSN-IDX.
230050        10 WS-RSN-TBL-CODE     PIC X(4).
230060        10 WS-RSN-TBL-COUNT    PIC 9(7).
230070        10 WS-RSN-TBL-STRETCHES PIC 9(5).
230080  01 WS-RSN-FOUND-SW         PIC X  VALUE 'N'.
230090     88 WS-RSN-FOUND             VALUE 'Y'.
230100  01 WS-RSN-OVERFLOW-COUNT   PIC 9(7) VALUE 0.
240000* RECONCILIATION - OVERRIDDEN DETAILS COUNTED HERE AGAINST
240001* WHAT EACH RANGE TRAILER AND THE GRAND TRAILER CLAIM.  A
240002* TRAILER WRITTEN BEFORE OVERRIDES EXISTED CARRIES A BLANK
240003* OVERRIDE COUNT, WHICH MEANS NONE WERE APPLIED.
240010  01 WS-DETAIL-COUNT         PIC 9(7) VALUE 0.
240020  01 WS-OVERRIDE-COUNT       PIC 9(7) VALUE 0.
240030  01 WS-RANGE-OVRD-COUNT     PIC 9(7) VALUE 0.
240040  01 WS-TRAILER-OVRD-COUNT   PIC 9(7) VALUE 0.
240050  01 WS-GRAND-OVRD-COUNT     PIC 9(7) VALUE 0.
240060  01 WS-ERROR-COUNT          PIC 9(7) VALUE 0.
240070  01 WS-WARNING-COUNT        PIC 9(7) VALUE 0.
300000  PROCEDURE DIVISION.
300001  MAIN-PARA.
300010      OPEN INPUT FIZZBUZZ-OUTPUT-FILE.
300011      IF WS-FIZZOUT-STATUS NOT = "00"
300012          DISPLAY "FZBOVRPT: INPUT FILE OPEN FAILED - STATUS = "
300013              WS-FIZZOUT-STATUS
300014          MOVE 16 TO RETURN-CODE
300015          STOP RUN
300016      END-IF
300020      DISPLAY "FZBOVRPT: FIZZBUZZ COUNTER OVERRIDES APPLIED"
300030      PERFORM UNTIL WS-FIZZOUT-EOF
300040          READ FIZZBUZZ-OUTPUT-FILE
300050              AT END MOVE 'Y' TO WS-FIZZOUT-EOF-SW
300060          END-READ
300070          IF NOT WS-FIZZOUT-EOF
300080              PERFORM PROCESS-RECORD-PARA
300090          END-IF
300100      END-PERFORM
300110      PERFORM CLOSE-STRETCH-PARA
300120      CLOSE FIZZBUZZ-OUTPUT-FILE
300130      PERFORM PRINT-REASON-SUMMARY-PARA
300140      PERFORM SET-VERDICT-PARA
300150      STOP RUN.
300160
301000  PROCESS-RECORD-PARA.
301001*     A DETAIL RECORD STARTS WITH THE COUNTER'S DIGITS; THE
301002*     RUN HEADER IDENTIFIES THE RUN, AND EACH TRAILER CLOSES
301003*     THE STRETCH IN PROGRESS AND IS RECONCILED.
301010      IF FO-COUNTER IS NUMERIC
301020          PERFORM PROCESS-DETAIL-PARA
301030      ELSE
301040          PERFORM CLOSE-STRETCH-PARA
301050          EVALUATE FT-RECORD-TYPE
301060              WHEN "H"
301070                  PERFORM SHOW-RUN-HEADER-PARA
301080              WHEN "R"
301090                  PERFORM CHECK-RANGE-TRAILER-PARA
301100              WHEN "T"
301110                  PERFORM CHECK-GRAND-TRAILER-PARA
301120              WHEN OTHER
301130                  DISPLAY "FZBOVRPT: UNRECOGNIZED RECORD "
301131                      "SKIPPED = " FIZZBUZZ-OUTPUT-RECORD (1:44)
301140                  ADD 1 TO WS-ERROR-COUNT
301150          END-EVALUATE
301160      END-IF.
301170
302000  PROCESS-DETAIL-PARA.
302001*     ONE DETAIL RECORD.  A RULE-DERIVED RECORD ENDS ANY
302002*     STRETCH IN PROGRESS.  AN OVERRIDDEN ONE EXTENDS THE
302003*     STRETCH WHEN IT IS THE NEXT COUNTER WITH THE SAME FORCED
302004*     VALUES, AND OTHERWISE STARTS A NEW ONE.  A MARKER BYTE
302005*     THAT IS NEITHER 'O' NOR SPACE IS A DAMAGED RECORD - IT
302006*     IS REPORTED AND NOT COUNTED AS AN OVERRIDE.
302010      ADD 1 TO WS-DETAIL-COUNT
302020      IF FO-OVERRIDE-SW = "O"
302030          ADD 1 TO WS-OVERRIDE-COUNT
302040          ADD 1 TO WS-RANGE-OVRD-COUNT
302050          PERFORM TALLY-REASON-PARA
302060          IF WS-STRETCH-OPEN
302061              AND FO-COUNTER = WS-STRETCH-TO + 1
302062              AND FO-CLASS-FLAG = WS-STRETCH-FLAG
302063              AND FO-TEXT = WS-STRETCH-TEXT
302064              AND FO-OVERRIDE-REASON = WS-STRETCH-REASON
302070              MOVE FO-COUNTER TO WS-STRETCH-TO
302080              ADD 1 TO WS-STRETCH-COUNT
302090          ELSE
302100              PERFORM CLOSE-STRETCH-PARA
302110              PERFORM OPEN-STRETCH-PARA
302120          END-IF
302130      ELSE
302140          PERFORM CLOSE-STRETCH-PARA
302150          IF FO-OVERRIDE-SW NOT = SPACE
302160              DISPLAY "FZBOVRPT: COUNTER " FO-COUNTER
302161                  " UNRECOGNIZED OVERRIDE MARKER = "
302162                  FO-OVERRIDE-SW
302170              ADD 1 TO WS-WARNING-COUNT
302180          END-IF
302190      END-IF.
302200
302500  OPEN-STRETCH-PARA.
302501*     THE CURRENT RECORD STARTS A NEW STRETCH.
302510      MOVE 'Y' TO WS-STRETCH-OPEN-SW
302520      MOVE FO-COUNTER TO WS-STRETCH-FROM
302530      MOVE FO-COUNTER TO WS-STRETCH-TO
302540      MOVE FO-CLASS-FLAG TO WS-STRETCH-FLAG
302550      MOVE FO-TEXT TO WS-STRETCH-TEXT
302560      MOVE FO-OVERRIDE-REASON TO WS-STRETCH-REASON
302570      MOVE 1 TO WS-STRETCH-COUNT
302580      IF WS-RSN-FOUND
302590          ADD 1 TO WS-RSN-TBL-STRETCHES (WS-RSN-IDX)
302600      END-IF.
302610
302700  CLOSE-STRETCH-PARA.
302701*     PRINT THE STRETCH IN PROGRESS, IF ANY - ONE LINE PER
302702*     OVERRIDE APPLIED: COUNTER RANGE, RECORD COUNT, REASON,
302703*     AND THE FLAG AND TEXT FORCED ONTO IT.
302710      IF WS-STRETCH-OPEN
302720          ADD 1 TO WS-STRETCH-TOTAL
302730          DISPLAY "FZBOVRPT: COUNTERS " WS-STRETCH-FROM
302731              " - " WS-STRETCH-TO " RECORDS " WS-STRETCH-COUNT
302732              " REASON " WS-STRETCH-REASON
302740          DISPLAY "FZBOVRPT:   FORCED FLAG " WS-STRETCH-FLAG
302741              " TEXT " FUNCTION TRIM(WS-STRETCH-TEXT)
302750          MOVE 'N' TO WS-STRETCH-OPEN-SW
302760      END-IF.
302770
303000  TALLY-REASON-PARA.
303001*     COUNT THE RECORD UNDER ITS REASON CODE.  A NEW REASON
303002*     TAKES THE NEXT FREE ENTRY; WHEN THE TABLE IS FULL THE
303003*     RECORD COUNTS IN THE OVERFLOW BUCKET SO THE TOTALS STILL
303004*     ADD UP.  WS-RSN-FOUND STAYS SET FOR OPEN-STRETCH-PARA.
303010      MOVE 'N' TO WS-RSN-FOUND-SW
303020      PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
303021              UNTIL WS-RSN-IDX > WS-REASON-COUNT
303022              OR WS-RSN-FOUND
303030          IF WS-RSN-TBL-CODE (WS-RSN-IDX) = FO-OVERRIDE-REASON
303040              MOVE 'Y' TO WS-RSN-FOUND-SW
303050          END-IF
303060      END-PERFORM
303065*     THE VARYING STEP HAS ALREADY MOVED ONE PAST A MATCH.
303070      IF WS-RSN-FOUND
303080          SET WS-RSN-IDX DOWN BY 1
303090      ELSE
303100          IF WS-REASON-COUNT < WS-MAX-REASONS
303110              ADD 1 TO WS-REASON-COUNT
303120              SET WS-RSN-IDX TO WS-REASON-COUNT
303130              MOVE FO-OVERRIDE-REASON
303131                  TO WS-RSN-TBL-CODE (WS-RSN-IDX)
303140              MOVE 0 TO WS-RSN-TBL-COUNT (WS-RSN-IDX)
303150              MOVE 0 TO WS-RSN-TBL-STRETCHES (WS-RSN-IDX)
303160              MOVE 'Y' TO WS-RSN-FOUND-SW
303170          END-IF
303180      END-IF
303190      IF WS-RSN-FOUND
303200          ADD 1 TO WS-RSN-TBL-COUNT (WS-RSN-IDX)
303210      ELSE
303220          ADD 1 TO WS-RSN-OVERFLOW-COUNT
303230      END-IF.
303240
304000  SHOW-RUN-HEADER-PARA.
304001*     THE RUN BEING LISTED.  A SECOND HEADER IS A CORRUPT (OR
304002*     DOUBLE-WRITTEN) DATASET.
304010      IF WS-HEADER-SEEN
304020          DISPLAY "FZBOVRPT: MORE THAN ONE RUN HEADER"
304030          ADD 1 TO WS-ERROR-COUNT
304040      END-IF
304050      MOVE 'Y' TO WS-HEADER-SEEN-SW
304060      DISPLAY "FZBOVRPT: RUN " FH-RUN-DATE " " FH-RUN-TIME
304061          " USER " FH-USER-ID.
304070
305000  CHECK-RANGE-TRAILER-PARA.
305001*     A RANGE TRAILER'S OVERRIDE COUNT MUST MATCH THE
305002*     OVERRIDDEN DETAILS SEEN SINCE THE PREVIOUS RANGE
305003*     TRAILER.
305010      PERFORM GET-TRAILER-OVRD-PARA
305020      IF WS-TRAILER-OVRD-COUNT NOT = WS-RANGE-OVRD-COUNT
305030          DISPLAY "FZBOVRPT: RANGE " FT-RANGE-NUMBER
305031              " TRAILER OVERRIDES " WS-TRAILER-OVRD-COUNT
305032              " DISAGREE WITH LISTED " WS-RANGE-OVRD-COUNT
305040          ADD 1 TO WS-ERROR-COUNT
305050      END-IF
305060      MOVE 0 TO WS-RANGE-OVRD-COUNT.
305070
305500  CHECK-GRAND-TRAILER-PARA.
305501*     HOLD THE GRAND TRAILER'S OVERRIDE COUNT FOR THE
305502*     END-OF-LISTING RECONCILIATION.
305510      IF WS-TRAILER-SEEN
305520          DISPLAY "FZBOVRPT: MORE THAN ONE GRAND TRAILER"
305530          ADD 1 TO WS-ERROR-COUNT
305540      END-IF
305550      MOVE 'Y' TO WS-TRAILER-SEEN-SW
305560      PERFORM GET-TRAILER-OVRD-PARA
305570      MOVE WS-TRAILER-OVRD-COUNT TO WS-GRAND-OVRD-COUNT.
305580
305700  GET-TRAILER-OVRD-PARA.
305701*     THE CURRENT TRAILER'S OVERRIDE COUNT - BLANK (ZERO) ON
305702*     A TRAILER WRITTEN BEFORE OVERRIDES EXISTED.
305710      IF FT-OVERRIDE-COUNT IS NUMERIC
305720          MOVE FT-OVERRIDE-COUNT TO WS-TRAILER-OVRD-COUNT
305730      ELSE
305740          MOVE 0 TO WS-TRAILER-OVRD-COUNT
305750      END-IF.
305760
306000  PRINT-REASON-SUMMARY-PARA.
306001*     OVERRIDDEN RECORDS AND STRETCHES BY REASON CODE, IN THE
306002*     ORDER EACH REASON FIRST APPEARED.
306010      PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
306011              UNTIL WS-RSN-IDX > WS-REASON-COUNT
306020          DISPLAY "FZBOVRPT: REASON " WS-RSN-TBL-CODE (WS-RSN-IDX)
306021              " RECORDS = " WS-RSN-TBL-COUNT (WS-RSN-IDX)
306022              " STRETCHES = " WS-RSN-TBL-STRETCHES (WS-RSN-IDX)
306030      END-PERFORM
306040      IF WS-RSN-OVERFLOW-COUNT > 0
306050          DISPLAY "FZBOVRPT: FURTHER REASONS (TABLE FULL) "
306051              "RECORDS = " WS-RSN-OVERFLOW-COUNT
306060      END-IF.
306070
308000  SET-VERDICT-PARA.
308001*     THE LISTING IS ONLY COMPLETE WHEN IT RECONCILES: THE RUN
308002*     HEADER AND GRAND TRAILER MUST BE PRESENT AND THE
308003*     OVERRIDDEN RECORDS LISTED MUST EQUAL THE GRAND TRAILER'S
308004*     OVERRIDE COUNT.  A RUN WITH NO OVERRIDES IS A CLEAN,
308005*     EMPTY LISTING.  RETURN CODES AS THE OTHER CHECKING
308006*     STEPS: 0 = LISTING RECONCILED, 4 = RECONCILED WITH
308007*     WARNINGS, 16 = DOES NOT RECONCILE.
308010      IF NOT WS-HEADER-SEEN
308020          DISPLAY "FZBOVRPT: NO RUN HEADER ON INPUT DATASET"
308030          ADD 1 TO WS-ERROR-COUNT
308040      END-IF
308050      IF NOT WS-TRAILER-SEEN
308060          DISPLAY "FZBOVRPT: NO GRAND TRAILER ON INPUT"
308070          ADD 1 TO WS-ERROR-COUNT
308080      ELSE
308090          IF WS-OVERRIDE-COUNT NOT = WS-GRAND-OVRD-COUNT
308100              DISPLAY "FZBOVRPT: LISTED OVERRIDES "
308101                  WS-OVERRIDE-COUNT " DISAGREE WITH GRAND "
308102                  "TRAILER " WS-GRAND-OVRD-COUNT
308110              ADD 1 TO WS-ERROR-COUNT
308120          END-IF
308130      END-IF
308140      DISPLAY "FZBOVRPT: DETAIL RECORDS READ = " WS-DETAIL-COUNT
308150      DISPLAY "FZBOVRPT: OVERRIDES LISTED    = " WS-STRETCH-TOTAL
308160      DISPLAY "FZBOVRPT: RECORDS OVERRIDDEN  = " WS-OVERRIDE-COUNT
308170      DISPLAY "FZBOVRPT: ERRORS FOUND        = " WS-ERROR-COUNT
308180      IF WS-ERROR-COUNT > 0
308190          DISPLAY "FZBOVRPT: LISTING DOES NOT RECONCILE"
308200          MOVE 16 TO RETURN-CODE
308210      ELSE
308220          IF WS-WARNING-COUNT > 0
308230              DISPLAY "FZBOVRPT: LISTING RECONCILED WITH WARNINGS"
308240              MOVE 4 TO RETURN-CODE
308250          ELSE
308260              IF WS-OVERRIDE-COUNT = 0
308270                  DISPLAY "FZBOVRPT: NO OVERRIDES APPLIED IN RUN"
308280              ELSE
308290                  DISPLAY "FZBOVRPT: LISTING RECONCILED"
308300              END-IF
308310          END-IF
308320      END-IF.
308330
