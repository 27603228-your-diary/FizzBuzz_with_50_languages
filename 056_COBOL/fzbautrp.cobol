000010* ACCESS REVIEW REPORT FOR THE FIZZBUZZ SUBMITTER AUTHORIZATION
000020* TABLE (SEE FZBAUTH).  THE TABLE DECIDES WHO MAY RUN A
000030* NON-DEFAULT RANGE, APPLY RULE MASTER TRANSACTIONS, RESTART A
000040* CHECKPOINTED RUN, RUN HOUSEKEEPING OR LOAD THE HISTORY
000050* MASTER, SO IT HAS TO BE REVIEWED LIKE ANY OTHER ACCESS LIST.
000060* THIS PROGRAM BROWSES THE WHOLE TABLE IN USER ID ORDER AND
000070* PRINTS ONE LINE PER ENTRY - THE AUTHORITIES IT GRANTS, THE
000080* HOLDER, WHO APPROVED IT AND WHEN, THE EXPIRY AND THE ACCESS
000090* REQUEST - WITH ITS STATUS TODAY:
000100*     ACTIVE    - IN FORCE
000110*     EXPIRING  - IN FORCE, BUT EXPIRES WITHIN THE WARNING
000120*                 WINDOW (30 DAYS) - RENEW OR LET IT LAPSE
000130*     EXPIRED   - PAST ITS EXPIRY, GRANTS NOTHING - DROP IT AT
000140*                 THE NEXT RELOAD (FZBADEF.JCL)
000150*     NO GRANTS - IN FORCE BUT GRANTS NOTHING
000160*     BAD DATE  - EXPIRY IS NEITHER BLANK NOR A VALID CCYYMMDD
000170* IT THEN LISTS, AUTHORITY BY AUTHORITY, EVERY USER HOLDING IT,
000180* SO THE REVIEWER CAN SIGN OFF EACH ACTION'S HOLDERS IN ONE
000190* PLACE.
000200*
000210* RETURN CODES:  0 = TABLE REVIEWED, EVERY ENTRY IN FORCE,
000220* 4 = EXPIRED OR BAD-DATE ENTRIES TO CLEAN UP, OR THE TABLE IS
000230* EMPTY,  16 = THE TABLE COULD NOT BE OPENED OR READ.
000240
100000  IDENTIFICATION DIVISION.
100010  PROGRAM-ID.    FZBAUTRP.
100020
150000  ENVIRONMENT DIVISION.
150010  INPUT-OUTPUT SECTION.
150020  FILE-CONTROL.
150030*     THE SUBMITTER AUTHORIZATION TABLE (KSDS KEYED ON USER
150040*     ID, DEFINED BY FZBADEF.JCL), BROWSED IN KEY ORDER.
150050      SELECT AUTH-FILE ASSIGN TO "FZBAUTH"
150060          ORGANIZATION IS INDEXED
150070          ACCESS MODE IS SEQUENTIAL
150080          RECORD KEY IS AT-USER-ID
150090          FILE STATUS IS WS-AUTH-STATUS.
150100
200000  DATA DIVISION.
200005  FILE SECTION.
200010  FD  AUTH-FILE.
200011  01  AUTH-RECORD.
200012      COPY FZBAUTH.
200020
210000  WORKING-STORAGE SECTION.
210010  01 WS-AUTH-STATUS          PIC XX VALUE SPACES.
210020  01 WS-AUTH-EOF-SW          PIC X  VALUE 'N'.
210030     88 WS-AUTH-EOF               VALUE 'Y'.
220000* TODAY, AND THE EXPIRY ARITHMETIC - DAYS FROM TODAY TO THE
220001* ENTRY'S EXPIRY, AGAINST THE WARNING WINDOW.
220010  01 WS-CURRENT-DATETIME     PIC X(21) VALUE SPACES.
220020  01 WS-TODAY-NUM            PIC 9(8) VALUE 0.
220030  01 WS-TODAY-DAY-NUM        PIC 9(7) VALUE 0.
220040  01 WS-EXPIRY-NUM           PIC 9(8) VALUE 0.
220050  01 WS-EXPIRY-DAY-NUM       PIC 9(7) VALUE 0.
220060  01 WS-DAYS-LEFT            PIC S9(7) VALUE 0.
220070  01 WS-WARN-DAYS            PIC 9(3) VALUE 30.
220080  01 WS-ENTRY-STATUS         PIC X(9) VALUE SPACES.
220090  01 WS-ENTRY-GRANTS         PIC 9(1) VALUE 0.
230000* THE AUTHORITIES, IN FZBAUTH ORDER.  THE NAME TABLE AND THE
230001* PER-AUTHORITY COUNTS SHARE THE SUBSCRIPT WS-AUTH-IDX.
230010  01 WS-AUTH-NAME-VALUES.
230020     05 FILLER                PIC X(7) VALUE "RANGE  ".
230030     05 FILLER                PIC X(7) VALUE "RULES  ".
230040     05 FILLER                PIC X(7) VALUE "RESTART".
230050     05 FILLER                PIC X(7) VALUE "HSKP   ".
230060     05 FILLER                PIC X(7) VALUE "LOAD   ".
230070  01 WS-AUTH-NAME-TABLE REDEFINES WS-AUTH-NAME-VALUES.
230080     05 WS-AUTH-NAME          PIC X(7) OCCURS 5 TIMES.
230090  01 WS-AUTH-COUNT-TABLE.
230100     05 WS-AUTH-COUNTS OCCURS 5 TIMES.
230110        10 WS-AUTH-HELD        PIC 9(5).
230120        10 WS-AUTH-LAPSED      PIC 9(5).
230130  01 WS-AUTH-IDX             PIC 9(1) VALUE 0.
240000* THE ENTRIES READ, KEPT FOR THE HOLDER LISTS.  ENTRIES BEYOND
240001* THE TABLE LIMIT ARE STILL PRINTED AND COUNTED BUT LEFT OFF
240002* THE HOLDER LISTS, WITH A WARNING.
240010  01 WS-MAX-ENTRIES          PIC 9(3) VALUE 500.
240020  01 WS-ENTRY-COUNT          PIC 9(3) VALUE 0.
240030  01 WS-ENTRY-TABLE.
240040     05 WS-ENTRY OCCURS 500 TIMES INDEXED BY WS-ENT-IDX.
240050        10 WS-ENT-USER-ID      PIC X(8).
240060        10 WS-ENT-USER-NAME    PIC X(24).
240070        10 WS-ENT-STATUS       PIC X(9).
240080        10 WS-ENT-FLAG         PIC X(1) OCCURS 5 TIMES.
240090  01 WS-ENTRY-OVERFLOW       PIC 9(5) VALUE 0.
250000* REVIEW TOTALS.
250010  01 WS-READ-COUNT           PIC 9(5) VALUE 0.
250020  01 WS-ACTIVE-COUNT         PIC 9(5) VALUE 0.
250030  01 WS-EXPIRING-COUNT       PIC 9(5) VALUE 0.
250040  01 WS-EXPIRED-COUNT        PIC 9(5) VALUE 0.
250050  01 WS-NO-GRANT-COUNT       PIC 9(5) VALUE 0.
250060  01 WS-BAD-DATE-COUNT       PIC 9(5) VALUE 0.
260000* ONE ENTRY'S REPORT LINE - A COLUMN PER AUTHORITY ('Y' OR
260001* '-'), THEN THE HOLDER, APPROVAL, EXPIRY, REQUEST AND STATUS.
260010  01 WS-HEADING-LINE.
260020     05 FILLER                PIC X(10) VALUE "FZBAUTRP: ".
260030     05 FILLER                PIC X(10) VALUE "USER ID   ".
260040     05 FILLER                PIC X(30)
260041        VALUE "RNG RUL RST HSK LOD ".
260050     05 FILLER                PIC X(25)
260051        VALUE "HOLDER".
260060     05 FILLER                PIC X(9)  VALUE "GRANTED".
260070     05 FILLER                PIC X(9)  VALUE "BY".
260080     05 FILLER                PIC X(9)  VALUE "EXPIRES".
260090     05 FILLER                PIC X(11) VALUE "REQUEST".
260100     05 FILLER                PIC X(9)  VALUE "STATUS".
260110  01 WS-DETAIL-LINE.
260120     05 FILLER                PIC X(10) VALUE "FZBAUTRP: ".
260130     05 DL-USER-ID            PIC X(8).
260140     05 FILLER                PIC X(3)  VALUE SPACES.
260150     05 DL-FLAG-GROUP OCCURS 5 TIMES.
260160        10 DL-FLAG             PIC X(1).
260170        10 FILLER              PIC X(3) VALUE SPACES.
260180     05 FILLER                PIC X(9)  VALUE SPACES.
260190     05 DL-USER-NAME          PIC X(24).
260200     05 FILLER                PIC X(1)  VALUE SPACE.
260210     05 DL-GRANTED-DATE       PIC X(8).
260220     05 FILLER                PIC X(1)  VALUE SPACE.
260230     05 DL-GRANTED-BY         PIC X(8).
260240     05 FILLER                PIC X(1)  VALUE SPACE.
260250     05 DL-EXPIRY-DATE        PIC X(8).
260260     05 FILLER                PIC X(1)  VALUE SPACE.
260270     05 DL-REFERENCE          PIC X(10).
260280     05 FILLER                PIC X(1)  VALUE SPACE.
260290     05 DL-STATUS             PIC X(9).
300000  PROCEDURE DIVISION.
300001  MAIN-PARA.
300010      MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
300020      MOVE WS-CURRENT-DATETIME (1:8) TO WS-TODAY-NUM.
300030      COMPUTE WS-TODAY-DAY-NUM =
300031          FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
300040      INITIALIZE WS-AUTH-COUNT-TABLE.
300050      OPEN INPUT AUTH-FILE.
300060      IF WS-AUTH-STATUS NOT = "00"
300070          DISPLAY "FZBAUTRP: AUTHORIZATION TABLE OPEN FAILED - "
300071              "STATUS = " WS-AUTH-STATUS
300080          MOVE 16 TO RETURN-CODE
300090          STOP RUN
300100      END-IF
300110      DISPLAY "FZBAUTRP: FIZZBUZZ SUBMITTER AUTHORIZATION REVIEW "
300111          "AS AT " WS-TODAY-NUM
300120      DISPLAY WS-HEADING-LINE
300130      PERFORM UNTIL WS-AUTH-EOF
300140          READ AUTH-FILE NEXT RECORD
300150              AT END MOVE 'Y' TO WS-AUTH-EOF-SW
300160          END-READ
300170          IF NOT WS-AUTH-EOF
300180              IF WS-AUTH-STATUS NOT = "00"
300190                  DISPLAY "FZBAUTRP: AUTHORIZATION TABLE READ "
300191                      "FAILED - STATUS = " WS-AUTH-STATUS
300200                  CLOSE AUTH-FILE
300210                  MOVE 16 TO RETURN-CODE
300220                  STOP RUN
300230              END-IF
300240              PERFORM PROCESS-ENTRY-PARA
300250          END-IF
300260      END-PERFORM
300270      CLOSE AUTH-FILE
300280      PERFORM PRINT-HOLDERS-PARA
300290      PERFORM PRINT-SUMMARY-PARA
300300      STOP RUN.
300310
301000  PROCESS-ENTRY-PARA.
301001*     ONE TABLE ENTRY - WORK OUT ITS STATUS, PRINT ITS LINE,
301002*     COUNT ITS AUTHORITIES AND KEEP IT FOR THE HOLDER LISTS.
301010      ADD 1 TO WS-READ-COUNT
301020      PERFORM SET-ENTRY-STATUS-PARA
301030      MOVE AT-USER-ID TO DL-USER-ID
301040      MOVE AT-RANGE-AUTH TO DL-FLAG (1)
301050      MOVE AT-RULES-AUTH TO DL-FLAG (2)
301060      MOVE AT-RESTART-AUTH TO DL-FLAG (3)
301070      MOVE AT-HSKP-AUTH TO DL-FLAG (4)
301080      MOVE AT-LOAD-AUTH TO DL-FLAG (5)
301090      PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
301091              UNTIL WS-AUTH-IDX > 5
301100          IF DL-FLAG (WS-AUTH-IDX) = "Y"
301110              IF WS-ENTRY-STATUS = "EXPIRED"
301111                  OR WS-ENTRY-STATUS = "BAD DATE"
301120                  ADD 1 TO WS-AUTH-LAPSED (WS-AUTH-IDX)
301130              ELSE
301140                  ADD 1 TO WS-AUTH-HELD (WS-AUTH-IDX)
301150              END-IF
301160          ELSE
301170              MOVE "-" TO DL-FLAG (WS-AUTH-IDX)
301180          END-IF
301190      END-PERFORM
301200      MOVE AT-USER-NAME TO DL-USER-NAME
301210      MOVE AT-GRANTED-DATE TO DL-GRANTED-DATE
301220      MOVE AT-GRANTED-BY TO DL-GRANTED-BY
301230      MOVE AT-EXPIRY-DATE TO DL-EXPIRY-DATE
301240      MOVE AT-REFERENCE TO DL-REFERENCE
301250      MOVE WS-ENTRY-STATUS TO DL-STATUS
301260      DISPLAY WS-DETAIL-LINE
301270      IF WS-ENTRY-COUNT < WS-MAX-ENTRIES
301280          ADD 1 TO WS-ENTRY-COUNT
301290          SET WS-ENT-IDX TO WS-ENTRY-COUNT
301300          MOVE AT-USER-ID TO WS-ENT-USER-ID (WS-ENT-IDX)
301310          MOVE AT-USER-NAME TO WS-ENT-USER-NAME (WS-ENT-IDX)
301320          MOVE WS-ENTRY-STATUS TO WS-ENT-STATUS (WS-ENT-IDX)
301330          PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
301331                  UNTIL WS-AUTH-IDX > 5
301340              MOVE DL-FLAG (WS-AUTH-IDX)
301341                  TO WS-ENT-FLAG (WS-ENT-IDX WS-AUTH-IDX)
301350          END-PERFORM
301360      ELSE
301370          ADD 1 TO WS-ENTRY-OVERFLOW
301380      END-IF.
301390
302000  SET-ENTRY-STATUS-PARA.
302001*     THE ENTRY'S STANDING TODAY.  A BLANK OR 99999999 EXPIRY
302002*     NEVER LAPSES.  THE EXPIRY DATE IS THE LAST DAY THE
302003*     AUTHORITY HOLDS, AS THE PROGRAMS THAT ENFORCE IT READ
302004*     IT, SO AN ENTRY EXPIRING TODAY IS STILL IN FORCE.
302010      MOVE 0 TO WS-ENTRY-GRANTS
302020      IF AT-RANGE-AUTH = "Y"
302030          ADD 1 TO WS-ENTRY-GRANTS
302040      END-IF
302050      IF AT-RULES-AUTH = "Y"
302060          ADD 1 TO WS-ENTRY-GRANTS
302070      END-IF
302080      IF AT-RESTART-AUTH = "Y"
302090          ADD 1 TO WS-ENTRY-GRANTS
302100      END-IF
302110      IF AT-HSKP-AUTH = "Y"
302120          ADD 1 TO WS-ENTRY-GRANTS
302130      END-IF
302140      IF AT-LOAD-AUTH = "Y"
302150          ADD 1 TO WS-ENTRY-GRANTS
302160      END-IF
302170      MOVE "ACTIVE" TO WS-ENTRY-STATUS
302180      IF AT-EXPIRY-DATE NOT = SPACES
302181          AND AT-EXPIRY-DATE NOT = "99999999"
302190          IF AT-EXPIRY-DATE IS NOT NUMERIC
302200              MOVE "BAD DATE" TO WS-ENTRY-STATUS
302210          ELSE
302220              MOVE AT-EXPIRY-DATE TO WS-EXPIRY-NUM
302230              IF FUNCTION TEST-DATE-YYYYMMDD(WS-EXPIRY-NUM)
302231                  NOT = 0
302240                  MOVE "BAD DATE" TO WS-ENTRY-STATUS
302250              ELSE
302260                  COMPUTE WS-EXPIRY-DAY-NUM =
302261                      FUNCTION INTEGER-OF-DATE(WS-EXPIRY-NUM)
302270                  COMPUTE WS-DAYS-LEFT =
302271                      WS-EXPIRY-DAY-NUM - WS-TODAY-DAY-NUM
302280                  IF WS-DAYS-LEFT < 0
302290                      MOVE "EXPIRED" TO WS-ENTRY-STATUS
302300                  ELSE
302310                      IF WS-DAYS-LEFT < WS-WARN-DAYS
302320                          MOVE "EXPIRING" TO WS-ENTRY-STATUS
302330                      END-IF
302340                  END-IF
302350              END-IF
302360          END-IF
302370      END-IF
302380      IF WS-ENTRY-STATUS = "ACTIVE"
302381          AND WS-ENTRY-GRANTS = 0
302390          MOVE "NO GRANTS" TO WS-ENTRY-STATUS
302400      END-IF
302410      EVALUATE WS-ENTRY-STATUS
302420          WHEN "ACTIVE"
302430              ADD 1 TO WS-ACTIVE-COUNT
302440          WHEN "EXPIRING"
302450              ADD 1 TO WS-EXPIRING-COUNT
302460          WHEN "EXPIRED"
302470              ADD 1 TO WS-EXPIRED-COUNT
302480          WHEN "NO GRANTS"
302490              ADD 1 TO WS-NO-GRANT-COUNT
302500          WHEN OTHER
302510              ADD 1 TO WS-BAD-DATE-COUNT
302520      END-EVALUATE.
302530
303000  PRINT-HOLDERS-PARA.
303001*     AUTHORITY BY AUTHORITY, EVERY USER WHOSE ENTRY NAMES IT.
303002*     A LAPSED ENTRY (EXPIRED OR BAD DATE) IS SHOWN WITH ITS
303003*     STATUS - IT GRANTS NOTHING BUT IS STILL ON THE TABLE.
303010      PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
303011              UNTIL WS-AUTH-IDX > 5
303020          DISPLAY "FZBAUTRP: "
303030          DISPLAY "FZBAUTRP: " WS-AUTH-NAME (WS-AUTH-IDX)
303031              " AUTHORITY - HOLDERS " WS-AUTH-HELD (WS-AUTH-IDX)
303032              " LAPSED " WS-AUTH-LAPSED (WS-AUTH-IDX)
303040          PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
303041                  UNTIL WS-ENT-IDX > WS-ENTRY-COUNT
303050              IF WS-ENT-FLAG (WS-ENT-IDX WS-AUTH-IDX) = "Y"
303060                  DISPLAY "FZBAUTRP:     "
303061                      WS-ENT-USER-ID (WS-ENT-IDX) " "
303062                      WS-ENT-USER-NAME (WS-ENT-IDX) " "
303063                      WS-ENT-STATUS (WS-ENT-IDX)
303070              END-IF
303080          END-PERFORM
303090      END-PERFORM
303100      IF WS-ENTRY-OVERFLOW > 0
303110          DISPLAY "FZBAUTRP: "
303120          DISPLAY "FZBAUTRP: " WS-ENTRY-OVERFLOW
303121              " ENTRIES BEYOND THE LIMIT OF " WS-MAX-ENTRIES
303122              " ARE LEFT OFF THE HOLDER LISTS - SEE THE "
303123              "ENTRY LINES ABOVE"
303130      END-IF.
303140
304000  PRINT-SUMMARY-PARA.
304001*     THE REVIEW TOTALS AND VERDICT.  EXPIRED AND BAD-DATE
304002*     ENTRIES ARE CLEAN-UP WORK FOR THE NEXT RELOAD, AND AN
304003*     EMPTY TABLE REFUSES EVERY CONTROLLED ACTION - BOTH ARE
304004*     WORTH A 4.  AN EXPIRING ENTRY IS ONLY A REMINDER.
304010      DISPLAY "FZBAUTRP: "
304020      DISPLAY "FZBAUTRP: ENTRIES READ    = " WS-READ-COUNT
304030      DISPLAY "FZBAUTRP: ACTIVE          = " WS-ACTIVE-COUNT
304040      DISPLAY "FZBAUTRP: EXPIRING        = " WS-EXPIRING-COUNT
304050      DISPLAY "FZBAUTRP: EXPIRED         = " WS-EXPIRED-COUNT
304060      DISPLAY "FZBAUTRP: NO GRANTS       = " WS-NO-GRANT-COUNT
304070      DISPLAY "FZBAUTRP: BAD EXPIRY DATE = " WS-BAD-DATE-COUNT
304080      IF WS-READ-COUNT = 0
304090          DISPLAY "FZBAUTRP: AUTHORIZATION TABLE IS EMPTY - "
304091              "EVERY CONTROLLED ACTION IS REFUSED"
304100          MOVE 4 TO RETURN-CODE
304110      ELSE
304120          IF WS-EXPIRED-COUNT > 0
304121              OR WS-BAD-DATE-COUNT > 0
304130              DISPLAY "FZBAUTRP: REVIEW COMPLETE - LAPSED "
304131                  "ENTRIES TO REMOVE AT THE NEXT RELOAD"
304140              MOVE 4 TO RETURN-CODE
304150          ELSE
304160              DISPLAY "FZBAUTRP: REVIEW COMPLETE"
304170          END-IF
304180      END-IF.
304190
