000090* SELECTION BY DATE RANGE AND USER ID COMES FROM ITS OWN
000100* CONTROL CARD (SEE AUDRCARD) SO AUDIT CAN ASK FOR "ALL OF JULY
000110* FOR USER PRODOPS" AND GET ONE PAGE BACK.
000111*
000112* RUNS REFUSED BY THE AUTHORIZATION TABLE (AU-AUTH-FLAG 'U')
000113* ARE LISTED AND COUNTED: THE CLASSIFIER'S AMONG ITS REJECTED
000114* RUNS, AND THE REFUSED HOUSEKEEPING/LOAD/RULE MAINTENANCE
000115* ATTEMPTS (THE ONLY RECORDS THOSE PROGRAMS WRITE - SEE
000116* AU-PROGRAM-ID) ON THEIR OWN, OUTSIDE THE CLASSIFIER'S RUN
000117* AND PARAMETER-CHANGE FIGURES.
000120
100000  IDENTIFICATION DIVISION.
100010  PROGRAM-ID.    FZBAUDR.
250040  01 WS-FRESH-COUNT          PIC 9(7) VALUE 0.
250050  01 WS-PARM-CHANGE-COUNT    PIC 9(7) VALUE 0.
250060  01 WS-STOPPED-COUNT        PIC 9(7) VALUE 0.
250070  01 WS-UNAUTH-COUNT         PIC 9(7) VALUE 0.
250080  01 WS-MAINT-REFUSED-COUNT  PIC 9(7) VALUE 0.
260000* PREVIOUS RUN'S PARAMETERS FOR THE CHANGE HISTORY - TRACKED
260001* ACROSS EVERY RECORD (NOT JUST SELECTED ONES) SO THE FIRST
260002* SELECTED RECORD OF A RANGE COMPARES AGAINST THE RUN THAT
301002*     AGAINST THE PREVIOUS RECORD REGARDLESS OF SELECTION, THEN
301003*     EVERYTHING ELSE APPLIES ONLY TO RECORDS INSIDE THE
301004*     SELECTED DATE RANGE AND USER.
301005*     A RECORD FROM ANOTHER PROGRAM IS A REFUSED MAINTENANCE
301006*     ATTEMPT - IT CARRIES NO CLASSIFIER PARAMETERS, SO IT IS
301007*     KEPT OUT OF THE CHANGE HISTORY ALTOGETHER.
301008      IF AU-PROGRAM-ID NOT = SPACES
301009          AND AU-PROGRAM-ID NOT = "FIZZBUZZ"
301010          IF AU-RUN-DATE >= WS-FROM-DATE
301011              AND AU-RUN-DATE <= WS-TO-DATE
301012              AND (WS-SELECT-USER = SPACES
301013                  OR AU-USER-ID = WS-SELECT-USER)
301014              ADD 1 TO WS-MAINT-REFUSED-COUNT
301015              DISPLAY "FZBAUDR: NOT AUTHORIZED " AU-PROGRAM-ID
301016                  " " AU-RUN-DATE " " AU-RUN-TIME
301017                  " USER " AU-USER-ID
301018          END-IF
301019      ELSE
301020          IF AU-RUN-DATE >= WS-FROM-DATE
301021              AND AU-RUN-DATE <= WS-TO-DATE
301022              AND (WS-SELECT-USER = SPACES
301023                  OR AU-USER-ID = WS-SELECT-USER)
301024              PERFORM TALLY-SELECTED-PARA
301025          END-IF
301040*         REMEMBER THIS RUN'S PARAMETERS FOR THE NEXT
301041*         COMPARISON.
301050          MOVE 'N' TO WS-FIRST-RECORD-SW
301060          MOVE AU-UPPER-LIMIT TO WS-PREV-UPPER-LIMIT
301070          MOVE AU-FIZZ-DIVISOR TO WS-PREV-FIZZ-DIVISOR
301080          MOVE AU-BUZZ-DIVISOR TO WS-PREV-BUZZ-DIVISOR
301085      END-IF.
301090
302000  TALLY-SELECTED-PARA.
302001*     A RECORD INSIDE THE SELECTION: RUNS-PER-DAY BREAK, PER-
302100          DISPLAY "FZBAUDR: REJECTED RUN " AU-RUN-DATE " "
302101              AU-RUN-TIME " USER " AU-USER-ID
302110      END-IF
302111      IF AU-AUTH-FLAG = "U"
302112          ADD 1 TO WS-UNAUTH-COUNT
302113          DISPLAY "FZBAUDR: NOT AUTHORIZED FIZZBUZZ "
302114              AU-RUN-DATE " " AU-RUN-TIME " USER " AU-USER-ID
302115      END-IF
302120      IF AU-RESTART-FLAG = "R"
302130          ADD 1 TO WS-RESTARTED-COUNT
302140      ELSE
305090      DISPLAY "FZBAUDR: RESTARTED RUNS  = " WS-RESTARTED-COUNT
305100      DISPLAY "FZBAUDR: FRESH RUNS      = " WS-FRESH-COUNT
305101      DISPLAY "FZBAUDR: OPERATOR STOPS  = " WS-STOPPED-COUNT
305102      DISPLAY "FZBAUDR: NOT AUTHORIZED  = " WS-UNAUTH-COUNT
305103      DISPLAY "FZBAUDR: MAINT REFUSED   = "
305104          WS-MAINT-REFUSED-COUNT
305110      DISPLAY "FZBAUDR: PARM CHANGES    = "
305111          WS-PARM-CHANGE-COUNT
305120      IF WS-SELECTED-COUNT = 0
