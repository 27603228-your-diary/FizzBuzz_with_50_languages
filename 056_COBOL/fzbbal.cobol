150390          ORGANIZATION IS SEQUENTIAL
150400          FILE STATUS IS WS-STATS-STATUS.
150410
150420*     RUN REGISTRY (SEE FZBRREG) - THE RUN MUST HAVE COMPLETED
150430*     BOTH ITS LOAD AND ITS EXTRACT AND MUST NOT ALREADY BE
150440*     BALANCED; THE BALANCING'S START, END, RETURN CODE AND
150450*     REFERENCE COUNT ARE RECORDED AGAINST IT.
150460      SELECT RUN-REGISTRY-FILE ASSIGN TO "FZBRREG"
150470          ORGANIZATION IS INDEXED
150480          ACCESS MODE IS RANDOM
150490          RECORD KEY IS RR-RUN-DATE
150500          FILE STATUS IS WS-RREG-STATUS.
150510
200000  DATA DIVISION.
200005  FILE SECTION.
200010  FD  BALANCE-CARD-FILE
200111      RECORDING MODE IS F.
200112  01  RUN-STATS-RECORD.
200113      COPY FZBSTAT.
200114
200115  FD  RUN-REGISTRY-FILE.
200116  01  RUN-REGISTRY-RECORD.
200117      COPY FZBRREG.
200120
210000  WORKING-STORAGE SECTION.
210010  01 WS-BALCARD-STATUS       PIC XX VALUE SPACES.
280001* THE PAGE NAMES EACH ONE AND THE RETURN CODE GATES THE
280002* SCHEDULER.
280010  01 WS-OOB-COUNT            PIC 9(2) VALUE 0.
290000* RUN REGISTRY STATE (SEE REGISTER-START-PARA) - THE ENTRY IS
290001* THE RUN DATE BEING PROVED.
290010  01 WS-RREG-STATUS          PIC XX VALUE SPACES.
290020  01 WS-RREG-SUB             PIC 9  VALUE 0.
290030  01 WS-RREG-END-STATE       PIC X  VALUE SPACES.
300000  PROCEDURE DIVISION.
300001  MAIN-PARA.
300002      MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
300004      PERFORM READ-BALANCE-CARD-PARA.
300010      DISPLAY "FZBBAL: DAILY BALANCING FOR RUN "
300011          WS-BAL-RUN-DATE
300012*     THE REGISTRY GATES THE BALANCING ON THE RUN'S OWN
300013*     HISTORY BEFORE ANY LINK IS CHECKED.
300014      PERFORM REGISTER-START-PARA
300020      PERFORM CHECK-FIZZOUT-PARA
300030      PERFORM CHECK-MASTER-PARA
300040      PERFORM CHECK-FEED-PARA
300050      PERFORM CHECK-AUDIT-PARA
300060      PERFORM CHECK-STATS-PARA
300070      PERFORM SET-VERDICT-PARA
300071      IF WS-OOB-COUNT = 0
300072          MOVE "C" TO WS-RREG-END-STATE
300073      ELSE
300074          MOVE "F" TO WS-RREG-END-STATE
300075      END-IF
300076      PERFORM REGISTER-END-PARA
300080      STOP RUN.
300090
301000  CHECK-FIZZOUT-PARA.
310130          CLOSE BALANCE-CARD-FILE
310140      END-IF.
310150
311000  REGISTER-START-PARA.
311001*     THE RUN REGISTRY GATE (SEE FZBRREG): THE RUN MUST BE ON
311002*     THE REGISTRY WITH BOTH ITS LOAD AND ITS EXTRACT STEPS
311003*     COMPLETE, AND ITS BALANCE STEP MUST NOT ALREADY BE -
311004*     OTHERWISE THE STEP IS REFUSED (16, DISTINCT FROM THE 8
311005*     OF AN OUT-OF-BALANCE CHAIN).  A FAILED BALANCING MAY
311006*     RERUN ONCE THE BROKEN LINK IS REPAIRED.  ON ACCEPTANCE
311007*     THE STEP IS MARKED STARTED.
311010      OPEN I-O RUN-REGISTRY-FILE
311020      IF WS-RREG-STATUS NOT = "00"
311030          DISPLAY "FZBBAL: RUN REGISTRY OPEN FAILED - "
311031              "STATUS = " WS-RREG-STATUS
311040          PERFORM REGISTER-REFUSE-PARA
311050      END-IF
311060      MOVE WS-BAL-RUN-DATE TO RR-RUN-DATE
311070      READ RUN-REGISTRY-FILE
311080          INVALID KEY CONTINUE
311090      END-READ
311100      IF WS-RREG-STATUS NOT = "00"
311110          DISPLAY "FZBBAL: RUN " WS-BAL-RUN-DATE
311111              " NOT ON THE RUN REGISTRY - STATUS = "
311112              WS-RREG-STATUS
311120          PERFORM REGISTER-REFUSE-PARA
311130      END-IF
311140      IF RR-STEP-STATUS (5) = "C"
311150          DISPLAY "FZBBAL: RUN " WS-BAL-RUN-DATE
311151              " IS ALREADY BALANCED"
311160          PERFORM REGISTER-REFUSE-PARA
311170      END-IF
311180      IF RR-STEP-STATUS (3) NOT = "C"
311190          DISPLAY "FZBBAL: RUN " WS-BAL-RUN-DATE
311191              " HAS NOT COMPLETED ITS LOAD"
311200          PERFORM REGISTER-REFUSE-PARA
311210      END-IF
311220      IF RR-STEP-STATUS (4) NOT = "C"
311230          DISPLAY "FZBBAL: RUN " WS-BAL-RUN-DATE
311231              " HAS NOT COMPLETED ITS EXTRACT"
311240          PERFORM REGISTER-REFUSE-PARA
311250      END-IF
311260      MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
311270      MOVE "R" TO RR-STEP-STATUS (5)
311280      MOVE WS-CURRENT-DATETIME (1:8) TO RR-STEP-START-DATE (5)
311290      MOVE WS-CURRENT-DATETIME (9:6) TO RR-STEP-START-TIME (5)
311300      MOVE SPACES TO RR-STEP-END-DATE (5)
311310      MOVE SPACES TO RR-STEP-END-TIME (5)
311320      MOVE 0 TO RR-STEP-RC (5)
311330      MOVE 0 TO RR-STEP-COUNT (5)
311340      ADD 1 TO RR-STEP-ATTEMPTS (5)
311341          ON SIZE ERROR
311342              MOVE 99 TO RR-STEP-ATTEMPTS (5)
311343      END-ADD
311350      REWRITE RUN-REGISTRY-RECORD
311360      IF WS-RREG-STATUS NOT = "00"
311370          DISPLAY "FZBBAL: RUN REGISTRY UPDATE FAILED - "
311371              "STATUS = " WS-RREG-STATUS
311380          PERFORM REGISTER-REFUSE-PARA
311390      END-IF
311400      CLOSE RUN-REGISTRY-FILE.
311410
311500  REGISTER-REFUSE-PARA.
311510      DISPLAY "FZBBAL: STEP REFUSED BY THE RUN REGISTRY - "
311511          "NOTHING BALANCED (SEE FZBRSTAT)"
311520      CLOSE RUN-REGISTRY-FILE
311530      MOVE 16 TO RETURN-CODE
311540      STOP RUN.
311550
312000  REGISTER-END-PARA.
312001*     RECORD THE BALANCE STEP'S END - THE STAGED END STATE,
312002*     THE STEP RETURN CODE AND THE REFERENCE COUNT PROVED -
312003*     AND MARK THE RUN COMPLETE NOW THAT EVERY STEP IS.  A
312004*     FAILED UPDATE IS ONLY REPORTED.
312010      OPEN I-O RUN-REGISTRY-FILE
312020      IF WS-RREG-STATUS = "00"
312030          MOVE WS-BAL-RUN-DATE TO RR-RUN-DATE
312040          READ RUN-REGISTRY-FILE
312050              INVALID KEY CONTINUE
312060          END-READ
312070      END-IF
312080      IF WS-RREG-STATUS = "00"
312090          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
312100          MOVE WS-RREG-END-STATE TO RR-STEP-STATUS (5)
312110          MOVE WS-CURRENT-DATETIME (1:8) TO RR-STEP-END-DATE (5)
312120          MOVE WS-CURRENT-DATETIME (9:6) TO RR-STEP-END-TIME (5)
312130          MOVE RETURN-CODE TO RR-STEP-RC (5)
312140          MOVE WS-REF-COUNT TO RR-STEP-COUNT (5)
312150          MOVE "C" TO RR-RUN-STATUS
312160          PERFORM VARYING WS-RREG-SUB FROM 1 BY 1
312161              UNTIL WS-RREG-SUB > 5
312170              IF RR-STEP-STATUS (WS-RREG-SUB) NOT = "C"
312180                  MOVE "O" TO RR-RUN-STATUS
312190              END-IF
312200          END-PERFORM
312210          REWRITE RUN-REGISTRY-RECORD
312220      END-IF
312230      IF WS-RREG-STATUS NOT = "00"
312240          DISPLAY "FZBBAL: RUN REGISTRY NOT UPDATED - "
312241              "STATUS = " WS-RREG-STATUS
312250      END-IF
312260      CLOSE RUN-REGISTRY-FILE.
