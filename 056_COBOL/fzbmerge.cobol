150260          ORGANIZATION IS SEQUENTIAL
150270          FILE STATUS IS WS-MRGCARD-STATUS.
150280
150290*     RUN REGISTRY (SEE FZBRREG) - THE PARTITION JOBS RUN
150300*     UNREGISTERED, SO THE MERGE IS THE CONSOLIDATED RUN'S
150310*     CLASSIFY STEP: IT OPENS THE RUN'S ENTRY AND RECORDS THE
150320*     MERGE'S START, END, RETURN CODE AND DETAIL COUNT.
150330      SELECT RUN-REGISTRY-FILE ASSIGN TO "FZBRREG"
150340          ORGANIZATION IS INDEXED
150350          ACCESS MODE IS RANDOM
150360          RECORD KEY IS RR-RUN-DATE
150370          FILE STATUS IS WS-RREG-STATUS.
150380
200000  DATA DIVISION.
200005  FILE SECTION.
200010  FD  PARTIN01-FILE
200122  01  MERGE-CARD-RECORD.
200123      COPY MRGCARD.
200130
200140  FD  RUN-REGISTRY-FILE.
200141  01  RUN-REGISTRY-RECORD.
200142      COPY FZBRREG.
200150
210000  WORKING-STORAGE SECTION.
210010  01 WS-PARTIN-STATUS        PIC XX VALUE SPACES.
210020  01 WS-MERGEOUT-STATUS      PIC XX VALUE SPACES.
260040  01 WS-GRAND-PLAIN-COUNT    PIC 9(7) VALUE 0.
260050  01 WS-GRAND-OTHER-COUNT    PIC 9(7) VALUE 0.
260060  01 WS-GRAND-TOTAL-COUNT    PIC 9(7) VALUE 0.
260065  01 WS-GRAND-OVERRIDE-COUNT PIC 9(7) VALUE 0.
260070  01 WS-MERGED-DETAIL-COUNT  PIC 9(7) VALUE 0.
260071* RUN HEADER HANDLING (SEE FZBHDR) - EVERY PARTITION CARRIES
260072* ITS OWN HEADER (EACH IS A NORMAL FIZZBUZZ INVOCATION); THE
260085* CROSS-FOOT OF ONE PARTITION TRAILER'S CATEGORY COUNTS - WIDE
260086* ENOUGH THAT FIVE FULL-RANGE CATEGORIES CANNOT OVERFLOW IT.
260090  01 WS-CATEGORY-SUM         PIC 9(8) VALUE 0.
270000* RUN REGISTRY CONTROL (SEE REGISTER-START-PARA).
270010  01 WS-RREG-STATUS          PIC XX VALUE SPACES.
270020  01 WS-RREG-RUN-DATE        PIC X(8) VALUE SPACES.
270030  01 WS-RREG-FOUND-SW        PIC X  VALUE 'N'.
270040     88 WS-RREG-FOUND            VALUE 'Y'.
270050  01 WS-RREG-SUB             PIC 9  VALUE 0.
270060  01 WS-RREG-END-STATE       PIC X  VALUE SPACES.
270070  01 WS-CURRENT-DATETIME     PIC X(21) VALUE SPACES.
300000  PROCEDURE DIVISION.
300001  MAIN-PARA.
300002      PERFORM READ-MERGE-CARD-PARA.
300006          MOVE 16 TO RETURN-CODE
300007          STOP RUN
300008      END-IF
300009      PERFORM IDENTIFY-RUN-PARA
300010      PERFORM REGISTER-START-PARA
300011      OPEN OUTPUT MERGE-OUTPUT-FILE.
300012      IF WS-MERGEOUT-STATUS NOT = "00"
300013          DISPLAY "FZBMERGE: OUTPUT OPEN FAILED - STATUS = "
300014              WS-MERGEOUT-STATUS
300015          MOVE 16 TO RETURN-CODE
300016          PERFORM REGISTER-FAILED-PARA
300017          STOP RUN
300018      END-IF
300020      PERFORM PROCESS-PARTITION-PARA
300021          VARYING WS-PART-SUB FROM 1 BY 1
300022          UNTIL WS-PART-SUB > WS-PART-COUNT
300030      PERFORM WRITE-GRAND-TRAILER-PARA
300040      CLOSE MERGE-OUTPUT-FILE
300050      PERFORM SET-VERDICT-PARA
300051      IF RETURN-CODE > 0
300052          MOVE "F" TO WS-RREG-END-STATE
300053      ELSE
300054          MOVE "C" TO WS-RREG-END-STATE
300055      END-IF
300056      PERFORM REGISTER-END-PARA
300060      STOP RUN.
300070
301000  PROCESS-PARTITION-PARA.
305110      ADD FT-OTHER-COUNT OF WS-PART-TRAILER
305111          TO WS-GRAND-OTHER-COUNT
305120      ADD FT-TOTAL-COUNT OF WS-PART-TRAILER
305121          TO WS-GRAND-TOTAL-COUNT
305122*     THE "OF WHICH" OVERRIDE COUNT - BLANK ON A TRAILER
305123*     WRITTEN BEFORE OVERRIDES EXISTED, WHICH APPLIED NONE.
305124      IF FT-OVERRIDE-COUNT OF WS-PART-TRAILER IS NUMERIC
305125          ADD FT-OVERRIDE-COUNT OF WS-PART-TRAILER
305126              TO WS-GRAND-OVERRIDE-COUNT
305127      END-IF.
305130
306000  WRITE-GRAND-TRAILER-PARA.
306001*     THE CONSOLIDATED GRAND TRAILER - THE SUM OF EVERY
306111          TO FT-OTHER-COUNT OF MERGE-TRAILER-RECORD
306120      MOVE WS-GRAND-TOTAL-COUNT
306121          TO FT-TOTAL-COUNT OF MERGE-TRAILER-RECORD
306125      MOVE WS-GRAND-OVERRIDE-COUNT
306126          TO FT-OVERRIDE-COUNT OF MERGE-TRAILER-RECORD
306130      PERFORM WRITE-MERGED-RECORD-PARA.
306140
307000  WRITE-MERGED-RECORD-PARA.
307031              WS-MERGEOUT-STATUS
307040          CLOSE MERGE-OUTPUT-FILE
307050          MOVE 16 TO RETURN-CODE
307055          PERFORM REGISTER-FAILED-PARA
307060          STOP RUN
307070      END-IF.
307080
322090          WHEN 8 CLOSE PARTIN08-FILE
322100      END-EVALUATE.
322110
323000  IDENTIFY-RUN-PARA.
323001*     PEEK AT PARTITION 1'S RUN HEADER FOR THE RUN DATE THE
323002*     CONSOLIDATED RUN IS REGISTERED UNDER.  THE PARTITION IS
323003*     CLOSED AGAIN FOR THE MERGE PROPER, WHICH CROSS-CHECKS
323004*     EVERY OTHER PARTITION'S RUN DATE AGAINST THIS ONE.
323010      MOVE SPACES TO WS-RREG-RUN-DATE
323020      MOVE 1 TO WS-PART-SUB
323030      MOVE 'N' TO WS-PART-EOF-SW
323040      PERFORM OPEN-PARTITION-PARA
323050      IF WS-PARTIN-STATUS = "00"
323060          PERFORM READ-PARTITION-PARA
323070          IF NOT WS-PART-EOF
323080              AND FH-RECORD-TYPE OF WS-PART-HEADER = "H"
323090              AND FH-RUN-DATE OF WS-PART-HEADER IS NUMERIC
323100              MOVE FH-RUN-DATE OF WS-PART-HEADER
323101                  TO WS-RREG-RUN-DATE
323110          END-IF
323120          PERFORM CLOSE-PARTITION-PARA
323130      END-IF
323140      MOVE 'N' TO WS-PART-EOF-SW
323150      MOVE 0 TO WS-PART-SUB.
323160
324000  REGISTER-START-PARA.
324001*     OPEN OR CREATE THE CONSOLIDATED RUN'S REGISTRY ENTRY AND
324002*     MARK ITS CLASSIFY STEP STARTED (SEE FZBRREG).  A RUN
324003*     WHOSE CLASSIFY STEP IS ALREADY COMPLETE IS REFUSED (16)
324004*     UNLESS FZBRSTAT HAS REOPENED IT - REMERGING WOULD REPLACE
324005*     A DATASET THE LATER STEPS MAY ALREADY HAVE USED.  A "35"
324006*     ON THE OPEN IS A NEWLY DEFINED REGISTRY WITH NO ENTRIES
324007*     YET, LOADED WITH AN OPEN OUTPUT.  UNLIKE A PARTITION JOB
324008*     THE MERGE MUST BE REGISTERED: ANY OTHER FAILURE, OR A
324009*     PARTITION 1 WITH NO READABLE HEADER, IS FATAL.
324010      MOVE 'N' TO WS-RREG-FOUND-SW
324020      IF WS-RREG-RUN-DATE = SPACES
324030          DISPLAY "FZBMERGE: PARTITION 1 HAS NO RUN HEADER - "
324031              "CANNOT IDENTIFY THE RUN ON THE RUN REGISTRY"
324040          PERFORM REGISTER-REFUSE-PARA
324050      END-IF
324060      OPEN I-O RUN-REGISTRY-FILE
324070      IF WS-RREG-STATUS = "35"
324080          OPEN OUTPUT RUN-REGISTRY-FILE
324090      ELSE
324100          IF WS-RREG-STATUS = "00"
324110              MOVE WS-RREG-RUN-DATE TO RR-RUN-DATE
324120              READ RUN-REGISTRY-FILE
324130                  INVALID KEY CONTINUE
324140              END-READ
324150              IF WS-RREG-STATUS = "00"
324160                  MOVE 'Y' TO WS-RREG-FOUND-SW
324170              ELSE
324180                  IF WS-RREG-STATUS = "23"
324190                      MOVE "00" TO WS-RREG-STATUS
324200                  END-IF
324210              END-IF
324220          END-IF
324230      END-IF
324240      IF WS-RREG-STATUS NOT = "00"
324250          DISPLAY "FZBMERGE: RUN REGISTRY OPEN/READ FAILED - "
324251              "STATUS = " WS-RREG-STATUS
324260          PERFORM REGISTER-REFUSE-PARA
324270      END-IF
324280      IF WS-RREG-FOUND AND RR-STEP-STATUS (1) = "C"
324290          DISPLAY "FZBMERGE: RUN " WS-RREG-RUN-DATE
324291              " IS ALREADY CLASSIFIED"
324300          PERFORM REGISTER-REFUSE-PARA
324310      END-IF
324320      IF NOT WS-RREG-FOUND
324330          MOVE SPACES TO RUN-REGISTRY-RECORD
324340          MOVE WS-RREG-RUN-DATE TO RR-RUN-DATE
324350          PERFORM VARYING WS-RREG-SUB FROM 1 BY 1
324351              UNTIL WS-RREG-SUB > 5
324360              MOVE 0 TO RR-STEP-RC (WS-RREG-SUB)
324370              MOVE 0 TO RR-STEP-COUNT (WS-RREG-SUB)
324380              MOVE 0 TO RR-STEP-ATTEMPTS (WS-RREG-SUB)
324390          END-PERFORM
324400      END-IF
324410      MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
324420      MOVE "O" TO RR-RUN-STATUS
324430      MOVE "R" TO RR-STEP-STATUS (1)
324440      MOVE WS-CURRENT-DATETIME (1:8) TO RR-STEP-START-DATE (1)
324450      MOVE WS-CURRENT-DATETIME (9:6) TO RR-STEP-START-TIME (1)
324460      MOVE SPACES TO RR-STEP-END-DATE (1)
324470      MOVE SPACES TO RR-STEP-END-TIME (1)
324480      MOVE 0 TO RR-STEP-RC (1)
324490      MOVE 0 TO RR-STEP-COUNT (1)
324500      ADD 1 TO RR-STEP-ATTEMPTS (1)
324501          ON SIZE ERROR
324502              MOVE 99 TO RR-STEP-ATTEMPTS (1)
324503      END-ADD
324510      IF WS-RREG-FOUND
324520          REWRITE RUN-REGISTRY-RECORD
324530      ELSE
324540          WRITE RUN-REGISTRY-RECORD
324550      END-IF
324560      IF WS-RREG-STATUS NOT = "00"
324570          DISPLAY "FZBMERGE: RUN REGISTRY UPDATE FAILED - "
324571              "STATUS = " WS-RREG-STATUS
324580          PERFORM REGISTER-REFUSE-PARA
324590      END-IF
324600      CLOSE RUN-REGISTRY-FILE
324610      DISPLAY "FZBMERGE: RUN " WS-RREG-RUN-DATE
324611          " REGISTERED - MERGE STARTED".
324620
325000  REGISTER-REFUSE-PARA.
325010      DISPLAY "FZBMERGE: STEP REFUSED BY THE RUN REGISTRY - "
325011          "NOTHING MERGED (SEE FZBRSTAT)"
325020      CLOSE RUN-REGISTRY-FILE
325030      MOVE 16 TO RETURN-CODE
325040      STOP RUN.
325050
325500  REGISTER-FAILED-PARA.
325501*     THE MERGE IS ABANDONING AFTER IT REGISTERED - RECORD THE
325502*     CLASSIFY STEP AS FAILED SO THE REGISTRY SAYS WHAT HAPPENED.
325520      MOVE "F" TO WS-RREG-END-STATE
325530      PERFORM REGISTER-END-PARA.
325540
326000  REGISTER-END-PARA.
326001*     RECORD THE CLASSIFY STEP'S END - THE STAGED END STATE,
326002*     THE STEP RETURN CODE AND THE DETAILS MERGED.  A FAILED
326003*     UPDATE IS ONLY REPORTED: THE STEP STAYS "STARTED" ON THE
326004*     REGISTRY, WHICH HOLDS VERIFICATION UNTIL SOMEONE LOOKS.
326010      OPEN I-O RUN-REGISTRY-FILE
326020      IF WS-RREG-STATUS = "00"
326030          MOVE WS-RREG-RUN-DATE TO RR-RUN-DATE
326040          READ RUN-REGISTRY-FILE
326050              INVALID KEY CONTINUE
326060          END-READ
326070      END-IF
326080      IF WS-RREG-STATUS = "00"
326090          MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
326100          MOVE WS-RREG-END-STATE TO RR-STEP-STATUS (1)
326110          MOVE WS-CURRENT-DATETIME (1:8) TO RR-STEP-END-DATE (1)
326120          MOVE WS-CURRENT-DATETIME (9:6) TO RR-STEP-END-TIME (1)
326130          MOVE RETURN-CODE TO RR-STEP-RC (1)
326140          MOVE WS-MERGED-DETAIL-COUNT TO RR-STEP-COUNT (1)
326150          MOVE "C" TO RR-RUN-STATUS
326160          PERFORM VARYING WS-RREG-SUB FROM 1 BY 1
326161              UNTIL WS-RREG-SUB > 5
326170              IF RR-STEP-STATUS (WS-RREG-SUB) NOT = "C"
326180                  MOVE "O" TO RR-RUN-STATUS
326190              END-IF
326200          END-PERFORM
326210          REWRITE RUN-REGISTRY-RECORD
326220      END-IF
326230      IF WS-RREG-STATUS NOT = "00"
326240          DISPLAY "FZBMERGE: RUN REGISTRY NOT UPDATED - "
326241              "STATUS = " WS-RREG-STATUS
326250      END-IF
326260      CLOSE RUN-REGISTRY-FILE.
