000010* RUN REGISTRY STATUS REPORT AND REOPEN.  EVERY STEP OF THE
000020* NIGHTLY CHAIN - CLASSIFY, VERIFY, LOAD, EXTRACT, BALANCE -
000030* RECORDS ITS START, END, RETURN CODE AND COUNT AGAINST THE
000040* RUN'S ENTRY ON THE KEYED RUN REGISTRY (SEE FZBRREG), AND
000050* REFUSES TO RUN OUT OF ORDER OR TWICE.  THIS PROGRAM LISTS
000060* EVERY RUN ON THE REGISTRY AS OPEN OR COMPLETE, WITH EACH
000070* STEP'S STATE AND THE STEP(S) DUE NEXT, SO WHERE A RUN STANDS
000080* AFTER AN INCIDENT IS ONE LISTING RATHER THAN A SYSOUT HUNT.
000090* AN OPTIONAL REOPEN CARD (SEE RSTCARD) FIRST RESETS ONE STEP
000100* OF ONE RUN, AND EVERY STEP THAT DEPENDS ON IT, TO NOT-RUN -
000110* THE DELIBERATE WAY TO LET A COMPLETED STEP RUN AGAIN.
000111*
000112* THE SAME CARD WITH ACTION 'G' MAKES THE PROGRAM A REGISTRY
000113* GATE: IT CHECKS WHETHER ONE STEP OF ONE RUN WOULD BE ACCEPTED
000114* AND ENDS WITHOUT A LISTING - 0 WHEN IT WOULD, 16 WHEN THE STEP
000115* HAS ALREADY COMPLETED OR ITS PREREQUISITE HAS NOT.  A JOB
000116* RUNS IT AHEAD OF ANY STEP THAT DELETES OR REPLACES A DATASET,
000117* SO A REFUSED RERUN NEVER DESTROYS A COMPLETED RUN'S OUTPUT.
000118* THE RUN DATE COMES FROM THE CARD, ELSE FROM THE RUN HEADER OF
000119* THE DATASET ON FZBRHDR, ELSE IS TODAY (A FRESH CLASSIFY).
000120
100000  IDENTIFICATION DIVISION.
100010  PROGRAM-ID.    FZBRSTAT.
100020
150000  ENVIRONMENT DIVISION.
150010  INPUT-OUTPUT SECTION.
150020  FILE-CONTROL.
150030*     THE RUN REGISTRY - ONE ENTRY PER RUN DATE.  READ IN KEY
150040*     (RUN DATE) ORDER FOR THE LISTING; READ BY KEY AND
150050*     REWRITTEN FOR A REOPEN.
150060      SELECT RUN-REGISTRY-FILE ASSIGN TO "FZBRREG"
150070          ORGANIZATION IS INDEXED
150080          ACCESS MODE IS DYNAMIC
150090          RECORD KEY IS RR-RUN-DATE
150100          FILE STATUS IS WS-RREG-STATUS.
150110
150120*     OPTIONAL REOPEN CARD (SEE RSTCARD).  ABSENT MEANS LIST
150130*     ONLY.
150140      SELECT OPTIONAL REOPEN-CARD-FILE ASSIGN TO "RSTCARD"
150150          ORGANIZATION IS SEQUENTIAL
150160          FILE STATUS IS WS-RSTCARD-STATUS.
150170
150180*     OPTIONAL RUN DATASET FOR A GATE CHECK - ITS RUN HEADER
150190*     (SEE FZBHDR) NAMES THE RUN WHEN THE CARD DOES NOT.
150200      SELECT OPTIONAL RUN-HEADER-FILE ASSIGN TO "FZBRHDR"
150210          ORGANIZATION IS SEQUENTIAL
150220          FILE STATUS IS WS-RHDR-STATUS.
150230
200000  DATA DIVISION.
200005  FILE SECTION.
200010  FD  RUN-REGISTRY-FILE.
200011  01  RUN-REGISTRY-RECORD.
200012      COPY FZBRREG.
200020
200030  FD  REOPEN-CARD-FILE
200031      RECORDING MODE IS F.
200032  01  REOPEN-CARD-RECORD.
200033      COPY RSTCARD.
200040
200050  FD  RUN-HEADER-FILE
200051      RECORDING MODE IS F.
200052  01  RUN-HEADER-RECORD.
200053      COPY FZBHDR.
200060
210000  WORKING-STORAGE SECTION.
210010  01 WS-RREG-STATUS          PIC XX VALUE SPACES.
210020  01 WS-RREG-EOF-SW          PIC X  VALUE 'N'.
210030     88 WS-RREG-EOF              VALUE 'Y'.
210040  01 WS-RSTCARD-STATUS       PIC XX VALUE SPACES.
210050  01 WS-RSTCARD-EOF-SW       PIC X  VALUE 'N'.
210060     88 WS-RSTCARD-EOF           VALUE 'Y'.
220000* THE REOPEN REQUEST FROM THE CARD.
220010  01 WS-REOPEN-SW            PIC X  VALUE 'N'.
220020     88 WS-REOPEN-REQUESTED      VALUE 'Y'.
220030  01 WS-REOPEN-DATE          PIC X(8) VALUE SPACES.
220040  01 WS-REOPEN-STEP          PIC 9  VALUE 0.
220050  01 WS-REOPEN-BY            PIC X(8) VALUE SPACES.
220060  01 WS-REOPEN-FAILED-SW     PIC X  VALUE 'N'.
220070     88 WS-REOPEN-FAILED         VALUE 'Y'.
230000* STEP NAMES, POSITIONAL AS IN THE REGISTRY'S STEP TABLE.
230010  01 WS-STEP-NAME-VALUES.
230020     05 FILLER               PIC X(8) VALUE "CLASSIFY".
230030     05 FILLER               PIC X(8) VALUE "VERIFY".
230040     05 FILLER               PIC X(8) VALUE "LOAD".
230050     05 FILLER               PIC X(8) VALUE "EXTRACT".
230060     05 FILLER               PIC X(8) VALUE "BALANCE".
230070  01 WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
230080     05 WS-STEP-NAME         PIC X(8) OCCURS 5 TIMES.
230090  01 WS-STEP-SUB             PIC 9  VALUE 0.
230100  01 WS-STEP-STATE-TEXT      PIC X(24) VALUE SPACES.
230110  01 WS-STEP-DUE-SW          PIC X  VALUE 'N'.
230120     88 WS-STEP-DUE              VALUE 'Y'.
230130  01 WS-NEXT-DUE             PIC X(20) VALUE SPACES.
230140  01 WS-NEXT-PTR             PIC 9(2) VALUE 1.
240000* TALLIES OVER THE LISTING.  A RUN NEEDS ATTENTION WHEN ONE
240001* OF ITS STEPS FAILED OR STARTED WITHOUT RECORDING AN END.
240010  01 WS-RUN-COUNT            PIC 9(7) VALUE 0.
240020  01 WS-OPEN-COUNT           PIC 9(7) VALUE 0.
240030  01 WS-COMPLETE-COUNT       PIC 9(7) VALUE 0.
240040  01 WS-ATTENTION-COUNT      PIC 9(7) VALUE 0.
240050  01 WS-RUN-ATTENTION-SW     PIC X  VALUE 'N'.
240060     88 WS-RUN-ATTENTION         VALUE 'Y'.
250000* THE GATE CHECK REQUEST FROM THE CARD, AND ITS VERDICT.
250010  01 WS-RHDR-STATUS          PIC XX VALUE SPACES.
250020  01 WS-GATE-SW              PIC X  VALUE 'N'.
250030     88 WS-GATE-REQUESTED        VALUE 'Y'.
250040  01 WS-GATE-DATE            PIC X(8) VALUE SPACES.
250050  01 WS-GATE-STEP            PIC 9  VALUE 0.
250060  01 WS-GATE-REFUSED-SW      PIC X  VALUE 'N'.
250070     88 WS-GATE-REFUSED          VALUE 'Y'.
250080  01 WS-CURRENT-DATETIME     PIC X(21) VALUE SPACES.
300000  PROCEDURE DIVISION.
300001  MAIN-PARA.
300002      DISPLAY "FZBRSTAT: FIZZBUZZ RUN REGISTRY STATUS"
300010      PERFORM READ-REOPEN-CARD-PARA
300011      IF WS-GATE-REQUESTED
300012          PERFORM GATE-CHECK-PARA
300013      END-IF
300020      IF WS-REOPEN-REQUESTED
300030          PERFORM REOPEN-STEP-PARA
300040      END-IF
300050      OPEN INPUT RUN-REGISTRY-FILE.
300051      IF WS-RREG-STATUS NOT = "00"
300052          DISPLAY "FZBRSTAT: RUN REGISTRY OPEN FAILED - "
300053              "STATUS = " WS-RREG-STATUS
300054          MOVE 16 TO RETURN-CODE
300055          STOP RUN
300056      END-IF
300060      PERFORM UNTIL WS-RREG-EOF
300070          READ RUN-REGISTRY-FILE NEXT RECORD
300080              AT END MOVE 'Y' TO WS-RREG-EOF-SW
300090          END-READ
300100          IF NOT WS-RREG-EOF
300110              PERFORM LIST-RUN-PARA
300120          END-IF
300130      END-PERFORM
300140      CLOSE RUN-REGISTRY-FILE
300150      PERFORM SET-VERDICT-PARA
300160      STOP RUN.
300170
301000  LIST-RUN-PARA.
301001*     ONE RUN: ITS OVERALL STATE AND THE STEP(S) DUE NEXT,
301002*     THEN ONE LINE PER STEP.
301010      ADD 1 TO WS-RUN-COUNT
301020      MOVE 'N' TO WS-RUN-ATTENTION-SW
301030      PERFORM FIND-NEXT-DUE-PARA
301040      IF RR-RUN-STATUS = "C"
301050          ADD 1 TO WS-COMPLETE-COUNT
301060          DISPLAY "FZBRSTAT: RUN " RR-RUN-DATE " COMPLETE"
301070      ELSE
301080          ADD 1 TO WS-OPEN-COUNT
301090          IF WS-NEXT-DUE = SPACES
301100              MOVE "NONE RUNNABLE" TO WS-NEXT-DUE
301110          END-IF
301120          DISPLAY "FZBRSTAT: RUN " RR-RUN-DATE " OPEN - "
301121              "NEXT DUE: " WS-NEXT-DUE
301130      END-IF
301140      PERFORM LIST-STEP-PARA
301141          VARYING WS-STEP-SUB FROM 1 BY 1
301142          UNTIL WS-STEP-SUB > 5
301150      IF WS-RUN-ATTENTION
301160          ADD 1 TO WS-ATTENTION-COUNT
301170      END-IF.
301180
302000  LIST-STEP-PARA.
302001*     ONE STEP OF THE RUN IN HAND.  A STEP LEFT STARTED IS
302002*     EITHER STILL RUNNING OR ENDED WITHOUT RECORDING - AN
302003*     ABEND - AND IS CALLED OUT AS SUCH.
302010      EVALUATE RR-STEP-STATUS (WS-STEP-SUB)
302020          WHEN SPACE
302030              MOVE "NOT RUN" TO WS-STEP-STATE-TEXT
302040          WHEN "R"
302050              MOVE "STARTED, NO END RECORDED"
302051                  TO WS-STEP-STATE-TEXT
302060              MOVE 'Y' TO WS-RUN-ATTENTION-SW
302070          WHEN "C"
302080              MOVE "COMPLETE" TO WS-STEP-STATE-TEXT
302090          WHEN "S"
302100              MOVE "STOPPED BY OPERATOR" TO WS-STEP-STATE-TEXT
302110          WHEN "F"
302120              MOVE "FAILED" TO WS-STEP-STATE-TEXT
302130              MOVE 'Y' TO WS-RUN-ATTENTION-SW
302140          WHEN OTHER
302150              MOVE "UNKNOWN STATE" TO WS-STEP-STATE-TEXT
302160              MOVE 'Y' TO WS-RUN-ATTENTION-SW
302170      END-EVALUATE
302180      IF RR-STEP-STATUS (WS-STEP-SUB) = SPACE
302190          DISPLAY "FZBRSTAT:   " WS-STEP-NAME (WS-STEP-SUB)
302191              " " WS-STEP-STATE-TEXT
302200      ELSE
302210          DISPLAY "FZBRSTAT:   " WS-STEP-NAME (WS-STEP-SUB)
302211              " " WS-STEP-STATE-TEXT
302212              " RC " RR-STEP-RC (WS-STEP-SUB)
302213              " COUNT " RR-STEP-COUNT (WS-STEP-SUB)
302214              " ATTEMPTS " RR-STEP-ATTEMPTS (WS-STEP-SUB)
302220          DISPLAY "FZBRSTAT:            STARTED "
302221              RR-STEP-START-DATE (WS-STEP-SUB) " "
302222              RR-STEP-START-TIME (WS-STEP-SUB)
302223              "  ENDED " RR-STEP-END-DATE (WS-STEP-SUB) " "
302224              RR-STEP-END-TIME (WS-STEP-SUB)
302230      END-IF.
302240
303000  FIND-NEXT-DUE-PARA.
303001*     THE STEP(S) THE REGISTRY WOULD ACCEPT NEXT FOR THE RUN IN
303002*     HAND: NOT YET COMPLETE, WITH EVERY PREREQUISITE COMPLETE
303003*     (SEE FZBRREG).  LOAD AND EXTRACT MAY BOTH BE DUE.
303010      MOVE SPACES TO WS-NEXT-DUE
303020      MOVE 1 TO WS-NEXT-PTR
303030      PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
303031          UNTIL WS-STEP-SUB > 5
303040          MOVE 'N' TO WS-STEP-DUE-SW
303050          IF RR-STEP-STATUS (WS-STEP-SUB) NOT = "C"
303060              EVALUATE WS-STEP-SUB
303070                  WHEN 1
303080                      MOVE 'Y' TO WS-STEP-DUE-SW
303090                  WHEN 2
303100                      IF RR-STEP-STATUS (1) = "C"
303110                          MOVE 'Y' TO WS-STEP-DUE-SW
303120                      END-IF
303130                  WHEN 3
303140                  WHEN 4
303150                      IF RR-STEP-STATUS (2) = "C"
303160                          MOVE 'Y' TO WS-STEP-DUE-SW
303170                      END-IF
303180                  WHEN 5
303190                      IF RR-STEP-STATUS (3) = "C"
303191                          AND RR-STEP-STATUS (4) = "C"
303200                          MOVE 'Y' TO WS-STEP-DUE-SW
303210                      END-IF
303220              END-EVALUATE
303230          END-IF
303240          IF WS-STEP-DUE
303250              STRING WS-STEP-NAME (WS-STEP-SUB) DELIMITED BY SPACE
303251                  " " DELIMITED BY SIZE
303252                  INTO WS-NEXT-DUE
303253                  WITH POINTER WS-NEXT-PTR
303260              END-STRING
303270          END-IF
303280      END-PERFORM.
303290
304000  SET-VERDICT-PARA.
304001*     0 = EVERY RUN LISTED IS COMPLETE OR PROGRESSING NORMALLY,
304002*     4 = AT LEAST ONE RUN HAS A FAILED OR UNFINISHED STEP TO
304003*     LOOK AT, 16 = A REQUESTED REOPEN WAS NOT APPLIED.
304010      DISPLAY "FZBRSTAT: RUNS ON REGISTRY    = " WS-RUN-COUNT
304020      DISPLAY "FZBRSTAT: RUNS COMPLETE       = " WS-COMPLETE-COUNT
304030      DISPLAY "FZBRSTAT: RUNS OPEN           = " WS-OPEN-COUNT
304040      DISPLAY "FZBRSTAT: RUNS NEED ATTENTION = "
304041          WS-ATTENTION-COUNT
304050      IF WS-REOPEN-FAILED
304060          MOVE 16 TO RETURN-CODE
304070      ELSE
304080          IF WS-ATTENTION-COUNT > 0
304090              MOVE 4 TO RETURN-CODE
304100          END-IF
304110      END-IF.
304120
305000  REOPEN-STEP-PARA.
305001*     RESET THE REQUESTED STEP OF THE REQUESTED RUN, AND EVERY
305002*     STEP DOWNSTREAM OF IT, TO NOT-RUN AND MARK THE RUN OPEN.
305003*     THE ATTEMPT COUNTS ARE KEPT - THEY ARE THE RUN'S HISTORY.
305004*     A CARD THAT CANNOT BE APPLIED IS REPORTED AND THE LISTING
305005*     STILL RUNS, BUT THE STEP ENDS 16 SO IT IS NOT MISSED.
305010      IF WS-REOPEN-DATE IS NOT NUMERIC
305020          DISPLAY "FZBRSTAT: REOPEN RUN DATE " WS-REOPEN-DATE
305021              " IS NOT A CCYYMMDD DATE - NOT APPLIED"
305030          MOVE 'Y' TO WS-REOPEN-FAILED-SW
305040      END-IF
305050      IF WS-REOPEN-STEP < 1 OR WS-REOPEN-STEP > 5
305060          DISPLAY "FZBRSTAT: REOPEN STEP " WS-REOPEN-STEP
305061              " IS NOT 1-5 - NOT APPLIED"
305070          MOVE 'Y' TO WS-REOPEN-FAILED-SW
305080      END-IF
305090      IF NOT WS-REOPEN-FAILED
305100          OPEN I-O RUN-REGISTRY-FILE
305110          IF WS-RREG-STATUS = "00"
305120              MOVE WS-REOPEN-DATE TO RR-RUN-DATE
305130              READ RUN-REGISTRY-FILE
305140                  INVALID KEY CONTINUE
305150              END-READ
305160          END-IF
305170          IF WS-RREG-STATUS = "00"
305180              PERFORM RESET-STEP-PARA
305190              MOVE "O" TO RR-RUN-STATUS
305200              REWRITE RUN-REGISTRY-RECORD
305210          END-IF
305220          IF WS-RREG-STATUS = "00"
305230              DISPLAY "FZBRSTAT: RUN " WS-REOPEN-DATE " STEP "
305231                  WS-STEP-NAME (WS-REOPEN-STEP)
305232                  " REOPENED WITH ITS DEPENDENTS - REQUESTED BY "
305233                  WS-REOPEN-BY
305240          ELSE
305250              DISPLAY "FZBRSTAT: RUN " WS-REOPEN-DATE
305251                  " NOT REOPENED - STATUS = " WS-RREG-STATUS
305260              MOVE 'Y' TO WS-REOPEN-FAILED-SW
305270          END-IF
305280          CLOSE RUN-REGISTRY-FILE
305290      END-IF.
305300
306000  RESET-STEP-PARA.
306001*     THE DEPENDENTS FOLLOW THE PREREQUISITES IN FZBRREG:
306002*     CLASSIFY AND VERIFY FEED EVERY LATER STEP, LOAD AND
306003*     EXTRACT FEED ONLY BALANCE.
306010      PERFORM VARYING WS-STEP-SUB FROM WS-REOPEN-STEP BY 1
306011          UNTIL WS-STEP-SUB > 5
306020          IF WS-STEP-SUB = WS-REOPEN-STEP
306030              OR WS-STEP-SUB = 5
306040              OR WS-REOPEN-STEP < 3
306050              MOVE SPACE TO RR-STEP-STATUS (WS-STEP-SUB)
306060          END-IF
306070      END-PERFORM.
306080
307000  GATE-CHECK-PARA.
307001*     WOULD THE REGISTRY ACCEPT THE CARD'S STEP FOR THE RUN?
307002*     THE SAME RULES THE STEPS THEMSELVES APPLY (SEE FZBRREG):
307003*     REFUSED WHEN THE STEP IS ALREADY COMPLETE OR A
307004*     PREREQUISITE IS NOT.  A RUN NOT YET ON THE REGISTRY (OR
307005*     A NEWLY DEFINED, EMPTY REGISTRY) IS ACCEPTED FOR CLASSIFY
307006*     ONLY - THE CLASSIFIER CREATES THE ENTRY.  ANY OTHER
307007*     REGISTRY FAILURE REFUSES: A DELETE MUST NOT RUN ON A
307008*     GUESS.  ENDS THE PROGRAM - NO LISTING IN GATE MODE.
307010      IF WS-GATE-STEP < 1 OR WS-GATE-STEP > 5
307020          DISPLAY "FZBRSTAT: GATE STEP " WS-GATE-STEP
307021              " IS NOT 1-5 - REFUSED"
307030          MOVE 16 TO RETURN-CODE
307040          STOP RUN
307050      END-IF
307060      PERFORM RESOLVE-GATE-DATE-PARA
307070      OPEN INPUT RUN-REGISTRY-FILE
307080      EVALUATE WS-RREG-STATUS
307090          WHEN "00"
307100              MOVE WS-GATE-DATE TO RR-RUN-DATE
307110              READ RUN-REGISTRY-FILE
307120                  INVALID KEY CONTINUE
307130              END-READ
307140              CLOSE RUN-REGISTRY-FILE
307150          WHEN "35"
307160              MOVE "23" TO WS-RREG-STATUS
307170          WHEN OTHER
307180              DISPLAY "FZBRSTAT: RUN REGISTRY OPEN FAILED - "
307181                  "STATUS = " WS-RREG-STATUS
307190              MOVE 'Y' TO WS-GATE-REFUSED-SW
307200      END-EVALUATE
307210      IF NOT WS-GATE-REFUSED
307220          EVALUATE TRUE
307230              WHEN WS-RREG-STATUS = "23" AND WS-GATE-STEP = 1
307240                  DISPLAY "FZBRSTAT: RUN " WS-GATE-DATE
307241                      " NOT YET ON THE REGISTRY"
307250              WHEN WS-RREG-STATUS = "23"
307260                  DISPLAY "FZBRSTAT: RUN " WS-GATE-DATE
307261                      " NOT ON THE RUN REGISTRY"
307270                  MOVE 'Y' TO WS-GATE-REFUSED-SW
307280              WHEN WS-RREG-STATUS NOT = "00"
307290                  DISPLAY "FZBRSTAT: RUN REGISTRY READ FAILED - "
307291                      "STATUS = " WS-RREG-STATUS
307300                  MOVE 'Y' TO WS-GATE-REFUSED-SW
307310              WHEN RR-STEP-STATUS (WS-GATE-STEP) = "C"
307320                  DISPLAY "FZBRSTAT: RUN " WS-GATE-DATE " STEP "
307321                      WS-STEP-NAME (WS-GATE-STEP)
307322                      " IS ALREADY COMPLETE"
307330                  MOVE 'Y' TO WS-GATE-REFUSED-SW
307340              WHEN WS-GATE-STEP = 2
307341                  AND RR-STEP-STATUS (1) NOT = "C"
307342              WHEN (WS-GATE-STEP = 3 OR WS-GATE-STEP = 4)
307343                  AND RR-STEP-STATUS (2) NOT = "C"
307344              WHEN WS-GATE-STEP = 5
307345                  AND (RR-STEP-STATUS (3) NOT = "C"
307346                      OR RR-STEP-STATUS (4) NOT = "C")
307350                  DISPLAY "FZBRSTAT: RUN " WS-GATE-DATE " STEP "
307351                      WS-STEP-NAME (WS-GATE-STEP)
307352                      " PREREQUISITE NOT COMPLETE"
307360                  MOVE 'Y' TO WS-GATE-REFUSED-SW
307370          END-EVALUATE
307380      END-IF
307390      IF WS-GATE-REFUSED
307400          DISPLAY "FZBRSTAT: GATE CLOSED - " WS-STEP-NAME
307401              (WS-GATE-STEP) " REFUSED FOR RUN " WS-GATE-DATE
307402              " (SEE FZBRSTAT.JCL TO REOPEN)"
307410          MOVE 16 TO RETURN-CODE
307420      ELSE
307430          DISPLAY "FZBRSTAT: GATE OPEN - " WS-STEP-NAME
307431              (WS-GATE-STEP) " ACCEPTED FOR RUN " WS-GATE-DATE
307440      END-IF
307450      STOP RUN.
307460
308000  RESOLVE-GATE-DATE-PARA.
308001*     THE RUN THE GATE IS ABOUT: THE CARD'S DATE; ELSE THE RUN
308002*     HEADER OF THE DATASET ON FZBRHDR (THE OUTPUT AN EXTRACT
308003*     WOULD READ, A MERGE'S FIRST PARTITION); ELSE, WITH NO
308004*     FZBRHDR DD, TODAY - THE DATE A FRESH CLASSIFY REGISTERS
308005*     UNDER.  A FZBRHDR DATASET WITHOUT A USABLE HEADER
308006*     REFUSES, AS THE STEP ITSELF WOULD.
308010      IF WS-GATE-DATE IS NOT NUMERIC
308020          MOVE SPACES TO WS-GATE-DATE
308030          OPEN INPUT RUN-HEADER-FILE
308040          IF WS-RHDR-STATUS = "35" OR WS-RHDR-STATUS = "05"
308042              CLOSE RUN-HEADER-FILE
308050              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
308060              MOVE WS-CURRENT-DATETIME (1:8) TO WS-GATE-DATE
308070          ELSE
308080              IF WS-RHDR-STATUS = "00"
308090                  READ RUN-HEADER-FILE
308100                      AT END MOVE SPACES TO RUN-HEADER-RECORD
308110                  END-READ
308120                  IF FH-RECORD-TYPE = "H"
308130                      AND FH-RUN-DATE IS NUMERIC
308140                      MOVE FH-RUN-DATE TO WS-GATE-DATE
308150                  END-IF
308160                  CLOSE RUN-HEADER-FILE
308170              END-IF
308180              IF WS-GATE-DATE = SPACES
308190                  DISPLAY "FZBRSTAT: NO RUN HEADER ON FZBRHDR - "
308191                      "GATE CLOSED"
308200                  MOVE 16 TO RETURN-CODE
308210                  STOP RUN
308220              END-IF
308230          END-IF
308240      END-IF.
308250
310000  READ-REOPEN-CARD-PARA.
310001*     OPTIONAL REOPEN CARD - ABSENT, EMPTY OR ANY ACTION OTHER
310002*     THAN 'R' (REOPEN) OR 'G' (GATE CHECK) MEANS LIST ONLY.
310010      OPEN INPUT REOPEN-CARD-FILE.
310020      IF WS-RSTCARD-STATUS = "35" OR WS-RSTCARD-STATUS = "05"
310030          CLOSE REOPEN-CARD-FILE
310040      ELSE
310050          READ REOPEN-CARD-FILE
310060              AT END MOVE 'Y' TO WS-RSTCARD-EOF-SW
310070          END-READ
310080          IF NOT WS-RSTCARD-EOF AND RS-ACTION = "R"
310090              MOVE 'Y' TO WS-REOPEN-SW
310100              MOVE RS-RUN-DATE TO WS-REOPEN-DATE
310110              IF RS-STEP IS NUMERIC
310120                  MOVE RS-STEP TO WS-REOPEN-STEP
310130              END-IF
310140              MOVE RS-REQUESTED-BY TO WS-REOPEN-BY
310150          END-IF
310151          IF NOT WS-RSTCARD-EOF AND RS-ACTION = "G"
310152              MOVE 'Y' TO WS-GATE-SW
310153              MOVE RS-RUN-DATE TO WS-GATE-DATE
310154              IF RS-STEP IS NUMERIC
310155                  MOVE RS-STEP TO WS-GATE-STEP
310156              END-IF
310157          END-IF
310160          CLOSE REOPEN-CARD-FILE
310170      END-IF.
310180
