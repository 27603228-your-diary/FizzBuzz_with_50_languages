000010* RUN-TO-RUN COMPARE OF TWO FIZZBUZZ OUTPUT DATASETS.  WHEN THE
000020* CONTROL CARD DIVISORS CHANGE OR A RULE IS STAGED ON THE RULE
000030* MASTER, THE BUSINESS SIGNS OFF ON EXACTLY WHAT CHANGED BEFORE
000040* THE NEW PARAMETERS GO LIVE - EYEBALLING SYSOUT DOES NOT SCALE
000050* PAST A FEW HUNDRED RECORDS.  THIS PROGRAM MATCHES THE PRIOR AND
000060* CURRENT RUNS ON FO-COUNTER AND REPORTS: COUNTERS WHOSE
000070* FO-CLASS-FLAG OR FO-TEXT CHANGED, COUNTERS PRESENT IN ONE RUN
000080* BUT NOT THE OTHER, AND A SUMMARY OF NET MOVEMENT BETWEEN THE
000090* TRAILER CATEGORIES (HOW MANY RECORDS MOVED FROM PLAIN TO
000100* OTHER, AND SO ON).  A CHANGE WHERE EITHER SIDE'S RECORD WAS
000101* FORCED BY A COUNTER OVERRIDE (SEE FZBOVRD) IS LISTED AND
000102* COUNTED APART FROM THE RULE-DRIVEN CHANGES: THE OVERRIDE WAS
000103* ALREADY AUTHORIZED WITH A REASON CODE, SO IT IS NOT AN
000104* UNEXPLAINED DIFFERENCE TO SIGN OFF.
000110
100000  IDENTIFICATION DIVISION.
100010  PROGRAM-ID.    FZBCOMP.
230001* THE CURRENT SIDE.
230010  01 WS-PRIOR-FLAG           PIC X(5)  VALUE SPACES.
230020  01 WS-PRIOR-TEXT           PIC X(32) VALUE SPACES.
230021  01 WS-PRIOR-OVRD-SW        PIC X(1)  VALUE SPACES.
230022  01 WS-PRIOR-OVRD-REASON    PIC X(4)  VALUE SPACES.
230023* THE REASON CODE SHOWN ON AN OVERRIDE-DRIVEN CHANGE - THE
230024* CURRENT SIDE'S WHEN IT IS OVERRIDDEN, ELSE THE PRIOR SIDE'S
230025* (AN OVERRIDE THAT HAS SINCE EXPIRED OR BEEN REMOVED).
230026  01 WS-SHOWN-OVRD-REASON    PIC X(4)  VALUE SPACES.
230030* READ-LOOP SWITCHES - SET WHEN A DETAIL RECORD (OR EOF) HAS
230031* BEEN REACHED, SO TRAILERS ARE SKIPPED ITERATIVELY.
230040  01 WS-PRIOR-READ-DONE-SW   PIC X  VALUE 'N'.
240020  01 WS-PRIOR-ONLY-COUNT     PIC 9(7) VALUE 0.
240030  01 WS-CURR-ONLY-COUNT      PIC 9(7) VALUE 0.
240040  01 WS-MATCHED-COUNT        PIC 9(7) VALUE 0.
240050  01 WS-OVRD-CHANGED-COUNT   PIC 9(7) VALUE 0.
250000* DETAIL LINES ARE CAPPED SO A WHOLESALE RECLASSIFICATION OF A
250001* MULTI-MILLION-RECORD RUN DOES NOT FLOOD SYSOUT - THE TALLIES
250002* AND THE MOVEMENT SUMMARY STILL COVER EVERY RECORD.
300040      PERFORM READ-PRIOR-PARA
300050      PERFORM READ-CURR-PARA
300060*     CLASSIC TWO-FILE MATCH ON ASCENDING FO-COUNTER - BOTH
300065*     DATASETS ARE WRITTEN IN COUNTER ORDER BY THE CLASSIFIER.
300070      PERFORM UNTIL WS-PRIOR-KEY = WS-HIGH-KEY
300071              AND WS-CURR-KEY = WS-HIGH-KEY
300080          EVALUATE TRUE
301131                      TO WS-PRIOR-FLAG
301140                  MOVE FO-TEXT OF PRIOR-OUTPUT-RECORD
301141                      TO WS-PRIOR-TEXT
301142                  MOVE FO-OVERRIDE-SW OF PRIOR-OUTPUT-RECORD
301143                      TO WS-PRIOR-OVRD-SW
301144                  MOVE FO-OVERRIDE-REASON OF PRIOR-OUTPUT-RECORD
301145                      TO WS-PRIOR-OVRD-REASON
301150                  MOVE 'Y' TO WS-PRIOR-READ-DONE-SW
301160              ELSE
301170                  IF FT-RECORD-TYPE OF PRIOR-TRAILER-RECORD
303000  COMPARE-MATCHED-PARA.
303001*     SAME COUNTER ON BOTH SIDES - REPORT WHEN THE FLAG OR TEXT
303002*     CHANGED, AND TALLY THE CATEGORY-TO-CATEGORY MOVEMENT FOR
303003*     THE SUMMARY.  A CHANGE WHERE EITHER SIDE WAS OVERRIDDEN
303004*     IS COUNTED AS OVERRIDE-DRIVEN, NOT AS A RULE CHANGE.
303010      ADD 1 TO WS-MATCHED-COUNT
303020      IF WS-PRIOR-FLAG NOT = FO-CLASS-FLAG OF CURR-OUTPUT-RECORD
303021          OR WS-PRIOR-TEXT NOT = FO-TEXT OF CURR-OUTPUT-RECORD
303022          IF WS-PRIOR-OVRD-SW = "O"
303023              OR FO-OVERRIDE-SW OF CURR-OUTPUT-RECORD = "O"
303024              ADD 1 TO WS-OVRD-CHANGED-COUNT
303025          ELSE
303026              ADD 1 TO WS-CHANGED-COUNT
303027          END-IF
303040          IF WS-DETAILS-SHOWN < WS-MAX-DETAILS-SHOWN
303050              ADD 1 TO WS-DETAILS-SHOWN
303051              IF WS-PRIOR-OVRD-SW = "O"
303052                  OR FO-OVERRIDE-SW OF CURR-OUTPUT-RECORD = "O"
303053                  IF FO-OVERRIDE-SW OF CURR-OUTPUT-RECORD = "O"
303054                      MOVE FO-OVERRIDE-REASON
303055                          OF CURR-OUTPUT-RECORD
303056                          TO WS-SHOWN-OVRD-REASON
303057                  ELSE
303058                      MOVE WS-PRIOR-OVRD-REASON
303059                          TO WS-SHOWN-OVRD-REASON
303060                  END-IF
303061                  DISPLAY "FZBCOMP: COUNTER " WS-CURR-KEY (2:7)
303062                      " OVERRIDE " WS-SHOWN-OVRD-REASON ": "
303063                      WS-PRIOR-FLAG "/"
303064                      FUNCTION TRIM(WS-PRIOR-TEXT)
303065                      " -> "
303066                      FO-CLASS-FLAG OF CURR-OUTPUT-RECORD "/"
303067                      FUNCTION TRIM(FO-TEXT OF CURR-OUTPUT-RECORD)
303068              ELSE
303069                  DISPLAY "FZBCOMP: COUNTER " WS-CURR-KEY (2:7)
303070                      " CHANGED: "
303071                      WS-PRIOR-FLAG "/"
303072                      FUNCTION TRIM(WS-PRIOR-TEXT)
303073                      " -> "
303074                      FO-CLASS-FLAG OF CURR-OUTPUT-RECORD "/"
303075                      FUNCTION TRIM(FO-TEXT OF CURR-OUTPUT-RECORD)
303076              END-IF
303080              IF WS-DETAILS-SHOWN = WS-MAX-DETAILS-SHOWN
303090                  DISPLAY "FZBCOMP: FURTHER CHANGES COUNTED "
303091                      "BUT NOT PRINTED"
309021          WS-MATCHED-COUNT.
309030      DISPLAY "FZBCOMP: CHANGED CLASS        = "
309031          WS-CHANGED-COUNT.
309032      DISPLAY "FZBCOMP: CHANGED BY OVERRIDE  = "
309033          WS-OVRD-CHANGED-COUNT.
309040      DISPLAY "FZBCOMP: IN PRIOR RUN ONLY    = "
309041          WS-PRIOR-ONLY-COUNT.
309050      DISPLAY "FZBCOMP: IN CURRENT RUN ONLY  = "
309250          DISPLAY "FZBCOMP: RUNS DIFFER - REVIEW BEFORE SIGN-OFF"
309260          MOVE 4 TO RETURN-CODE
309270      ELSE
309271          IF WS-OVRD-CHANGED-COUNT > 0
309272              DISPLAY "FZBCOMP: RUNS DIFFER ONLY BY APPLIED "
309273                  "OVERRIDES"
309274          ELSE
309280              DISPLAY "FZBCOMP: RUNS ARE IDENTICAL"
309281          END-IF
309290      END-IF.
309300
