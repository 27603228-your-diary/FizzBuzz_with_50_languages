      ******************************************************************
      *    FZBAUTH - SUBMITTER AUTHORIZATION TABLE RECORD
      *    ONE 80-BYTE RECORD PER USER ID ON THE AUTHORIZATION KSDS
      *    (KEYED ON AT-USER-ID - SEE FZBADEF.JCL), NAMING THE
      *    CONTROLLED ACTIONS THAT USER MAY SUBMIT.  EACH PROGRAM
      *    THAT PERFORMS A CONTROLLED ACTION READS THE SUBMITTER'S
      *    RECORD BEFORE DOING ANY WORK AND REFUSES THE RUN (16,
      *    LOGGED TO FZBERRLG AND FIZZAUDT) WHEN THE ACTION IS NOT
      *    GRANTED:
      *        RANGE   - FIZZBUZZ WITH ANY CONTROL CARD DECK OTHER
      *                  THAN THE SINGLE DEFAULT RANGE (1-100, 3/5)
      *        RULES   - FZBRMNT RULE MASTER TRANSACTION CARDS
      *        RESTART - FIZZBUZZ RESUMING FROM A CHECKPOINT
      *        HSKP    - FZBHSKP RETENTION AND ARCHIVAL
      *        LOAD    - FZBLOAD HISTORY MASTER LOAD
      *    A USER WITH NO RECORD, OR WHOSE RECORD HAS EXPIRED, HOLDS
      *    NO AUTHORITY.  A DEFAULT-RANGE FRESH CLASSIFIER RUN NEEDS
      *    NONE, SO THE TABLE IS NOT EVEN READ FOR ONE.
      ******************************************************************
       05  AT-USER-ID               PIC X(8).
      *        THE SUBMITTER ID AS PASSED IN THE EXEC PARM (&SYSUID).
       05  AT-RANGE-AUTH            PIC X(1).
      *        'Y' = MAY RUN A NON-DEFAULT RANGE.  ANYTHING ELSE = NO.
       05  AT-RULES-AUTH            PIC X(1).
      *        'Y' = MAY APPLY RULE MASTER TRANSACTION CARDS.
       05  AT-RESTART-AUTH          PIC X(1).
      *        'Y' = MAY RESTART A CHECKPOINTED CLASSIFIER RUN.
       05  AT-HSKP-AUTH             PIC X(1).
      *        'Y' = MAY RUN DATASET HOUSEKEEPING.
       05  AT-LOAD-AUTH             PIC X(1).
      *        'Y' = MAY LOAD THE HISTORY MASTER.
       05  AT-GRANTED-DATE          PIC X(8).
      *        CCYYMMDD - WHEN THE AUTHORITY WAS LAST REVIEWED.
       05  AT-GRANTED-BY            PIC X(8).
      *        USER ID OF THE APPROVER.
       05  AT-EXPIRY-DATE           PIC X(8).
      *        CCYYMMDD - LAST DATE THE AUTHORITY HOLDS.  BLANK OR
      *        99999999 = NO EXPIRY.
       05  AT-USER-NAME             PIC X(24).
      *        THE HOLDER'S NAME OR TEAM, FOR THE AUTHORITY REPORT.
       05  AT-REFERENCE             PIC X(10).
      *        THE ACCESS REQUEST THAT GRANTED IT.
       05  FILLER                   PIC X(9).
