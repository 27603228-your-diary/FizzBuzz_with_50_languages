      ******************************************************************
      *    FZBVBKT - HISTORY MASTER BACKUP CONTROL TRAILER
      *    THE LAST RECORD OF A HISTORY MASTER BACKUP DATASET (SEE
      *    FZBVBKP).  THE BACKUP HOLDS EVERY 88-BYTE CLUSTER RECORD
      *    IN KEY ORDER - RUN DATE PREFIX PLUS THE FZBOUT/FZBVCTL
      *    IMAGE - FOLLOWED BY THIS TRAILER, WHICH A RESTORE CHECKS
      *    THE WHOLE DATASET AGAINST BEFORE IT TRUSTS ANY OF IT.  A
      *    BACKUP WITHOUT ITS TRAILER IS AN INCOMPLETE UNLOAD.
      ******************************************************************
       05  BT-RECORD-ID             PIC X(8).
      *        'TRAILER ' - WHERE EVERY OTHER RECORD CARRIES ITS
      *        NUMERIC RUN DATE, SO THE TWO CAN NEVER BE CONFUSED.
       05  BT-BACKUP-DATE           PIC X(8).
      *        CCYYMMDD
       05  BT-BACKUP-TIME           PIC X(6).
      *        HHMMSS
       05  BT-RECORD-COUNT          PIC 9(9).
      *        CLUSTER RECORDS ON THE BACKUP, TRAILER EXCLUDED.
       05  BT-RUN-COUNT             PIC 9(3).
      *        DISTINCT RUN DATES ON THE BACKUP.
       05  BT-DETAIL-COUNT          PIC 9(9).
       05  BT-CONTROL-COUNT         PIC 9(5).
      *        DETAIL AND CONTROL (FZBVCTL) RECORDS OF THE ABOVE.
       05  BT-HASH-TOTAL            PIC 9(15).
      *        SUM OF EVERY RECORD'S COUNTER KEY - CATCHES A RECORD
      *        SWAPPED FOR ANOTHER THAT THE COUNTS ALONE WOULD MISS.
       05  BT-FIRST-RUN             PIC X(8).
       05  BT-LAST-RUN              PIC X(8).
      *        THE OLDEST AND NEWEST RUN DATES ON THE BACKUP.
       05  FILLER                   PIC X(9).
