      ******************************************************************
      *    KMCJBSPA  -  GO/NO-GO BOARD PARAMETER RECORD
      *    ONE RECORD DRIVES THE MORNING GO/NO-GO BOARD (BAS143VU).
      *    JBP-CYCLE-DATE IS THE CYCLE WHOSE BOARD IS PRINTED; ZEROS
      *    PRINT THE LATEST CYCLE ON THE JOB-STATUS FILE (KMCJOBST).
      *    JBP-EXPECTED-STEP LISTS THE PROGRAMS THE SCHEDULER RUNS IN
      *    THE CYCLE, ENDED BY THE FIRST ENTRY LEFT SPACES.  A LISTED
      *    STEP WITH NO RESULT FOR THE CYCLE IS SHOWN AS NOT RUN AND
      *    HOLDS RELEASE; WITH THE LIST LEFT SPACES ONLY THE STEPS THAT
      *    REPORTED ARE SHOWN.
      ******************************************************************
       01  JOB-BOARD-PARM-RECORD.
           05  JBP-CYCLE-DATE            PIC 9(08).
           05  JBP-EXPECTED-STEP         PIC X(08) OCCURS 30 TIMES.
