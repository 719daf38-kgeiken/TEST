      *    BACK TO THE LAST CHECKPOINT'S COUNTS SO THE RERUN RESUMES
      *    WHERE THE ABEND HAPPENED INSTEAD OF AT TRANSACTION ONE.
      *    THE CHECKPOINT FIELDS ARE ZERO ON 'I' AND 'C' RECORDS.
      *    A RUN MAY BE SPLIT INTO PARTITIONS BY MERCHANT-NUMBER RANGE
      *    (SEE KMCPTNDF) THAT RUN CONCURRENTLY.  THE RUN'S OWN 'I'
      *    RECORD THEN CARRIES THE PARTITION COUNT, AND EACH PARTITION
      *    KEEPS ITS OWN RUN-CONTROL FILE AND EXTRACTS UNDER ITS OWN
      *    RUN ID -- THE RUN'S ID TIMES 100 PLUS THE PARTITION NUMBER
      *    -- WITH ITS PARTITION NUMBER AND MERCHANT RANGE ON EVERY
      *    RECORD.  ONCE EVERY PARTITION HAS CLOSED, THE BAS118VU MERGE
      *    FOLDS THE PARTITION EXTRACTS INTO THE RUN'S OWN FILES UNDER
      *    THE RUN'S ID AND APPENDS A MERGED ('M') RECORD; THE RUN IS
      *    THEN CLOSED LIKE ANY OTHER.  A PARTITION'S RECORDS ALSO
      *    CARRY THE SPLIT RUN'S OWN ID IN RNC-PARENT-RUN-ID; THE
      *    QUALIFICATION-HISTORY MASTER IS UPDATED IN PLACE AND NEVER
      *    MERGED, SO A PARTITION STAMPS IT WITH THAT ID.
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           05  RNC-RUN-ID                PIC 9(09).
               88  RNC-RUN-IN-FLIGHT          VALUE 'I'.
               88  RNC-RUN-COMPLETE           VALUE 'C'.
               88  RNC-RUN-CHECKPOINT         VALUE 'K'.
               88  RNC-RUN-MERGED             VALUE 'M'.
      *
      *    TIME OF DAY (HHMMSS) THE RECORD WAS WRITTEN, SO THE CLOSE
      *    STEP CAN COMPUTE THE RUN'S ELAPSED TIME FROM ITS OPEN
               10  RNC-CHKPT-BNDRY-CNT   PIC S9(09) COMP-3.
               10  RNC-CHKPT-ARNG-CNT    PIC S9(09) COMP-3.
               10  RNC-CHKPT-DUP-CNT     PIC S9(09) COMP-3.
      *
      *    PARTITIONING.  RNC-PARTITION-CNT IS THE NUMBER OF PARTITIONS
      *    A RUN'S OWN RECORDS SAY IT WAS SPLIT INTO (ZERO WHEN IT RUNS
      *    WHOLE); RNC-PARTITION-NO, THE MERCHANT RANGE AND THE PARENT
      *    RUN ID ARE SET ON A PARTITION'S RECORDS ONLY (ZERO AND SPACES
      *    OTHERWISE).
      *
           05  RNC-PARTITION-CNT         PIC 9(02).
           05  RNC-PARTITION-NO          PIC 9(02).
           05  RNC-PTN-LOW-MERCHANT      PIC X(15).
           05  RNC-PTN-HIGH-MERCHANT     PIC X(15).
           05  RNC-PARENT-RUN-ID         PIC 9(09).
