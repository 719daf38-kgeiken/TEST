      *    (SEE KMCRUNCT) INSTEAD OF TO ZERO, AND THE RUN STAYS OPEN
      *    UNDER ITS OWN RUN ID SO THE RERUN RESUMES WHERE THE ABEND
      *    HAPPENED.
      *    RRQ-PARTITION-NO ZERO (OR BLANK) MEANS THE REQUEST IS FOR
      *    THE WHOLE RUN; AN 'O' FOR THE WHOLE RUN WITH RRQ-SPLIT-SW
      *    'Y' SPLITS IT INTO THE PARTITIONS ON THE PARTITION-
      *    DEFINITION FILE (KMCPTNDF).  A NONZERO RRQ-PARTITION-NO
      *    OPENS, CLOSES OR RESTARTS THAT ONE PARTITION OF THE OPEN
      *    SPLIT RUN, AGAINST
      *    THE PARTITION'S OWN RUN-CONTROL FILE AND EXTRACTS.  'M'
      *    MERGES A SPLIT RUN'S CLOSED PARTITIONS INTO THE RUN'S OWN
      *    EXTRACT FILES AHEAD OF THE WHOLE-RUN 'C'.
      ******************************************************************
       01  RUN-REQUEST-RECORD.
           05  RRQ-FUNCTION              PIC X(01).
               88  RRQ-OPEN-RUN               VALUE 'O'.
               88  RRQ-CLOSE-RUN              VALUE 'C'.
               88  RRQ-RESTART-RUN            VALUE 'R'.
               88  RRQ-MERGE-RUN              VALUE 'M'.
           05  RRQ-CYCLE-DATE            PIC 9(08).
           05  RRQ-PARTITION-NO          PIC 9(02).
               88  RRQ-WHOLE-RUN              VALUE ZEROS.
           05  RRQ-SPLIT-SW              PIC X(01).
               88  RRQ-SPLIT-RUN              VALUE 'Y'.
