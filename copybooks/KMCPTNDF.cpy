      ******************************************************************
      *    KMCPTNDF  -  NIGHTLY-RUN PARTITION-DEFINITION RECORD
      *    ONE RECORD PER PARTITION THE NIGHTLY EDIT RUN IS SPLIT INTO
      *    WHEN BAS118VU OPENS IT SPLIT (SEE KMCRUNRQ).  THE RECORDS
      *    ARE NUMBERED 01 UPWARD WITHOUT A GAP, IN ASCENDING,
      *    NON-OVERLAPPING MERCHANT-NUMBER RANGES; THE NUMBER OF
      *    RECORDS IS THE NUMBER OF PARTITIONS.  EACH PARTITION'S
      *    BAS110VU POSTS ONLY MERCHANTS INSIDE ITS OWN RANGE.
      ******************************************************************
       01  PARTITION-DEFINITION-RECORD.
           05  PTD-PARTITION-NO          PIC 9(02).
           05  PTD-LOW-MERCHANT          PIC X(15).
           05  PTD-HIGH-MERCHANT         PIC X(15).
