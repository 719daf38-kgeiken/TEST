      ******************************************************************
      *    KMCCHGRQ  -  MAINTENANCE CHANGE-REQUESTER RECORD
      *    ONE RECORD NAMES WHO ASKED FOR A BATCH MAINTENANCE RUN AND
      *    WHERE THE REQUEST CAME FROM, SO EVERY CHANGE THE RUN MAKES
      *    CAN BE STAMPED ON THE CHANGE LOG (KMCCHGLG).  READ AT
      *    STARTUP BY BAS127VU, BAS129VU, BAS131VU AND BAS139VU; A RUN
      *    WITH NO OPERATOR ID IS NOT ALLOWED TO CHANGE ANYTHING.
      *    CRQ-REQUEST-SOURCE NAMES THE CHANNEL -- THE CHANGE TICKET
      *    SYSTEM, THE ARDEF DISTRIBUTION, A RATE RELEASE -- AND
      *    DEFAULTS TO 'BATCH' WHEN LEFT BLANK.
      ******************************************************************
       01  CHANGE-REQUESTER-RECORD.
           05  CRQ-OPERATOR-ID           PIC X(08).
           05  CRQ-REQUEST-SOURCE        PIC X(08).
