      *    REPRICER (BAS121VU) -- RUNS ONE MERCHANT PER EXECUTION,
      *    THE MERCHANT NAMED HERE, WITH THAT MERCHANT'S TABLE ON
      *    ITS PACKAGE FILE.
      *
      *    THE SCRUB AND THE REPRICER ALSO ACCEPT '*ALL' IN PLACE OF A
      *    MERCHANT NUMBER.  THEY THEN WORK EVERY MERCHANT ON THEIR
      *    INPUT, LOADING EACH MERCHANT'S PACKAGE TABLE AND PLAN CODES
      *    FROM THE KEYED MERCHANT MASTER (KMCMRMST) AS THE INPUT
      *    BREAKS ON MERCHANT NUMBER, AND NEED NO PACKAGE FILE.
      ******************************************************************
       01  SIM-CONTROL-RECORD.
           05  SIC-MERCHANT-NUMBER       PIC X(15).
               88  SIC-ALL-MERCHANTS          VALUE '*ALL'.
