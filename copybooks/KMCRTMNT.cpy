      *    KMCRTMNT  -  RATE-PARAMETER MAINTENANCE LINKAGE
      *    PASSED TO BAS116VU BY THE RATE-PARAMETER MAINTENANCE SCREEN
      *    TO ADD A NEW EFFECTIVE-DATED RATE-PARAMETER ENTRY OR CHANGE
      *    THE AMOUNT ON AN EXISTING ONE.  RTM-REQ-OPERATOR-ID IS THE
      *    SIGNED-ON OPERATOR, STAMPED ON THE CHANGE LOG (KMCCHGLG);
      *    A REQUEST WITHOUT ONE IS REFUSED.
      ******************************************************************
       01  RTM-MAINTENANCE-REQUEST.
           05  RTM-REQ-ACTION            PIC X(01).
           05  RTM-REQ-PARAMETER-CODE    PIC X(10).
           05  RTM-REQ-EFF-DATE          PIC 9(08).
           05  RTM-REQ-AMOUNT            PIC S9(12)V999 COMP-3.
           05  RTM-REQ-OPERATOR-ID       PIC X(08).
       01  RTM-MAINTENANCE-RESPONSE.
           05  RTM-RESP-STATUS-SW        PIC X(01).
               88  RTM-RESP-SUCCESSFUL        VALUE 'Y'.
