      ******************************************************************
      *    KMCVDMPA  -  DISPUTE-MONITORING PARAMETER RECORD
      *    ONE RECORD TELLS BAS138VU WHICH CALENDAR MONTH (YYYYMM) TO
      *    MONITOR AND CARRIES THE VISA DISPUTE MONITORING PROGRAM
      *    THRESHOLDS, SO A CHANGE VISA ANNOUNCES IS A PARAMETER
      *    CHANGE AND NOT A PROGRAM CHANGE.  A MERCHANT IS IN BREACH
      *    OF A PROGRAM LEVEL WHEN ITS MONTHLY CHARGEBACK-TO-
      *    PRESENTMENT RATIO (A PERCENTAGE, E.G. 0.6500 FOR 0.65%) IS
      *    AT OR ABOVE THE LEVEL'S RATIO AND ITS CHARGEBACK COUNT IS
      *    AT OR ABOVE THE LEVEL'S COUNT.  THE EARLY-WARNING LEVEL
      *    MUST NOT BE STRICTER THAN THE STANDARD LEVEL.
      ******************************************************************
       01  DISPUTE-MONITOR-PARM-RECORD.
           05  VDP-MONITOR-MONTH         PIC 9(06).
           05  VDP-EW-RATIO-PCT          PIC S9(03)V9(04) COMP-3.
           05  VDP-EW-CB-COUNT           PIC 9(05).
           05  VDP-STD-RATIO-PCT         PIC S9(03)V9(04) COMP-3.
           05  VDP-STD-CB-COUNT          PIC 9(05).
