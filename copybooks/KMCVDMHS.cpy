      ******************************************************************
      *    KMCVDMHS  -  KEYED DISPUTE-RATIO HISTORY RECORD
      *    ONE RECORD PER MERCHANT, KEYED BY MERCHANT NUMBER, HOLDING
      *    A ROLLING TWELVE MONTHS OF THE MERCHANT'S CHARGEBACK-TO-
      *    PRESENTMENT FIGURES AS WORKED BY THE MONTHLY DISPUTE-
      *    MONITORING JOB (BAS138VU).  ENTRY 1 IS THE LATEST MONTH
      *    MONITORED; EACH NEW MONTH PUSHES THE OLDER ENTRIES DOWN AND
      *    THE THIRTEENTH MONTH FALLS OFF.  A RERUN OF THE LATEST
      *    MONTH REPLACES ENTRY 1 IN PLACE.  A MONTH WITH NO
      *    SETTLEMENT ACTIVITY LEAVES NO ENTRY, SO THE MONTHS IN THE
      *    TABLE ARE NOT NECESSARILY CONSECUTIVE.
      ******************************************************************
       01  DISPUTE-HISTORY-RECORD.
           05  VDH-KEY.
               10  VDH-MERCHANT-NUMBER   PIC X(15).
           05  VDH-MONTH-CNT             PIC S9(04) COMP.
      *
      *    CONSECUTIVE CALENDAR MONTHS, ENDING WITH ENTRY 1, THAT THE
      *    MERCHANT HAS BEEN AT OR ABOVE THE EARLY-WARNING LEVEL (ANY
      *    BREACH) AND AT OR ABOVE THE STANDARD LEVEL.
      *
           05  VDH-CONSEC-BREACH-MTHS    PIC S9(04) COMP.
           05  VDH-CONSEC-STD-MTHS       PIC S9(04) COMP.
           05  VDH-MONTH-ENTRY OCCURS 12 TIMES.
               10  VDH-MONTH             PIC 9(06).
               10  VDH-PRES-CNT          PIC S9(09) COMP-3.
               10  VDH-PRES-AMT          PIC S9(11)V99 COMP-3.
               10  VDH-CB-CNT            PIC S9(09) COMP-3.
               10  VDH-CB-AMT            PIC S9(11)V99 COMP-3.
               10  VDH-RATIO-PCT         PIC S9(03)V9(04) COMP-3.
               10  VDH-BREACH-LEVEL      PIC X(01).
                   88  VDH-NO-BREACH          VALUE SPACE.
                   88  VDH-EARLY-WARNING      VALUE 'E'.
                   88  VDH-STANDARD           VALUE 'S'.
                   88  VDH-IN-BREACH          VALUE 'E' 'S'.
