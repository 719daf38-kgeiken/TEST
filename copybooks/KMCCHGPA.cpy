      ******************************************************************
      *    KMCCHGPA  -  CHANGE-LOG INQUIRY PARAMETER RECORD
      *    ONE RECORD DRIVES EACH CHANGE-LOG READER.  THE DAILY
      *    CHANGE-AUDIT REPORT (BAS140VU) USES CHP-REPORT-DATE, THE
      *    DAY WHOSE CHANGES IT LISTS.  THE CHANGE-HISTORY INQUIRY
      *    (BAS141VU) USES CHP-FILE-ID AND CHP-RECORD-KEY, KEYED THE
      *    SAME WAY AS CHL-FILE-ID AND CHL-RECORD-KEY IN KMCCHGLG.
      ******************************************************************
       01  CHANGE-LOG-PARM-RECORD.
           05  CHP-REPORT-DATE           PIC 9(08).
           05  CHP-FILE-ID               PIC X(08).
               88  CHP-FILE-ID-VALID          VALUE 'RATEPARM'
                                                    'ACCTRNG'
                                                    'VUPLAN'
                                                    'RECURAGR'
                                                    'MRCHMST'.
           05  CHP-RECORD-KEY            PIC X(40).
