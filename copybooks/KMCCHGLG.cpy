      ******************************************************************
      *    KMCCHGLG  -  MAINTENANCE CHANGE-LOG RECORD
      *    ONE RECORD PER CHANGE MADE TO A RATE OR REFERENCE FILE BY
      *    ITS MAINTENANCE PROGRAM, APPENDED (OPEN EXTEND) TO THE
      *    COMMON CHANGE LOG (CHGLOG) BY EVERY ONE OF THEM:
      *      RATEPARM  RATE-PARAMETER FILE        (BAS116VU)
      *      ACCTRNG   ACCOUNT-RANGE MASTER       (BAS127VU)
      *      VUPLAN    VU-PLAN-DATA RATE TABLE    (BAS129VU)
      *      RECURAGR  RECURRING-AGREEMENT FILE   (BAS131VU)
      *      MRCHMST   MERCHANT MASTER            (BAS139VU)
      *    CHL-RECORD-KEY HOLDS THE CHANGED RECORD'S KEY FIELDS SIDE
      *    BY SIDE, LEFT JUSTIFIED -- PARAMETER CODE + EFFECTIVE DATE,
      *    LOW ACCOUNT KEY, PLAN CODE, MERCHANT + CARDHOLDER KEY, AND
      *    MERCHANT NUMBER RESPECTIVELY.  THE BEFORE AND AFTER IMAGES
      *    ARE THE RECORD (OR, FOR VUPLAN, THE ONE VU-RTE-ENTRY) AS IT
      *    STOOD BEFORE AND AFTER THE CHANGE; AN ADD HAS NO BEFORE
      *    IMAGE AND A DROP NO AFTER IMAGE.  A FULL RELOAD OF A FILE
      *    IS LOGGED ONCE, KEY '*ALL', AHEAD OF THE RECORDS LOADED.
      *    THE DAILY CHANGE-AUDIT REPORT (BAS140VU) AND THE CHANGE-
      *    HISTORY INQUIRY (BAS141VU) READ THE LOG.
      ******************************************************************
       01  CHANGE-LOG-RECORD.
           05  CHL-FILE-ID               PIC X(08).
               88  CHL-FILE-RATE-PARM         VALUE 'RATEPARM'.
               88  CHL-FILE-ACCT-RANGE        VALUE 'ACCTRNG'.
               88  CHL-FILE-PLAN-DATA         VALUE 'VUPLAN'.
               88  CHL-FILE-RECUR-AGR         VALUE 'RECURAGR'.
               88  CHL-FILE-MERCH-MST         VALUE 'MRCHMST'.
           05  CHL-RECORD-KEY            PIC X(40).
           05  CHL-ACTION                PIC X(01).
               88  CHL-ACTION-ADD             VALUE 'A'.
               88  CHL-ACTION-CHANGE          VALUE 'C'.
               88  CHL-ACTION-DROP            VALUE 'X'.
               88  CHL-ACTION-RELOAD          VALUE 'R'.
           05  CHL-OPERATOR-ID           PIC X(08).
           05  CHL-REQUEST-SOURCE        PIC X(08).
           05  CHL-PROGRAM-ID            PIC X(08).
           05  CHL-TIMESTAMP.
               10  CHL-CHANGE-DATE       PIC 9(08).
               10  CHL-CHANGE-TIME       PIC 9(08).
           05  CHL-BEFORE-IMAGE          PIC X(4300).
           05  CHL-AFTER-IMAGE           PIC X(4300).
