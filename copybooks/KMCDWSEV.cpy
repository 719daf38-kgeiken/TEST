      ******************************************************************
      *    KMCDWSEV  -  WAREHOUSE FEED ROW, SETTLEMENT EVENT
      *    ONE PIPE-DELIMITED DISPLAY ROW PER CLEANED SETTLEMENT
      *    MASTER (KMCVSMST) EVENT ADDED ('I') OR CHANGED ('U') SINCE
      *    THE LAST EXTRACT, WRITTEN TO DWSETLEV BY BAS142VU.  AN EVENT
      *    CHANGES WHEN BAS126VU POSTS IT OR BAS113VU RECONCILES IT.
      *    DSE-RECORD-TYPE IS 1 PRESENTMENT, 2 CHARGEBACK,
      *    3 REPRESENTMENT, 4 ADJUSTMENT.
      ******************************************************************
       01  DW-SETTLE-EVENT-ROW.
           05  DSE-ACTION                PIC X(01).
               88  DSE-INSERT                 VALUE 'I'.
               88  DSE-UPDATE                 VALUE 'U'.
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DSE-MERCHANT-NUMBER       PIC X(15).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DSE-TRANS-ID              PIC 9(15).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DSE-RECORD-TYPE           PIC X(01).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DSE-TRANS-DATE            PIC 9(08).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DSE-SETTLED-PLAN          PIC 9(04).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DSE-SETTLED-RATE-AMT      PIC -9(09).99.
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DSE-POSTED-SW             PIC X(01).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DSE-RECONCILED-SW         PIC X(01).
