      ******************************************************************
      *    KMCDWHTR  -  DATA-WAREHOUSE FEED HEADER AND TRAILER ROWS
      *    EVERY WAREHOUSE FEED FILE WRITTEN BY BAS142VU OPENS WITH ONE
      *    HEADER ROW (TYPE 'H') AND ENDS WITH ONE TRAILER ROW (TYPE
      *    'T'), PIPE-DELIMITED LIKE THE DATA ROWS BETWEEN THEM, WHOSE
      *    FIRST FIELD IS THE ROW'S INSERT ('I') OR UPDATE ('U')
      *    INDICATOR.  THE TRAILER COUNTS THE DATA ROWS ONLY AND
      *    CARRIES UP TO THREE DOLLAR TOTALS OF THEM FOR THE LOAD TO
      *    BALANCE TO, IN THE ORDER THE FILE'S ROW COPYBOOK NAMES:
      *      DWQHMTXN (KMCDWQTX)  TRANSACTION AMOUNT, COMPUTED
      *                           INTERCHANGE, NET DISPUTE ADJUSTMENT
      *      DWQHMDNG (KMCDWQDG)  DOWNGRADE LOST AMOUNT
      *      DWSETLEV (KMCDWSEV)  SETTLED INTERCHANGE
      *    UNUSED TOTALS ARE ZERO.
      ******************************************************************
       01  DW-HEADER-ROW.
           05  DWH-ROW-TYPE              PIC X(01) VALUE 'H'.
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DWH-FILE-ID               PIC X(08).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DWH-SOURCE-FILE           PIC X(08).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DWH-EXTRACT-DATE          PIC 9(08).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DWH-CREATE-DATE           PIC 9(08).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DWH-CREATE-TIME           PIC 9(06).
      *
       01  DW-TRAILER-ROW.
           05  DWT-ROW-TYPE              PIC X(01) VALUE 'T'.
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DWT-FILE-ID               PIC X(08).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DWT-ROW-CNT               PIC 9(09).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DWT-INSERT-CNT            PIC 9(09).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DWT-UPDATE-CNT            PIC 9(09).
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DWT-AMOUNT-1              PIC -9(13).99.
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DWT-AMOUNT-2              PIC -9(13).99.
           05  FILLER                    PIC X(01) VALUE '|'.
           05  DWT-AMOUNT-3              PIC -9(13).99.
