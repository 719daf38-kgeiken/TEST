      ******************************************************************
      *    KMCL3ADD  -  LEVEL III ENHANCED-DATA ADDENDUM
      *    PASSED TO BAS110VU AS LEVEL3-ADDENDUM, ALONGSIDE
      *    POST-EDIT-TRANS, FOR A COMMERCIAL OR PURCHASING CARD SALE
      *    THE MERCHANT SENT WITH FULL LINE-ITEM DATA.  BAS110VU EDITS
      *    IT (S-600-EDIT-LEVEL3-ADDENDUM) AND, WHEN IT IS COMPLETE,
      *    QUALIFIES THE SALE FOR THE LEVEL III CORPORATE AND
      *    PURCHASING PLANS; AN INCOMPLETE ADDENDUM IS POSTED AS A
      *    CORRECTABLE DOWNGRADE NAMING THE ELEMENT TO REPAIR.  THE
      *    ADDENDUM IS SNAPSHOTTED WITH THE TRANSACTION ON THE REPLAY
      *    ARCHIVE (TAR-L3A-SNAPSHOT, KMCTRNAR) SO BAS115VU, BAS120VU
      *    AND BAS121VU REPLAY IT.  A SALE WITH NO ADDENDUM IS PASSED
      *    WITH L3A-PRESENT-SW SPACE (OR THE WHOLE AREA SPACES).
      ******************************************************************
       01  LEVEL3-ADDENDUM.
           05  L3A-PRESENT-SW            PIC X(01).
               88  L3A-PRESENT                VALUE 'Y'.
           05  L3A-SALES-TAX-AMT         PIC S9(07)V99 COMP-3.
           05  L3A-TAX-EXEMPT-SW         PIC X(01).
               88  L3A-TAX-EXEMPT             VALUE 'Y'.
           05  L3A-CUSTOMER-CODE         PIC X(17).
           05  L3A-SHIP-FROM-ZIP         PIC X(10).
           05  L3A-DEST-ZIP              PIC X(10).
           05  L3A-FREIGHT-AMT           PIC S9(07)V99 COMP-3.
           05  L3A-DUTY-AMT              PIC S9(07)V99 COMP-3.
           05  L3A-LINE-ITEM-CNT         PIC 9(02).
           05  L3A-LINE-ITEM OCCURS 20 TIMES.
               10  L3A-COMMODITY-CODE    PIC X(12).
               10  L3A-ITEM-DESCR        PIC X(26).
               10  L3A-QUANTITY          PIC S9(07)V9(04) COMP-3.
               10  L3A-UNIT-OF-MEASURE   PIC X(03).
               10  L3A-UNIT-COST         PIC S9(07)V9(04) COMP-3.
               10  L3A-EXTENDED-AMT      PIC S9(09)V99 COMP-3.
