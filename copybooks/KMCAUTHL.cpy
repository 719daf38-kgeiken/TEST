      ******************************************************************
      *    KMCAUTHL  -  KEYED AUTHORIZATION-LOG MASTER RECORD
      *    ONE RECORD PER APPROVED AUTHORIZATION, KEYED BY MERCHANT
      *    NUMBER, CARDHOLDER ACCOUNT KEY AND APPROVAL CODE -- THE
      *    SAME THREE VALUES A CLEARED TRANSACTION CARRIES IN
      *    PET-MERCHANT-NUMBER, PET-ORIG-BANK-KEY AND PET-AUTH-CD.
      *    LOADED NIGHTLY FROM THE AUTHORIZATION SYSTEM'S DAILY LOG BY
      *    BAS136VU AND WORKED BY THE AUTHORIZATION MATCH (BAS137VU),
      *    WHICH MARKS EACH AUTHORIZATION CLEARED WHEN A TRANSACTION
      *    IN THE ARCHIVE PAIRS WITH IT, MARKS IT EXPIRED WHEN THE
      *    VISA CLEARING WINDOW RUNS OUT FIRST, AND PURGES CLOSED
      *    AUTHORIZATIONS ONCE THEY ARE PAST THE RETENTION PERIOD.
      ******************************************************************
       01  AUTHORIZATION-LOG-RECORD.
           05  AUL-KEY.
               10  AUL-MERCHANT-NUMBER   PIC X(15).
               10  AUL-CARDHOLDER-KEY    PIC X(11).
               10  AUL-APPROVAL-CODE     PIC X(06).
           05  AUL-AUTH-DATE             PIC 9(08).
           05  AUL-AUTH-AMT              PIC S9(09)V99 COMP-3.
           05  AUL-AUTH-CURR-CD          PIC 9(03).
           05  AUL-MERCH-CAT-CODE        PIC 9(04).
           05  AUL-MATCH-STATUS          PIC X(01).
               88  AUL-OPEN                   VALUE 'O'.
               88  AUL-CLEARED                VALUE 'C'.
               88  AUL-EXPIRED                VALUE 'E'.
           05  AUL-CLEARED-DATE          PIC 9(08).
           05  AUL-CLEARED-TRANS-ID      PIC 9(15).
           05  AUL-CLEARED-AMT           PIC S9(09)V99 COMP-3.
