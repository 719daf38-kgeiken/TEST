      *
           05  TAR-RUN-ID                PIC 9(09).
           05  TAR-CYCLE-DATE            PIC 9(08).
      *
      *    SNAPSHOT OF THE LEVEL III ADDENDUM (LEVEL3-ADDENDUM,
      *    KMCL3ADD.CPY) BAS110VU WAS CALLED WITH, RESTORED WITH A
      *    SINGLE GROUP MOVE.  SPACES -- AS ON A RECORD ARCHIVED
      *    BEFORE THE ADDENDUM EXISTED AND PADDED OUT -- READ AS NO
      *    ADDENDUM.
      *
           05  TAR-L3A-SNAPSHOT          PIC X(1236).
