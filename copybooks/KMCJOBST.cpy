      ******************************************************************
      *    KMCJOBST  -  NIGHTLY JOB-RESULT RECORD
      *    ONE RECORD APPENDED (OPEN EXTEND) TO THE SHARED JOB-STATUS
      *    FILE (JOBSTAT) BY EVERY PROGRAM IN THE NIGHTLY AND CYCLE-END
      *    STREAM EACH TIME IT ENDS -- CLEANLY, AT A GATE, OR AT A
      *    HARD STOP -- SO THE MORNING GO/NO-GO BOARD (BAS143VU) CAN
      *    DECIDE WHETHER THE OUTGOING SUBMISSION AND THE GL FEED MAY
      *    BE RELEASED WITHOUT ANYONE READING A DOZEN SYSOUTS.
      *    THE RUN ID AND CYCLE DATE ARE THOSE OF THE LAST RECORD ON
      *    THE RUN-CONTROL FILE (KMCRUNCT) WHEN THE STEP ENDS, SO EVERY
      *    STEP OF ONE NIGHT FILES UNDER THE SAME CYCLE; ZERO WHEN NO
      *    RUN HAS YET BEEN OPENED.  JBR-RETURN-CODE IS THE RETURN CODE
      *    THE STEP HANDS THE SCHEDULER.  JBR-GATE-ID NAMES THE GATE
      *    THAT SET IT (SPACES WHEN THE STEP ENDED CLEAN) AND
      *    JBR-GATE-REASON SAYS WHY, IN WORDS FOR THE BOARD.  EACH
      *    STEP REPORTS UP TO THREE OF ITS OWN KEY COUNTS AND TWO
      *    DOLLAR TOTALS, EACH WITH A SHORT NAME FOR THE BOARD; UNUSED
      *    ENTRIES ARE LEFT SPACES AND ZERO.  A STEP THAT IS RERUN
      *    APPENDS ANOTHER RECORD; THE LATEST ONE FOR A PROGRAM AND
      *    CYCLE IS THE ONE THAT COUNTS.
      *    HELD IN WORKING-STORAGE AND WRITTEN FROM THERE, SO A GATE
      *    CAN BE NAMED BEFORE THE JOB-STATUS FILE IS OPENED.
      ******************************************************************
       01  JOB-RESULT-RECORD.
           05  JBR-PROGRAM-ID            PIC X(08).
           05  JBR-RUN-ID                PIC 9(09).
           05  JBR-CYCLE-DATE            PIC 9(08).
           05  JBR-RETURN-CODE           PIC 9(04).
           05  JBR-GATE-ID               PIC X(08) VALUE SPACES.
               88  JBR-NO-GATE                VALUE SPACES.
           05  JBR-GATE-REASON           PIC X(50) VALUE SPACES.
           05  JBR-END-DATE              PIC 9(08).
           05  JBR-END-TIME              PIC 9(08).
           05  JBR-KEY-COUNT OCCURS 3 TIMES.
               10  JBR-COUNT-NAME        PIC X(12) VALUE SPACES.
               10  JBR-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  JBR-KEY-AMOUNT OCCURS 2 TIMES.
               10  JBR-AMOUNT-NAME       PIC X(12) VALUE SPACES.
               10  JBR-AMOUNT            PIC S9(13)V99 COMP-3 VALUE +0.
