      * WORKED SO IT IS NEVER REPLAYED TWICE.                          *
      *                                                                *
      * PACKAGE-PASS-AREA IS ONE MERCHANT'S OWN PLAN-TO-PACKAGE        *
      * CROSS REFERENCE, SO -- LIKE BAS115VU -- AN EXECUTION NAMING    *
      * ONE MERCHANT ON THE CONTROL FILE (KMCSIMCT) WORKS JUST THAT    *
      * MERCHANT, WITH ITS TABLE ON MERCH-PACKAGE-FILE, AND LEAVES     *
      * EXCEPTIONS FOR ANY OTHER MERCHANT UNWORKED FOR THEIR OWN RUN.  *
      * A CONTROL RECORD OF '*ALL' WORKS EVERY MERCHANT'S EXCEPTIONS   *
      * IN ONE STEP INSTEAD:  AS THE ARCHIVE BREAKS ON MERCHANT        *
      * NUMBER, EACH MERCHANT'S PACKAGE TABLE AND PLAN CODES ARE       *
      * LOADED FROM THE KEYED MERCHANT MASTER (KMCMRMST).  EXCEPTIONS  *
      * FOR A MERCHANT THAT IS NOT ON THE MASTER, OR IS CLOSED, ARE    *
      * LEFT UNWORKED AND COUNTED.                                     *
      *                                                                *
      * RUN BETWEEN THE BAS118VU OPEN AND CLOSE STEPS, SO THE POSTED   *
      * QUAL-RESULT RECORDS ARE COVERED BY THE RUN'S CONTROL-TOTAL     *
           SELECT NEW-EXCEPTION-FILE     ASSIGN TO RTEEXCPN.
           SELECT TRAN-ARCHIVE-FILE      ASSIGN TO TRNARCHV.
           SELECT MERCH-PACKAGE-FILE     ASSIGN TO MRCHPKGF.
           SELECT MERCHANT-MASTER        ASSIGN TO MRCHMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MMR-KEY
                  FILE STATUS IS WS-MMR-STATUS.
           SELECT RATE-PLAN-FILE         ASSIGN TO RATEPLNF.
           SELECT QUAL-RESULT-FILE       ASSIGN TO QUALXTRCT.
           SELECT QUAL-HISTORY-MASTER    ASSIGN TO QUALHMST
                  FILE STATUS IS WS-QHM-STATUS.
           SELECT RUN-CONTROL-FILE       ASSIGN TO RUNCNTL.
           SELECT REPRICE-RPT-FILE       ASSIGN TO REPRICRPT.
           SELECT JOB-STATUS-FILE        ASSIGN TO JOBSTAT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY KMCTRNAR.
      *
      * THE PACKAGE FILE IS READ INTO PACKAGE-PASS-AREA IN WORKING
      * STORAGE, WHERE THE ALL-MERCHANTS MODE ALSO BUILDS EACH
      * MERCHANT'S TABLE FROM THE MASTER, SO ITS RECORD IS THE FULL
      * KMCPKGPA LENGTH.
      *
       FD  MERCH-PACKAGE-FILE
           RECORDING MODE IS F.
       01  MERCH-PACKAGE-RECORD           PIC X(4002).
      *
       FD  MERCHANT-MASTER.
           COPY KMCMRMST.
      *
       FD  RATE-PLAN-FILE
           RECORDING MODE IS F.
       FD  REPRICE-RPT-FILE
           RECORDING MODE IS F.
       01  REPRICE-RPT-RECORD             PIC X(132).
      *
       FD  JOB-STATUS-FILE
           RECORDING MODE IS F.
       01  JOB-STATUS-FILE-RECORD         PIC X(194).
      *
       WORKING-STORAGE SECTION.
       01  WS-EOF-SW                   PIC X VALUE 'N'.
       01  WS-RUNC-ANY-SW              PIC X VALUE 'N'.
           88  WS-RUNC-ANY                 VALUE 'Y'.
       01  WS-LAST-STATUS-SW           PIC X VALUE ' '.
           88  WS-LAST-IN-FLIGHT           VALUE 'I' 'K' 'M'.
           88  WS-LAST-MERGED              VALUE 'M'.
       01  WS-LAST-PTN-CNT             PIC 9(02) VALUE ZEROS.
       01  WS-RUN-ID                   PIC 9(09) VALUE ZEROS.
       01  WS-CYCLE-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-ALL-MERCHANTS-SW         PIC X VALUE 'N'.
           88  WS-ALL-MERCHANTS            VALUE 'Y'.
       01  WS-MERCH-ON-MASTER-SW       PIC X VALUE 'N'.
           88  WS-MERCH-ON-MASTER          VALUE 'Y'.
       01  WS-SUB-DG                   PIC S9(4) COMP.
       01  WS-SUB                      PIC S9(4) COMP.
       01  WS-QHM-STATUS               PIC X(02) VALUE '00'.
       01  WS-MMR-STATUS               PIC X(02) VALUE '00'.
       01  WS-LOADED-MERCHANT          PIC X(15) VALUE LOW-VALUES.
      *
      * DISPUTE ACTIVITY ALREADY ON THE TRANSACTION'S QUALIFICATION-
      * HISTORY RECORD, HELD ACROSS THE C-310 REBUILD SO A REPLAY
      * BAS110VU'S OTHER CALLING PARAMETERS.  PACKAGE-PASS-AREA AND
      * VU-PLAN-DATA ARE THE MERCHANT'S LIVE PACKAGE AND RATE TABLES
      * -- INCLUDING THE NEWLY ADDED PLAN -- LOADED ONCE FROM
      * MERCH-PACKAGE-FILE/RATE-PLAN-FILE, OR IN ALL-MERCHANTS MODE
      * PACKAGE-PASS-AREA AND THE KDA PLAN CODES ARE RELOADED FROM
      * THE MERCHANT MASTER AT EACH MERCHANT BREAK.  POST-EDIT-TRANS
      * AND KMCINTEP-DATA-AREA ARE RESTORED FROM THE ARCHIVE FOR EACH
      * TRANSACTION REPLAYED.
      *
           COPY KMCPKGPA.
           COPY KMCPETRC.
           COPY KMCL3ADD.
           COPY KMCINTEP.
           COPY KMCVSDAT.
      *
           05  WS-REPLAYED-CNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-REPRICED-CNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-STILL-UNPRICED-CNT    PIC S9(09) COMP-3 VALUE +0.
           05  WS-MERCH-CNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-NOT-ON-MASTER-CNT     PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-JOB-RC-EOF-SW            PIC X VALUE 'N'.
           88  WS-JOB-RC-EOF               VALUE 'Y'.
      *
           COPY KMCJOBST.
      *
       01  WS-REPORT-LINES.
           05  WS-HDG1.
               10  FILLER               PIC X(30)
                   VALUE 'STILL UNPRICED             :'.
               10  DTL-TOT-UNPRICED     PIC ZZZ,ZZZ,ZZ9.
           05  WS-DTL-MERCHANTS.
               10  FILLER               PIC X(20) VALUE SPACES.
               10  FILLER               PIC X(30)
                   VALUE 'MERCHANTS FROM MASTER      :'.
               10  DTL-TOT-MERCHANTS    PIC ZZZ,ZZZ,ZZ9.
           05  WS-DTL-NOT-ON-MASTER.
               10  FILLER               PIC X(20) VALUE SPACES.
               10  FILLER               PIC X(30)
                   VALUE 'LEFT, NOT OPEN ON MASTER   :'.
               10  DTL-TOT-NOT-ON-MASTER
                                        PIC ZZZ,ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
              THRU D-200-EXIT.
           PERFORM Z-100-TERMINATE
              THRU Z-100-EXIT.
           PERFORM E-900-WRITE-JOB-RESULT
              THRU E-900-EXIT.
           STOP RUN.
      *
       B-100-INITIALIZATION.
                 MOVE SPACES              TO WS-TARGET-MERCHANT
              NOT AT END
                 MOVE SIC-MERCHANT-NUMBER TO WS-TARGET-MERCHANT
                 IF SIC-ALL-MERCHANTS
                    SET WS-ALL-MERCHANTS TO TRUE
                 END-IF
           END-READ.
           CLOSE REPRICE-CONTROL-FILE.
           IF WS-TARGET-MERCHANT = SPACES
      * THE POSTED QUAL-RESULT RECORDS MUST CARRY AN OPEN RUN'S RUN
      * STAMP, THE SAME RULE BAS110VU ITSELF ENFORCES, SO THE CLOSE
      * STEP'S TRAILER COVERS THEM AND AN ABENDED REPRICING RUN CAN
      * BE BACKED OUT.  A RUN SPLIT INTO PARTITIONS HAS NO EXTRACTS OF
      * ITS OWN UNTIL BAS118VU HAS MERGED THEM ('M'), AND A MERGE
      * IS NOT RERUN, SO ONLY A MERGED SPLIT RUN TAKES POSTINGS.
      *
           MOVE 'N'                      TO WS-EOF-SW.
           OPEN INPUT RUN-CONTROL-FILE.
           CLOSE RUN-CONTROL-FILE.
           IF NOT (WS-RUNC-ANY AND WS-LAST-IN-FLIGHT)
              GO TO Z-900-NO-OPEN-RUN.
           IF WS-LAST-PTN-CNT NOT = ZEROS AND NOT WS-LAST-MERGED
              GO TO Z-900-NO-OPEN-RUN.
      *
           MOVE 'N'                      TO WS-EOF-SW.
           OPEN INPUT RATE-EXCEPTION-FILE.
              UNTIL WS-EOF.
           CLOSE RATE-EXCEPTION-FILE.
      *
      * ONE MERCHANT'S TABLE COMES FROM ITS PACKAGE FILE, READ ONCE
      * INTO WORKING STORAGE; THE WHOLE PORTFOLIO'S COME FROM THE
      * MERCHANT MASTER, WHICH STAYS OPEN FOR THE MERCHANT BREAKS.
      *
           IF WS-ALL-MERCHANTS
              OPEN INPUT MERCHANT-MASTER
              IF WS-MMR-STATUS NOT = '00'
                 GO TO Z-925-MERCH-MASTER-FAILED
              END-IF
           ELSE
              OPEN INPUT MERCH-PACKAGE-FILE
              READ MERCH-PACKAGE-FILE INTO PACKAGE-PASS-AREA
                 AT END
                    CONTINUE
              END-READ
              CLOSE MERCH-PACKAGE-FILE
           END-IF.
           OPEN INPUT RATE-PLAN-FILE.
           READ RATE-PLAN-FILE
              AT END
                 CONTINUE
           END-READ.
      *
      * RATE-PLAN-FILE STAYS OPEN FOR THE LIFE OF THE RUN -- ITS
      * RECORD AREA IS PASSED TO BAS110VU ON EVERY REPLAY AND AN FD
      * RECORD AREA IS UNDEFINED AFTER CLOSE.
      *
      * TELL BAS110VU THIS IS A REPLAY, NOT A LIVE TRANSACTION, SO IT
      * POSTS NOTHING ITSELF AND OPENS NO EXTRACT FILE -- THIS
                 MOVE RNC-RUN-ID         TO WS-RUN-ID
                 MOVE RNC-CYCLE-DATE     TO WS-CYCLE-DATE
                 MOVE RNC-STATUS-SW      TO WS-LAST-STATUS-SW
                 MOVE RNC-PARTITION-CNT  TO WS-LAST-PTN-CNT
           END-READ.
      *
       B-110-EXIT.
      *
       B-120-LOAD-EXCEPTIONS.
      *
      * LOAD THE TARGET MERCHANT'S -- OR IN ALL-MERCHANTS MODE EVERY
      * MERCHANT'S -- UNWORKED PLAN-NOT-FOUND EXCEPTIONS.  TRAILERS,
      * WORKED EXCEPTIONS, CURRENCY (R002) EXCEPTIONS, AND OTHER
      * MERCHANTS' EXCEPTIONS ARE LEFT FOR THE REBUILD PASS TO CARRY
      * FORWARD UNCHANGED.
      *
           READ RATE-EXCEPTION-FILE
              AT END
                 IF NOT XTR-IS-TRAILER AND
                    NOT REX-WORKED AND
                    REX-REASON-CODE = 'R001' AND
                    (WS-ALL-MERCHANTS OR
                     REX-MERCHANT-NUMBER = WS-TARGET-MERCHANT)
                    IF WS-RX-CNT NOT < 20000
                       MOVE 'WS-EXCEPTION-TABLE'
                                          TO WS-OVERFLOW-TABLE-NAME
                     AND WS-RX-TRANS-ID(WS-RX-IDX) = TAR-TRANS-ID
                     AND NOT WS-RX-REPRICED(WS-RX-IDX)
                     SET WS-FOUND TO TRUE
                     PERFORM C-150-CHECK-MERCHANT
                        THRU C-150-EXIT
                     IF WS-MERCH-ON-MASTER
                        PERFORM C-200-REPLAY-TRANSACTION
                           THRU C-200-EXIT
                     END-IF
                     IF WS-MERCH-ON-MASTER AND
                        KDA-PLAN-QUAL-CODE NOT = ZEROS
                        SET WS-RX-REPRICED(WS-RX-IDX) TO TRUE
                        ADD +1           TO WS-REPRICED-CNT
                        PERFORM C-300-POST-QUAL-RESULT
           EXIT.
      *
      ******************************************************************
      * MAKE SURE THE RIGHT MERCHANT'S TABLES ARE LOADED BEFORE A      *
      * REPLAY.  A SINGLE-MERCHANT RUN ALREADY HAS THEM.  IN ALL-      *
      * MERCHANTS MODE, AT EACH BREAK IN MERCHANT NUMBER THE NEW       *
      * MERCHANT'S PACKAGE TABLE AND PLAN CODES ARE LOADED FROM THE    *
      * MASTER; A MERCHANT NOT OPEN ON THE MASTER IS NOT REPLAYED.     *
      * KMCPKGPA CARRIES AT LEAST ONE ENTRY, SO A MERCHANT WITH NO     *
      * PACKAGES GETS A SINGLE ZERO ENTRY NO QUALIFYING PLAN MATCHES.  *
      ******************************************************************
       C-150-CHECK-MERCHANT.
      *
           IF NOT WS-ALL-MERCHANTS
              SET WS-MERCH-ON-MASTER     TO TRUE
              GO TO C-150-EXIT.
           IF TAR-MERCHANT-NUMBER = WS-LOADED-MERCHANT
              GO TO C-150-COUNT.
      *
           MOVE TAR-MERCHANT-NUMBER      TO WS-LOADED-MERCHANT
                                            MMR-MERCHANT-NUMBER.
           MOVE 'N'                      TO WS-MERCH-ON-MASTER-SW.
           READ MERCHANT-MASTER
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-MMR-STATUS = '23'
              GO TO C-150-COUNT.
           IF WS-MMR-STATUS NOT = '00'
              GO TO Z-925-MERCH-MASTER-FAILED.
           IF MMR-CLOSED
              GO TO C-150-COUNT.
      *
           SET WS-MERCH-ON-MASTER        TO TRUE.
           ADD +1                        TO WS-MERCH-CNT.
           IF MMR-PKG-CNT > +0
              MOVE MMR-PKG-CNT           TO PPA-PKG-CNT
           ELSE
              MOVE +1                    TO PPA-PKG-CNT
              MOVE ZEROS                 TO PPA-PPT-PLAN-CODE(1)
                                            PPA-PPT-PKG-CODE(1)
           END-IF.
           PERFORM C-160-LOAD-PKG-ENTRY
              THRU C-160-EXIT
              VARYING WS-SUB FROM +1 BY +1
              UNTIL   WS-SUB > MMR-PKG-CNT.
           PERFORM C-170-LOAD-PLAN-CODE
              THRU C-170-EXIT
              VARYING WS-SUB FROM +1 BY +1
              UNTIL   WS-SUB > +10.
      *
       C-150-COUNT.
           IF NOT WS-MERCH-ON-MASTER
              ADD +1                     TO WS-NOT-ON-MASTER-CNT.
      *
       C-150-EXIT.
           EXIT.
      *
       C-160-LOAD-PKG-ENTRY.
      *
           MOVE MMR-PPT-PLAN-CODE(WS-SUB) TO PPA-PPT-PLAN-CODE(WS-SUB).
           MOVE MMR-PPT-PKG-CODE(WS-SUB) TO PPA-PPT-PKG-CODE(WS-SUB).
      *
       C-160-EXIT.
           EXIT.
      *
       C-170-LOAD-PLAN-CODE.
      *
           MOVE MMR-PLAN-CODE(WS-SUB)    TO KDA-PLAN-CODE(WS-SUB).
      *
       C-170-EXIT.
           EXIT.
      *
      ******************************************************************
      * RESTORE THE ARCHIVED TRANSACTION AND QUALIFICATION SWITCHES    *
      * AND REPLAY IT THROUGH BAS110VU AGAINST THE LIVE RATE TABLES.   *
      * KDA-PLAN-QUAL-CODE IS CLEARED FIRST AND KDA-LOW-MRCH-AMT       *
           MOVE TAR-PET-ORIG-BANK-KEY       TO PET-ORIG-BANK-KEY
           MOVE TAR-PET-TMP-CARD-ACCPTR     TO PET-TMP-CARD-ACCEPTOR
           MOVE TAR-PET-TMP-MERCH-ZIP       TO PET-TMP-MERCH-ZIP
           MOVE TAR-L3A-SNAPSHOT            TO LEVEL3-ADDENDUM
           MOVE TAR-KDA-SWITCHES            TO KDA-ALL-SWITCHES.
      *
      * KDA-CAP-VISA MUST BE ZEROS WHEN NO CATCH-ALL PACKAGE IS ON
                                       PACKAGE-PASS-AREA
                                       VISA-STALE-DATE-RECORD
                                       POST-EDIT-TRANS
                                       VU-PLAN-DATA
                                       LEVEL3-ADDENDUM.
           ADD +1                        TO WS-REPLAYED-CNT.
      *
       C-200-EXIT.
           MOVE KDA-PLAN-QUAL-CODE       TO QLE-COMPUTED-PLAN.
           MOVE KDA-LOW-RATE-AMT         TO QLE-COMPUTED-RATE-AMT.
           MOVE KDA-TRAN-USD-AMT         TO QLE-TRAN-AMT.
           MOVE SPACE                    TO QLE-FUNDING-SOURCE.
           IF KDA-CHD-AR-IS-FND-SRC-CREDIT
              MOVE 'C'                   TO QLE-FUNDING-SOURCE.
           IF KDA-CHD-AR-IS-FND-SRC-DEBIT
              MOVE 'D'                   TO QLE-FUNDING-SOURCE.
           IF KDA-CHD-AR-IS-FND-SRC-PREPAID
              MOVE 'P'                   TO QLE-FUNDING-SOURCE.
           MOVE TAR-PET-ACQ-CURR-CODE    TO QLE-ACQ-CURR-CODE.
           MOVE WS-RUN-ID                TO QLE-RUN-ID.
           MOVE WS-CYCLE-DATE            TO QLE-CYCLE-DATE.
           WRITE QUAL-RESULT-RECORD.
           MOVE WS-STILL-UNPRICED-CNT    TO DTL-TOT-UNPRICED.
           MOVE WS-DTL-UNPRICED          TO REPRICE-RPT-RECORD.
           WRITE REPRICE-RPT-RECORD.
           IF WS-ALL-MERCHANTS
              MOVE WS-MERCH-CNT          TO DTL-TOT-MERCHANTS
              MOVE WS-DTL-MERCHANTS      TO REPRICE-RPT-RECORD
              WRITE REPRICE-RPT-RECORD
              MOVE WS-NOT-ON-MASTER-CNT  TO DTL-TOT-NOT-ON-MASTER
              MOVE WS-DTL-NOT-ON-MASTER  TO REPRICE-RPT-RECORD
              WRITE REPRICE-RPT-RECORD
           END-IF.
      *
       D-200-EXIT.
           EXIT.
      *
      ******************************************************************
      * APPEND THIS STEP'S RESULT -- RETURN CODE, THE GATE THAT SET IT *
      * AND ITS KEY COUNTS AND DOLLARS -- TO THE SHARED JOB-STATUS     *
      * FILE (KMCJOBST) FOR THE MORNING GO/NO-GO BOARD (BAS143VU).     *
      * THE RUN ID AND CYCLE DATE ARE THE LAST RUN-CONTROL RECORD'S.   *
      ******************************************************************
       E-900-WRITE-JOB-RESULT.
      *
           MOVE 'BAS121VU'               TO JBR-PROGRAM-ID.
           MOVE RETURN-CODE              TO JBR-RETURN-CODE.
           MOVE 'EXCEPTIONS'             TO JBR-COUNT-NAME(1).
           MOVE WS-EXCEPTION-CNT         TO JBR-COUNT(1).
           MOVE 'REPRICED'               TO JBR-COUNT-NAME(2).
           MOVE WS-REPRICED-CNT          TO JBR-COUNT(2).
           MOVE 'UNPRICED'               TO JBR-COUNT-NAME(3).
           MOVE WS-STILL-UNPRICED-CNT    TO JBR-COUNT(3).
           MOVE ZERO                     TO JBR-RUN-ID
                                            JBR-CYCLE-DATE.
           OPEN INPUT RUN-CONTROL-FILE.
           PERFORM E-910-READ-RUN-STAMP
              THRU E-910-EXIT
              UNTIL WS-JOB-RC-EOF.
           CLOSE RUN-CONTROL-FILE.
           ACCEPT JBR-END-DATE           FROM DATE YYYYMMDD.
           ACCEPT JBR-END-TIME           FROM TIME.
           OPEN EXTEND JOB-STATUS-FILE.
           WRITE JOB-STATUS-FILE-RECORD FROM JOB-RESULT-RECORD.
           CLOSE JOB-STATUS-FILE.
      *
       E-900-EXIT.
           EXIT.
      *
       E-910-READ-RUN-STAMP.
      *
           READ RUN-CONTROL-FILE
              AT END
                 SET WS-JOB-RC-EOF TO TRUE
              NOT AT END
                 MOVE RNC-RUN-ID         TO JBR-RUN-ID
                 MOVE RNC-CYCLE-DATE     TO JBR-CYCLE-DATE
           END-READ.
      *
       E-910-EXIT.
           EXIT.
      *
       Z-100-TERMINATE.
      *
           CLOSE RATE-PLAN-FILE
                 REPRICE-RPT-FILE.
           IF WS-ALL-MERCHANTS
              CLOSE MERCHANT-MASTER.
      *
       Z-100-EXIT.
           EXIT.
           DISPLAY 'BAS121VU NO TARGET MERCHANT ON CONTROL FILE'.
           CLOSE REPRICE-RPT-FILE.
           MOVE 16                       TO RETURN-CODE.
           MOVE 'BADCTL'                 TO JBR-GATE-ID.
           MOVE 'NO TARGET MERCHANT ON CONTROL FILE'
                                         TO JBR-GATE-REASON.
           PERFORM E-900-WRITE-JOB-RESULT
              THRU E-900-EXIT.
           STOP RUN.
      *
      ******************************************************************
           DISPLAY 'BAS121VU NO OPEN RUN ON RUN-CONTROL FILE'.
           CLOSE REPRICE-RPT-FILE.
           MOVE 16                       TO RETURN-CODE.
           MOVE 'NORUN'                  TO JBR-GATE-ID.
           MOVE 'NO OPEN RUN ON RUN-CONTROL FILE'
                                         TO JBR-GATE-REASON.
           PERFORM E-900-WRITE-JOB-RESULT
              THRU E-900-EXIT.
           STOP RUN.
      *
      ******************************************************************
                   WS-QHM-STATUS.
           CLOSE REPRICE-RPT-FILE.
           MOVE 16                       TO RETURN-CODE.
           MOVE 'OPENFAIL'               TO JBR-GATE-ID.
           MOVE 'QUAL-HISTORY MASTER FAILED'
                                         TO JBR-GATE-REASON.
           PERFORM E-900-WRITE-JOB-RESULT
              THRU E-900-EXIT.
           STOP RUN.
      *
      ******************************************************************
      * THE MERCHANT MASTER COULD NOT BE OPENED OR READ IN ALL-        *
      * MERCHANTS MODE.  STOP CLEANLY -- THE RATE-EXCEPTION FILE HAS   *
      * NOT BEEN REBUILT, SO NOTHING IS MARKED WORKED, AND THE RUN IS  *
      * BACKED OUT WITH ITS BAS118VU RUN LIKE ANY OTHER ABEND.         *
      ******************************************************************
       Z-925-MERCH-MASTER-FAILED.
      *
           DISPLAY 'BAS121VU MERCHANT MASTER FAILED, STATUS '
                   WS-MMR-STATUS.
           CLOSE REPRICE-RPT-FILE.
           MOVE 16                       TO RETURN-CODE.
           MOVE 'OPENFAIL'               TO JBR-GATE-ID.
           MOVE 'MERCHANT MASTER FAILED'
                                         TO JBR-GATE-REASON.
           PERFORM E-900-WRITE-JOB-RESULT
              THRU E-900-EXIT.
           STOP RUN.
      *
      ******************************************************************
           CLOSE RATE-EXCEPTION-FILE
                 REPRICE-RPT-FILE.
           MOVE 16                       TO RETURN-CODE.
           MOVE 'OVERFLOW'               TO JBR-GATE-ID.
           MOVE 'RATE-EXCEPTION TABLE OVERFLOW'
                                         TO JBR-GATE-REASON.
           PERFORM E-900-WRITE-JOB-RESULT
              THRU E-900-EXIT.
           STOP RUN.
      *
      *================================================================*
      *                    AND WIPED ON A REPLAY REWRITE, DESTROYING   *
      *                    NETTED DISPUTE ACTIVITY THAT CAN NEVER BE   *
      *                    RE-POSTED                                   *
      * 09/14/15   01.06   AS0001-2856 POSTED QUAL-RESULT RECORDS NOW  *
      *                    CARRY THE REPLAY'S RESOLVED FUNDING SOURCE  *
      *                    AND ACQUIRED CURRENCY CODE, FOLLOWING THE   *
      *                    KMCQLEXT CHANGE FOR THE BAS135VU SCHEME-FEE *
      *                    JOB                                         *
      * 10/05/15   01.07   AS0001-2877 RESTORE THE LEVEL III ADDENDUM  *
      *                    SNAPSHOT (TAR-L3A-SNAPSHOT) AND PASS IT TO  *
      *                    BAS110VU WITH THE REPLAYED TRANSACTION      *
      * 10/12/15   01.08   AS0001-2884 WORK EVERY MERCHANT'S EXCEPTIONS*
      *                    IN ONE STEP WHEN THE CONTROL RECORD SAYS    *
      *                    '*ALL' -- EACH MERCHANT'S PACKAGE TABLE     *
      *                    AND PLAN CODES ARE LOADED FROM THE NEW      *
      *                    KEYED MERCHANT MASTER (KMCMRMST) AS THE     *
      *                    ARCHIVE BREAKS ON MERCHANT; PACKAGE-PASS-   *
      *                    AREA MOVES TO WORKING STORAGE, SO THE       *
      *                    PACKAGE FILE IS CLOSED RIGHT AFTER ITS      *
      *                    ONE READ                                    *
      * 10/26/15   01.09   AS0001-2898 A SPLIT (PARTITIONED) RUN IS    *
      *                    OPEN FOR POSTING ONLY ONCE BAS118VU HAS     *
      *                    MERGED ITS PARTITIONS ('M' RECORD) --       *
      *                    BEFORE THAT THE RUN HAS NO EXTRACTS OF ITS  *
      *                    OWN TO POST TO                              *
      * 11/09/15   01.10   AS0001-2912 THE STEP'S RESULT -- RETURN     *
      *                    CODE, THE GATE THAT SET IT, AND ITS KEY     *
      *                    COUNTS AND DOLLARS -- IS APPENDED TO THE    *
      *                    SHARED JOB-STATUS FILE (KMCJOBST) FOR THE   *
      *                    MORNING GO/NO-GO BOARD                      *
      *================================================================*
