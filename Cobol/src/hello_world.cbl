000881*                       SHARED CKPTREC AND RUNCTREC COPYBOOKS
000882*                       NOW THAT HELLOOPS AND HELLOEOD READ
000883*                       THE SAME LAYOUTS.
000884*     10/15/2026 AN    STEP START AND END NOW RECORDED ON THE
000885*                       SHARED STEPTIME DATASET (COPYBOOK
000886*                       GTIMREC) FOR THE HELLOTIM BATCH-WINDOW
000887*                       REPORT.
000837*****************************************************************
000810 IDENTIFICATION DIVISION.
000820 PROGRAM-ID.     HELLO-WORLD.
001046         ACCESS MODE IS RANDOM
001048         RECORD KEY IS RUN-CTL-KEY
001049         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
001051     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
001052         ORGANIZATION IS INDEXED
001053         ACCESS MODE IS RANDOM
001054         RECORD KEY IS TM-TIMING-KEY
001055         FILE STATUS IS WS-STEPTIME-FILE-STATUS.
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  PARMS-FILE
001406     LABEL RECORDS ARE STANDARD.
001408 01  RUNCTL-RECORD.
001411     COPY RUNCTREC.
001412 FD  STEPTIME-FILE
001413     RECORDING MODE IS F
001414     LABEL RECORDS ARE STANDARD.
001415 01  STEPTIME-RECORD.
001416     COPY GTIMREC.
001410 WORKING-STORAGE SECTION.
001420*-----------------------------------------------------------------
001430* SWITCHES AND COUNTERS.
001440*-----------------------------------------------------------------
001450 01  WS-SWITCHES.
001451     05  WS-STEP-WRITTEN-SW     PIC X(01) VALUE "N".
001452         88  WS-STEP-WRITTEN               VALUE "Y".
001460     05  WS-PARMS-EOF-SW        PIC X(01) VALUE "N".
001470         88  WS-PARMS-EOF                  VALUE "Y".
001480     05  WS-PARMS-OPEN-SW       PIC X(01) VALUE "N".
001556     05  WS-SCHED-OVERLAP-SW    PIC X(01) VALUE "N".
001557         88  WS-SCHED-OVERLAP              VALUE "Y".
001560 01  WS-FILE-STATUSES.
001561     05  WS-STEPTIME-FILE-STATUS
001562                                PIC X(02) VALUE SPACES.
001570     05  WS-PARMS-FILE-STATUS   PIC X(02) VALUE SPACES.
001580     05  WS-GREETLOG-FILE-STATUS
001590                                PIC X(02) VALUE SPACES.
002398 01  WS-LOG-SEQ                 PIC 9(04) VALUE ZERO.
002399 01  WS-LOG-WRITTEN-SW          PIC X(01) VALUE "N".
002401     88  WS-LOG-WRITTEN                   VALUE "Y".
002402*-----------------------------------------------------------------
002403* STEP TIMING CONTROL -- THE DATE AND TIME THE STEP STARTED, HELD
002404* FOR THE STEPTIME RECORD WRITTEN AS THE STEP ENDS, AND THE KEY
002405* SEQUENCE THAT KEEPS THAT RECORD'S KEY UNIQUE.
002406*-----------------------------------------------------------------
002407 01  WS-STEP-START-DATE         PIC 9(08) VALUE ZERO.
002408 01  WS-STEP-START-TIME         PIC 9(08) VALUE ZERO.
002409 01  WS-STEP-SEQ                PIC 9(04) VALUE ZERO.
002380 LINKAGE SECTION.
002390 01  WS-PARM-AREA.
002400     05  WS-PARM-LENGTH         PIC S9(04) COMP.
002504*     GREETLOG/GREETFEED) AGAINST UNINITIALIZED CONTENT.
002510*-----------------------------------------------------------------
002520 0000-MAIN-CONTROL.
002521     PERFORM 0010-START-STEP-TIMING
002522         THRU 0010-START-STEP-TIMING-EXIT.
002530     PERFORM 0050-GET-JOB-NAME
002540         THRU 0050-GET-JOB-NAME-EXIT.
002550     PERFORM 0100-CHECK-RESTART-PARM
002800     END-IF.
002810     PERFORM 9000-TERMINATE
002820         THRU 9000-TERMINATE-EXIT.
002821     PERFORM 8900-WRITE-STEP-TIMING
002822         THRU 8900-WRITE-STEP-TIMING-EXIT.
002830     MOVE WS-RETURN-CODE TO RETURN-CODE.
002840     GOBACK.
002841*-----------------------------------------------------------------
002842* 0010-START-STEP-TIMING -- NOTE THE DATE AND TIME THE STEP
002843*     STARTED, FOR THE STEPTIME RECORD WRITTEN AS IT ENDS.
002844*-----------------------------------------------------------------
002845 0010-START-STEP-TIMING.
002846     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
002847     ACCEPT WS-STEP-START-TIME FROM TIME.
002848 0010-START-STEP-TIMING-EXIT.
002849     EXIT.
002850*-----------------------------------------------------------------
002860* 0050-GET-JOB-NAME -- ASK LANGUAGE ENVIRONMENT FOR THE NAME OF
002870*     THE JOB THIS PROGRAM IS ACTUALLY RUNNING UNDER SO GREETLOG
005988     CLOSE RUNCTL-FILE.
005990 8400-RECORD-RUN-CONTROL-EXIT.
005992     EXIT.
005993*-----------------------------------------------------------------
005995* 8900-WRITE-STEP-TIMING -- RECORD THE STEP ON THE SHARED
005997*     STEPTIME DATASET: JOB AND STEP NAME, START AND END DATE AND
005999*     TIME, RECORDS PROCESSED AND THE FINAL RETURN CODE.
006001*     PERFORMED AFTER 9000-TERMINATE SO THE RETURN CODE IS THE
006003*     ONE THE STEP ENDS WITH.  FILE STATUS 35 MEANS THE DATASET
006005*     HAS NEVER BEEN WRITTEN; IT IS OPENED OUTPUT TO CREATE IT.
006007*     THE KEY SEQUENCE IS COUNTED UP FROM ZERO BY
006009*     8910-WRITE-KEYED-TIMING UNTIL THE KEY IS UNIQUE.  THE
006011*     TIMING RECORD IS NOT PART OF THE STEP'S WORK, SO A FAILURE
006013*     HERE IS DISPLAYED BUT LEAVES THE RETURN CODE ALONE.
006015*-----------------------------------------------------------------
006017 8900-WRITE-STEP-TIMING.
006019     OPEN I-O STEPTIME-FILE.
006021     IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "35"
006023         OPEN OUTPUT STEPTIME-FILE
006025     END-IF.
006027     IF WS-STEPTIME-FILE-STATUS IS NOT EQUAL TO "00"
006029         DISPLAY "HELLO-WORLD - UNABLE TO OPEN STEPTIME, "
006031             "STATUS = " WS-STEPTIME-FILE-STATUS
006033         GO TO 8900-WRITE-STEP-TIMING-EXIT
006035     END-IF.
006037     MOVE SPACES               TO STEPTIME-RECORD.
006039     MOVE WS-STEP-START-DATE   TO TM-KEY-START-DATE.
006041     MOVE WS-STEP-START-TIME   TO TM-KEY-START-TIME.
006043     MOVE "HELLOWLD"           TO TM-KEY-PROGRAM.
006045     MOVE WS-JOB-NAME          TO TM-JOB-NAME.
006047     MOVE WS-CEE3JBN-STEP-NAME TO TM-STEP-NAME.
006049     ACCEPT TM-END-DATE FROM DATE YYYYMMDD.
006051     ACCEPT TM-END-TIME FROM TIME.
006053     MOVE WS-FEED-DETAIL-COUNT TO TM-RECORD-COUNT.
006055     MOVE WS-RETURN-CODE       TO TM-RETURN-CODE.
006057     MOVE ZERO TO WS-STEP-SEQ.
006058     MOVE "N"  TO WS-STEP-WRITTEN-SW.
006059     PERFORM 8910-WRITE-KEYED-TIMING
006061         THRU 8910-WRITE-KEYED-TIMING-EXIT
006062         UNTIL WS-STEP-WRITTEN
006063         OR WS-STEP-SEQ IS GREATER THAN 9998.
006064     IF NOT WS-STEP-WRITTEN
006065         DISPLAY "HELLO-WORLD - STEPTIME WRITE FAILED, "
006066             "STATUS = " WS-STEPTIME-FILE-STATUS
006067     END-IF.
006068     CLOSE STEPTIME-FILE.
006069 8900-WRITE-STEP-TIMING-EXIT.
006071     EXIT.
006072*-----------------------------------------------------------------
006073* 8910-WRITE-KEYED-TIMING -- TRY THE WRITE WITH THE CURRENT
006074*     SEQUENCE NUMBER; A DUPLICATE KEY BUMPS THE SEQUENCE AND THE
006075*     CALLER TRIES AGAIN.  ANY OTHER FAILURE ENDS THE RETRIES.
006076*-----------------------------------------------------------------
006077 8910-WRITE-KEYED-TIMING.
006078     MOVE WS-STEP-SEQ TO TM-KEY-SEQ.
006079     WRITE STEPTIME-RECORD
006081         INVALID KEY
006082             IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "22"
006083                 ADD 1 TO WS-STEP-SEQ
006084             ELSE
006085                 MOVE 9999 TO WS-STEP-SEQ
006086             END-IF
006087         NOT INVALID KEY
006088             SET WS-STEP-WRITTEN TO TRUE
006089     END-WRITE.
006091 8910-WRITE-KEYED-TIMING-EXIT.
006092     EXIT.
005994*-----------------------------------------------------------------
005996* 9000-TERMINATE -- WRITE THE GREETLOG AUDIT RECORD AND THE
005998*     GREETFEED EXTRACT RECORD FOR THIS RUN, NOW THAT ALL OF THIS
