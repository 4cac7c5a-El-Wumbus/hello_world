000476*                       RECORDS.  AN ARCHIVE WRITTEN BEFORE
000477*                       THE CUTOVER MUST BE CONVERTED BEFORE
000478*                       THIS PROGRAM READS IT.
000479*     10/15/2026 AN    STEP START AND END NOW RECORDED ON THE
000481*                       SHARED STEPTIME DATASET (COPYBOOK
000482*                       GTIMREC) FOR THE HELLOTIM BATCH-WINDOW
000483*                       REPORT.
000480*****************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     HELLOINQ.
000700     SELECT PRINT-FILE    ASSIGN TO HELLOINQ
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-PRINT-FILE-STATUS.
000721     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000722         ORGANIZATION IS INDEXED
000723         ACCESS MODE IS RANDOM
000724         RECORD KEY IS TM-TIMING-KEY
000725         FILE STATUS IS WS-STEPTIME-FILE-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  GREETLOG-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 01  PRINT-RECORD               PIC X(133).
001081 FD  STEPTIME-FILE
001082     RECORDING MODE IS F
001083     LABEL RECORDS ARE STANDARD.
001084 01  STEPTIME-RECORD.
001085     COPY GTIMREC.
001090 WORKING-STORAGE SECTION.
001100*-----------------------------------------------------------------
001110* SWITCHES AND COUNTERS.
001120*-----------------------------------------------------------------
001130 01  WS-SWITCHES.
001131     05  WS-STEP-WRITTEN-SW     PIC X(01) VALUE "N".
001132         88  WS-STEP-WRITTEN               VALUE "Y".
001140     05  WS-INQREQ-EOF-SW       PIC X(01) VALUE "N".
001150         88  WS-INQREQ-EOF                 VALUE "Y".
001160     05  WS-INQREQ-OPEN-SW      PIC X(01) VALUE "N".
001300     05  WS-HISTORY-FAIL-SW     PIC X(01) VALUE "N".
001310         88  WS-HISTORY-OPEN-FAILED        VALUE "Y".
001320 01  WS-FILE-STATUSES.
001321     05  WS-STEPTIME-FILE-STATUS
001322                                PIC X(02) VALUE SPACES.
001330     05  WS-GREETLOG-FILE-STATUS
001340                                PIC X(02) VALUE SPACES.
001350     05  WS-GREETARC-FILE-STATUS
002420     05  FILLER                 PIC X(12) VALUE "RUN DATE  ".
002430     05  FL-RUN-DATE            PIC 9(08).
002440     05  FILLER                 PIC X(88) VALUE SPACES.
002441*-----------------------------------------------------------------
002442* JOB NAME CONTROL -- THE JOB AND STEP NAMES ARE STAMPED ON THE
002443* STEPTIME RECORD.  THEY ARE OBTAINED AT RUN TIME FROM THE
002444* LANGUAGE ENVIRONMENT CEE3JBN CALLABLE SERVICE, THE SAME WAY
002445* HELLO-WORLD STAMPS ITS GREETLOG RECORDS.
002446*-----------------------------------------------------------------
002447 01  WS-CEE3JBN-JOBNAME.
002448     05  WS-CEE3JBN-JOB-LEN     PIC S9(04) COMP.
002449     05  WS-CEE3JBN-JOB-NAME    PIC X(08).
002451 01  WS-CEE3JBN-STEPNAME.
002452     05  WS-CEE3JBN-STEP-LEN    PIC S9(04) COMP.
002453     05  WS-CEE3JBN-STEP-NAME   PIC X(08).
002454 01  WS-CEE3JBN-PROCNAME.
002455     05  WS-CEE3JBN-PROC-LEN    PIC S9(04) COMP.
002456     05  WS-CEE3JBN-PROC-NAME   PIC X(08).
002457 01  WS-FEEDBACK-CODE.
002458     05  WS-FDBK-SEVERITY       PIC S9(04) COMP.
002459     05  WS-FDBK-MSG-NO         PIC S9(04) COMP.
002461     05  WS-FDBK-CASE-FACILITY  PIC X(01).
002462     05  WS-FDBK-SEV-CONTROL    PIC X(03).
002463     05  WS-FDBK-FACILITY-ID    PIC X(03).
002464     05  WS-FDBK-ISINFO         PIC X(01).
002465 01  WS-JOB-NAME                PIC X(08) VALUE "HELLOINQ".
002466*-----------------------------------------------------------------
002467* STEP TIMING CONTROL -- THE DATE AND TIME THE STEP STARTED, HELD
002468* FOR THE STEPTIME RECORD WRITTEN AS THE STEP ENDS, AND THE KEY
002469* SEQUENCE THAT KEEPS THAT RECORD'S KEY UNIQUE.
002471*-----------------------------------------------------------------
002472 01  WS-STEP-START-DATE         PIC 9(08) VALUE ZERO.
002473 01  WS-STEP-START-TIME         PIC 9(08) VALUE ZERO.
002474 01  WS-STEP-SEQ                PIC 9(04) VALUE ZERO.
002450 PROCEDURE DIVISION.
002460*-----------------------------------------------------------------
002470* 0000-MAIN-CONTROL -- OVERALL SEQUENCE OF PROCESSING.
002480*-----------------------------------------------------------------
002490 0000-MAIN-CONTROL.
002491     PERFORM 0010-START-STEP-TIMING
002492         THRU 0010-START-STEP-TIMING-EXIT.
002493     PERFORM 0050-GET-JOB-NAME
002494         THRU 0050-GET-JOB-NAME-EXIT.
002500     PERFORM 1000-INITIALIZE
002510         THRU 1000-INITIALIZE-EXIT.
002520     IF WS-INQREQ-OPEN-OK
002590     END-IF.
002600     PERFORM 9000-TERMINATE
002610         THRU 9000-TERMINATE-EXIT.
002611     PERFORM 8900-WRITE-STEP-TIMING
002612         THRU 8900-WRITE-STEP-TIMING-EXIT.
002620     MOVE WS-RETURN-CODE TO RETURN-CODE.
002630     GOBACK.
002631*-----------------------------------------------------------------
002632* 0010-START-STEP-TIMING -- NOTE THE DATE AND TIME THE STEP
002633*     STARTED, FOR THE STEPTIME RECORD WRITTEN AS IT ENDS.
002634*-----------------------------------------------------------------
002635 0010-START-STEP-TIMING.
002636     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
002637     ACCEPT WS-STEP-START-TIME FROM TIME.
002638 0010-START-STEP-TIMING-EXIT.
002639     EXIT.
002641*-----------------------------------------------------------------
002642* 0050-GET-JOB-NAME -- ASK LANGUAGE ENVIRONMENT FOR THE NAME OF
002643*     THE JOB AND STEP THIS PROGRAM IS ACTUALLY RUNNING UNDER, FOR
002644*     THE STEPTIME RECORD.  WS-JOB-NAME KEEPS ITS VALUE-CLAUSE
002645*     DEFAULT IF THE CALL CANNOT SUPPLY ONE.
002646*-----------------------------------------------------------------
002647 0050-GET-JOB-NAME.
002648     CALL "CEE3JBN" USING WS-CEE3JBN-JOBNAME
002649         WS-CEE3JBN-STEPNAME
002651         WS-CEE3JBN-PROCNAME
002652         WS-FEEDBACK-CODE.
002653     IF WS-CEE3JBN-JOB-NAME IS NOT EQUAL TO SPACES
002654         MOVE WS-CEE3JBN-JOB-NAME TO WS-JOB-NAME
002655     END-IF.
002656 0050-GET-JOB-NAME-EXIT.
002657     EXIT.
002640*-----------------------------------------------------------------
002650* 1000-INITIALIZE -- OPEN THE REQUEST DATASET AND THE REPORT,
002660*     PRINT HEADINGS AND PRIME THE REQUEST READ.  THE HISTORY
006580     ADD 1 TO WS-LINE-COUNT.
006590 4100-WRITE-LINE-EXIT.
006600     EXIT.
006601*-----------------------------------------------------------------
006602* 8900-WRITE-STEP-TIMING -- RECORD THE STEP ON THE SHARED
006603*     STEPTIME DATASET: JOB AND STEP NAME, START AND END DATE AND
006604*     TIME, RECORDS PROCESSED AND THE FINAL RETURN CODE.
006605*     PERFORMED AFTER 9000-TERMINATE SO THE RETURN CODE IS THE
006606*     ONE THE STEP ENDS WITH.  FILE STATUS 35 MEANS THE DATASET
006607*     HAS NEVER BEEN WRITTEN; IT IS OPENED OUTPUT TO CREATE IT.
006608*     THE KEY SEQUENCE IS COUNTED UP FROM ZERO BY
006609*     8910-WRITE-KEYED-TIMING UNTIL THE KEY IS UNIQUE.  THE
006611*     TIMING RECORD IS NOT PART OF THE STEP'S WORK, SO A FAILURE
006612*     HERE IS DISPLAYED BUT LEAVES THE RETURN CODE ALONE.
006613*-----------------------------------------------------------------
006614 8900-WRITE-STEP-TIMING.
006615     OPEN I-O STEPTIME-FILE.
006616     IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "35"
006617         OPEN OUTPUT STEPTIME-FILE
006618     END-IF.
006619     IF WS-STEPTIME-FILE-STATUS IS NOT EQUAL TO "00"
006621         DISPLAY "HELLOINQ - UNABLE TO OPEN STEPTIME, "
006622             "STATUS = " WS-STEPTIME-FILE-STATUS
006623         GO TO 8900-WRITE-STEP-TIMING-EXIT
006624     END-IF.
006625     MOVE SPACES               TO STEPTIME-RECORD.
006626     MOVE WS-STEP-START-DATE   TO TM-KEY-START-DATE.
006627     MOVE WS-STEP-START-TIME   TO TM-KEY-START-TIME.
006628     MOVE "HELLOINQ"           TO TM-KEY-PROGRAM.
006629     MOVE WS-JOB-NAME          TO TM-JOB-NAME.
006631     MOVE WS-CEE3JBN-STEP-NAME TO TM-STEP-NAME.
006632     ACCEPT TM-END-DATE FROM DATE YYYYMMDD.
006633     ACCEPT TM-END-TIME FROM TIME.
006634     MOVE WS-REQUEST-COUNT TO TM-RECORD-COUNT.
006635     MOVE WS-RETURN-CODE       TO TM-RETURN-CODE.
006636     MOVE ZERO TO WS-STEP-SEQ.
006637     MOVE "N"  TO WS-STEP-WRITTEN-SW.
006638     PERFORM 8910-WRITE-KEYED-TIMING
006639         THRU 8910-WRITE-KEYED-TIMING-EXIT
006641         UNTIL WS-STEP-WRITTEN
006642         OR WS-STEP-SEQ IS GREATER THAN 9998.
006643     IF NOT WS-STEP-WRITTEN
006644         DISPLAY "HELLOINQ - STEPTIME WRITE FAILED, "
006645             "STATUS = " WS-STEPTIME-FILE-STATUS
006646     END-IF.
006647     CLOSE STEPTIME-FILE.
006648 8900-WRITE-STEP-TIMING-EXIT.
006649     EXIT.
006651*-----------------------------------------------------------------
006652* 8910-WRITE-KEYED-TIMING -- TRY THE WRITE WITH THE CURRENT
006653*     SEQUENCE NUMBER; A DUPLICATE KEY BUMPS THE SEQUENCE AND THE
006654*     CALLER TRIES AGAIN.  ANY OTHER FAILURE ENDS THE RETRIES.
006655*-----------------------------------------------------------------
006656 8910-WRITE-KEYED-TIMING.
006657     MOVE WS-STEP-SEQ TO TM-KEY-SEQ.
006658     WRITE STEPTIME-RECORD
006659         INVALID KEY
006661             IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "22"
006662                 ADD 1 TO WS-STEP-SEQ
006663             ELSE
006664                 MOVE 9999 TO WS-STEP-SEQ
006665             END-IF
006666         NOT INVALID KEY
006667             SET WS-STEP-WRITTEN TO TRUE
006668     END-WRITE.
006669 8910-WRITE-KEYED-TIMING-EXIT.
006671     EXIT.
006610*-----------------------------------------------------------------
006620* 9000-TERMINATE -- CLOSE FILES.
006630*-----------------------------------------------------------------
