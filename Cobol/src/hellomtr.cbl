000464*                       SHARED GSTATREC COPYBOOK SO THIS
000466*                       REPORT AND HELLOSTA AGREE ON THE SAME
000468*                       LAYOUT.
000469*     10/15/2026 AN    STEP START AND END NOW RECORDED ON THE
000471*                       SHARED STEPTIME DATASET (COPYBOOK
000472*                       GTIMREC) FOR THE HELLOTIM BATCH-WINDOW
000473*                       REPORT.
000470*****************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID.     HELLOMTR.
000680     SELECT PRINT-FILE    ASSIGN TO HELLOMTR
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-PRINT-FILE-STATUS.
000701     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000702         ORGANIZATION IS INDEXED
000703         ACCESS MODE IS RANDOM
000704         RECORD KEY IS TM-TIMING-KEY
000705         FILE STATUS IS WS-STEPTIME-FILE-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  GREETSTA-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980 01  PRINT-RECORD               PIC X(133).
000981 FD  STEPTIME-FILE
000982     RECORDING MODE IS F
000983     LABEL RECORDS ARE STANDARD.
000984 01  STEPTIME-RECORD.
000985     COPY GTIMREC.
000990 WORKING-STORAGE SECTION.
001000*-----------------------------------------------------------------
001010* SWITCHES AND COUNTERS.
001020*-----------------------------------------------------------------
001030 01  WS-SWITCHES.
001031     05  WS-STEP-WRITTEN-SW     PIC X(01) VALUE "N".
001032         88  WS-STEP-WRITTEN               VALUE "Y".
001040     05  WS-GREETSTA-EOF-SW     PIC X(01) VALUE "N".
001050         88  WS-GREETSTA-EOF               VALUE "Y".
001060     05  WS-GREETSTA-OPEN-SW    PIC X(01) VALUE "N".
001120     05  WS-PARM-OK-SW          PIC X(01) VALUE "N".
001130         88  WS-PARM-OK                    VALUE "Y".
001140 01  WS-FILE-STATUSES.
001141     05  WS-STEPTIME-FILE-STATUS
001142                                PIC X(02) VALUE SPACES.
001150     05  WS-GREETSTA-FILE-STATUS
001160                                PIC X(02) VALUE SPACES.
001170     05  WS-GREETCSV-FILE-STATUS
003120     05  FILLER                 PIC X(12) VALUE "RUN DATE  ".
003130     05  FL-RUN-DATE            PIC 9(08).
003140     05  FILLER                 PIC X(88) VALUE SPACES.
003141*-----------------------------------------------------------------
003142* JOB NAME CONTROL -- THE JOB AND STEP NAMES ARE STAMPED ON THE
003143* STEPTIME RECORD.  THEY ARE OBTAINED AT RUN TIME FROM THE
003144* LANGUAGE ENVIRONMENT CEE3JBN CALLABLE SERVICE, THE SAME WAY
003145* HELLO-WORLD STAMPS ITS GREETLOG RECORDS.
003146*-----------------------------------------------------------------
003147 01  WS-CEE3JBN-JOBNAME.
003148     05  WS-CEE3JBN-JOB-LEN     PIC S9(04) COMP.
003149     05  WS-CEE3JBN-JOB-NAME    PIC X(08).
003151 01  WS-CEE3JBN-STEPNAME.
003152     05  WS-CEE3JBN-STEP-LEN    PIC S9(04) COMP.
003153     05  WS-CEE3JBN-STEP-NAME   PIC X(08).
003154 01  WS-CEE3JBN-PROCNAME.
003155     05  WS-CEE3JBN-PROC-LEN    PIC S9(04) COMP.
003156     05  WS-CEE3JBN-PROC-NAME   PIC X(08).
003157 01  WS-FEEDBACK-CODE.
003158     05  WS-FDBK-SEVERITY       PIC S9(04) COMP.
003159     05  WS-FDBK-MSG-NO         PIC S9(04) COMP.
003161     05  WS-FDBK-CASE-FACILITY  PIC X(01).
003162     05  WS-FDBK-SEV-CONTROL    PIC X(03).
003163     05  WS-FDBK-FACILITY-ID    PIC X(03).
003164     05  WS-FDBK-ISINFO         PIC X(01).
003165 01  WS-JOB-NAME                PIC X(08) VALUE "HELLOMTR".
003166*-----------------------------------------------------------------
003167* STEP TIMING CONTROL -- THE DATE AND TIME THE STEP STARTED, HELD
003168* FOR THE STEPTIME RECORD WRITTEN AS THE STEP ENDS, AND THE KEY
003169* SEQUENCE THAT KEEPS THAT RECORD'S KEY UNIQUE.
003171*-----------------------------------------------------------------
003172 01  WS-STEP-START-DATE         PIC 9(08) VALUE ZERO.
003173 01  WS-STEP-START-TIME         PIC 9(08) VALUE ZERO.
003174 01  WS-STEP-SEQ                PIC 9(04) VALUE ZERO.
003150 LINKAGE SECTION.
003160 01  WS-PARM-AREA.
003170     05  WS-PARM-LENGTH         PIC S9(04) COMP.
003210* 0000-MAIN-CONTROL -- OVERALL SEQUENCE OF PROCESSING.
003220*-----------------------------------------------------------------
003230 0000-MAIN-CONTROL.
003231     PERFORM 0010-START-STEP-TIMING
003232         THRU 0010-START-STEP-TIMING-EXIT.
003233     PERFORM 0050-GET-JOB-NAME
003234         THRU 0050-GET-JOB-NAME-EXIT.
003240     PERFORM 0100-CHECK-MONTH-PARM
003250         THRU 0100-CHECK-MONTH-PARM-EXIT.
003260     IF WS-PARM-OK
003420     END-IF.
003430     PERFORM 9000-TERMINATE
003440         THRU 9000-TERMINATE-EXIT.
003441     PERFORM 8900-WRITE-STEP-TIMING
003442         THRU 8900-WRITE-STEP-TIMING-EXIT.
003450     MOVE WS-RETURN-CODE TO RETURN-CODE.
003460     GOBACK.
003461*-----------------------------------------------------------------
003462* 0010-START-STEP-TIMING -- NOTE THE DATE AND TIME THE STEP
003463*     STARTED, FOR THE STEPTIME RECORD WRITTEN AS IT ENDS.
003464*-----------------------------------------------------------------
003465 0010-START-STEP-TIMING.
003466     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
003467     ACCEPT WS-STEP-START-TIME FROM TIME.
003468 0010-START-STEP-TIMING-EXIT.
003469     EXIT.
003471*-----------------------------------------------------------------
003472* 0050-GET-JOB-NAME -- ASK LANGUAGE ENVIRONMENT FOR THE NAME OF
003473*     THE JOB AND STEP THIS PROGRAM IS ACTUALLY RUNNING UNDER, FOR
003474*     THE STEPTIME RECORD.  WS-JOB-NAME KEEPS ITS VALUE-CLAUSE
003475*     DEFAULT IF THE CALL CANNOT SUPPLY ONE.
003476*-----------------------------------------------------------------
003477 0050-GET-JOB-NAME.
003478     CALL "CEE3JBN" USING WS-CEE3JBN-JOBNAME
003479         WS-CEE3JBN-STEPNAME
003481         WS-CEE3JBN-PROCNAME
003482         WS-FEEDBACK-CODE.
003483     IF WS-CEE3JBN-JOB-NAME IS NOT EQUAL TO SPACES
003484         MOVE WS-CEE3JBN-JOB-NAME TO WS-JOB-NAME
003485     END-IF.
003486 0050-GET-JOB-NAME-EXIT.
003487     EXIT.
003470*-----------------------------------------------------------------
003480* 0100-CHECK-MONTH-PARM -- THE REPORT MONTH ARRIVES FROM THE
003490*     JCL EXEC STATEMENT AS PARM='MONTH=YYYYMM'.  THE PARM IS
008130     WRITE GREETCSV-RECORD.
008140 4200-WRITE-CSV-EXIT.
008150     EXIT.
008151*-----------------------------------------------------------------
008152* 8900-WRITE-STEP-TIMING -- RECORD THE STEP ON THE SHARED
008153*     STEPTIME DATASET: JOB AND STEP NAME, START AND END DATE AND
008154*     TIME, RECORDS PROCESSED AND THE FINAL RETURN CODE.
008155*     PERFORMED AFTER 9000-TERMINATE SO THE RETURN CODE IS THE
008156*     ONE THE STEP ENDS WITH.  FILE STATUS 35 MEANS THE DATASET
008157*     HAS NEVER BEEN WRITTEN; IT IS OPENED OUTPUT TO CREATE IT.
008158*     THE KEY SEQUENCE IS COUNTED UP FROM ZERO BY
008159*     8910-WRITE-KEYED-TIMING UNTIL THE KEY IS UNIQUE.  THE
008161*     TIMING RECORD IS NOT PART OF THE STEP'S WORK, SO A FAILURE
008162*     HERE IS DISPLAYED BUT LEAVES THE RETURN CODE ALONE.
008163*-----------------------------------------------------------------
008164 8900-WRITE-STEP-TIMING.
008165     OPEN I-O STEPTIME-FILE.
008166     IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "35"
008167         OPEN OUTPUT STEPTIME-FILE
008168     END-IF.
008169     IF WS-STEPTIME-FILE-STATUS IS NOT EQUAL TO "00"
008171         DISPLAY "HELLOMTR - UNABLE TO OPEN STEPTIME, "
008172             "STATUS = " WS-STEPTIME-FILE-STATUS
008173         GO TO 8900-WRITE-STEP-TIMING-EXIT
008174     END-IF.
008175     MOVE SPACES               TO STEPTIME-RECORD.
008176     MOVE WS-STEP-START-DATE   TO TM-KEY-START-DATE.
008177     MOVE WS-STEP-START-TIME   TO TM-KEY-START-TIME.
008178     MOVE "HELLOMTR"           TO TM-KEY-PROGRAM.
008179     MOVE WS-JOB-NAME          TO TM-JOB-NAME.
008181     MOVE WS-CEE3JBN-STEP-NAME TO TM-STEP-NAME.
008182     ACCEPT TM-END-DATE FROM DATE YYYYMMDD.
008183     ACCEPT TM-END-TIME FROM TIME.
008184     MOVE WS-READ-COUNT TO TM-RECORD-COUNT.
008185     MOVE WS-RETURN-CODE       TO TM-RETURN-CODE.
008186     MOVE ZERO TO WS-STEP-SEQ.
008187     MOVE "N"  TO WS-STEP-WRITTEN-SW.
008188     PERFORM 8910-WRITE-KEYED-TIMING
008189         THRU 8910-WRITE-KEYED-TIMING-EXIT
008191         UNTIL WS-STEP-WRITTEN
008192         OR WS-STEP-SEQ IS GREATER THAN 9998.
008193     IF NOT WS-STEP-WRITTEN
008194         DISPLAY "HELLOMTR - STEPTIME WRITE FAILED, "
008195             "STATUS = " WS-STEPTIME-FILE-STATUS
008196     END-IF.
008197     CLOSE STEPTIME-FILE.
008198 8900-WRITE-STEP-TIMING-EXIT.
008199     EXIT.
008201*-----------------------------------------------------------------
008202* 8910-WRITE-KEYED-TIMING -- TRY THE WRITE WITH THE CURRENT
008203*     SEQUENCE NUMBER; A DUPLICATE KEY BUMPS THE SEQUENCE AND THE
008204*     CALLER TRIES AGAIN.  ANY OTHER FAILURE ENDS THE RETRIES.
008205*-----------------------------------------------------------------
008206 8910-WRITE-KEYED-TIMING.
008207     MOVE WS-STEP-SEQ TO TM-KEY-SEQ.
008208     WRITE STEPTIME-RECORD
008209         INVALID KEY
008211             IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "22"
008212                 ADD 1 TO WS-STEP-SEQ
008213             ELSE
008214                 MOVE 9999 TO WS-STEP-SEQ
008215             END-IF
008216         NOT INVALID KEY
008217             SET WS-STEP-WRITTEN TO TRUE
008218     END-WRITE.
008219 8910-WRITE-KEYED-TIMING-EXIT.
008221     EXIT.
008160*-----------------------------------------------------------------
008170* 9000-TERMINATE -- CLOSE FILES.
008180*-----------------------------------------------------------------
