000431*                       SHARED GSTATREC COPYBOOK NOW THAT
000432*                       HELLOMTR AND HELLOEOD READ THE SAME
000433*                       LAYOUT.
000434*     10/15/2026 AN    STEP START AND END NOW RECORDED ON THE
000435*                       SHARED STEPTIME DATASET (COPYBOOK
000436*                       GTIMREC) FOR THE HELLOTIM BATCH-WINDOW
000437*                       REPORT.
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.     HELLOSTA.
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS ST-RUN-DATE
000620         FILE STATUS IS WS-GREETSTA-FILE-STATUS.
000621     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000622         ORGANIZATION IS INDEXED
000623         ACCESS MODE IS RANDOM
000624         RECORD KEY IS TM-TIMING-KEY
000625         FILE STATUS IS WS-STEPTIME-FILE-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  GREETLOG-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 01  GREETSTA-RECORD.
000780     COPY GSTATREC.
000781 FD  STEPTIME-FILE
000782     RECORDING MODE IS F
000783     LABEL RECORDS ARE STANDARD.
000784 01  STEPTIME-RECORD.
000785     COPY GTIMREC.
000900 WORKING-STORAGE SECTION.
000910*-----------------------------------------------------------------
000920* SWITCHES AND COUNTERS.
000930*-----------------------------------------------------------------
000940 01  WS-SWITCHES.
000941     05  WS-STEP-WRITTEN-SW     PIC X(01) VALUE "N".
000942         88  WS-STEP-WRITTEN               VALUE "Y".
000950     05  WS-GREETLOG-EOF-SW     PIC X(01) VALUE "N".
000960         88  WS-GREETLOG-EOF               VALUE "Y".
000970     05  WS-GREETLOG-OPEN-SW    PIC X(01) VALUE "N".
001050     05  WS-ENTRY-FOUND-SW      PIC X(01) VALUE "N".
001060         88  WS-ENTRY-FOUND                VALUE "Y".
001070 01  WS-FILE-STATUSES.
001071     05  WS-STEPTIME-FILE-STATUS
001072                                PIC X(02) VALUE SPACES.
001080     05  WS-GREETLOG-FILE-STATUS
001090                                PIC X(02) VALUE SPACES.
001100     05  WS-GREETSTA-FILE-STATUS
001420 01  WS-RC-ZERO-COUNT           PIC 9(06) VALUE ZERO.
001430 01  WS-RC-NONZERO-COUNT        PIC 9(06) VALUE ZERO.
001440 01  WS-TABLE-SUB               PIC 9(02) COMP VALUE ZERO.
001441*-----------------------------------------------------------------
001442* JOB NAME CONTROL -- THE JOB AND STEP NAMES ARE STAMPED ON THE
001443* STEPTIME RECORD.  THEY ARE OBTAINED AT RUN TIME FROM THE
001444* LANGUAGE ENVIRONMENT CEE3JBN CALLABLE SERVICE, THE SAME WAY
001445* HELLO-WORLD STAMPS ITS GREETLOG RECORDS.
001446*-----------------------------------------------------------------
001447 01  WS-CEE3JBN-JOBNAME.
001448     05  WS-CEE3JBN-JOB-LEN     PIC S9(04) COMP.
001449     05  WS-CEE3JBN-JOB-NAME    PIC X(08).
001451 01  WS-CEE3JBN-STEPNAME.
001452     05  WS-CEE3JBN-STEP-LEN    PIC S9(04) COMP.
001453     05  WS-CEE3JBN-STEP-NAME   PIC X(08).
001454 01  WS-CEE3JBN-PROCNAME.
001455     05  WS-CEE3JBN-PROC-LEN    PIC S9(04) COMP.
001456     05  WS-CEE3JBN-PROC-NAME   PIC X(08).
001457 01  WS-FEEDBACK-CODE.
001458     05  WS-FDBK-SEVERITY       PIC S9(04) COMP.
001459     05  WS-FDBK-MSG-NO         PIC S9(04) COMP.
001461     05  WS-FDBK-CASE-FACILITY  PIC X(01).
001462     05  WS-FDBK-SEV-CONTROL    PIC X(03).
001463     05  WS-FDBK-FACILITY-ID    PIC X(03).
001464     05  WS-FDBK-ISINFO         PIC X(01).
001465 01  WS-JOB-NAME                PIC X(08) VALUE "HELLOSTA".
001466*-----------------------------------------------------------------
001467* STEP TIMING CONTROL -- THE DATE AND TIME THE STEP STARTED, HELD
001468* FOR THE STEPTIME RECORD WRITTEN AS THE STEP ENDS, AND THE KEY
001469* SEQUENCE THAT KEEPS THAT RECORD'S KEY UNIQUE.
001471*-----------------------------------------------------------------
001472 01  WS-STEP-START-DATE         PIC 9(08) VALUE ZERO.
001473 01  WS-STEP-START-TIME         PIC 9(08) VALUE ZERO.
001474 01  WS-STEP-SEQ                PIC 9(04) VALUE ZERO.
001450 LINKAGE SECTION.
001460 01  WS-PARM-AREA.
001470     05  WS-PARM-LENGTH         PIC S9(04) COMP.
001510* 0000-MAIN-CONTROL -- OVERALL SEQUENCE OF PROCESSING.
001520*-----------------------------------------------------------------
001530 0000-MAIN-CONTROL.
001531     PERFORM 0010-START-STEP-TIMING
001532         THRU 0010-START-STEP-TIMING-EXIT.
001533     PERFORM 0050-GET-JOB-NAME
001534         THRU 0050-GET-JOB-NAME-EXIT.
001540     PERFORM 0100-CHECK-RUNDATE-PARM
001550         THRU 0100-CHECK-RUNDATE-PARM-EXIT.
001560     IF WS-PARM-OK
001680     END-IF.
001690     PERFORM 9000-TERMINATE
001700         THRU 9000-TERMINATE-EXIT.
001701     PERFORM 8900-WRITE-STEP-TIMING
001702         THRU 8900-WRITE-STEP-TIMING-EXIT.
001710     MOVE WS-RETURN-CODE TO RETURN-CODE.
001720     GOBACK.
001721*-----------------------------------------------------------------
001722* 0010-START-STEP-TIMING -- NOTE THE DATE AND TIME THE STEP
001723*     STARTED, FOR THE STEPTIME RECORD WRITTEN AS IT ENDS.
001724*-----------------------------------------------------------------
001725 0010-START-STEP-TIMING.
001726     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
001727     ACCEPT WS-STEP-START-TIME FROM TIME.
001728 0010-START-STEP-TIMING-EXIT.
001729     EXIT.
001731*-----------------------------------------------------------------
001732* 0050-GET-JOB-NAME -- ASK LANGUAGE ENVIRONMENT FOR THE NAME OF
001733*     THE JOB AND STEP THIS PROGRAM IS ACTUALLY RUNNING UNDER, FOR
001734*     THE STEPTIME RECORD.  WS-JOB-NAME KEEPS ITS VALUE-CLAUSE
001735*     DEFAULT IF THE CALL CANNOT SUPPLY ONE.
001736*-----------------------------------------------------------------
001737 0050-GET-JOB-NAME.
001738     CALL "CEE3JBN" USING WS-CEE3JBN-JOBNAME
001739         WS-CEE3JBN-STEPNAME
001741         WS-CEE3JBN-PROCNAME
001742         WS-FEEDBACK-CODE.
001743     IF WS-CEE3JBN-JOB-NAME IS NOT EQUAL TO SPACES
001744         MOVE WS-CEE3JBN-JOB-NAME TO WS-JOB-NAME
001745     END-IF.
001746 0050-GET-JOB-NAME-EXIT.
001747     EXIT.
001730*-----------------------------------------------------------------
001740* 0100-CHECK-RUNDATE-PARM -- AN OPTIONAL PARM OF
001750*     RUNDATE=YYYYMMDD NAMES THE RUN DATE TO ROLL UP; WITH NO
004020         WS-RC-NONZERO-COUNT.
004030 3500-DISPLAY-TOTALS-EXIT.
004040     EXIT.
004041*-----------------------------------------------------------------
004042* 8900-WRITE-STEP-TIMING -- RECORD THE STEP ON THE SHARED
004043*     STEPTIME DATASET: JOB AND STEP NAME, START AND END DATE AND
004044*     TIME, RECORDS PROCESSED AND THE FINAL RETURN CODE.
004045*     PERFORMED AFTER 9000-TERMINATE SO THE RETURN CODE IS THE
004046*     ONE THE STEP ENDS WITH.  FILE STATUS 35 MEANS THE DATASET
004047*     HAS NEVER BEEN WRITTEN; IT IS OPENED OUTPUT TO CREATE IT.
004048*     THE KEY SEQUENCE IS COUNTED UP FROM ZERO BY
004049*     8910-WRITE-KEYED-TIMING UNTIL THE KEY IS UNIQUE.  THE
004051*     TIMING RECORD IS NOT PART OF THE STEP'S WORK, SO A FAILURE
004052*     HERE IS DISPLAYED BUT LEAVES THE RETURN CODE ALONE.
004053*-----------------------------------------------------------------
004054 8900-WRITE-STEP-TIMING.
004055     OPEN I-O STEPTIME-FILE.
004056     IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "35"
004057         OPEN OUTPUT STEPTIME-FILE
004058     END-IF.
004059     IF WS-STEPTIME-FILE-STATUS IS NOT EQUAL TO "00"
004061         DISPLAY "HELLOSTA - UNABLE TO OPEN STEPTIME, "
004062             "STATUS = " WS-STEPTIME-FILE-STATUS
004063         GO TO 8900-WRITE-STEP-TIMING-EXIT
004064     END-IF.
004065     MOVE SPACES               TO STEPTIME-RECORD.
004066     MOVE WS-STEP-START-DATE   TO TM-KEY-START-DATE.
004067     MOVE WS-STEP-START-TIME   TO TM-KEY-START-TIME.
004068     MOVE "HELLOSTA"           TO TM-KEY-PROGRAM.
004069     MOVE WS-JOB-NAME          TO TM-JOB-NAME.
004071     MOVE WS-CEE3JBN-STEP-NAME TO TM-STEP-NAME.
004072     ACCEPT TM-END-DATE FROM DATE YYYYMMDD.
004073     ACCEPT TM-END-TIME FROM TIME.
004074     MOVE WS-READ-COUNT TO TM-RECORD-COUNT.
004075     MOVE WS-RETURN-CODE       TO TM-RETURN-CODE.
004076     MOVE ZERO TO WS-STEP-SEQ.
004077     MOVE "N"  TO WS-STEP-WRITTEN-SW.
004078     PERFORM 8910-WRITE-KEYED-TIMING
004079         THRU 8910-WRITE-KEYED-TIMING-EXIT
004081         UNTIL WS-STEP-WRITTEN
004082         OR WS-STEP-SEQ IS GREATER THAN 9998.
004083     IF NOT WS-STEP-WRITTEN
004084         DISPLAY "HELLOSTA - STEPTIME WRITE FAILED, "
004085             "STATUS = " WS-STEPTIME-FILE-STATUS
004086     END-IF.
004087     CLOSE STEPTIME-FILE.
004088 8900-WRITE-STEP-TIMING-EXIT.
004089     EXIT.
004091*-----------------------------------------------------------------
004092* 8910-WRITE-KEYED-TIMING -- TRY THE WRITE WITH THE CURRENT
004093*     SEQUENCE NUMBER; A DUPLICATE KEY BUMPS THE SEQUENCE AND THE
004094*     CALLER TRIES AGAIN.  ANY OTHER FAILURE ENDS THE RETRIES.
004095*-----------------------------------------------------------------
004096 8910-WRITE-KEYED-TIMING.
004097     MOVE WS-STEP-SEQ TO TM-KEY-SEQ.
004098     WRITE STEPTIME-RECORD
004099         INVALID KEY
004101             IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "22"
004102                 ADD 1 TO WS-STEP-SEQ
004103             ELSE
004104                 MOVE 9999 TO WS-STEP-SEQ
004105             END-IF
004106         NOT INVALID KEY
004107             SET WS-STEP-WRITTEN TO TRUE
004108     END-WRITE.
004109 8910-WRITE-KEYED-TIMING-EXIT.
004111     EXIT.
004050*-----------------------------------------------------------------
004060* 9000-TERMINATE -- CLOSE FILES.
004070*-----------------------------------------------------------------
