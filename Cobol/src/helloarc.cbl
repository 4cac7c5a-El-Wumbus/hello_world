000406*                       THE JOB STREAM NOW RELOADS THE LIVE
000407*                       CLUSTER FROM GREETNEW WITH IDCAMS
000408*                       REPRO AFTER A CLEAN END.
000409*     10/15/2026 AN    STEP START AND END NOW RECORDED ON THE
000411*                       SHARED STEPTIME DATASET (COPYBOOK
000412*                       GTIMREC) FOR THE HELLOTIM BATCH-WINDOW
000413*                       REPORT.
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.     HELLOARC.
000590     SELECT GREETNEW-FILE ASSIGN TO GREETNEW
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-GREETNEW-FILE-STATUS.
000611     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000612         ORGANIZATION IS INDEXED
000613         ACCESS MODE IS RANDOM
000614         RECORD KEY IS TM-TIMING-KEY
000615         FILE STATUS IS WS-STEPTIME-FILE-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  GREETLOG-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 01  GREETNEW-RECORD            PIC X(130).
000801 FD  STEPTIME-FILE
000802     RECORDING MODE IS F
000803     LABEL RECORDS ARE STANDARD.
000804 01  STEPTIME-RECORD.
000805     COPY GTIMREC.
000810 WORKING-STORAGE SECTION.
000820*-----------------------------------------------------------------
000830* SWITCHES AND COUNTERS.
000840*-----------------------------------------------------------------
000850 01  WS-SWITCHES.
000851     05  WS-STEP-WRITTEN-SW     PIC X(01) VALUE "N".
000852         88  WS-STEP-WRITTEN               VALUE "Y".
000860     05  WS-GREETLOG-EOF-SW     PIC X(01) VALUE "N".
000870         88  WS-GREETLOG-EOF               VALUE "Y".
000880     05  WS-GREETLOG-OPEN-SW    PIC X(01) VALUE "N".
000952     05  WS-WRITE-FAIL-SW       PIC X(01) VALUE "N".
000954         88  WS-WRITE-FAILED               VALUE "Y".
000960 01  WS-FILE-STATUSES.
000961     05  WS-STEPTIME-FILE-STATUS
000962                                PIC X(02) VALUE SPACES.
000970     05  WS-GREETLOG-FILE-STATUS
000980                                PIC X(02) VALUE SPACES.
000990     05  WS-GREETARC-FILE-STATUS
001130 01  WS-PARM-TOKEN-2            PIC X(20) VALUE SPACES.
001140 01  WS-CUTOFF-DATE-X           PIC X(08) VALUE SPACES.
001150 01  WS-CUTOFF-DATE             PIC 9(08) VALUE ZERO.
001151*-----------------------------------------------------------------
001152* JOB NAME CONTROL -- THE JOB AND STEP NAMES ARE STAMPED ON THE
001153* STEPTIME RECORD.  THEY ARE OBTAINED AT RUN TIME FROM THE
001154* LANGUAGE ENVIRONMENT CEE3JBN CALLABLE SERVICE, THE SAME WAY
001155* HELLO-WORLD STAMPS ITS GREETLOG RECORDS.
001156*-----------------------------------------------------------------
001157 01  WS-CEE3JBN-JOBNAME.
001158     05  WS-CEE3JBN-JOB-LEN     PIC S9(04) COMP.
001159     05  WS-CEE3JBN-JOB-NAME    PIC X(08).
001161 01  WS-CEE3JBN-STEPNAME.
001162     05  WS-CEE3JBN-STEP-LEN    PIC S9(04) COMP.
001163     05  WS-CEE3JBN-STEP-NAME   PIC X(08).
001164 01  WS-CEE3JBN-PROCNAME.
001165     05  WS-CEE3JBN-PROC-LEN    PIC S9(04) COMP.
001166     05  WS-CEE3JBN-PROC-NAME   PIC X(08).
001167 01  WS-FEEDBACK-CODE.
001168     05  WS-FDBK-SEVERITY       PIC S9(04) COMP.
001169     05  WS-FDBK-MSG-NO         PIC S9(04) COMP.
001171     05  WS-FDBK-CASE-FACILITY  PIC X(01).
001172     05  WS-FDBK-SEV-CONTROL    PIC X(03).
001173     05  WS-FDBK-FACILITY-ID    PIC X(03).
001174     05  WS-FDBK-ISINFO         PIC X(01).
001175 01  WS-JOB-NAME                PIC X(08) VALUE "HELLOARC".
001176*-----------------------------------------------------------------
001177* STEP TIMING CONTROL -- THE DATE AND TIME THE STEP STARTED, HELD
001178* FOR THE STEPTIME RECORD WRITTEN AS THE STEP ENDS, AND THE KEY
001179* SEQUENCE THAT KEEPS THAT RECORD'S KEY UNIQUE.
001181*-----------------------------------------------------------------
001182 01  WS-STEP-START-DATE         PIC 9(08) VALUE ZERO.
001183 01  WS-STEP-START-TIME         PIC 9(08) VALUE ZERO.
001184 01  WS-STEP-SEQ                PIC 9(04) VALUE ZERO.
001160 LINKAGE SECTION.
001170 01  WS-PARM-AREA.
001180     05  WS-PARM-LENGTH         PIC S9(04) COMP.
001240*     VALIDATED -- A BAD PARM MUST NOT COST US THE AUDIT TRAIL.
001250*-----------------------------------------------------------------
001260 0000-MAIN-CONTROL.
001261     PERFORM 0010-START-STEP-TIMING
001262         THRU 0010-START-STEP-TIMING-EXIT.
001263     PERFORM 0050-GET-JOB-NAME
001264         THRU 0050-GET-JOB-NAME-EXIT.
001270     PERFORM 0100-CHECK-CUTOFF-PARM
001280         THRU 0100-CHECK-CUTOFF-PARM-EXIT.
001290     IF WS-PARM-OK
001410     END-IF.
001420     PERFORM 9000-TERMINATE
001430         THRU 9000-TERMINATE-EXIT.
001431     PERFORM 8900-WRITE-STEP-TIMING
001432         THRU 8900-WRITE-STEP-TIMING-EXIT.
001440     MOVE WS-RETURN-CODE TO RETURN-CODE.
001450     GOBACK.
001451*-----------------------------------------------------------------
001452* 0010-START-STEP-TIMING -- NOTE THE DATE AND TIME THE STEP
001453*     STARTED, FOR THE STEPTIME RECORD WRITTEN AS IT ENDS.
001454*-----------------------------------------------------------------
001455 0010-START-STEP-TIMING.
001456     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
001457     ACCEPT WS-STEP-START-TIME FROM TIME.
001458 0010-START-STEP-TIMING-EXIT.
001459     EXIT.
001461*-----------------------------------------------------------------
001462* 0050-GET-JOB-NAME -- ASK LANGUAGE ENVIRONMENT FOR THE NAME OF
001463*     THE JOB AND STEP THIS PROGRAM IS ACTUALLY RUNNING UNDER, FOR
001464*     THE STEPTIME RECORD.  WS-JOB-NAME KEEPS ITS VALUE-CLAUSE
001465*     DEFAULT IF THE CALL CANNOT SUPPLY ONE.
001466*-----------------------------------------------------------------
001467 0050-GET-JOB-NAME.
001468     CALL "CEE3JBN" USING WS-CEE3JBN-JOBNAME
001469         WS-CEE3JBN-STEPNAME
001471         WS-CEE3JBN-PROCNAME
001472         WS-FEEDBACK-CODE.
001473     IF WS-CEE3JBN-JOB-NAME IS NOT EQUAL TO SPACES
001474         MOVE WS-CEE3JBN-JOB-NAME TO WS-JOB-NAME
001475     END-IF.
001476 0050-GET-JOB-NAME-EXIT.
001477     EXIT.
001460*-----------------------------------------------------------------
001470* 0100-CHECK-CUTOFF-PARM -- THE RETENTION CUTOFF ARRIVES FROM
001480*     THE JCL EXEC STATEMENT AS PARM='CUTOFF=YYYYMMDD'.  THE
002650     END-IF.
002660 3000-FINALIZE-EXIT.
002670     EXIT.
002671*-----------------------------------------------------------------
002672* 8900-WRITE-STEP-TIMING -- RECORD THE STEP ON THE SHARED
002673*     STEPTIME DATASET: JOB AND STEP NAME, START AND END DATE AND
002674*     TIME, RECORDS PROCESSED AND THE FINAL RETURN CODE.
002675*     PERFORMED AFTER 9000-TERMINATE SO THE RETURN CODE IS THE
002676*     ONE THE STEP ENDS WITH.  FILE STATUS 35 MEANS THE DATASET
002677*     HAS NEVER BEEN WRITTEN; IT IS OPENED OUTPUT TO CREATE IT.
002678*     THE KEY SEQUENCE IS COUNTED UP FROM ZERO BY
002679*     8910-WRITE-KEYED-TIMING UNTIL THE KEY IS UNIQUE.  THE
002681*     TIMING RECORD IS NOT PART OF THE STEP'S WORK, SO A FAILURE
002682*     HERE IS DISPLAYED BUT LEAVES THE RETURN CODE ALONE.
002683*-----------------------------------------------------------------
002684 8900-WRITE-STEP-TIMING.
002685     OPEN I-O STEPTIME-FILE.
002686     IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "35"
002687         OPEN OUTPUT STEPTIME-FILE
002688     END-IF.
002689     IF WS-STEPTIME-FILE-STATUS IS NOT EQUAL TO "00"
002691         DISPLAY "HELLOARC - UNABLE TO OPEN STEPTIME, "
002692             "STATUS = " WS-STEPTIME-FILE-STATUS
002693         GO TO 8900-WRITE-STEP-TIMING-EXIT
002694     END-IF.
002695     MOVE SPACES               TO STEPTIME-RECORD.
002696     MOVE WS-STEP-START-DATE   TO TM-KEY-START-DATE.
002697     MOVE WS-STEP-START-TIME   TO TM-KEY-START-TIME.
002698     MOVE "HELLOARC"           TO TM-KEY-PROGRAM.
002699     MOVE WS-JOB-NAME          TO TM-JOB-NAME.
002701     MOVE WS-CEE3JBN-STEP-NAME TO TM-STEP-NAME.
002702     ACCEPT TM-END-DATE FROM DATE YYYYMMDD.
002703     ACCEPT TM-END-TIME FROM TIME.
002704     MOVE WS-READ-COUNT TO TM-RECORD-COUNT.
002705     MOVE WS-RETURN-CODE       TO TM-RETURN-CODE.
002706     MOVE ZERO TO WS-STEP-SEQ.
002707     MOVE "N"  TO WS-STEP-WRITTEN-SW.
002708     PERFORM 8910-WRITE-KEYED-TIMING
002709         THRU 8910-WRITE-KEYED-TIMING-EXIT
002711         UNTIL WS-STEP-WRITTEN
002712         OR WS-STEP-SEQ IS GREATER THAN 9998.
002713     IF NOT WS-STEP-WRITTEN
002714         DISPLAY "HELLOARC - STEPTIME WRITE FAILED, "
002715             "STATUS = " WS-STEPTIME-FILE-STATUS
002716     END-IF.
002717     CLOSE STEPTIME-FILE.
002718 8900-WRITE-STEP-TIMING-EXIT.
002719     EXIT.
002721*-----------------------------------------------------------------
002722* 8910-WRITE-KEYED-TIMING -- TRY THE WRITE WITH THE CURRENT
002723*     SEQUENCE NUMBER; A DUPLICATE KEY BUMPS THE SEQUENCE AND THE
002724*     CALLER TRIES AGAIN.  ANY OTHER FAILURE ENDS THE RETRIES.
002725*-----------------------------------------------------------------
002726 8910-WRITE-KEYED-TIMING.
002727     MOVE WS-STEP-SEQ TO TM-KEY-SEQ.
002728     WRITE STEPTIME-RECORD
002729         INVALID KEY
002731             IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "22"
002732                 ADD 1 TO WS-STEP-SEQ
002733             ELSE
002734                 MOVE 9999 TO WS-STEP-SEQ
002735             END-IF
002736         NOT INVALID KEY
002737             SET WS-STEP-WRITTEN TO TRUE
002738     END-WRITE.
002739 8910-WRITE-KEYED-TIMING-EXIT.
002741     EXIT.
002680*-----------------------------------------------------------------
002690* 9000-TERMINATE -- CLOSE WHATEVER WAS OPENED.
002700*-----------------------------------------------------------------
