000461*                       RECORDS TO THE SHARED RUNCTREC AND
000462*                       GSTATREC COPYBOOKS SO EVERY READER
000463*                       AGREES ON THE SAME LAYOUTS.
000464*     10/15/2026 AN    STEP START AND END NOW RECORDED ON THE
000465*                       SHARED STEPTIME DATASET (COPYBOOK
000466*                       GTIMREC) FOR THE HELLOTIM BATCH-WINDOW
000467*                       REPORT.
000460*****************************************************************
000470 IDENTIFICATION DIVISION.
000480 PROGRAM-ID.     HELLOEOD.
000780     SELECT PRINT-FILE    ASSIGN TO HELLOEOD
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-PRINT-FILE-STATUS.
000801     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000802         ORGANIZATION IS INDEXED
000803         ACCESS MODE IS RANDOM
000804         RECORD KEY IS TM-TIMING-KEY
000805         FILE STATUS IS WS-STEPTIME-FILE-STATUS.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  JOBLIST-FILE
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340 01  PRINT-RECORD               PIC X(133).
001341 FD  STEPTIME-FILE
001342     RECORDING MODE IS F
001343     LABEL RECORDS ARE STANDARD.
001344 01  STEPTIME-RECORD.
001345     COPY GTIMREC.
001350 WORKING-STORAGE SECTION.
001360*-----------------------------------------------------------------
001370* SWITCHES AND COUNTERS.
001380*-----------------------------------------------------------------
001390 01  WS-SWITCHES.
001391     05  WS-STEP-WRITTEN-SW     PIC X(01) VALUE "N".
001392         88  WS-STEP-WRITTEN               VALUE "Y".
001400     05  WS-JOBLIST-EOF-SW      PIC X(01) VALUE "N".
001410         88  WS-JOBLIST-EOF                VALUE "Y".
001420     05  WS-JOBLIST-OPEN-SW     PIC X(01) VALUE "N".
001660     05  WS-ALL-GREEN-SW        PIC X(01) VALUE "Y".
001670         88  WS-ALL-GREEN                  VALUE "Y".
001680 01  WS-FILE-STATUSES.
001681     05  WS-STEPTIME-FILE-STATUS
001682                                PIC X(02) VALUE SPACES.
001690     05  WS-JOBLIST-FILE-STATUS PIC X(02) VALUE SPACES.
001700     05  WS-RUNCTL-FILE-STATUS  PIC X(02) VALUE SPACES.
001710     05  WS-GREETSTA-FILE-STATUS
002640     05  FILLER                 PIC X(12) VALUE "RUN DATE  ".
002650     05  FL-RUN-DATE            PIC 9(08).
002660     05  FILLER                 PIC X(88) VALUE SPACES.
002661*-----------------------------------------------------------------
002662* JOB NAME CONTROL -- THE JOB AND STEP NAMES ARE STAMPED ON THE
002663* STEPTIME RECORD.  THEY ARE OBTAINED AT RUN TIME FROM THE
002664* LANGUAGE ENVIRONMENT CEE3JBN CALLABLE SERVICE, THE SAME WAY
002665* HELLO-WORLD STAMPS ITS GREETLOG RECORDS.
002666*-----------------------------------------------------------------
002667 01  WS-CEE3JBN-JOBNAME.
002668     05  WS-CEE3JBN-JOB-LEN     PIC S9(04) COMP.
002669     05  WS-CEE3JBN-JOB-NAME    PIC X(08).
002671 01  WS-CEE3JBN-STEPNAME.
002672     05  WS-CEE3JBN-STEP-LEN    PIC S9(04) COMP.
002673     05  WS-CEE3JBN-STEP-NAME   PIC X(08).
002674 01  WS-CEE3JBN-PROCNAME.
002675     05  WS-CEE3JBN-PROC-LEN    PIC S9(04) COMP.
002676     05  WS-CEE3JBN-PROC-NAME   PIC X(08).
002677 01  WS-FEEDBACK-CODE.
002678     05  WS-FDBK-SEVERITY       PIC S9(04) COMP.
002679     05  WS-FDBK-MSG-NO         PIC S9(04) COMP.
002681     05  WS-FDBK-CASE-FACILITY  PIC X(01).
002682     05  WS-FDBK-SEV-CONTROL    PIC X(03).
002683     05  WS-FDBK-FACILITY-ID    PIC X(03).
002684     05  WS-FDBK-ISINFO         PIC X(01).
002685 01  WS-JOB-NAME                PIC X(08) VALUE "HELLOEOD".
002686*-----------------------------------------------------------------
002687* STEP TIMING CONTROL -- THE DATE AND TIME THE STEP STARTED, HELD
002688* FOR THE STEPTIME RECORD WRITTEN AS THE STEP ENDS, AND THE KEY
002689* SEQUENCE THAT KEEPS THAT RECORD'S KEY UNIQUE.
002691*-----------------------------------------------------------------
002692 01  WS-STEP-START-DATE         PIC 9(08) VALUE ZERO.
002693 01  WS-STEP-START-TIME         PIC 9(08) VALUE ZERO.
002694 01  WS-STEP-SEQ                PIC 9(04) VALUE ZERO.
002670 LINKAGE SECTION.
002680 01  WS-PARM-AREA.
002690     05  WS-PARM-LENGTH         PIC S9(04) COMP.
002760*     LINE AND THE RETURN CODE.
002770*-----------------------------------------------------------------
002780 0000-MAIN-CONTROL.
002781     PERFORM 0010-START-STEP-TIMING
002782         THRU 0010-START-STEP-TIMING-EXIT.
002783     PERFORM 0050-GET-JOB-NAME
002784         THRU 0050-GET-JOB-NAME-EXIT.
002790     PERFORM 0100-CHECK-RUNDATE-PARM
002800         THRU 0100-CHECK-RUNDATE-PARM-EXIT.
002810     IF WS-PARM-OK
002970     END-IF.
002980     PERFORM 9000-TERMINATE
002990         THRU 9000-TERMINATE-EXIT.
002991     PERFORM 8900-WRITE-STEP-TIMING
002992         THRU 8900-WRITE-STEP-TIMING-EXIT.
003000     MOVE WS-RETURN-CODE TO RETURN-CODE.
003010     GOBACK.
003011*-----------------------------------------------------------------
003012* 0010-START-STEP-TIMING -- NOTE THE DATE AND TIME THE STEP
003013*     STARTED, FOR THE STEPTIME RECORD WRITTEN AS IT ENDS.
003014*-----------------------------------------------------------------
003015 0010-START-STEP-TIMING.
003016     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
003017     ACCEPT WS-STEP-START-TIME FROM TIME.
003018 0010-START-STEP-TIMING-EXIT.
003019     EXIT.
003021*-----------------------------------------------------------------
003022* 0050-GET-JOB-NAME -- ASK LANGUAGE ENVIRONMENT FOR THE NAME OF
003023*     THE JOB AND STEP THIS PROGRAM IS ACTUALLY RUNNING UNDER, FOR
003024*     THE STEPTIME RECORD.  WS-JOB-NAME KEEPS ITS VALUE-CLAUSE
003025*     DEFAULT IF THE CALL CANNOT SUPPLY ONE.
003026*-----------------------------------------------------------------
003027 0050-GET-JOB-NAME.
003028     CALL "CEE3JBN" USING WS-CEE3JBN-JOBNAME
003029         WS-CEE3JBN-STEPNAME
003031         WS-CEE3JBN-PROCNAME
003032         WS-FEEDBACK-CODE.
003033     IF WS-CEE3JBN-JOB-NAME IS NOT EQUAL TO SPACES
003034         MOVE WS-CEE3JBN-JOB-NAME TO WS-JOB-NAME
003035     END-IF.
003036 0050-GET-JOB-NAME-EXIT.
003037     EXIT.
003020*-----------------------------------------------------------------
003030* 0100-CHECK-RUNDATE-PARM -- AN OPTIONAL PARM OF
003040*     RUNDATE=YYYYMMDD NAMES THE DATE TO SUMMARIZE; WITH NO
007750     ADD 1 TO WS-LINE-COUNT.
007760 4100-WRITE-LINE-EXIT.
007770     EXIT.
007771*-----------------------------------------------------------------
007772* 8900-WRITE-STEP-TIMING -- RECORD THE STEP ON THE SHARED
007773*     STEPTIME DATASET: JOB AND STEP NAME, START AND END DATE AND
007774*     TIME, RECORDS PROCESSED AND THE FINAL RETURN CODE.
007775*     PERFORMED AFTER 9000-TERMINATE SO THE RETURN CODE IS THE
007776*     ONE THE STEP ENDS WITH.  FILE STATUS 35 MEANS THE DATASET
007777*     HAS NEVER BEEN WRITTEN; IT IS OPENED OUTPUT TO CREATE IT.
007778*     THE KEY SEQUENCE IS COUNTED UP FROM ZERO BY
007779*     8910-WRITE-KEYED-TIMING UNTIL THE KEY IS UNIQUE.  THE
007781*     TIMING RECORD IS NOT PART OF THE STEP'S WORK, SO A FAILURE
007782*     HERE IS DISPLAYED BUT LEAVES THE RETURN CODE ALONE.
007783*-----------------------------------------------------------------
007784 8900-WRITE-STEP-TIMING.
007785     OPEN I-O STEPTIME-FILE.
007786     IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "35"
007787         OPEN OUTPUT STEPTIME-FILE
007788     END-IF.
007789     IF WS-STEPTIME-FILE-STATUS IS NOT EQUAL TO "00"
007791         DISPLAY "HELLOEOD - UNABLE TO OPEN STEPTIME, "
007792             "STATUS = " WS-STEPTIME-FILE-STATUS
007793         GO TO 8900-WRITE-STEP-TIMING-EXIT
007794     END-IF.
007795     MOVE SPACES               TO STEPTIME-RECORD.
007796     MOVE WS-STEP-START-DATE   TO TM-KEY-START-DATE.
007797     MOVE WS-STEP-START-TIME   TO TM-KEY-START-TIME.
007798     MOVE "HELLOEOD"           TO TM-KEY-PROGRAM.
007799     MOVE WS-JOB-NAME          TO TM-JOB-NAME.
007801     MOVE WS-CEE3JBN-STEP-NAME TO TM-STEP-NAME.
007802     ACCEPT TM-END-DATE FROM DATE YYYYMMDD.
007803     ACCEPT TM-END-TIME FROM TIME.
007804     MOVE WS-LOG-DATE-COUNT TO TM-RECORD-COUNT.
007805     MOVE WS-RETURN-CODE       TO TM-RETURN-CODE.
007806     MOVE ZERO TO WS-STEP-SEQ.
007807     MOVE "N"  TO WS-STEP-WRITTEN-SW.
007808     PERFORM 8910-WRITE-KEYED-TIMING
007809         THRU 8910-WRITE-KEYED-TIMING-EXIT
007811         UNTIL WS-STEP-WRITTEN
007812         OR WS-STEP-SEQ IS GREATER THAN 9998.
007813     IF NOT WS-STEP-WRITTEN
007814         DISPLAY "HELLOEOD - STEPTIME WRITE FAILED, "
007815             "STATUS = " WS-STEPTIME-FILE-STATUS
007816     END-IF.
007817     CLOSE STEPTIME-FILE.
007818 8900-WRITE-STEP-TIMING-EXIT.
007819     EXIT.
007821*-----------------------------------------------------------------
007822* 8910-WRITE-KEYED-TIMING -- TRY THE WRITE WITH THE CURRENT
007823*     SEQUENCE NUMBER; A DUPLICATE KEY BUMPS THE SEQUENCE AND THE
007824*     CALLER TRIES AGAIN.  ANY OTHER FAILURE ENDS THE RETRIES.
007825*-----------------------------------------------------------------
007826 8910-WRITE-KEYED-TIMING.
007827     MOVE WS-STEP-SEQ TO TM-KEY-SEQ.
007828     WRITE STEPTIME-RECORD
007829         INVALID KEY
007831             IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "22"
007832                 ADD 1 TO WS-STEP-SEQ
007833             ELSE
007834                 MOVE 9999 TO WS-STEP-SEQ
007835             END-IF
007836         NOT INVALID KEY
007837             SET WS-STEP-WRITTEN TO TRUE
007838     END-WRITE.
007839 8910-WRITE-KEYED-TIMING-EXIT.
007841     EXIT.
007780*-----------------------------------------------------------------
007790* 9000-TERMINATE -- CLOSE FILES.
007800*-----------------------------------------------------------------
