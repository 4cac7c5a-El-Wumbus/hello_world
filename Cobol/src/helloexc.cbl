000391*                       IN-STORAGE TABLE FROM A FULL SCAN --
000392*                       THE 400-DATE TABLE AND ITS OVERFLOW
000393*                       RETURN CODE ARE GONE.
000394*     10/15/2026 AN    STEP START AND END NOW RECORDED ON THE
000395*                       SHARED STEPTIME DATASET (COPYBOOK
000396*                       GTIMREC) FOR THE HELLOTIM BATCH-WINDOW
000397*                       REPORT.
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.     HELLOEXC.
000580     SELECT PRINT-FILE    ASSIGN TO HELLOEXC
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-PRINT-FILE-STATUS.
000601     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000602         ORGANIZATION IS INDEXED
000603         ACCESS MODE IS RANDOM
000604         RECORD KEY IS TM-TIMING-KEY
000605         FILE STATUS IS WS-STEPTIME-FILE-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  GREETLOG-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 01  PRINT-RECORD               PIC X(133).
000811 FD  STEPTIME-FILE
000812     RECORDING MODE IS F
000813     LABEL RECORDS ARE STANDARD.
000814 01  STEPTIME-RECORD.
000815     COPY GTIMREC.
000820 WORKING-STORAGE SECTION.
000830*-----------------------------------------------------------------
000840* SWITCHES AND COUNTERS.
000850*-----------------------------------------------------------------
000860 01  WS-SWITCHES.
000861     05  WS-STEP-WRITTEN-SW     PIC X(01) VALUE "N".
000862         88  WS-STEP-WRITTEN               VALUE "Y".
000870     05  WS-GREETLOG-EOF-SW     PIC X(01) VALUE "N".
000880         88  WS-GREETLOG-EOF               VALUE "Y".
000890     05  WS-GREETLOG-OPEN-SW    PIC X(01) VALUE "N".
000982     05  WS-PARM-OK-SW          PIC X(01) VALUE "N".
000984         88  WS-PARM-OK                    VALUE "Y".
000990 01  WS-FILE-STATUSES.
000991     05  WS-STEPTIME-FILE-STATUS
000992                                PIC X(02) VALUE SPACES.
001000     05  WS-GREETLOG-FILE-STATUS
001010                                PIC X(02) VALUE SPACES.
001020     05  WS-CALENDAR-FILE-STATUS
001960     05  FILLER                 PIC X(12) VALUE "RUN DATE  ".
001970     05  FL-RUN-DATE            PIC 9(08).
001980     05  FILLER                 PIC X(88) VALUE SPACES.
001981*-----------------------------------------------------------------
001983* JOB NAME CONTROL -- THE JOB AND STEP NAMES ARE STAMPED ON THE
001985* STEPTIME RECORD.  THEY ARE OBTAINED AT RUN TIME FROM THE
001987* LANGUAGE ENVIRONMENT CEE3JBN CALLABLE SERVICE, THE SAME WAY
001989* HELLO-WORLD STAMPS ITS GREETLOG RECORDS.
001991*-----------------------------------------------------------------
001992 01  WS-CEE3JBN-JOBNAME.
001993     05  WS-CEE3JBN-JOB-LEN     PIC S9(04) COMP.
001994     05  WS-CEE3JBN-JOB-NAME    PIC X(08).
001995 01  WS-CEE3JBN-STEPNAME.
001996     05  WS-CEE3JBN-STEP-LEN    PIC S9(04) COMP.
001997     05  WS-CEE3JBN-STEP-NAME   PIC X(08).
001998 01  WS-CEE3JBN-PROCNAME.
001999     05  WS-CEE3JBN-PROC-LEN    PIC S9(04) COMP.
002001     05  WS-CEE3JBN-PROC-NAME   PIC X(08).
002002 01  WS-FEEDBACK-CODE.
002003     05  WS-FDBK-SEVERITY       PIC S9(04) COMP.
002004     05  WS-FDBK-MSG-NO         PIC S9(04) COMP.
002005     05  WS-FDBK-CASE-FACILITY  PIC X(01).
002006     05  WS-FDBK-SEV-CONTROL    PIC X(03).
002007     05  WS-FDBK-FACILITY-ID    PIC X(03).
002008     05  WS-FDBK-ISINFO         PIC X(01).
002009 01  WS-JOB-NAME                PIC X(08) VALUE "HELLOEXC".
002011*-----------------------------------------------------------------
002012* STEP TIMING CONTROL -- THE DATE AND TIME THE STEP STARTED, HELD
002013* FOR THE STEPTIME RECORD WRITTEN AS THE STEP ENDS, AND THE KEY
002014* SEQUENCE THAT KEEPS THAT RECORD'S KEY UNIQUE.
002015*-----------------------------------------------------------------
002016 01  WS-STEP-START-DATE         PIC 9(08) VALUE ZERO.
002017 01  WS-STEP-START-TIME         PIC 9(08) VALUE ZERO.
002018 01  WS-STEP-SEQ                PIC 9(04) VALUE ZERO.
001982 LINKAGE SECTION.
001984 01  WS-PARM-AREA.
001986     05  WS-PARM-LENGTH         PIC S9(04) COMP.
002010* 0000-MAIN-CONTROL -- OVERALL SEQUENCE OF PROCESSING.
002020*-----------------------------------------------------------------
002030 0000-MAIN-CONTROL.
002031     PERFORM 0010-START-STEP-TIMING
002033         THRU 0010-START-STEP-TIMING-EXIT.
002035     PERFORM 0050-GET-JOB-NAME
002037         THRU 0050-GET-JOB-NAME-EXIT.
002032     PERFORM 0100-CHECK-RUNDATE-PARM
002034         THRU 0100-CHECK-RUNDATE-PARM-EXIT.
002036     IF WS-PARM-OK
002140     END-IF.
002150     PERFORM 9000-TERMINATE
002160         THRU 9000-TERMINATE-EXIT.
002161     PERFORM 8900-WRITE-STEP-TIMING
002162         THRU 8900-WRITE-STEP-TIMING-EXIT.
002170     MOVE WS-RETURN-CODE TO RETURN-CODE.
002180     GOBACK.
002181*-----------------------------------------------------------------
002225* 0010-START-STEP-TIMING -- NOTE THE DATE AND TIME THE STEP
002226*     STARTED, FOR THE STEPTIME RECORD WRITTEN AS IT ENDS.
002227*-----------------------------------------------------------------
002228 0010-START-STEP-TIMING.
002229     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
002230     ACCEPT WS-STEP-START-TIME FROM TIME.
002231 0010-START-STEP-TIMING-EXIT.
002232     EXIT.
002233*-----------------------------------------------------------------
002234* 0050-GET-JOB-NAME -- ASK LANGUAGE ENVIRONMENT FOR THE NAME OF
002235*     THE JOB AND STEP THIS PROGRAM IS ACTUALLY RUNNING UNDER, FOR
002236*     THE STEPTIME RECORD.  WS-JOB-NAME KEEPS ITS VALUE-CLAUSE
002237*     DEFAULT IF THE CALL CANNOT SUPPLY ONE.
002238*-----------------------------------------------------------------
002239 0050-GET-JOB-NAME.
002241     CALL "CEE3JBN" USING WS-CEE3JBN-JOBNAME
002242         WS-CEE3JBN-STEPNAME
002243         WS-CEE3JBN-PROCNAME
002244         WS-FEEDBACK-CODE.
002245     IF WS-CEE3JBN-JOB-NAME IS NOT EQUAL TO SPACES
002246         MOVE WS-CEE3JBN-JOB-NAME TO WS-JOB-NAME
002247     END-IF.
002248 0050-GET-JOB-NAME-EXIT.
002249     EXIT.
002182*-----------------------------------------------------------------
002183* 0100-CHECK-RUNDATE-PARM -- AN OPTIONAL PARM OF
002184*     RUNDATE=YYYYMMDD NAMES THE RUN DATE WHOSE FAILED RUNS
004670     ADD 1 TO WS-LINE-COUNT.
004680 4100-WRITE-LINE-EXIT.
004690     EXIT.
004691*-----------------------------------------------------------------
004692* 8900-WRITE-STEP-TIMING -- RECORD THE STEP ON THE SHARED
004693*     STEPTIME DATASET: JOB AND STEP NAME, START AND END DATE AND
004694*     TIME, RECORDS PROCESSED AND THE FINAL RETURN CODE.
004695*     PERFORMED AFTER 9000-TERMINATE SO THE RETURN CODE IS THE
004696*     ONE THE STEP ENDS WITH.  FILE STATUS 35 MEANS THE DATASET
004697*     HAS NEVER BEEN WRITTEN; IT IS OPENED OUTPUT TO CREATE IT.
004698*     THE KEY SEQUENCE IS COUNTED UP FROM ZERO BY
004699*     8910-WRITE-KEYED-TIMING UNTIL THE KEY IS UNIQUE.  THE
004701*     TIMING RECORD IS NOT PART OF THE STEP'S WORK, SO A FAILURE
004702*     HERE IS DISPLAYED BUT LEAVES THE RETURN CODE ALONE.
004703*-----------------------------------------------------------------
004704 8900-WRITE-STEP-TIMING.
004705     OPEN I-O STEPTIME-FILE.
004706     IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "35"
004707         OPEN OUTPUT STEPTIME-FILE
004708     END-IF.
004709     IF WS-STEPTIME-FILE-STATUS IS NOT EQUAL TO "00"
004711         DISPLAY "HELLOEXC - UNABLE TO OPEN STEPTIME, "
004712             "STATUS = " WS-STEPTIME-FILE-STATUS
004713         GO TO 8900-WRITE-STEP-TIMING-EXIT
004714     END-IF.
004715     MOVE SPACES               TO STEPTIME-RECORD.
004716     MOVE WS-STEP-START-DATE   TO TM-KEY-START-DATE.
004717     MOVE WS-STEP-START-TIME   TO TM-KEY-START-TIME.
004718     MOVE "HELLOEXC"           TO TM-KEY-PROGRAM.
004719     MOVE WS-JOB-NAME          TO TM-JOB-NAME.
004721     MOVE WS-CEE3JBN-STEP-NAME TO TM-STEP-NAME.
004722     ACCEPT TM-END-DATE FROM DATE YYYYMMDD.
004723     ACCEPT TM-END-TIME FROM TIME.
004724     MOVE WS-SCHED-CHECKED-COUNT TO TM-RECORD-COUNT.
004725     MOVE WS-RETURN-CODE       TO TM-RETURN-CODE.
004726     MOVE ZERO TO WS-STEP-SEQ.
004727     MOVE "N"  TO WS-STEP-WRITTEN-SW.
004728     PERFORM 8910-WRITE-KEYED-TIMING
004729         THRU 8910-WRITE-KEYED-TIMING-EXIT
004731         UNTIL WS-STEP-WRITTEN
004732         OR WS-STEP-SEQ IS GREATER THAN 9998.
004733     IF NOT WS-STEP-WRITTEN
004734         DISPLAY "HELLOEXC - STEPTIME WRITE FAILED, "
004735             "STATUS = " WS-STEPTIME-FILE-STATUS
004736     END-IF.
004737     CLOSE STEPTIME-FILE.
004738 8900-WRITE-STEP-TIMING-EXIT.
004739     EXIT.
004741*-----------------------------------------------------------------
004742* 8910-WRITE-KEYED-TIMING -- TRY THE WRITE WITH THE CURRENT
004743*     SEQUENCE NUMBER; A DUPLICATE KEY BUMPS THE SEQUENCE AND THE
004744*     CALLER TRIES AGAIN.  ANY OTHER FAILURE ENDS THE RETRIES.
004745*-----------------------------------------------------------------
004746 8910-WRITE-KEYED-TIMING.
004747     MOVE WS-STEP-SEQ TO TM-KEY-SEQ.
004748     WRITE STEPTIME-RECORD
004749         INVALID KEY
004751             IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "22"
004752                 ADD 1 TO WS-STEP-SEQ
004753             ELSE
004754                 MOVE 9999 TO WS-STEP-SEQ
004755             END-IF
004756         NOT INVALID KEY
004757             SET WS-STEP-WRITTEN TO TRUE
004758     END-WRITE.
004759 8910-WRITE-KEYED-TIMING-EXIT.
004761     EXIT.
004700*-----------------------------------------------------------------
004710* 9000-TERMINATE -- CLOSE FILES.
004720*-----------------------------------------------------------------
