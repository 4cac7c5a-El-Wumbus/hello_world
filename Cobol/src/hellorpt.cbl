000317*                       REPORT STILL READS THE WHOLE FILE, IN
000318*                       KEY ORDER, SO THE DATE CONTROL BREAK
000319*                       WORKS AS BEFORE.
000321*     10/15/2026 AN    STEP START AND END NOW RECORDED ON THE
000322*                       SHARED STEPTIME DATASET (COPYBOOK
000323*                       GTIMREC) FOR THE HELLOTIM BATCH-WINDOW
000324*                       REPORT.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.     HELLORPT.
000470     SELECT PRINT-FILE    ASSIGN TO HELLORPT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-PRINT-FILE-STATUS.
000491     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000492         ORGANIZATION IS INDEXED
000493         ACCESS MODE IS RANDOM
000494         RECORD KEY IS TM-TIMING-KEY
000495         FILE STATUS IS WS-STEPTIME-FILE-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  GREETLOG-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 01  PRINT-RECORD               PIC X(133).
000641 FD  STEPTIME-FILE
000642     RECORDING MODE IS F
000643     LABEL RECORDS ARE STANDARD.
000644 01  STEPTIME-RECORD.
000645     COPY GTIMREC.
000650 WORKING-STORAGE SECTION.
000660*-----------------------------------------------------------------
000670* SWITCHES AND COUNTERS.
000680*-----------------------------------------------------------------
000690 01  WS-SWITCHES.
000691     05  WS-STEP-WRITTEN-SW     PIC X(01) VALUE "N".
000692         88  WS-STEP-WRITTEN               VALUE "Y".
000700     05  WS-GREETLOG-EOF-SW     PIC X(01) VALUE "N".
000710         88  WS-GREETLOG-EOF               VALUE "Y".
000720     05  WS-FIRST-REC-SW        PIC X(01) VALUE "N".
000760     05  WS-PRINT-OPEN-SW       PIC X(01) VALUE "N".
000770         88  WS-PRINT-OPEN-OK              VALUE "Y".
000780 01  WS-FILE-STATUSES.
000781     05  WS-STEPTIME-FILE-STATUS
000782                                PIC X(02) VALUE SPACES.
000790     05  WS-GREETLOG-FILE-STATUS
000800                                PIC X(02) VALUE SPACES.
000810     05  WS-PRINT-FILE-STATUS   PIC X(02) VALUE SPACES.
001790     05  FILLER                 PIC X(12) VALUE "RUN DATE  ".
001800     05  FL-RUN-DATE            PIC 9(08).
001810     05  FILLER                 PIC X(88) VALUE SPACES.
001811*-----------------------------------------------------------------
001812* JOB NAME CONTROL -- THE JOB AND STEP NAMES ARE STAMPED ON THE
001813* STEPTIME RECORD.  THEY ARE OBTAINED AT RUN TIME FROM THE
001814* LANGUAGE ENVIRONMENT CEE3JBN CALLABLE SERVICE, THE SAME WAY
001815* HELLO-WORLD STAMPS ITS GREETLOG RECORDS.
001816*-----------------------------------------------------------------
001817 01  WS-CEE3JBN-JOBNAME.
001818     05  WS-CEE3JBN-JOB-LEN     PIC S9(04) COMP.
001819     05  WS-CEE3JBN-JOB-NAME    PIC X(08).
001821 01  WS-CEE3JBN-STEPNAME.
001822     05  WS-CEE3JBN-STEP-LEN    PIC S9(04) COMP.
001823     05  WS-CEE3JBN-STEP-NAME   PIC X(08).
001824 01  WS-CEE3JBN-PROCNAME.
001825     05  WS-CEE3JBN-PROC-LEN    PIC S9(04) COMP.
001826     05  WS-CEE3JBN-PROC-NAME   PIC X(08).
001827 01  WS-FEEDBACK-CODE.
001828     05  WS-FDBK-SEVERITY       PIC S9(04) COMP.
001829     05  WS-FDBK-MSG-NO         PIC S9(04) COMP.
001831     05  WS-FDBK-CASE-FACILITY  PIC X(01).
001832     05  WS-FDBK-SEV-CONTROL    PIC X(03).
001833     05  WS-FDBK-FACILITY-ID    PIC X(03).
001834     05  WS-FDBK-ISINFO         PIC X(01).
001835 01  WS-JOB-NAME                PIC X(08) VALUE "HELLORPT".
001836*-----------------------------------------------------------------
001837* STEP TIMING CONTROL -- THE DATE AND TIME THE STEP STARTED, HELD
001838* FOR THE STEPTIME RECORD WRITTEN AS THE STEP ENDS, AND THE KEY
001839* SEQUENCE THAT KEEPS THAT RECORD'S KEY UNIQUE.
001841*-----------------------------------------------------------------
001842 01  WS-STEP-START-DATE         PIC 9(08) VALUE ZERO.
001843 01  WS-STEP-START-TIME         PIC 9(08) VALUE ZERO.
001844 01  WS-STEP-SEQ                PIC 9(04) VALUE ZERO.
001820 PROCEDURE DIVISION.
001830*-----------------------------------------------------------------
001840* 0000-MAIN-CONTROL -- OVERALL SEQUENCE OF PROCESSING.
001850*-----------------------------------------------------------------
001860 0000-MAIN-CONTROL.
001861     PERFORM 0010-START-STEP-TIMING
001862         THRU 0010-START-STEP-TIMING-EXIT.
001863     PERFORM 0050-GET-JOB-NAME
001864         THRU 0050-GET-JOB-NAME-EXIT.
001870     PERFORM 1000-INITIALIZE
001880         THRU 1000-INITIALIZE-EXIT.
001885     IF WS-GREETLOG-OPEN-OK
001935     END-IF.
001940     PERFORM 9000-TERMINATE
001950         THRU 9000-TERMINATE-EXIT.
001951     PERFORM 8900-WRITE-STEP-TIMING
001952         THRU 8900-WRITE-STEP-TIMING-EXIT.
001960     GOBACK.
001961*-----------------------------------------------------------------
001962* 0010-START-STEP-TIMING -- NOTE THE DATE AND TIME THE STEP
001963*     STARTED, FOR THE STEPTIME RECORD WRITTEN AS IT ENDS.
001964*-----------------------------------------------------------------
001965 0010-START-STEP-TIMING.
001966     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
001967     ACCEPT WS-STEP-START-TIME FROM TIME.
001968 0010-START-STEP-TIMING-EXIT.
001969     EXIT.
001971*-----------------------------------------------------------------
001972* 0050-GET-JOB-NAME -- ASK LANGUAGE ENVIRONMENT FOR THE NAME OF
001973*     THE JOB AND STEP THIS PROGRAM IS ACTUALLY RUNNING UNDER, FOR
001974*     THE STEPTIME RECORD.  WS-JOB-NAME KEEPS ITS VALUE-CLAUSE
001975*     DEFAULT IF THE CALL CANNOT SUPPLY ONE.
001976*-----------------------------------------------------------------
001977 0050-GET-JOB-NAME.
001978     CALL "CEE3JBN" USING WS-CEE3JBN-JOBNAME
001979         WS-CEE3JBN-STEPNAME
001981         WS-CEE3JBN-PROCNAME
001982         WS-FEEDBACK-CODE.
001983     IF WS-CEE3JBN-JOB-NAME IS NOT EQUAL TO SPACES
001984         MOVE WS-CEE3JBN-JOB-NAME TO WS-JOB-NAME
001985     END-IF.
001986 0050-GET-JOB-NAME-EXIT.
001987     EXIT.
001970*-----------------------------------------------------------------
001980* 1000-INITIALIZE -- OPEN FILES, PRIME THE READ, PRINT HEADINGS.
001990*-----------------------------------------------------------------
003730     ADD 1 TO WS-LINE-COUNT.
003740 4100-WRITE-LINE-EXIT.
003750     EXIT.
003751*-----------------------------------------------------------------
003752* 8900-WRITE-STEP-TIMING -- RECORD THE STEP ON THE SHARED
003753*     STEPTIME DATASET: JOB AND STEP NAME, START AND END DATE AND
003754*     TIME, RECORDS PROCESSED AND THE FINAL RETURN CODE.
003755*     PERFORMED AFTER 9000-TERMINATE SO THE RETURN CODE IS THE
003756*     ONE THE STEP ENDS WITH.  FILE STATUS 35 MEANS THE DATASET
003757*     HAS NEVER BEEN WRITTEN; IT IS OPENED OUTPUT TO CREATE IT.
003758*     THE KEY SEQUENCE IS COUNTED UP FROM ZERO BY
003759*     8910-WRITE-KEYED-TIMING UNTIL THE KEY IS UNIQUE.  THE
003761*     TIMING RECORD IS NOT PART OF THE STEP'S WORK, SO A FAILURE
003762*     HERE IS DISPLAYED BUT LEAVES THE RETURN CODE ALONE.
003763*-----------------------------------------------------------------
003764 8900-WRITE-STEP-TIMING.
003765     OPEN I-O STEPTIME-FILE.
003766     IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "35"
003767         OPEN OUTPUT STEPTIME-FILE
003768     END-IF.
003769     IF WS-STEPTIME-FILE-STATUS IS NOT EQUAL TO "00"
003771         DISPLAY "HELLORPT - UNABLE TO OPEN STEPTIME, "
003772             "STATUS = " WS-STEPTIME-FILE-STATUS
003773         GO TO 8900-WRITE-STEP-TIMING-EXIT
003774     END-IF.
003775     MOVE SPACES               TO STEPTIME-RECORD.
003776     MOVE WS-STEP-START-DATE   TO TM-KEY-START-DATE.
003777     MOVE WS-STEP-START-TIME   TO TM-KEY-START-TIME.
003778     MOVE "HELLORPT"           TO TM-KEY-PROGRAM.
003779     MOVE WS-JOB-NAME          TO TM-JOB-NAME.
003781     MOVE WS-CEE3JBN-STEP-NAME TO TM-STEP-NAME.
003782     ACCEPT TM-END-DATE FROM DATE YYYYMMDD.
003783     ACCEPT TM-END-TIME FROM TIME.
003784     MOVE WS-TOTAL-RUN-COUNT TO TM-RECORD-COUNT.
003785     MOVE WS-RETURN-CODE       TO TM-RETURN-CODE.
003786     MOVE ZERO TO WS-STEP-SEQ.
003787     MOVE "N"  TO WS-STEP-WRITTEN-SW.
003788     PERFORM 8910-WRITE-KEYED-TIMING
003789         THRU 8910-WRITE-KEYED-TIMING-EXIT
003791         UNTIL WS-STEP-WRITTEN
003792         OR WS-STEP-SEQ IS GREATER THAN 9998.
003793     IF NOT WS-STEP-WRITTEN
003794         DISPLAY "HELLORPT - STEPTIME WRITE FAILED, "
003795             "STATUS = " WS-STEPTIME-FILE-STATUS
003796     END-IF.
003797     CLOSE STEPTIME-FILE.
003798 8900-WRITE-STEP-TIMING-EXIT.
003799     EXIT.
003801*-----------------------------------------------------------------
003802* 8910-WRITE-KEYED-TIMING -- TRY THE WRITE WITH THE CURRENT
003803*     SEQUENCE NUMBER; A DUPLICATE KEY BUMPS THE SEQUENCE AND THE
003804*     CALLER TRIES AGAIN.  ANY OTHER FAILURE ENDS THE RETRIES.
003805*-----------------------------------------------------------------
003806 8910-WRITE-KEYED-TIMING.
003807     MOVE WS-STEP-SEQ TO TM-KEY-SEQ.
003808     WRITE STEPTIME-RECORD
003809         INVALID KEY
003811             IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "22"
003812                 ADD 1 TO WS-STEP-SEQ
003813             ELSE
003814                 MOVE 9999 TO WS-STEP-SEQ
003815             END-IF
003816         NOT INVALID KEY
003817             SET WS-STEP-WRITTEN TO TRUE
003818     END-WRITE.
003819 8910-WRITE-KEYED-TIMING-EXIT.
003821     EXIT.
003760*-----------------------------------------------------------------
003770* 9000-TERMINATE -- CLOSE FILES AND SET THE RETURN CODE.
003780*-----------------------------------------------------------------
