000226*     NONZERO RETURN CODE SO THE SERVICE DESK KNOWS THE MASTER
000227*     NEEDS UPDATING.  WITH NO GREETREQ DATASET THE FULL
000228*     ROLL-CALL RUNS AS BEFORE.
000229*
000231*     EVERY EMPLOYEE GREETED IS RECORDED ON THE GREETLDG GREETING
000232*     LEDGER UNDER THE RUN DATE.  AN EMPLOYEE THE LEDGER SHOWS
000233*     THIS PROGRAM ALREADY GREETED TODAY IS SKIPPED AND COUNTED,
000234*     SO A RESUBMITTED ROLL-CALL DOES NOT GREET ANYONE TWICE.
000230*-----------------------------------------------------------------
000240* MODIFICATION HISTORY.
000250*     DATE       INIT  DESCRIPTION
000358*                       SEQUENCE UP FROM ZERO UNTIL THE KEY IS
000359*                       UNIQUE -- THE ROLL-CALL WRITES MANY
000361*                       RECORDS WITHIN ONE SECOND.
000362*     10/15/2026 AN    RECOMPILED FOR THE EXPANDED 100-BYTE
000363*                       GMSTREC LAYOUT (GM-BIRTH-DATE ADDED).
000364*                       NO LOGIC CHANGE -- BIRTHDAY GREETINGS
000365*                       ARE PRODUCED BY HELLOANV.
000366*     10/15/2026 AN    ADDED THE GREETLDG GREETING LEDGER --
000367*                       EACH EMPLOYEE GREETED IN ANY MODE IS
000368*                       WRITTEN TO THE LEDGER BY EMPLOYEE ID
000369*                       AND RUN DATE, AND AN EMPLOYEE ALREADY ON
000371*                       THE LEDGER FOR TODAY IS SKIPPED AND
000372*                       COUNTED INSTEAD OF GREETED AGAIN.
000373*     10/15/2026 AN    STEP START AND END NOW RECORDED ON THE
000374*                       SHARED STEPTIME DATASET (COPYBOOK
000375*                       GTIMREC) FOR THE HELLOTIM BATCH-WINDOW
000376*                       REPORT.
000377*     10/15/2026 AN    A DEPT= RUN NOW REPORTS ONLY THE
000378*                       EMPLOYEES ACTUALLY GREETED -- THOSE
000379*                       SKIPPED AS ALREADY ON THE LEDGER ARE
000381*                       LEFT OUT OF THE GREETED COUNT.
000321*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.     HELLONAME.
000491     SELECT GREETTAB-FILE ASSIGN TO GREETTAB
000492         ORGANIZATION IS SEQUENTIAL
000493         FILE STATUS IS WS-GREETTAB-FILE-STATUS.
000494     SELECT GREETLDG-FILE ASSIGN TO GREETLDG
000497         ORGANIZATION IS INDEXED
000498         ACCESS MODE IS RANDOM
000499         RECORD KEY IS LD-LEDGER-KEY
000501         FILE STATUS IS WS-GREETLDG-FILE-STATUS.
000502     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000503         ORGANIZATION IS INDEXED
000504         ACCESS MODE IS RANDOM
000505         RECORD KEY IS TM-TIMING-KEY
000506         FILE STATUS IS WS-STEPTIME-FILE-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  GREETING-MASTER
000590     05  TB-LANG-CODE           PIC X(02).
000592     05  TB-SALUTATION          PIC X(10).
000594     05  FILLER                 PIC X(68).
000595 FD  GREETLDG-FILE
000596     RECORDING MODE IS F
000597     LABEL RECORDS ARE STANDARD.
000598 01  GREETLDG-RECORD.
000599     COPY GLDGREC.
000602 FD  STEPTIME-FILE
000603     RECORDING MODE IS F
000604     LABEL RECORDS ARE STANDARD.
000605 01  STEPTIME-RECORD.
000606     COPY GTIMREC.
000590 WORKING-STORAGE SECTION.
000600*-----------------------------------------------------------------
000610* SWITCHES AND COUNTERS.
000620*-----------------------------------------------------------------
000630 01  WS-SWITCHES.
000631     05  WS-STEP-WRITTEN-SW     PIC X(01) VALUE "N".
000632         88  WS-STEP-WRITTEN               VALUE "Y".
000640     05  WS-GREETMST-EOF-SW     PIC X(01) VALUE "N".
000650         88  WS-GREETMST-EOF               VALUE "Y".
000660     05  WS-GREETMST-OPEN-SW    PIC X(01) VALUE "N".
000691         88  WS-GREETTAB-EOF               VALUE "Y".
000692     05  WS-TRANS-FOUND-SW      PIC X(01) VALUE "N".
000693         88  WS-TRANS-FOUND                VALUE "Y".
000694     05  WS-GREETLDG-OPEN-SW    PIC X(01) VALUE "N".
000695         88  WS-GREETLDG-OPEN-OK           VALUE "Y".
000696     05  WS-GREETLDG-NEW-SW     PIC X(01) VALUE "N".
000697         88  WS-GREETLDG-NEW               VALUE "Y".
000698     05  WS-ALREADY-GREETED-SW  PIC X(01) VALUE "N".
000699         88  WS-ALREADY-GREETED            VALUE "Y".
000690 01  WS-FILE-STATUSES.
000701     05  WS-STEPTIME-FILE-STATUS
000702                                PIC X(02) VALUE SPACES.
000700     05  WS-GREETMST-FILE-STATUS
000710                                PIC X(02) VALUE SPACES.
000712     05  WS-GREETREQ-FILE-STATUS
000718                                PIC X(02) VALUE SPACES.
000719     05  WS-GREETTAB-FILE-STATUS
000721                                PIC X(02) VALUE SPACES.
000745     05  WS-GREETLDG-FILE-STATUS
000746                                PIC X(02) VALUE SPACES.
000720 01  WS-RETURN-CODE             PIC 9(04) VALUE ZERO.
000721*-----------------------------------------------------------------
000722* RUN-ENVIRONMENT JOB NAME -- POPULATED BY 0050-GET-JOB-NAME VIA
000783 01  WS-LOG-SEQ                 PIC 9(04) VALUE ZERO.
000784 01  WS-LOG-WRITTEN-SW          PIC X(01) VALUE "N".
000785     88  WS-LOG-WRITTEN                   VALUE "Y".
000786*-----------------------------------------------------------------
000787* GREETING LEDGER CONTROL -- THE LEDGER DATE IS TAKEN ONCE AT
000788* START-UP SO A ROLL-CALL RUNNING PAST MIDNIGHT RECORDS AND
000789* CHECKS EVERY EMPLOYEE UNDER THE SAME DATE.
000791*-----------------------------------------------------------------
000792 01  WS-LEDGER-DATE             PIC 9(08) VALUE ZERO.
000793 01  WS-LEDGER-SKIP-COUNT       PIC 9(06) VALUE ZERO.
000764*-----------------------------------------------------------------
000766* TRANSLATION TABLE -- DEFAULT SALUTATION PER LANGUAGE CODE,
000768* LOADED FROM THE OPERATIONS-EDITABLE GREETTAB DATASET BY
000840*-----------------------------------------------------------------
000850 01  WS-GREETREC.
000860     COPY GREETREC.
000861*-----------------------------------------------------------------
000863* STEP TIMING CONTROL -- THE DATE AND TIME THE STEP STARTED, HELD
000865* FOR THE STEPTIME RECORD WRITTEN AS THE STEP ENDS, AND THE KEY
000867* SEQUENCE THAT KEEPS THAT RECORD'S KEY UNIQUE.
000869*-----------------------------------------------------------------
000871 01  WS-STEP-START-DATE         PIC 9(08) VALUE ZERO.
000872 01  WS-STEP-START-TIME         PIC 9(08) VALUE ZERO.
000873 01  WS-STEP-SEQ                PIC 9(04) VALUE ZERO.
000874 01  WS-GREETED-COUNT           PIC 9(06) VALUE ZERO.
000862 LINKAGE SECTION.
000864 01  WS-PARM-AREA.
000866     05  WS-PARM-LENGTH         PIC S9(04) COMP.
000920*     MORNING ROLL-CALL.
000930*-----------------------------------------------------------------
000940 0000-MAIN-CONTROL.
000941     PERFORM 0010-START-STEP-TIMING
000943         THRU 0010-START-STEP-TIMING-EXIT.
000942     PERFORM 0050-GET-JOB-NAME
000944         THRU 0050-GET-JOB-NAME-EXIT.
000946     PERFORM 0100-CHECK-DEPT-PARM
001050                     UNTIL WS-GREETMST-EOF
001060             END-IF
001062         END-IF
001064         PERFORM 2600-REPORT-LEDGER-SKIPS
001066             THRU 2600-REPORT-LEDGER-SKIPS-EXIT
001070     END-IF.
001080     PERFORM 9000-TERMINATE
001090         THRU 9000-TERMINATE-EXIT.
001091     PERFORM 8900-WRITE-STEP-TIMING
001092         THRU 8900-WRITE-STEP-TIMING-EXIT.
001100     MOVE WS-RETURN-CODE TO RETURN-CODE.
001110     GOBACK.
001163*-----------------------------------------------------------------
001164* 0010-START-STEP-TIMING -- NOTE THE DATE AND TIME THE STEP
001165*     STARTED, FOR THE STEPTIME RECORD WRITTEN AS IT ENDS.
001166*-----------------------------------------------------------------
001167 0010-START-STEP-TIMING.
001168     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
001169     ACCEPT WS-STEP-START-TIME FROM TIME.
001171 0010-START-STEP-TIMING-EXIT.
001172     EXIT.
001111*-----------------------------------------------------------------
001112* 0050-GET-JOB-NAME -- ASK LANGUAGE ENVIRONMENT FOR THE NAME OF
001113*     THE JOB THIS PROGRAM IS ACTUALLY RUNNING UNDER SO GREETLOG
001429             "STATUS = " WS-GREETLOG-FILE-STATUS
001431         MOVE 0004 TO WS-RETURN-CODE
001432     END-IF.
001435     PERFORM 1200-OPEN-LEDGER
001436         THRU 1200-OPEN-LEDGER-EXIT.
001433     PERFORM 1100-LOAD-TRANSLATIONS
001434         THRU 1100-LOAD-TRANSLATIONS-EXIT.
001430 1000-INITIALIZE-EXIT.
001511     END-READ.
001512 1120-READ-TRANSLATION-EXIT.
001513     EXIT.
001514*-----------------------------------------------------------------
001515* 1200-OPEN-LEDGER -- OPEN THE GREETLDG GREETING LEDGER FOR
001516*     UPDATE.  FILE STATUS 35 MEANS THE LEDGER HAS NEVER BEEN
001517*     WRITTEN, SO IT IS OPENED OUTPUT INSTEAD AND THERE IS NO
001518*     EARLIER GREETING TO LOOK FOR.  ANY OTHER FAILURE LEAVES
001519*     RETURN CODE 0004 AND THE RUN GREETS EVERYONE WITHOUT THE
001521*     ALREADY-GREETED CHECK, THE SAME WAY A GREETLOG FAILURE
001522*     DOES NOT STOP THE ROLL-CALL.
001523*-----------------------------------------------------------------
001524 1200-OPEN-LEDGER.
001525     ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD.
001526     OPEN I-O GREETLDG-FILE.
001527     IF WS-GREETLDG-FILE-STATUS IS EQUAL TO "35"
001528         OPEN OUTPUT GREETLDG-FILE
001529         SET WS-GREETLDG-NEW TO TRUE
001531     END-IF.
001533     IF WS-GREETLDG-FILE-STATUS IS EQUAL TO "00"
001535         SET WS-GREETLDG-OPEN-OK TO TRUE
001537     ELSE
001539         DISPLAY "HELLONAME - UNABLE TO OPEN GREETLDG, "
001540             "STATUS = " WS-GREETLDG-FILE-STATUS
001541         DISPLAY "HELLONAME - ALREADY-GREETED CHECK IS OFF "
001543             "FOR THIS RUN"
001545         MOVE 0004 TO WS-RETURN-CODE
001547     END-IF.
001549 1200-OPEN-LEDGER-EXIT.
001551     EXIT.
001450*-----------------------------------------------------------------
001460* 2000-PROCESS-MASTER -- ROLL-CALL MODE.  READ THE NEXT EMPLOYEE
001470*     IN KEY SEQUENCE AND DISPLAY THE PERSONALIZED GREETING.
001630*     NO SALUTATION OF THEIR OWN GETS THE DEFAULT FOR THEIR
001640*     PREFERRED LANGUAGE FROM THE GREETTAB TRANSLATION TABLE,
001642*     FALLING BACK TO ENGLISH "Hello" WHEN THE CODE HAS NO
001644*     ENTRY.  SHARED BY BOTH PROCESSING MODES.  AN EMPLOYEE THE
001645*     GREETLDG LEDGER SHOWS WAS ALREADY GREETED BY THIS PROGRAM
001646*     TODAY IS SKIPPED AND COUNTED; EVERYONE ELSE IS GREETED AND
001647*     WRITTEN TO THE LEDGER.
001650*-----------------------------------------------------------------
001660 2100-BUILD-GREETING.
001661     IF WS-GREETLDG-OPEN-OK
001663         PERFORM 8200-CHECK-LEDGER
001665             THRU 8200-CHECK-LEDGER-EXIT
001667         IF WS-ALREADY-GREETED
001669             ADD 1 TO WS-LEDGER-SKIP-COUNT
001671             GO TO 2100-BUILD-GREETING-EXIT
001672         END-IF
001673     END-IF.
001662     MOVE GM-LANG-CODE TO WS-EMP-LANG-CODE.
001664     IF WS-EMP-LANG-CODE IS EQUAL TO SPACES
001666         MOVE "EN" TO WS-EMP-LANG-CODE
001790     ACCEPT GR-TS-DATE OF WS-GREETREC FROM DATE YYYYMMDD.
001800     ACCEPT GR-TS-TIME OF WS-GREETREC FROM TIME.
001810     DISPLAY GR-MESSAGE-TEXT OF WS-GREETREC.
001811     ADD 1 TO WS-GREETED-COUNT.
001812     IF WS-GREETLOG-OPEN-OK
001814         PERFORM 8100-WRITE-GREETLOG
001816             THRU 8100-WRITE-GREETLOG-EXIT
001818     END-IF.
001819     IF WS-GREETLDG-OPEN-OK
001821         PERFORM 8300-WRITE-LEDGER
001822             THRU 8300-WRITE-LEDGER-EXIT
001823     END-IF.
001820 2100-BUILD-GREETING-EXIT.
001830     EXIT.
001832*-----------------------------------------------------------------
001842*-----------------------------------------------------------------
001843 2500-REPORT-DEPT-COUNT.
001844     DISPLAY "HELLONAME - DEPARTMENT " WS-DEPT-CODE
001845         " EMPLOYEES GREETED " WS-GREETED-COUNT.
001846     IF WS-DEPT-GREET-COUNT IS EQUAL TO ZERO
001847         DISPLAY "HELLONAME - NO EMPLOYEES ON MASTER FOR "
001848             "DEPARTMENT " WS-DEPT-CODE
001851     END-IF.
001852 2500-REPORT-DEPT-COUNT-EXIT.
001853     EXIT.
001888*-----------------------------------------------------------------
001889* 2600-REPORT-LEDGER-SKIPS -- DISPLAY HOW MANY EMPLOYEES WERE
001891*     SKIPPED BECAUSE THE GREETLDG LEDGER SHOWS THEY WERE ALREADY
001892*     GREETED TODAY.  A NONZERO COUNT IS NORMAL ON A RESUBMITTED
001893*     RUN AND DOES NOT CHANGE THE RETURN CODE.
001894*-----------------------------------------------------------------
001895 2600-REPORT-LEDGER-SKIPS.
001896     DISPLAY "HELLONAME - ALREADY GREETED TODAY, SKIPPED "
001897         WS-LEDGER-SKIP-COUNT.
001898 2600-REPORT-LEDGER-SKIPS-EXIT.
001899     EXIT.
001840*-----------------------------------------------------------------
001850* 3000-PROCESS-REQUEST -- INQUIRY MODE.  READ THE MASTER BY KEY
001860*     FOR ONE REQUESTED EMPLOYEE ID.  A REQUESTED ID NOT ON THE
002237     END-WRITE.
002238 8110-WRITE-KEYED-LOG-EXIT.
002239     EXIT.
002241*-----------------------------------------------------------------
002242* 8200-CHECK-LEDGER -- READ THE GREETLDG LEDGER FOR THIS
002243*     EMPLOYEE, TODAY'S LEDGER DATE AND THIS PROGRAM'S SOURCE
002244*     TAG.  A LEDGER OPENED OUTPUT ON ITS FIRST RUN CANNOT BE
002245*     READ AND HOLDS NOTHING EARLIER, SO THE READ IS SKIPPED.
002246*-----------------------------------------------------------------
002247 8200-CHECK-LEDGER.
002248     MOVE "N" TO WS-ALREADY-GREETED-SW.
002249     IF WS-GREETLDG-NEW
002251         GO TO 8200-CHECK-LEDGER-EXIT
002252     END-IF.
002253     MOVE GM-EMPLOYEE-ID  TO LD-KEY-EMPLOYEE-ID.
002254     MOVE WS-LEDGER-DATE  TO LD-KEY-DATE.
002255     MOVE "HELLONAM"      TO LD-KEY-PROGRAM.
002256     READ GREETLDG-FILE
002257         INVALID KEY
002258             CONTINUE
002259         NOT INVALID KEY
002261             SET WS-ALREADY-GREETED TO TRUE
002262     END-READ.
002263 8200-CHECK-LEDGER-EXIT.
002264     EXIT.
002265*-----------------------------------------------------------------
002266* 8300-WRITE-LEDGER -- RECORD THE GREETING JUST DISPLAYED ON THE
002267*     GREETLDG LEDGER, WITH THE MODE THAT PRODUCED IT.  A
002268*     DUPLICATE KEY HERE MEANS THE SAME EMPLOYEE WAS REQUESTED
002269*     TWICE ON A FIRST-RUN LEDGER; IT AND ANY OTHER WRITE
002271*     FAILURE ARE REPORTED WITH RETURN CODE 0004.
002272*-----------------------------------------------------------------
002273 8300-WRITE-LEDGER.
002274     MOVE SPACES          TO GREETLDG-RECORD.
002275     MOVE GM-EMPLOYEE-ID  TO LD-KEY-EMPLOYEE-ID.
002276     MOVE WS-LEDGER-DATE  TO LD-KEY-DATE.
002277     MOVE "HELLONAM"      TO LD-KEY-PROGRAM.
002278     MOVE GR-TS-TIME OF WS-GREETREC TO LD-GREET-TIME.
002279     MOVE WS-JOB-NAME     TO LD-JOB-NAME.
002281     MOVE GM-DEPT-CODE    TO LD-DEPT-CODE.
002282     MOVE WS-EMP-LANG-CODE
002283                          TO LD-LANG-CODE.
002284     SET LD-MODE-ROLL-CALL TO TRUE.
002285     IF WS-REQUEST-MODE
002286         SET LD-MODE-REQUEST TO TRUE
002287     END-IF.
002288     IF WS-DEPT-MODE
002289         SET LD-MODE-DEPARTMENT TO TRUE
002291     END-IF.
002293     WRITE GREETLDG-RECORD
002295         INVALID KEY
002301             DISPLAY "HELLONAME - UNABLE TO WRITE GREETLDG FOR "
002302                 GM-EMPLOYEE-ID ", STATUS = "
002303                 WS-GREETLDG-FILE-STATUS
002304             MOVE 0004 TO WS-RETURN-CODE
002305     END-WRITE.
002306 8300-WRITE-LEDGER-EXIT.
002307     EXIT.
002308*-----------------------------------------------------------------
002309* 8900-WRITE-STEP-TIMING -- RECORD THE STEP ON THE SHARED
002311*     STEPTIME DATASET: JOB AND STEP NAME, START AND END DATE AND
002312*     TIME, RECORDS PROCESSED AND THE FINAL RETURN CODE.
002313*     PERFORMED AFTER 9000-TERMINATE SO THE RETURN CODE IS THE
002314*     ONE THE STEP ENDS WITH.  FILE STATUS 35 MEANS THE DATASET
002315*     HAS NEVER BEEN WRITTEN; IT IS OPENED OUTPUT TO CREATE IT.
002316*     THE KEY SEQUENCE IS COUNTED UP FROM ZERO BY
002317*     8910-WRITE-KEYED-TIMING UNTIL THE KEY IS UNIQUE.  THE
002318*     TIMING RECORD IS NOT PART OF THE STEP'S WORK, SO A FAILURE
002319*     HERE IS DISPLAYED BUT LEAVES THE RETURN CODE ALONE.
002320*-----------------------------------------------------------------
002321 8900-WRITE-STEP-TIMING.
002322     OPEN I-O STEPTIME-FILE.
002323     IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "35"
002324         OPEN OUTPUT STEPTIME-FILE
002325     END-IF.
002326     IF WS-STEPTIME-FILE-STATUS IS NOT EQUAL TO "00"
002327         DISPLAY "HELLONAME - UNABLE TO OPEN STEPTIME, "
002328             "STATUS = " WS-STEPTIME-FILE-STATUS
002329         GO TO 8900-WRITE-STEP-TIMING-EXIT
002330     END-IF.
002331     MOVE SPACES               TO STEPTIME-RECORD.
002332     MOVE WS-STEP-START-DATE   TO TM-KEY-START-DATE.
002333     MOVE WS-STEP-START-TIME   TO TM-KEY-START-TIME.
002334     MOVE "HELLONAM"           TO TM-KEY-PROGRAM.
002335     MOVE WS-JOB-NAME          TO TM-JOB-NAME.
002336     MOVE WS-CEE3JBN-STEP-NAME TO TM-STEP-NAME.
002337     ACCEPT TM-END-DATE FROM DATE YYYYMMDD.
002338     ACCEPT TM-END-TIME FROM TIME.
002339     MOVE WS-GREETED-COUNT TO TM-RECORD-COUNT.
002340     MOVE WS-RETURN-CODE       TO TM-RETURN-CODE.
002341     MOVE ZERO TO WS-STEP-SEQ.
002342     MOVE "N"  TO WS-STEP-WRITTEN-SW.
002343     PERFORM 8910-WRITE-KEYED-TIMING
002344         THRU 8910-WRITE-KEYED-TIMING-EXIT
002345         UNTIL WS-STEP-WRITTEN
002346         OR WS-STEP-SEQ IS GREATER THAN 9998.
002347     IF NOT WS-STEP-WRITTEN
002348         DISPLAY "HELLONAME - STEPTIME WRITE FAILED, "
002349             "STATUS = " WS-STEPTIME-FILE-STATUS
002350     END-IF.
002351     CLOSE STEPTIME-FILE.
002352 8900-WRITE-STEP-TIMING-EXIT.
002353     EXIT.
002354*-----------------------------------------------------------------
002355* 8910-WRITE-KEYED-TIMING -- TRY THE WRITE WITH THE CURRENT
002356*     SEQUENCE NUMBER; A DUPLICATE KEY BUMPS THE SEQUENCE AND THE
002357*     CALLER TRIES AGAIN.  ANY OTHER FAILURE ENDS THE RETRIES.
002358*-----------------------------------------------------------------
002359 8910-WRITE-KEYED-TIMING.
002360     MOVE WS-STEP-SEQ TO TM-KEY-SEQ.
002361     WRITE STEPTIME-RECORD
002362         INVALID KEY
002363             IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "22"
002364                 ADD 1 TO WS-STEP-SEQ
002365             ELSE
002366                 MOVE 9999 TO WS-STEP-SEQ
002367             END-IF
002368         NOT INVALID KEY
002369             SET WS-STEP-WRITTEN TO TRUE
002370     END-WRITE.
002371 8910-WRITE-KEYED-TIMING-EXIT.
002372     EXIT.
002200*-----------------------------------------------------------------
002210* 9000-TERMINATE -- CLOSE THE FILES AND SET RETURN CODE.
002220*-----------------------------------------------------------------
002292     IF WS-GREETLOG-OPEN-OK
002294         CLOSE GREETLOG-FILE
002296     END-IF.
002297     IF WS-GREETLDG-OPEN-OK
002298         CLOSE GREETLDG-FILE
002299     END-IF.
002300 9000-TERMINATE-EXIT.
002310     EXIT.
