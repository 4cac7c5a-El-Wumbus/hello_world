000100*****************************************************************
000110* PROGRAM:      HELLONGR
000120* AUTHOR:       AIDAN NEAL
000130* INSTALLATION: DATA CENTER - BATCH SYSTEMS GROUP
000140* DATE-WRITTEN: 10/15/2026
000150* DATE-COMPILED:
000160*-----------------------------------------------------------------
000170* PURPOSE.
000180*     NOT-GREETED REPORT.  LISTS EVERY ACTIVE EMPLOYEE ON THE
000190*     GREETING-MASTER WHO HAS NOT BEEN GREETED BY ANY GREETING
000200*     PROGRAM IN THE LAST N DAYS, BY DEPARTMENT, SO THE FLOOR
000210*     SUPERVISORS CAN SEE WHO THE ROLL-CALL HAS BEEN MISSING.
000220*     AN EMPLOYEE ON GREETMST IS ACTIVE -- HELLOHRX DELETES
000230*     TERMINATED EMPLOYEES FROM THE MASTER.
000240*
000250*     THE JOB SORTS GREETMST BY DEPARTMENT AND EMPLOYEE ID INTO
000260*     MSTSORT AHEAD OF THIS STEP.  FOR EACH EMPLOYEE THE
000270*     GREETLDG GREETING LEDGER, KEYED BY EMPLOYEE ID AND DATE,
000280*     IS POSITIONED WITH A KEYED START AT THE FIRST DAY OF THE
000290*     WINDOW; THE EMPLOYEE WAS GREETED IN THE WINDOW WHEN THE
000300*     FIRST RECORD FOUND THERE IS THEIRS AND IS DATED NO LATER
000310*     THAN THE RUN DATE.  THE WINDOW IS THE N DAYS ENDING ON
000320*     THE RUN DATE -- DAYS=1 MEANS THE RUN DATE ALONE.
000330*
000340*     PARM TOKENS, IN EITHER ORDER, BOTH OPTIONAL:
000350*         DAYS=NNN          WINDOW LENGTH, 1 TO 999 (DEFAULT 7)
000360*         RUNDATE=YYYYMMDD  LAST DAY OF THE WINDOW (DEFAULT
000370*                           TODAY)
000380*-----------------------------------------------------------------
000390* RETURN CODES.
000400*     0000  REPORT COMPLETE (EMPLOYEES LISTED OR NOT)
000410*     0004  GREETLDG HAS NEVER BEEN WRITTEN -- EVERY EMPLOYEE IS
000420*           LISTED AS NOT GREETED
000430*     0016  A FILE WOULD NOT OPEN, OR AN INVALID DAYS OR RUNDATE
000440*           PARM
000450*-----------------------------------------------------------------
000460* MODIFICATION HISTORY.
000470*     DATE       INIT  DESCRIPTION
000480*     ---------- ----  ------------------------------------------
000490*     10/15/2026 AN    ORIGINAL PROGRAM.
000491*     10/15/2026 AN    STEP START AND END NOW RECORDED ON THE
000492*                       SHARED STEPTIME DATASET (COPYBOOK
000493*                       GTIMREC) FOR THE HELLOTIM BATCH-WINDOW
000494*                       REPORT.
000495*     10/15/2026 AN    RUNDATE= PARM NOW EDITED AS A CALENDAR
000496*                       DATE -- A MONTH OUTSIDE 01-12 OR A DAY
000497*                       PAST THE END OF THE MONTH ENDS 0016
000498*                       BEFORE THE WINDOW IS WORKED OUT.
000500*****************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID.     HELLONGR.
000530 AUTHOR.         AIDAN NEAL.
000540 INSTALLATION.   DATA CENTER - BATCH SYSTEMS GROUP.
000550 DATE-WRITTEN.   10/15/2026.
000560 DATE-COMPILED.
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER. IBM-370.
000600 OBJECT-COMPUTER. IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT MSTSORT-FILE  ASSIGN TO MSTSORT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-MSTSORT-FILE-STATUS.
000660     SELECT GREETLDG-FILE ASSIGN TO GREETLDG
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS LD-LEDGER-KEY
000700         FILE STATUS IS WS-GREETLDG-FILE-STATUS.
000710     SELECT PRINT-FILE    ASSIGN TO HELLONGR
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-PRINT-FILE-STATUS.
000731     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000732         ORGANIZATION IS INDEXED
000733         ACCESS MODE IS RANDOM
000734         RECORD KEY IS TM-TIMING-KEY
000735         FILE STATUS IS WS-STEPTIME-FILE-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  MSTSORT-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790 01  MSTSORT-RECORD.
000800     COPY GMSTREC.
000810 FD  GREETLDG-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 01  GREETLDG-RECORD.
000850     COPY GLDGREC.
000860 FD  PRINT-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 01  PRINT-RECORD               PIC X(133).
000891 FD  STEPTIME-FILE
000892     RECORDING MODE IS F
000893     LABEL RECORDS ARE STANDARD.
000894 01  STEPTIME-RECORD.
000895     COPY GTIMREC.
000900 WORKING-STORAGE SECTION.
000910*-----------------------------------------------------------------
000920* SWITCHES AND COUNTERS.
000930*-----------------------------------------------------------------
000940 01  WS-SWITCHES.
000941     05  WS-STEP-WRITTEN-SW     PIC X(01) VALUE "N".
000942         88  WS-STEP-WRITTEN               VALUE "Y".
000950     05  WS-MSTSORT-EOF-SW      PIC X(01) VALUE "N".
000960         88  WS-MSTSORT-EOF                VALUE "Y".
000970     05  WS-MSTSORT-OPEN-SW     PIC X(01) VALUE "N".
000980         88  WS-MSTSORT-OPEN-OK            VALUE "Y".
000990     05  WS-GREETLDG-OPEN-SW    PIC X(01) VALUE "N".
001000         88  WS-GREETLDG-OPEN-OK           VALUE "Y".
001010     05  WS-PRINT-OPEN-SW       PIC X(01) VALUE "N".
001020         88  WS-PRINT-OPEN-OK              VALUE "Y".
001030     05  WS-PARM-OK-SW          PIC X(01) VALUE "N".
001040         88  WS-PARM-OK                    VALUE "Y".
001050     05  WS-GREETED-SW          PIC X(01) VALUE "N".
001060         88  WS-GREETED                    VALUE "Y".
001070     05  WS-FIRST-DEPT-SW       PIC X(01) VALUE "Y".
001080         88  WS-FIRST-DEPT                 VALUE "Y".
001090     05  WS-LEAP-SW             PIC X(01) VALUE "N".
001100         88  WS-LEAP-YEAR                  VALUE "Y".
001101     05  WS-RUNDATE-VALID-SW    PIC X(01) VALUE "N".
001102         88  WS-RUNDATE-VALID              VALUE "Y".
001110 01  WS-FILE-STATUSES.
001111     05  WS-STEPTIME-FILE-STATUS
001112                                PIC X(02) VALUE SPACES.
001120     05  WS-MSTSORT-FILE-STATUS PIC X(02) VALUE SPACES.
001130     05  WS-GREETLDG-FILE-STATUS
001140                                PIC X(02) VALUE SPACES.
001150     05  WS-PRINT-FILE-STATUS   PIC X(02) VALUE SPACES.
001160 01  WS-RETURN-CODE             PIC 9(04) VALUE ZERO.
001170 01  WS-MASTER-READ-COUNT       PIC 9(06) VALUE ZERO.
001180 01  WS-NOT-GREETED-COUNT       PIC 9(06) VALUE ZERO.
001190 01  WS-DEPT-COUNT              PIC 9(06) VALUE ZERO.
001200 01  WS-DEPT-EMP-COUNT          PIC 9(06) VALUE ZERO.
001210 01  WS-DEPT-NOT-GREETED-COUNT  PIC 9(06) VALUE ZERO.
001220 01  WS-CURRENT-DEPT            PIC X(03) VALUE SPACES.
001230 01  WS-TODAYS-DATE             PIC 9(08) VALUE ZERO.
001240*-----------------------------------------------------------------
001250* PARM CONTROL.  THE PARM IS UNSTRUNG INTO SPACE-DELIMITED
001260* TOKENS AND EACH ONE IS EDITED, THE SAME WAY HELLOANV EDITS
001270* ITS RUNDATE= AND MODE= TOKENS.
001280*-----------------------------------------------------------------
001290 01  WS-PARM-FIELD              PIC X(80) VALUE SPACES.
001300 01  WS-PARM-TOKEN-1            PIC X(20) VALUE SPACES.
001310 01  WS-PARM-TOKEN-2            PIC X(20) VALUE SPACES.
001320 01  WS-PARM-TOKEN              PIC X(20) VALUE SPACES.
001330 01  WS-RUNDATE-X               PIC X(08) VALUE SPACES.
001340 01  WS-RUNDATE                 PIC 9(08) VALUE ZERO.
001350 01  WS-DAYS-X                  PIC X(15) VALUE SPACES.
001360 01  WS-DAYS-LEN                PIC 9(02) COMP VALUE ZERO.
001370 01  WS-DAYS                    PIC 9(03) VALUE 7.
001380 01  WS-DAYS-BACK               PIC 9(03) VALUE ZERO.
001390*-----------------------------------------------------------------
001400* WINDOW DATE WORK AREA.  THE FIRST DAY OF THE WINDOW IS FOUND
001410* BY STEPPING BACK FROM THE RUN DATE ONE DAY AT A TIME,
001420* BORROWING FROM THE MONTH AND YEAR AS NEEDED.  A YEAR IS A
001430* LEAP YEAR WHEN IT DIVIDES BY FOUR, EXCEPT A CENTURY YEAR,
001440* WHICH MUST DIVIDE BY FOUR HUNDRED.
001450*-----------------------------------------------------------------
001460 01  WS-WINDOW-START            PIC 9(08) VALUE ZERO.
001470 01  WS-WINDOW-SPLIT REDEFINES WS-WINDOW-START.
001480     05  WS-WINDOW-YEAR         PIC 9(04).
001490     05  WS-WINDOW-MONTH        PIC 9(02).
001500     05  WS-WINDOW-DAY          PIC 9(02).
001510 01  WS-MONTH-DAYS-VALUES       PIC X(24)
001520                 VALUE "312831303130313130313031".
001530 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001540     05  WS-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
001550 01  WS-LEAP-QUOTIENT           PIC 9(04) VALUE ZERO.
001560 01  WS-LEAP-REMAINDER          PIC 9(04) VALUE ZERO.
001561 01  WS-MONTH-LENGTH            PIC 9(02) VALUE ZERO.
001570*-----------------------------------------------------------------
001580* REPORT PRINT CONTROL.
001590*-----------------------------------------------------------------
001600 01  WS-PAGE-NUMBER             PIC 9(04) VALUE ZERO.
001610 01  WS-LINE-COUNT              PIC 9(04) VALUE 99.
001620 01  WS-LINES-PER-PAGE          PIC 9(04) VALUE 55.
001630*-----------------------------------------------------------------
001640* REPORT LINE LAYOUTS.
001650*-----------------------------------------------------------------
001660 01  HL-HEADING-1.
001670     05  FILLER                 PIC X(01) VALUE "1".
001680     05  FILLER                 PIC X(10) VALUE SPACES.
001690     05  FILLER                 PIC X(40)
001700                 VALUE "EMPLOYEES NOT GREETED BY DEPARTMENT".
001710     05  FILLER                 PIC X(10) VALUE "PAGE ".
001720     05  HL-PAGE-NUMBER         PIC ZZZ9.
001730     05  FILLER                 PIC X(68) VALUE SPACES.
001740 01  HL-HEADING-2.
001750     05  FILLER                 PIC X(01) VALUE " ".
001760     05  FILLER                 PIC X(10) VALUE SPACES.
001770     05  FILLER                 PIC X(17)
001780                 VALUE "PROGRAM HELLONGR".
001790     05  FILLER                 PIC X(10) VALUE "RUN DATE ".
001800     05  HL-RUN-DATE            PIC 9(08).
001810     05  FILLER                 PIC X(10) VALUE "  WINDOW ".
001820     05  HL-WINDOW-START        PIC 9(08).
001830     05  FILLER                 PIC X(04) VALUE " TO ".
001840     05  HL-WINDOW-END          PIC 9(08).
001850     05  FILLER                 PIC X(57) VALUE SPACES.
001860 01  HL-HEADING-3.
001870     05  FILLER                 PIC X(01) VALUE "-".
001880     05  FILLER                 PIC X(10) VALUE SPACES.
001890     05  FILLER                 PIC X(06) VALUE "DEPT".
001900     05  FILLER                 PIC X(10) VALUE "EMP ID".
001910     05  FILLER                 PIC X(32) VALUE "NAME".
001920     05  FILLER                 PIC X(06) VALUE "LANG".
001930     05  FILLER                 PIC X(10) VALUE "HIRED".
001940     05  FILLER                 PIC X(58) VALUE SPACES.
001950 01  DL-DETAIL-LINE.
001960     05  FILLER                 PIC X(01) VALUE " ".
001970     05  FILLER                 PIC X(10) VALUE SPACES.
001980     05  DL-DEPT-CODE           PIC X(03).
001990     05  FILLER                 PIC X(03) VALUE SPACES.
002000     05  DL-EMPLOYEE-ID         PIC X(06).
002010     05  FILLER                 PIC X(04) VALUE SPACES.
002020     05  DL-FULL-NAME           PIC X(30).
002030     05  FILLER                 PIC X(02) VALUE SPACES.
002040     05  DL-LANG-CODE           PIC X(02).
002050     05  FILLER                 PIC X(04) VALUE SPACES.
002060     05  DL-HIRE-DATE           PIC X(08).
002070     05  FILLER                 PIC X(60) VALUE SPACES.
002080 01  SL-DEPT-LINE.
002090     05  FILLER                 PIC X(01) VALUE " ".
002100     05  FILLER                 PIC X(10) VALUE SPACES.
002110     05  FILLER                 PIC X(11) VALUE "DEPARTMENT ".
002120     05  SL-DEPT-CODE           PIC X(03).
002130     05  FILLER                 PIC X(14)
002140                 VALUE "  NOT GREETED ".
002150     05  SL-NOT-GREETED         PIC ZZZ,ZZ9.
002160     05  FILLER                 PIC X(04) VALUE " OF ".
002170     05  SL-EMP-COUNT           PIC ZZZ,ZZ9.
002180     05  FILLER                 PIC X(10) VALUE " EMPLOYEES".
002190     05  FILLER                 PIC X(66) VALUE SPACES.
002200 01  NL-NOTE-LINE.
002210     05  FILLER                 PIC X(01) VALUE "0".
002220     05  FILLER                 PIC X(10) VALUE SPACES.
002230     05  NL-NOTE-TEXT           PIC X(60).
002240     05  FILLER                 PIC X(62) VALUE SPACES.
002250 01  TL-TOTAL-LINE.
002260     05  FILLER                 PIC X(01) VALUE " ".
002270     05  FILLER                 PIC X(10) VALUE SPACES.
002280     05  TL-TOTAL-LABEL         PIC X(34).
002290     05  TL-TOTAL-COUNT         PIC ZZZ,ZZ9.
002300     05  FILLER                 PIC X(81) VALUE SPACES.
002310 01  FL-FOOTER.
002320     05  FILLER                 PIC X(01) VALUE "0".
002330     05  FILLER                 PIC X(10) VALUE SPACES.
002340     05  FILLER                 PIC X(14) VALUE "END OF REPORT".
002350     05  FILLER                 PIC X(12) VALUE "RUN DATE  ".
002360     05  FL-RUN-DATE            PIC 9(08).
002370     05  FILLER                 PIC X(88) VALUE SPACES.
002371*-----------------------------------------------------------------
002372* JOB NAME CONTROL -- THE JOB AND STEP NAMES ARE STAMPED ON THE
002373* STEPTIME RECORD.  THEY ARE OBTAINED AT RUN TIME FROM THE
002374* LANGUAGE ENVIRONMENT CEE3JBN CALLABLE SERVICE, THE SAME WAY
002375* HELLO-WORLD STAMPS ITS GREETLOG RECORDS.
002376*-----------------------------------------------------------------
002377 01  WS-CEE3JBN-JOBNAME.
002378     05  WS-CEE3JBN-JOB-LEN     PIC S9(04) COMP.
002379     05  WS-CEE3JBN-JOB-NAME    PIC X(08).
002381 01  WS-CEE3JBN-STEPNAME.
002382     05  WS-CEE3JBN-STEP-LEN    PIC S9(04) COMP.
002383     05  WS-CEE3JBN-STEP-NAME   PIC X(08).
002384 01  WS-CEE3JBN-PROCNAME.
002385     05  WS-CEE3JBN-PROC-LEN    PIC S9(04) COMP.
002386     05  WS-CEE3JBN-PROC-NAME   PIC X(08).
002387 01  WS-FEEDBACK-CODE.
002388     05  WS-FDBK-SEVERITY       PIC S9(04) COMP.
002389     05  WS-FDBK-MSG-NO         PIC S9(04) COMP.
002391     05  WS-FDBK-CASE-FACILITY  PIC X(01).
002392     05  WS-FDBK-SEV-CONTROL    PIC X(03).
002393     05  WS-FDBK-FACILITY-ID    PIC X(03).
002394     05  WS-FDBK-ISINFO         PIC X(01).
002395 01  WS-JOB-NAME                PIC X(08) VALUE "HELLONGR".
002396*-----------------------------------------------------------------
002397* STEP TIMING CONTROL -- THE DATE AND TIME THE STEP STARTED, HELD
002398* FOR THE STEPTIME RECORD WRITTEN AS THE STEP ENDS, AND THE KEY
002399* SEQUENCE THAT KEEPS THAT RECORD'S KEY UNIQUE.
002401*-----------------------------------------------------------------
002402 01  WS-STEP-START-DATE         PIC 9(08) VALUE ZERO.
002403 01  WS-STEP-START-TIME         PIC 9(08) VALUE ZERO.
002404 01  WS-STEP-SEQ                PIC 9(04) VALUE ZERO.
002380 LINKAGE SECTION.
002390 01  WS-PARM-AREA.
002400     05  WS-PARM-LENGTH         PIC S9(04) COMP.
002410     05  WS-PARM-TEXT           PIC X(80).
002420 PROCEDURE DIVISION USING WS-PARM-AREA.
002430*-----------------------------------------------------------------
002440* 0000-MAIN-CONTROL -- OVERALL SEQUENCE OF PROCESSING.
002450*-----------------------------------------------------------------
002460 0000-MAIN-CONTROL.
002461     PERFORM 0010-START-STEP-TIMING
002462         THRU 0010-START-STEP-TIMING-EXIT.
002463     PERFORM 0050-GET-JOB-NAME
002464         THRU 0050-GET-JOB-NAME-EXIT.
002470     PERFORM 0100-CHECK-PARM
002480         THRU 0100-CHECK-PARM-EXIT.
002490     IF WS-PARM-OK
002500         PERFORM 1000-INITIALIZE
002510             THRU 1000-INITIALIZE-EXIT
002520     END-IF.
002530     IF WS-PARM-OK AND WS-RETURN-CODE IS LESS THAN 0016
002540         PERFORM 2000-PROCESS-EMPLOYEE
002550             THRU 2000-PROCESS-EMPLOYEE-EXIT
002560             UNTIL WS-MSTSORT-EOF
002570         PERFORM 3000-FINALIZE
002580             THRU 3000-FINALIZE-EXIT
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
002650* 0100-CHECK-PARM -- EDIT THE OPTIONAL DAYS= AND RUNDATE=
002660*     TOKENS, THEN WORK OUT THE FIRST DAY OF THE WINDOW.  A
002670*     MALFORMED TOKEN STOPS THE RUN WITH 0016 BEFORE ANY FILE
002680*     IS OPENED.
002690*-----------------------------------------------------------------
002700 0100-CHECK-PARM.
002710     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
002720     MOVE WS-TODAYS-DATE TO WS-RUNDATE.
002730     SET WS-PARM-OK TO TRUE.
002740     MOVE SPACES TO WS-PARM-FIELD.
002750     IF WS-PARM-LENGTH IS GREATER THAN ZERO
002760         IF WS-PARM-LENGTH IS GREATER THAN 80
002770             MOVE 80 TO WS-PARM-LENGTH
002780         END-IF
002790         MOVE WS-PARM-TEXT (1:WS-PARM-LENGTH) TO WS-PARM-FIELD
002800     END-IF.
002810     IF WS-PARM-FIELD IS NOT EQUAL TO SPACES
002820         UNSTRING WS-PARM-FIELD DELIMITED BY SPACE
002830             INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
002840         MOVE WS-PARM-TOKEN-1 TO WS-PARM-TOKEN
002850         PERFORM 0110-CHECK-PARM-TOKEN
002860             THRU 0110-CHECK-PARM-TOKEN-EXIT
002870         MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN
002880         PERFORM 0110-CHECK-PARM-TOKEN
002890             THRU 0110-CHECK-PARM-TOKEN-EXIT
002900     END-IF.
002910     IF WS-PARM-OK
002920         MOVE WS-RUNDATE TO WS-WINDOW-START
002930         COMPUTE WS-DAYS-BACK = WS-DAYS - 1
002940         PERFORM 0200-BACK-ONE-DAY
002950             THRU 0200-BACK-ONE-DAY-EXIT
002960             WS-DAYS-BACK TIMES
002970     END-IF.
002980 0100-CHECK-PARM-EXIT.
002990     EXIT.
003000*-----------------------------------------------------------------
003010* 0110-CHECK-PARM-TOKEN -- EDIT ONE PARM TOKEN.  DAYS= MUST
003020*     CARRY ONE TO THREE DIGITS AND NOT BE ZERO; RUNDATE= MUST
003030*     CARRY A VALID DATE.  ANYTHING ELSE IS REJECTED.
003040*-----------------------------------------------------------------
003050 0110-CHECK-PARM-TOKEN.
003060     IF WS-PARM-TOKEN IS EQUAL TO SPACES
003070         GO TO 0110-CHECK-PARM-TOKEN-EXIT
003080     END-IF.
003090     IF WS-PARM-TOKEN (1:8) IS EQUAL TO "RUNDATE="
003100         MOVE WS-PARM-TOKEN (9:8) TO WS-RUNDATE-X
003110         PERFORM 0120-EDIT-RUNDATE
003120             THRU 0120-EDIT-RUNDATE-EXIT
003130         IF NOT WS-RUNDATE-VALID
003140             DISPLAY "HELLONGR - INVALID RUNDATE PARM, "
003150                 "EXPECTED RUNDATE=YYYYMMDD"
003160             MOVE "N" TO WS-PARM-OK-SW
003170             MOVE 0016 TO WS-RETURN-CODE
003180         END-IF
003190         GO TO 0110-CHECK-PARM-TOKEN-EXIT
003200     END-IF.
003210     IF WS-PARM-TOKEN (1:5) IS EQUAL TO "DAYS="
003220         MOVE SPACES TO WS-DAYS-X
003230         MOVE ZERO   TO WS-DAYS-LEN
003240         UNSTRING WS-PARM-TOKEN (6:15) DELIMITED BY SPACE
003250             INTO WS-DAYS-X COUNT IN WS-DAYS-LEN
003260         IF WS-DAYS-LEN IS GREATER THAN ZERO
003270             AND WS-DAYS-LEN IS LESS THAN 4
003280             AND WS-DAYS-X (1:WS-DAYS-LEN) IS NUMERIC
003290             MOVE WS-DAYS-X (1:WS-DAYS-LEN) TO WS-DAYS
003300         ELSE
003310             MOVE ZERO TO WS-DAYS
003320         END-IF
003330         IF WS-DAYS IS EQUAL TO ZERO
003340             DISPLAY "HELLONGR - INVALID DAYS PARM, "
003350                 "EXPECTED DAYS=1 TO DAYS=999"
003360             MOVE "N" TO WS-PARM-OK-SW
003370             MOVE 0016 TO WS-RETURN-CODE
003380         END-IF
003390         GO TO 0110-CHECK-PARM-TOKEN-EXIT
003400     END-IF.
003410     DISPLAY "HELLONGR - UNRECOGNIZED PARM TOKEN " WS-PARM-TOKEN
003420         ", EXPECTED DAYS=NNN OR RUNDATE=YYYYMMDD".
003430     MOVE "N" TO WS-PARM-OK-SW.
003440     MOVE 0016 TO WS-RETURN-CODE.
003450 0110-CHECK-PARM-TOKEN-EXIT.
003460     EXIT.
003461*-----------------------------------------------------------------
003462* 0120-EDIT-RUNDATE -- IS THE RUNDATE= VALUE A CALENDAR DATE?  IT
003463*     MUST BE EIGHT DIGITS, THE MONTH 01-12 AND THE DAY NO LATER
003464*     THAN THE LAST DAY OF THAT MONTH IN THAT YEAR -- THE SAME
003465*     EDIT HELLOSCH MAKES ON GREETSCH DATES.  THE WINDOW DATE
003466*     FIELDS ARE THE WORK AREA; A VALID DATE IS LEFT IN
003467*     WS-RUNDATE.
003468*-----------------------------------------------------------------
003469 0120-EDIT-RUNDATE.
003471     MOVE "N" TO WS-RUNDATE-VALID-SW.
003472     IF WS-RUNDATE-X IS NOT NUMERIC
003473         GO TO 0120-EDIT-RUNDATE-EXIT
003474     END-IF.
003475     MOVE WS-RUNDATE-X TO WS-WINDOW-START.
003476     IF WS-WINDOW-MONTH IS LESS THAN 01
003477         OR WS-WINDOW-MONTH IS GREATER THAN 12
003478         GO TO 0120-EDIT-RUNDATE-EXIT
003479     END-IF.
003481     MOVE WS-MONTH-DAYS (WS-WINDOW-MONTH) TO WS-MONTH-LENGTH.
003482     IF WS-WINDOW-MONTH IS EQUAL TO 2
003483         PERFORM 0210-SET-LEAP-YEAR
003484             THRU 0210-SET-LEAP-YEAR-EXIT
003485         IF WS-LEAP-YEAR
003486             MOVE 29 TO WS-MONTH-LENGTH
003487         END-IF
003488     END-IF.
003489     IF WS-WINDOW-DAY IS LESS THAN 01
003491         OR WS-WINDOW-DAY IS GREATER THAN WS-MONTH-LENGTH
003492         GO TO 0120-EDIT-RUNDATE-EXIT
003493     END-IF.
003494     MOVE WS-WINDOW-START TO WS-RUNDATE.
003495     SET WS-RUNDATE-VALID TO TRUE.
003496 0120-EDIT-RUNDATE-EXIT.
003497     EXIT.
003470*-----------------------------------------------------------------
003480* 0200-BACK-ONE-DAY -- STEP WS-WINDOW-START BACK ONE CALENDAR
003490*     DAY.  THE FIRST OF A MONTH BECOMES THE LAST DAY OF THE
003500*     MONTH BEFORE, AND JANUARY 1ST BECOMES DECEMBER 31ST OF
003510*     THE YEAR BEFORE.
003520*-----------------------------------------------------------------
003530 0200-BACK-ONE-DAY.
003540     IF WS-WINDOW-DAY IS GREATER THAN 1
003550         SUBTRACT 1 FROM WS-WINDOW-DAY
003560         GO TO 0200-BACK-ONE-DAY-EXIT
003570     END-IF.
003580     IF WS-WINDOW-MONTH IS GREATER THAN 1
003590         SUBTRACT 1 FROM WS-WINDOW-MONTH
003600     ELSE
003610         SUBTRACT 1 FROM WS-WINDOW-YEAR
003620         MOVE 12 TO WS-WINDOW-MONTH
003630     END-IF.
003640     MOVE WS-MONTH-DAYS (WS-WINDOW-MONTH) TO WS-WINDOW-DAY.
003650     IF WS-WINDOW-MONTH IS EQUAL TO 2
003660         PERFORM 0210-SET-LEAP-YEAR
003670             THRU 0210-SET-LEAP-YEAR-EXIT
003680         IF WS-LEAP-YEAR
003690             MOVE 29 TO WS-WINDOW-DAY
003700         END-IF
003710     END-IF.
003720 0200-BACK-ONE-DAY-EXIT.
003730     EXIT.
003740*-----------------------------------------------------------------
003750* 0210-SET-LEAP-YEAR -- SETTLE WHETHER THE WINDOW YEAR IS A LEAP
003760*     YEAR, BY THE SAME RULE HELLOANV APPLIES TO ITS RUN YEAR.
003770*-----------------------------------------------------------------
003780 0210-SET-LEAP-YEAR.
003790     MOVE "N" TO WS-LEAP-SW.
003800     DIVIDE WS-WINDOW-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
003810         REMAINDER WS-LEAP-REMAINDER.
003820     IF WS-LEAP-REMAINDER IS EQUAL TO ZERO
003830         SET WS-LEAP-YEAR TO TRUE
003840     END-IF.
003850     DIVIDE WS-WINDOW-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
003860         REMAINDER WS-LEAP-REMAINDER.
003870     IF WS-LEAP-REMAINDER IS EQUAL TO ZERO
003880         MOVE "N" TO WS-LEAP-SW
003890         DIVIDE WS-WINDOW-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
003900             REMAINDER WS-LEAP-REMAINDER
003910         IF WS-LEAP-REMAINDER IS EQUAL TO ZERO
003920             SET WS-LEAP-YEAR TO TRUE
003930         END-IF
003940     END-IF.
003950 0210-SET-LEAP-YEAR-EXIT.
003960     EXIT.
003970*-----------------------------------------------------------------
003980* 1000-INITIALIZE -- OPEN THE SORTED MASTER, THE LEDGER AND THE
003990*     REPORT, AND PRIME THE FIRST READ.  STATUS 35 ON GREETLDG
004000*     MEANS THE LEDGER HAS NEVER BEEN WRITTEN; THE REPORT STILL
004010*     RUNS, LISTS EVERYONE AND ENDS 0004.
004020*-----------------------------------------------------------------
004030 1000-INITIALIZE.
004040     OPEN INPUT MSTSORT-FILE.
004050     IF WS-MSTSORT-FILE-STATUS IS EQUAL TO "00"
004060         SET WS-MSTSORT-OPEN-OK TO TRUE
004070     ELSE
004080         DISPLAY "HELLONGR - UNABLE TO OPEN MSTSORT, "
004090             "STATUS = " WS-MSTSORT-FILE-STATUS
004100         MOVE 0016 TO WS-RETURN-CODE
004110         GO TO 1000-INITIALIZE-EXIT
004120     END-IF.
004130     OPEN INPUT GREETLDG-FILE.
004140     IF WS-GREETLDG-FILE-STATUS IS EQUAL TO "00"
004150         SET WS-GREETLDG-OPEN-OK TO TRUE
004160     ELSE
004170         IF WS-GREETLDG-FILE-STATUS IS EQUAL TO "35"
004180             DISPLAY "HELLONGR - GREETLDG HAS NEVER BEEN "
004190                 "WRITTEN, EVERY EMPLOYEE IS LISTED"
004200             MOVE 0004 TO WS-RETURN-CODE
004210         ELSE
004220             DISPLAY "HELLONGR - UNABLE TO OPEN GREETLDG, "
004230                 "STATUS = " WS-GREETLDG-FILE-STATUS
004240             MOVE 0016 TO WS-RETURN-CODE
004250             GO TO 1000-INITIALIZE-EXIT
004260         END-IF
004270     END-IF.
004280     OPEN OUTPUT PRINT-FILE.
004290     IF WS-PRINT-FILE-STATUS IS EQUAL TO "00"
004300         SET WS-PRINT-OPEN-OK TO TRUE
004310     ELSE
004320         DISPLAY "HELLONGR - UNABLE TO OPEN HELLONGR, "
004330             "STATUS = " WS-PRINT-FILE-STATUS
004340         MOVE 0016 TO WS-RETURN-CODE
004350         GO TO 1000-INITIALIZE-EXIT
004360     END-IF.
004370     PERFORM 2100-READ-MASTER
004380         THRU 2100-READ-MASTER-EXIT.
004390 1000-INITIALIZE-EXIT.
004400     EXIT.
004410*-----------------------------------------------------------------
004420* 2000-PROCESS-EMPLOYEE -- CHECK ONE EMPLOYEE AGAINST THE
004430*     LEDGER AND LIST THEM IF THEY WERE NOT GREETED IN THE
004440*     WINDOW.  A CHANGE OF DEPARTMENT CLOSES OFF THE PREVIOUS
004450*     DEPARTMENT WITH ITS SUBTOTAL LINE.
004460*-----------------------------------------------------------------
004470 2000-PROCESS-EMPLOYEE.
004480     IF WS-FIRST-DEPT
004490         OR GM-DEPT-CODE IS NOT EQUAL TO WS-CURRENT-DEPT
004500         PERFORM 2300-DEPT-BREAK
004510             THRU 2300-DEPT-BREAK-EXIT
004520     END-IF.
004530     ADD 1 TO WS-MASTER-READ-COUNT.
004540     ADD 1 TO WS-DEPT-EMP-COUNT.
004550     PERFORM 2200-CHECK-LEDGER
004560         THRU 2200-CHECK-LEDGER-EXIT.
004570     IF NOT WS-GREETED
004580         ADD 1 TO WS-NOT-GREETED-COUNT
004590         ADD 1 TO WS-DEPT-NOT-GREETED-COUNT
004600         PERFORM 2400-PRINT-EMPLOYEE
004610             THRU 2400-PRINT-EMPLOYEE-EXIT
004620     END-IF.
004630     PERFORM 2100-READ-MASTER
004640         THRU 2100-READ-MASTER-EXIT.
004650 2000-PROCESS-EMPLOYEE-EXIT.
004660     EXIT.
004670*-----------------------------------------------------------------
004680* 2100-READ-MASTER -- READ THE NEXT SORTED MASTER RECORD.
004690*-----------------------------------------------------------------
004700 2100-READ-MASTER.
004710     READ MSTSORT-FILE
004720         AT END
004730             SET WS-MSTSORT-EOF TO TRUE
004740     END-READ.
004750 2100-READ-MASTER-EXIT.
004760     EXIT.
004770*-----------------------------------------------------------------
004780* 2200-CHECK-LEDGER -- POSITION THE LEDGER AT THIS EMPLOYEE AND
004790*     THE FIRST DAY OF THE WINDOW.  THE EMPLOYEE WAS GREETED IN
004800*     THE WINDOW WHEN THE NEXT RECORD IS THEIRS AND IS DATED NO
004810*     LATER THAN THE RUN DATE.
004820*-----------------------------------------------------------------
004830 2200-CHECK-LEDGER.
004840     MOVE "N" TO WS-GREETED-SW.
004850     IF NOT WS-GREETLDG-OPEN-OK
004860         GO TO 2200-CHECK-LEDGER-EXIT
004870     END-IF.
004880     MOVE GM-EMPLOYEE-ID  TO LD-KEY-EMPLOYEE-ID.
004890     MOVE WS-WINDOW-START TO LD-KEY-DATE.
004900     MOVE LOW-VALUES      TO LD-KEY-PROGRAM.
004910     START GREETLDG-FILE KEY IS NOT LESS THAN LD-LEDGER-KEY
004920         INVALID KEY
004930             GO TO 2200-CHECK-LEDGER-EXIT
004940     END-START.
004950     READ GREETLDG-FILE NEXT RECORD
004960         AT END
004970             GO TO 2200-CHECK-LEDGER-EXIT
004980     END-READ.
004990     IF LD-KEY-EMPLOYEE-ID IS EQUAL TO GM-EMPLOYEE-ID
005000         AND LD-KEY-DATE IS NOT GREATER THAN WS-RUNDATE
005010         SET WS-GREETED TO TRUE
005020     END-IF.
005030 2200-CHECK-LEDGER-EXIT.
005040     EXIT.
005050*-----------------------------------------------------------------
005060* 2300-DEPT-BREAK -- CLOSE OFF THE PREVIOUS DEPARTMENT, IF ANY,
005070*     AND START COUNTING THE NEW ONE.
005080*-----------------------------------------------------------------
005090 2300-DEPT-BREAK.
005100     IF NOT WS-FIRST-DEPT
005110         PERFORM 2310-PRINT-DEPT-TOTAL
005120             THRU 2310-PRINT-DEPT-TOTAL-EXIT
005130     END-IF.
005140     MOVE "N" TO WS-FIRST-DEPT-SW.
005150     MOVE GM-DEPT-CODE TO WS-CURRENT-DEPT.
005160     MOVE ZERO TO WS-DEPT-EMP-COUNT.
005170     MOVE ZERO TO WS-DEPT-NOT-GREETED-COUNT.
005180     ADD 1 TO WS-DEPT-COUNT.
005190 2300-DEPT-BREAK-EXIT.
005200     EXIT.
005210*-----------------------------------------------------------------
005220* 2310-PRINT-DEPT-TOTAL -- PRINT THE DEPARTMENT SUBTOTAL LINE
005230*     FOLLOWED BY A BLANK LINE.  EVERY DEPARTMENT GETS ONE, SO A
005240*     DEPARTMENT WHERE EVERYONE WAS GREETED SHOWS ZERO.
005250*-----------------------------------------------------------------
005260 2310-PRINT-DEPT-TOTAL.
005270     MOVE WS-CURRENT-DEPT TO SL-DEPT-CODE.
005280     IF WS-CURRENT-DEPT IS EQUAL TO SPACES
005290         MOVE "---" TO SL-DEPT-CODE
005300     END-IF.
005310     MOVE WS-DEPT-NOT-GREETED-COUNT TO SL-NOT-GREETED.
005320     MOVE WS-DEPT-EMP-COUNT TO SL-EMP-COUNT.
005330     MOVE SL-DEPT-LINE TO PRINT-RECORD.
005340     PERFORM 4100-WRITE-LINE
005350         THRU 4100-WRITE-LINE-EXIT.
005360     MOVE SPACES TO PRINT-RECORD.
005370     PERFORM 4100-WRITE-LINE
005380         THRU 4100-WRITE-LINE-EXIT.
005390 2310-PRINT-DEPT-TOTAL-EXIT.
005400     EXIT.
005410*-----------------------------------------------------------------
005420* 2400-PRINT-EMPLOYEE -- LIST ONE EMPLOYEE NOT GREETED IN THE
005430*     WINDOW.  A BLANK DEPARTMENT PRINTS AS "---".
005440*-----------------------------------------------------------------
005450 2400-PRINT-EMPLOYEE.
005460     MOVE SPACES          TO DL-DETAIL-LINE.
005470     MOVE GM-DEPT-CODE    TO DL-DEPT-CODE.
005480     IF GM-DEPT-CODE IS EQUAL TO SPACES
005490         MOVE "---"       TO DL-DEPT-CODE
005500     END-IF.
005510     MOVE GM-EMPLOYEE-ID  TO DL-EMPLOYEE-ID.
005520     MOVE GM-FULL-NAME    TO DL-FULL-NAME.
005530     MOVE GM-LANG-CODE    TO DL-LANG-CODE.
005540     IF GM-HIRE-DATE IS NUMERIC
005550         MOVE GM-HIRE-DATE TO DL-HIRE-DATE
005560     END-IF.
005570     MOVE DL-DETAIL-LINE  TO PRINT-RECORD.
005580     PERFORM 4100-WRITE-LINE
005590         THRU 4100-WRITE-LINE-EXIT.
005600 2400-PRINT-EMPLOYEE-EXIT.
005610     EXIT.
005620*-----------------------------------------------------------------
005630* 3000-FINALIZE -- CLOSE OFF THE LAST DEPARTMENT AND PRINT THE
005640*     CONTROL TOTALS AND FOOTER.
005650*-----------------------------------------------------------------
005660 3000-FINALIZE.
005670     IF NOT WS-FIRST-DEPT
005680         PERFORM 2310-PRINT-DEPT-TOTAL
005690             THRU 2310-PRINT-DEPT-TOTAL-EXIT
005700     END-IF.
005710     IF WS-MASTER-READ-COUNT IS EQUAL TO ZERO
005720         MOVE SPACES TO NL-NOTE-TEXT
005730         MOVE "NO EMPLOYEES ON GREETMST"
005740             TO NL-NOTE-TEXT
005750         MOVE NL-NOTE-LINE TO PRINT-RECORD
005760         PERFORM 4100-WRITE-LINE
005770             THRU 4100-WRITE-LINE-EXIT
005780     END-IF.
005790     IF NOT WS-GREETLDG-OPEN-OK
005800         MOVE SPACES TO NL-NOTE-TEXT
005810         MOVE "GREETLDG HAS NEVER BEEN WRITTEN - EVERYONE LISTED"
005820             TO NL-NOTE-TEXT
005830         MOVE NL-NOTE-LINE TO PRINT-RECORD
005840         PERFORM 4100-WRITE-LINE
005850             THRU 4100-WRITE-LINE-EXIT
005860     END-IF.
005870     MOVE SPACES TO PRINT-RECORD.
005880     PERFORM 4100-WRITE-LINE
005890         THRU 4100-WRITE-LINE-EXIT.
005900     MOVE "DAYS IN WINDOW                   " TO TL-TOTAL-LABEL.
005910     MOVE WS-DAYS TO TL-TOTAL-COUNT.
005920     PERFORM 3100-PRINT-TOTAL
005930         THRU 3100-PRINT-TOTAL-EXIT.
005940     MOVE "DEPARTMENTS                      " TO TL-TOTAL-LABEL.
005950     MOVE WS-DEPT-COUNT TO TL-TOTAL-COUNT.
005960     PERFORM 3100-PRINT-TOTAL
005970         THRU 3100-PRINT-TOTAL-EXIT.
005980     MOVE "EMPLOYEES ON GREETMST            " TO TL-TOTAL-LABEL.
005990     MOVE WS-MASTER-READ-COUNT TO TL-TOTAL-COUNT.
006000     PERFORM 3100-PRINT-TOTAL
006010         THRU 3100-PRINT-TOTAL-EXIT.
006020     MOVE "EMPLOYEES NOT GREETED IN WINDOW  " TO TL-TOTAL-LABEL.
006030     MOVE WS-NOT-GREETED-COUNT TO TL-TOTAL-COUNT.
006040     PERFORM 3100-PRINT-TOTAL
006050         THRU 3100-PRINT-TOTAL-EXIT.
006060     MOVE WS-TODAYS-DATE TO FL-RUN-DATE.
006070     MOVE FL-FOOTER TO PRINT-RECORD.
006080     PERFORM 4100-WRITE-LINE
006090         THRU 4100-WRITE-LINE-EXIT.
006100     DISPLAY "HELLONGR - EMPLOYEES NOT GREETED IN "
006110         WS-DAYS " DAYS " WS-NOT-GREETED-COUNT.
006120 3000-FINALIZE-EXIT.
006130     EXIT.
006140*-----------------------------------------------------------------
006150* 3100-PRINT-TOTAL -- WRITE ONE CONTROL TOTAL LINE.
006160*-----------------------------------------------------------------
006170 3100-PRINT-TOTAL.
006180     MOVE TL-TOTAL-LINE TO PRINT-RECORD.
006190     PERFORM 4100-WRITE-LINE
006200         THRU 4100-WRITE-LINE-EXIT.
006210 3100-PRINT-TOTAL-EXIT.
006220     EXIT.
006230*-----------------------------------------------------------------
006240* 4000-PRINT-HEADINGS -- START A NEW PAGE WITH THE STANDARD
006250*     REPORT HEADING LINES.
006260*-----------------------------------------------------------------
006270 4000-PRINT-HEADINGS.
006280     ADD 1 TO WS-PAGE-NUMBER.
006290     MOVE WS-PAGE-NUMBER  TO HL-PAGE-NUMBER.
006300     MOVE WS-TODAYS-DATE  TO HL-RUN-DATE.
006310     MOVE WS-WINDOW-START TO HL-WINDOW-START.
006320     MOVE WS-RUNDATE      TO HL-WINDOW-END.
006330     WRITE PRINT-RECORD FROM HL-HEADING-1.
006340     WRITE PRINT-RECORD FROM HL-HEADING-2.
006350     WRITE PRINT-RECORD FROM HL-HEADING-3.
006360     MOVE 3 TO WS-LINE-COUNT.
006370 4000-PRINT-HEADINGS-EXIT.
006380     EXIT.
006390*-----------------------------------------------------------------
006400* 4100-WRITE-LINE -- WRITE ONE REPORT LINE, STARTING A NEW PAGE
006410*     WHEN THE CURRENT PAGE IS FULL.
006420*-----------------------------------------------------------------
006430 4100-WRITE-LINE.
006440     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL
006450         TO WS-LINES-PER-PAGE
006460         PERFORM 4000-PRINT-HEADINGS
006470             THRU 4000-PRINT-HEADINGS-EXIT
006480     END-IF.
006490     WRITE PRINT-RECORD.
006500     ADD 1 TO WS-LINE-COUNT.
006510 4100-WRITE-LINE-EXIT.
006520     EXIT.
006521*-----------------------------------------------------------------
006522* 8900-WRITE-STEP-TIMING -- RECORD THE STEP ON THE SHARED
006523*     STEPTIME DATASET: JOB AND STEP NAME, START AND END DATE AND
006524*     TIME, RECORDS PROCESSED AND THE FINAL RETURN CODE.
006525*     PERFORMED AFTER 9000-TERMINATE SO THE RETURN CODE IS THE
006526*     ONE THE STEP ENDS WITH.  FILE STATUS 35 MEANS THE DATASET
006527*     HAS NEVER BEEN WRITTEN; IT IS OPENED OUTPUT TO CREATE IT.
006528*     THE KEY SEQUENCE IS COUNTED UP FROM ZERO BY
006529*     8910-WRITE-KEYED-TIMING UNTIL THE KEY IS UNIQUE.  THE
006531*     TIMING RECORD IS NOT PART OF THE STEP'S WORK, SO A FAILURE
006532*     HERE IS DISPLAYED BUT LEAVES THE RETURN CODE ALONE.
006533*-----------------------------------------------------------------
006534 8900-WRITE-STEP-TIMING.
006535     OPEN I-O STEPTIME-FILE.
006536     IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "35"
006537         OPEN OUTPUT STEPTIME-FILE
006538     END-IF.
006539     IF WS-STEPTIME-FILE-STATUS IS NOT EQUAL TO "00"
006541         DISPLAY "HELLONGR - UNABLE TO OPEN STEPTIME, "
006542             "STATUS = " WS-STEPTIME-FILE-STATUS
006543         GO TO 8900-WRITE-STEP-TIMING-EXIT
006544     END-IF.
006545     MOVE SPACES               TO STEPTIME-RECORD.
006546     MOVE WS-STEP-START-DATE   TO TM-KEY-START-DATE.
006547     MOVE WS-STEP-START-TIME   TO TM-KEY-START-TIME.
006548     MOVE "HELLONGR"           TO TM-KEY-PROGRAM.
006549     MOVE WS-JOB-NAME          TO TM-JOB-NAME.
006551     MOVE WS-CEE3JBN-STEP-NAME TO TM-STEP-NAME.
006552     ACCEPT TM-END-DATE FROM DATE YYYYMMDD.
006553     ACCEPT TM-END-TIME FROM TIME.
006554     MOVE WS-MASTER-READ-COUNT TO TM-RECORD-COUNT.
006555     MOVE WS-RETURN-CODE       TO TM-RETURN-CODE.
006556     MOVE ZERO TO WS-STEP-SEQ.
006557     MOVE "N"  TO WS-STEP-WRITTEN-SW.
006558     PERFORM 8910-WRITE-KEYED-TIMING
006559         THRU 8910-WRITE-KEYED-TIMING-EXIT
006561         UNTIL WS-STEP-WRITTEN
006562         OR WS-STEP-SEQ IS GREATER THAN 9998.
006563     IF NOT WS-STEP-WRITTEN
006564         DISPLAY "HELLONGR - STEPTIME WRITE FAILED, "
006565             "STATUS = " WS-STEPTIME-FILE-STATUS
006566     END-IF.
006567     CLOSE STEPTIME-FILE.
006568 8900-WRITE-STEP-TIMING-EXIT.
006569     EXIT.
006571*-----------------------------------------------------------------
006572* 8910-WRITE-KEYED-TIMING -- TRY THE WRITE WITH THE CURRENT
006573*     SEQUENCE NUMBER; A DUPLICATE KEY BUMPS THE SEQUENCE AND THE
006574*     CALLER TRIES AGAIN.  ANY OTHER FAILURE ENDS THE RETRIES.
006575*-----------------------------------------------------------------
006576 8910-WRITE-KEYED-TIMING.
006577     MOVE WS-STEP-SEQ TO TM-KEY-SEQ.
006578     WRITE STEPTIME-RECORD
006579         INVALID KEY
006581             IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "22"
006582                 ADD 1 TO WS-STEP-SEQ
006583             ELSE
006584                 MOVE 9999 TO WS-STEP-SEQ
006585             END-IF
006586         NOT INVALID KEY
006587             SET WS-STEP-WRITTEN TO TRUE
006588     END-WRITE.
006589 8910-WRITE-KEYED-TIMING-EXIT.
006591     EXIT.
006530*-----------------------------------------------------------------
006540* 9000-TERMINATE -- CLOSE FILES.
006550*-----------------------------------------------------------------
006560 9000-TERMINATE.
006570     IF WS-MSTSORT-OPEN-OK
006580         CLOSE MSTSORT-FILE
006590     END-IF.
006600     IF WS-GREETLDG-OPEN-OK
006610         CLOSE GREETLDG-FILE
006620     END-IF.
006630     IF WS-PRINT-OPEN-OK
006640         CLOSE PRINT-FILE
006650     END-IF.
006660 9000-TERMINATE-EXIT.
006670     EXIT.
