000100*****************************************************************
000110* PROGRAM:      HELLOTIM
000120* AUTHOR:       AIDAN NEAL
000130* INSTALLATION: DATA CENTER - BATCH SYSTEMS GROUP
000140* DATE-WRITTEN: 10/15/2026
000150* DATE-COMPILED:
000160*-----------------------------------------------------------------
000170* PURPOSE.
000180*     BATCH-WINDOW REPORT.  EVERY BATCH PROGRAM IN THE GREETING
000190*     SYSTEM WRITES ONE RECORD TO THE SHARED STEPTIME DATASET
000200*     (COPYBOOK GTIMREC) AS ITS STEP ENDS.  THIS REPORT LISTS
000210*     EACH STEP THAT STARTED IN A DATE RANGE, DAY BY DAY, WITH
000220*     ITS START AND END TIME, ELAPSED TIME, RECORDS PROCESSED
000230*     AND RETURN CODE, AND SETS THE ELAPSED TIME AGAINST THE
000240*     AVERAGE OF THE SAME JOB, STEP AND PROGRAM OVER THE 30
000250*     DAYS BEFORE THE DAY IT RAN.  EACH DAY CLOSES WITH A
000260*     BATCH-WINDOW LINE -- FIRST START, LAST END AND THE TIME
000270*     BETWEEN THEM.
000280*
000290*     THRESHOLDS COME FROM CONTROL CARDS ON TIMCTL, ONE PER
000300*     PROGRAM, PLUS AN OPTIONAL DEFAULT CARD FOR PROGRAMS WITH
000310*     NO CARD OF THEIR OWN:
000320*         COLS  1-8   PROGRAM NAME, OR DEFAULT
000330*         COLS 10-15  MAXIMUM ELAPSED SECONDS (000000 = NONE)
000340*         COLS 17-19  MAXIMUM PERCENT OF THE 30-DAY AVERAGE
000350*                     (000 = NONE)
000360*     A CARD WITH AN ASTERISK IN COLUMN 1 IS A COMMENT.  A STEP
000370*     OVER EITHER LIMIT IS FLAGGED ON THE REPORT AND ON SYSOUT.
000380*     THE PERCENT CHECK NEEDS AT LEAST ONE EARLIER RUN IN THE
000390*     30 DAYS TO AVERAGE.
000400*
000410*     ELAPSED TIMES ARE KEPT IN HUNDREDTHS OF A SECOND.  A STEP
000420*     THAT ENDS ON A LATER DAY THAN IT STARTED IS TAKEN TO HAVE
000430*     RUN PAST ONE MIDNIGHT.
000440*
000450*     PARM TOKENS, IN EITHER ORDER, BOTH OPTIONAL:
000460*         FROM=YYYYMMDD  FIRST DAY REPORTED (DEFAULT THE TO DATE)
000470*         TO=YYYYMMDD    LAST DAY REPORTED (DEFAULT TODAY)
000480*-----------------------------------------------------------------
000490* RETURN CODES.
000500*     0000  REPORT COMPLETE, NO STEP OVER A THRESHOLD
000510*     0004  A CONTROL CARD WAS REJECTED, STEPTIME HAS NEVER
000520*           BEEN WRITTEN, OR THE STEP TABLE FILLED AND THE
000530*           LATER STEPS WERE NOT REPORTED
000540*     0008  ONE OR MORE STEPS RAN OVER A THRESHOLD
000550*     0016  AN INVALID PARM OR A FILE WOULD NOT OPEN
000560*-----------------------------------------------------------------
000570* MODIFICATION HISTORY.
000580*     DATE       INIT  DESCRIPTION
000590*     ---------- ----  ------------------------------------------
000600*     10/15/2026 AN    ORIGINAL PROGRAM.
000610*****************************************************************
000620 IDENTIFICATION DIVISION.
000630 PROGRAM-ID.     HELLOTIM.
000640 AUTHOR.         AIDAN NEAL.
000650 INSTALLATION.   DATA CENTER - BATCH SYSTEMS GROUP.
000660 DATE-WRITTEN.   10/15/2026.
000670 DATE-COMPILED.
000680 ENVIRONMENT DIVISION.
000690 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER. IBM-370.
000710 OBJECT-COMPUTER. IBM-370.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS TM-TIMING-KEY
000780         FILE STATUS IS WS-STEPTIME-FILE-STATUS.
000790     SELECT TIMCTL-FILE   ASSIGN TO TIMCTL
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-TIMCTL-FILE-STATUS.
000820     SELECT PRINT-FILE    ASSIGN TO HELLOTIM
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-PRINT-FILE-STATUS.
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  STEPTIME-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 01  STEPTIME-RECORD.
000910     COPY GTIMREC.
000920 FD  TIMCTL-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 01  TIMCTL-RECORD.
000960     05  CT-PROGRAM             PIC X(08).
000970     05  FILLER                 PIC X(01).
000980     05  CT-MAX-SECONDS-X       PIC X(06).
000990     05  CT-MAX-SECONDS REDEFINES CT-MAX-SECONDS-X
001000                                PIC 9(06).
001010     05  FILLER                 PIC X(01).
001020     05  CT-MAX-PERCENT-X       PIC X(03).
001030     05  CT-MAX-PERCENT REDEFINES CT-MAX-PERCENT-X
001040                                PIC 9(03).
001050     05  FILLER                 PIC X(61).
001060 FD  PRINT-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090 01  PRINT-RECORD               PIC X(133).
001100 WORKING-STORAGE SECTION.
001110*-----------------------------------------------------------------
001120* SWITCHES AND COUNTERS.
001130*-----------------------------------------------------------------
001140 01  WS-SWITCHES.
001150     05  WS-STEP-WRITTEN-SW     PIC X(01) VALUE "N".
001160         88  WS-STEP-WRITTEN               VALUE "Y".
001170     05  WS-STEPTIME-EOF-SW     PIC X(01) VALUE "N".
001180         88  WS-STEPTIME-EOF               VALUE "Y".
001190     05  WS-STEPTIME-OPEN-SW    PIC X(01) VALUE "N".
001200         88  WS-STEPTIME-OPEN-OK           VALUE "Y".
001210     05  WS-STEPTIME-NEW-SW     PIC X(01) VALUE "N".
001220         88  WS-STEPTIME-NEW               VALUE "Y".
001230     05  WS-TIMCTL-EOF-SW       PIC X(01) VALUE "N".
001240         88  WS-TIMCTL-EOF                 VALUE "Y".
001250     05  WS-TIMCTL-OPEN-SW      PIC X(01) VALUE "N".
001260         88  WS-TIMCTL-OPEN-OK             VALUE "Y".
001270     05  WS-PRINT-OPEN-SW       PIC X(01) VALUE "N".
001280         88  WS-PRINT-OPEN-OK              VALUE "Y".
001290     05  WS-PARM-OK-SW          PIC X(01) VALUE "N".
001300         88  WS-PARM-OK                    VALUE "Y".
001310     05  WS-LEAP-SW             PIC X(01) VALUE "N".
001320         88  WS-LEAP-YEAR                  VALUE "Y".
001330     05  WS-CTL-FOUND-SW        PIC X(01) VALUE "N".
001340         88  WS-CTL-FOUND                  VALUE "Y".
001350     05  WS-FIRST-DAY-SW        PIC X(01) VALUE "Y".
001360         88  WS-FIRST-DAY                  VALUE "Y".
001370 01  WS-FILE-STATUSES.
001380     05  WS-STEPTIME-FILE-STATUS
001390                                PIC X(02) VALUE SPACES.
001400     05  WS-TIMCTL-FILE-STATUS  PIC X(02) VALUE SPACES.
001410     05  WS-PRINT-FILE-STATUS   PIC X(02) VALUE SPACES.
001420 01  WS-RETURN-CODE             PIC 9(04) VALUE ZERO.
001430 01  WS-STEPTIME-READ-COUNT     PIC 9(06) VALUE ZERO.
001440 01  WS-REPORTED-COUNT          PIC 9(06) VALUE ZERO.
001450 01  WS-OVER-COUNT              PIC 9(06) VALUE ZERO.
001460 01  WS-CARD-ACCEPTED-COUNT     PIC 9(06) VALUE ZERO.
001470 01  WS-CARD-REJECTED-COUNT     PIC 9(06) VALUE ZERO.
001480 01  WS-TODAYS-DATE             PIC 9(08) VALUE ZERO.
001490*-----------------------------------------------------------------
001500* JOB NAME CONTROL -- THE JOB AND STEP NAMES ARE STAMPED ON THE
001510* STEPTIME RECORD THIS REPORT WRITES FOR ITS OWN STEP.  THEY ARE
001520* OBTAINED AT RUN TIME FROM THE LANGUAGE ENVIRONMENT CEE3JBN
001530* CALLABLE SERVICE, THE SAME WAY HELLO-WORLD STAMPS ITS GREETLOG
001540* RECORDS.
001550*-----------------------------------------------------------------
001560 01  WS-CEE3JBN-JOBNAME.
001570     05  WS-CEE3JBN-JOB-LEN     PIC S9(04) COMP.
001580     05  WS-CEE3JBN-JOB-NAME    PIC X(08).
001590 01  WS-CEE3JBN-STEPNAME.
001600     05  WS-CEE3JBN-STEP-LEN    PIC S9(04) COMP.
001610     05  WS-CEE3JBN-STEP-NAME   PIC X(08).
001620 01  WS-CEE3JBN-PROCNAME.
001630     05  WS-CEE3JBN-PROC-LEN    PIC S9(04) COMP.
001640     05  WS-CEE3JBN-PROC-NAME   PIC X(08).
001650 01  WS-FEEDBACK-CODE.
001660     05  WS-FDBK-SEVERITY       PIC S9(04) COMP.
001670     05  WS-FDBK-MSG-NO         PIC S9(04) COMP.
001680     05  WS-FDBK-CASE-FACILITY  PIC X(01).
001690     05  WS-FDBK-SEV-CONTROL    PIC X(03).
001700     05  WS-FDBK-FACILITY-ID    PIC X(03).
001710     05  WS-FDBK-ISINFO         PIC X(01).
001720 01  WS-JOB-NAME                PIC X(08) VALUE "HELLOTIM".
001730*-----------------------------------------------------------------
001740* STEP TIMING CONTROL -- THE DATE AND TIME THE STEP STARTED, HELD
001750* FOR THE STEPTIME RECORD WRITTEN AS THE STEP ENDS, AND THE KEY
001760* SEQUENCE THAT KEEPS THAT RECORD'S KEY UNIQUE.
001770*-----------------------------------------------------------------
001780 01  WS-STEP-START-DATE         PIC 9(08) VALUE ZERO.
001790 01  WS-STEP-START-TIME         PIC 9(08) VALUE ZERO.
001800 01  WS-STEP-SEQ                PIC 9(04) VALUE ZERO.
001810*-----------------------------------------------------------------
001820* PARM CONTROL.  THE PARM IS UNSTRUNG INTO SPACE-DELIMITED
001830* TOKENS AND EACH ONE IS EDITED, THE SAME WAY HELLONGR EDITS
001840* ITS DAYS= AND RUNDATE= TOKENS.
001850*-----------------------------------------------------------------
001860 01  WS-PARM-FIELD              PIC X(80) VALUE SPACES.
001870 01  WS-PARM-TOKEN-1            PIC X(20) VALUE SPACES.
001880 01  WS-PARM-TOKEN-2            PIC X(20) VALUE SPACES.
001890 01  WS-PARM-TOKEN              PIC X(20) VALUE SPACES.
001900 01  WS-FROM-DATE-X             PIC X(08) VALUE SPACES.
001910 01  WS-FROM-DATE               PIC 9(08) VALUE ZERO.
001920 01  WS-TO-DATE-X               PIC X(08) VALUE SPACES.
001930 01  WS-TO-DATE                 PIC 9(08) VALUE ZERO.
001940 01  WS-CHECK-DATE-X            PIC X(08) VALUE SPACES.
001950 01  WS-CHECK-DATE-SPLIT REDEFINES WS-CHECK-DATE-X.
001960     05  WS-CHECK-YEAR          PIC 9(04).
001970     05  WS-CHECK-MONTH         PIC 9(02).
001980     05  WS-CHECK-DAY           PIC 9(02).
001990 01  WS-CHECK-DATE-OK-SW        PIC X(01) VALUE "N".
002000     88  WS-CHECK-DATE-OK                 VALUE "Y".
002010*-----------------------------------------------------------------
002020* WINDOW DATE WORK AREA.  THE 30-DAY AVERAGING WINDOW IS FOUND
002030* BY STEPPING BACK ONE DAY AT A TIME, BORROWING FROM THE MONTH
002040* AND YEAR AS NEEDED, THE SAME WAY HELLONGR FINDS THE START OF
002050* ITS WINDOW.  A YEAR IS A LEAP YEAR WHEN IT DIVIDES BY FOUR,
002060* EXCEPT A CENTURY YEAR, WHICH MUST DIVIDE BY FOUR HUNDRED.
002070*-----------------------------------------------------------------
002080 01  WS-AVERAGE-DAYS            PIC 9(03) VALUE 30.
002090 01  WS-WINDOW-START            PIC 9(08) VALUE ZERO.
002100 01  WS-WINDOW-SPLIT REDEFINES WS-WINDOW-START.
002110     05  WS-WINDOW-YEAR         PIC 9(04).
002120     05  WS-WINDOW-MONTH        PIC 9(02).
002130     05  WS-WINDOW-DAY          PIC 9(02).
002140 01  WS-MONTH-DAYS-VALUES       PIC X(24)
002150                 VALUE "312831303130313130313031".
002160 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002170     05  WS-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
002180 01  WS-LEAP-QUOTIENT           PIC 9(04) VALUE ZERO.
002190 01  WS-LEAP-REMAINDER          PIC 9(04) VALUE ZERO.
002200 01  WS-HISTORY-START           PIC 9(08) VALUE ZERO.
002210 01  WS-AVERAGE-FOR-DATE        PIC 9(08) VALUE ZERO.
002220 01  WS-AVERAGE-START           PIC 9(08) VALUE ZERO.
002230*-----------------------------------------------------------------
002240* THRESHOLD TABLE, LOADED FROM THE TIMCTL CONTROL CARDS.
002250*-----------------------------------------------------------------
002260 01  WS-CTL-TABLE.
002270     05  WS-CTL-ENTRY           OCCURS 50 TIMES.
002280         10  WS-CTL-PROGRAM     PIC X(08).
002290         10  WS-CTL-MAX-SECONDS PIC 9(06).
002300         10  WS-CTL-MAX-PERCENT PIC 9(03).
002310 01  WS-CTL-COUNT               PIC 9(04) VALUE ZERO.
002320 01  WS-CTL-SUB                 PIC 9(04) VALUE ZERO.
002330 01  WS-CTL-MAX                 PIC 9(04) VALUE 50.
002340 01  WS-LOOKUP-PROGRAM          PIC X(08) VALUE SPACES.
002350 01  WS-REJECT-REASON           PIC X(30) VALUE SPACES.
002360 01  WS-LIMIT-SECONDS           PIC 9(06) VALUE ZERO.
002370 01  WS-LIMIT-PERCENT           PIC 9(03) VALUE ZERO.
002380*-----------------------------------------------------------------
002390* STEP TABLE.  EVERY STEPTIME RECORD FROM 30 DAYS BEFORE THE
002400* FROM DATE THROUGH THE TO DATE IS HELD HERE IN KEY ORDER, WITH
002410* ITS ELAPSED TIME WORKED OUT AS IT IS LOADED.  THE EARLIER
002420* ENTRIES ARE THERE ONLY TO FEED THE 30-DAY AVERAGES.
002430*-----------------------------------------------------------------
002440 01  WS-TIM-TABLE.
002450     05  WS-TIM-ENTRY           OCCURS 5000 TIMES.
002460         10  WS-TIM-START-DATE  PIC 9(08).
002470         10  WS-TIM-START-TIME  PIC 9(08).
002480         10  WS-TIM-PROGRAM     PIC X(08).
002490         10  WS-TIM-JOB-NAME    PIC X(08).
002500         10  WS-TIM-STEP-NAME   PIC X(08).
002510         10  WS-TIM-END-DATE    PIC 9(08).
002520         10  WS-TIM-END-TIME    PIC 9(08).
002530         10  WS-TIM-ELAPSED     PIC 9(09).
002540         10  WS-TIM-RECORD-COUNT
002550                                PIC 9(08).
002560         10  WS-TIM-RETURN-CODE PIC 9(04).
002570 01  WS-TIM-COUNT               PIC 9(04) VALUE ZERO.
002580 01  WS-TIM-SUB                 PIC 9(04) VALUE ZERO.
002590 01  WS-TIM-MAX                 PIC 9(04) VALUE 5000.
002600 01  WS-HIST-SUB                PIC 9(04) VALUE ZERO.
002610 01  WS-TIM-DROPPED-COUNT       PIC 9(06) VALUE ZERO.
002620*-----------------------------------------------------------------
002630* ELAPSED TIME WORK AREA.  TIMES ARE HHMMSSHH AS RETURNED BY
002640* ACCEPT FROM TIME AND ARE TURNED INTO HUNDREDTHS OF A SECOND
002650* SINCE MIDNIGHT BEFORE ONE IS TAKEN FROM ANOTHER.
002660*-----------------------------------------------------------------
002670 01  WS-TIME-WORK               PIC 9(08) VALUE ZERO.
002680 01  WS-TIME-SPLIT REDEFINES WS-TIME-WORK.
002690     05  WS-TIME-HH             PIC 9(02).
002700     05  WS-TIME-MM             PIC 9(02).
002710     05  WS-TIME-SS             PIC 9(02).
002720     05  WS-TIME-TH             PIC 9(02).
002730 01  WS-TIME-HUNDREDTHS         PIC 9(09) VALUE ZERO.
002740 01  WS-FROM-HUNDREDTHS         PIC 9(09) VALUE ZERO.
002750 01  WS-TO-HUNDREDTHS           PIC 9(09) VALUE ZERO.
002760 01  WS-HUNDREDTHS-PER-DAY      PIC 9(09) VALUE 8640000.
002770 01  WS-ELAPSED                 PIC 9(09) VALUE ZERO.
002780 01  WS-ELAPSED-SECONDS         PIC 9(07)V99 VALUE ZERO.
002790 01  WS-TIME-DISPLAY.
002800     05  WS-TIME-DISPLAY-HH     PIC 9(02).
002810     05  FILLER                 PIC X(01) VALUE ":".
002820     05  WS-TIME-DISPLAY-MM     PIC 9(02).
002830     05  FILLER                 PIC X(01) VALUE ":".
002840     05  WS-TIME-DISPLAY-SS     PIC 9(02).
002850*-----------------------------------------------------------------
002860* TRAILING AVERAGE AND THRESHOLD WORK AREA.
002870*-----------------------------------------------------------------
002880 01  WS-PRIOR-RUN-COUNT         PIC 9(04) VALUE ZERO.
002890 01  WS-PRIOR-ELAPSED-TOTAL     PIC 9(13) VALUE ZERO.
002900 01  WS-AVERAGE-ELAPSED         PIC 9(09) VALUE ZERO.
002910 01  WS-PERCENT-OF-AVERAGE      PIC 9(05) VALUE ZERO.
002920 01  WS-OVER-MAX-SW             PIC X(01) VALUE "N".
002930     88  WS-OVER-MAX                      VALUE "Y".
002940 01  WS-OVER-AVERAGE-SW         PIC X(01) VALUE "N".
002950     88  WS-OVER-AVERAGE                  VALUE "Y".
002960*-----------------------------------------------------------------
002970* BATCH-WINDOW ACCUMULATORS FOR THE DAY BEING PRINTED.
002980*-----------------------------------------------------------------
002990 01  WS-CURRENT-DATE            PIC 9(08) VALUE ZERO.
003000 01  WS-DAY-FIRST-START         PIC 9(08) VALUE ZERO.
003010 01  WS-DAY-LAST-END-DATE       PIC 9(08) VALUE ZERO.
003020 01  WS-DAY-LAST-END-TIME       PIC 9(08) VALUE ZERO.
003030 01  WS-DAY-STEP-COUNT          PIC 9(04) VALUE ZERO.
003040 01  WS-DAY-OVER-COUNT          PIC 9(04) VALUE ZERO.
003050*-----------------------------------------------------------------
003060* REPORT PRINT CONTROL.
003070*-----------------------------------------------------------------
003080 01  WS-PAGE-NUMBER             PIC 9(04) VALUE ZERO.
003090 01  WS-LINE-COUNT              PIC 9(04) VALUE 99.
003100 01  WS-LINES-PER-PAGE          PIC 9(04) VALUE 55.
003110*-----------------------------------------------------------------
003120* REPORT LINE LAYOUTS.
003130*-----------------------------------------------------------------
003140 01  HL-HEADING-1.
003150     05  FILLER                 PIC X(01) VALUE "1".
003160     05  FILLER                 PIC X(10) VALUE SPACES.
003170     05  FILLER                 PIC X(40)
003180                 VALUE "STEP ELAPSED TIME AND BATCH WINDOW".
003190     05  FILLER                 PIC X(10) VALUE "PAGE ".
003200     05  HL-PAGE-NUMBER         PIC ZZZ9.
003210     05  FILLER                 PIC X(68) VALUE SPACES.
003220 01  HL-HEADING-2.
003230     05  FILLER                 PIC X(01) VALUE " ".
003240     05  FILLER                 PIC X(10) VALUE SPACES.
003250     05  FILLER                 PIC X(17)
003260                 VALUE "PROGRAM HELLOTIM".
003270     05  FILLER                 PIC X(10) VALUE "RUN DATE ".
003280     05  HL-RUN-DATE            PIC 9(08).
003290     05  FILLER                 PIC X(08) VALUE "  FROM ".
003300     05  HL-FROM-DATE           PIC 9(08).
003310     05  FILLER                 PIC X(04) VALUE " TO ".
003320     05  HL-TO-DATE             PIC 9(08).
003330     05  FILLER                 PIC X(59) VALUE SPACES.
003340 01  HL-HEADING-3.
003350     05  FILLER                 PIC X(01) VALUE "0".
003360     05  FILLER                 PIC X(10) VALUE SPACES.
003370     05  FILLER                 PIC X(10) VALUE "JOB".
003380     05  FILLER                 PIC X(10) VALUE "STEP".
003390     05  FILLER                 PIC X(10) VALUE "PROGRAM".
003400     05  FILLER                 PIC X(10) VALUE "START".
003410     05  FILLER                 PIC X(10) VALUE "END".
003420     05  FILLER                 PIC X(12) VALUE "   ELAPSED".
003430     05  FILLER                 PIC X(12) VALUE "30-DAY AVG".
003440     05  FILLER                 PIC X(07) VALUE "  PCT".
003450     05  FILLER                 PIC X(12) VALUE "   RECORDS".
003460     05  FILLER                 PIC X(06) VALUE "RC".
003470     05  FILLER                 PIC X(12) VALUE "FLAG".
003480     05  FILLER                 PIC X(11) VALUE SPACES.
003490 01  SL-SECTION-HEADING.
003500     05  FILLER                 PIC X(01) VALUE "0".
003510     05  FILLER                 PIC X(10) VALUE SPACES.
003520     05  SL-SECTION-TITLE       PIC X(50).
003530     05  FILLER                 PIC X(72) VALUE SPACES.
003540 01  DH-DATE-LINE.
003550     05  FILLER                 PIC X(01) VALUE "0".
003560     05  FILLER                 PIC X(10) VALUE SPACES.
003570     05  FILLER                 PIC X(17)
003580                 VALUE "STEPS STARTED ON ".
003590     05  DH-DATE                PIC 9(08).
003600     05  FILLER                 PIC X(97) VALUE SPACES.
003610 01  DL-DETAIL-LINE.
003620     05  FILLER                 PIC X(01) VALUE " ".
003630     05  FILLER                 PIC X(10) VALUE SPACES.
003640     05  DL-JOB-NAME            PIC X(08).
003650     05  FILLER                 PIC X(02) VALUE SPACES.
003660     05  DL-STEP-NAME           PIC X(08).
003670     05  FILLER                 PIC X(02) VALUE SPACES.
003680     05  DL-PROGRAM             PIC X(08).
003690     05  FILLER                 PIC X(02) VALUE SPACES.
003700     05  DL-START-TIME          PIC X(08).
003710     05  FILLER                 PIC X(02) VALUE SPACES.
003720     05  DL-END-TIME            PIC X(08).
003730     05  FILLER                 PIC X(02) VALUE SPACES.
003740     05  DL-ELAPSED             PIC ZZZ,ZZ9.99.
003750     05  FILLER                 PIC X(02) VALUE SPACES.
003760     05  DL-AVERAGE             PIC ZZZ,ZZ9.99
003770                                BLANK WHEN ZERO.
003780     05  FILLER                 PIC X(02) VALUE SPACES.
003790     05  DL-PERCENT             PIC ZZZZ9 BLANK WHEN ZERO.
003800     05  FILLER                 PIC X(02) VALUE SPACES.
003810     05  DL-RECORD-COUNT        PIC ZZ,ZZZ,ZZ9.
003820     05  FILLER                 PIC X(02) VALUE SPACES.
003830     05  DL-RETURN-CODE         PIC 9(04).
003840     05  FILLER                 PIC X(02) VALUE SPACES.
003850     05  DL-FLAG                PIC X(12).
003860     05  FILLER                 PIC X(11) VALUE SPACES.
003870 01  WL-WINDOW-LINE.
003880     05  FILLER                 PIC X(01) VALUE " ".
003890     05  FILLER                 PIC X(10) VALUE SPACES.
003900     05  FILLER                 PIC X(20)
003910                 VALUE "WINDOW  FIRST START ".
003920     05  WL-FIRST-START         PIC X(08).
003930     05  FILLER                 PIC X(11) VALUE "  LAST END ".
003940     05  WL-LAST-END-DATE       PIC 9(08).
003950     05  FILLER                 PIC X(01) VALUE SPACE.
003960     05  WL-LAST-END-TIME       PIC X(08).
003970     05  FILLER                 PIC X(10) VALUE "  ELAPSED ".
003980     05  WL-ELAPSED             PIC ZZZ,ZZ9.99.
003990     05  FILLER                 PIC X(08) VALUE "  STEPS ".
004000     05  WL-STEP-COUNT          PIC ZZZ9.
004010     05  FILLER                 PIC X(07) VALUE "  OVER ".
004020     05  WL-OVER-COUNT          PIC ZZZ9.
004030     05  FILLER                 PIC X(23) VALUE SPACES.
004040 01  CL-CARD-LINE.
004050     05  FILLER                 PIC X(01) VALUE " ".
004060     05  FILLER                 PIC X(10) VALUE SPACES.
004070     05  FILLER                 PIC X(08) VALUE "PROGRAM ".
004080     05  CL-PROGRAM             PIC X(08).
004090     05  FILLER                 PIC X(14)
004100                 VALUE "  MAX SECONDS ".
004110     05  CL-MAX-SECONDS         PIC ZZZ,ZZ9.
004120     05  FILLER                 PIC X(28)
004130                 VALUE "  MAX PCT OF 30-DAY AVERAGE ".
004140     05  CL-MAX-PERCENT         PIC ZZ9.
004150     05  FILLER                 PIC X(54) VALUE SPACES.
004160 01  RJ-REJECT-LINE.
004170     05  FILLER                 PIC X(01) VALUE " ".
004180     05  FILLER                 PIC X(10) VALUE SPACES.
004190     05  FILLER                 PIC X(23)
004200                 VALUE "CONTROL CARD REJECTED  ".
004210     05  RJ-CARD                PIC X(40).
004220     05  FILLER                 PIC X(02) VALUE SPACES.
004230     05  RJ-REASON              PIC X(30).
004240     05  FILLER                 PIC X(27) VALUE SPACES.
004250 01  TL-TOTAL-LINE.
004260     05  FILLER                 PIC X(01) VALUE " ".
004270     05  FILLER                 PIC X(10) VALUE SPACES.
004280     05  TL-TOTAL-LABEL         PIC X(34).
004290     05  TL-TOTAL-COUNT         PIC ZZZ,ZZ9.
004300     05  FILLER                 PIC X(81) VALUE SPACES.
004310 01  NL-NOTE-LINE.
004320     05  FILLER                 PIC X(01) VALUE " ".
004330     05  FILLER                 PIC X(10) VALUE SPACES.
004340     05  NL-NOTE-TEXT           PIC X(60).
004350     05  FILLER                 PIC X(62) VALUE SPACES.
004360 01  FL-FOOTER.
004370     05  FILLER                 PIC X(01) VALUE "0".
004380     05  FILLER                 PIC X(10) VALUE SPACES.
004390     05  FILLER                 PIC X(14) VALUE "END OF REPORT".
004400     05  FILLER                 PIC X(12) VALUE "RUN DATE  ".
004410     05  FL-RUN-DATE            PIC 9(08).
004420     05  FILLER                 PIC X(88) VALUE SPACES.
004430 LINKAGE SECTION.
004440 01  WS-PARM-AREA.
004450     05  WS-PARM-LENGTH         PIC S9(04) COMP.
004460     05  WS-PARM-TEXT           PIC X(80).
004470 PROCEDURE DIVISION USING WS-PARM-AREA.
004480*-----------------------------------------------------------------
004490* 0000-MAIN-CONTROL -- OVERALL SEQUENCE OF PROCESSING.  THE
004500*     THRESHOLD CARDS ARE LOADED AND PRINTED FIRST, THEN THE
004510*     STEP HISTORY IS LOADED AND THE STEPS IN THE DATE RANGE
004520*     ARE REPORTED FROM THE TABLE.
004530*-----------------------------------------------------------------
004540 0000-MAIN-CONTROL.
004550     PERFORM 0010-START-STEP-TIMING
004560         THRU 0010-START-STEP-TIMING-EXIT.
004570     PERFORM 0050-GET-JOB-NAME
004580         THRU 0050-GET-JOB-NAME-EXIT.
004590     PERFORM 0100-CHECK-PARM
004600         THRU 0100-CHECK-PARM-EXIT.
004610     IF WS-PARM-OK
004620         PERFORM 1000-INITIALIZE
004630             THRU 1000-INITIALIZE-EXIT
004640     END-IF.
004650     IF WS-TIMCTL-OPEN-OK AND WS-PRINT-OPEN-OK
004660         PERFORM 1100-LOAD-THRESHOLD
004670             THRU 1100-LOAD-THRESHOLD-EXIT
004680             UNTIL WS-TIMCTL-EOF
004690         PERFORM 1200-PRINT-THRESHOLDS
004700             THRU 1200-PRINT-THRESHOLDS-EXIT
004710         PERFORM 2000-LOAD-HISTORY
004720             THRU 2000-LOAD-HISTORY-EXIT
004730         PERFORM 2500-REPORT-STEPS
004740             THRU 2500-REPORT-STEPS-EXIT
004750         PERFORM 3000-FINALIZE
004760             THRU 3000-FINALIZE-EXIT
004770     END-IF.
004780     PERFORM 9000-TERMINATE
004790         THRU 9000-TERMINATE-EXIT.
004800     PERFORM 8900-WRITE-STEP-TIMING
004810         THRU 8900-WRITE-STEP-TIMING-EXIT.
004820     MOVE WS-RETURN-CODE TO RETURN-CODE.
004830     GOBACK.
004840*-----------------------------------------------------------------
004850* 0010-START-STEP-TIMING -- NOTE THE DATE AND TIME THE STEP
004860*     STARTED, FOR THE STEPTIME RECORD WRITTEN AS IT ENDS.
004870*-----------------------------------------------------------------
004880 0010-START-STEP-TIMING.
004890     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
004900     ACCEPT WS-STEP-START-TIME FROM TIME.
004910 0010-START-STEP-TIMING-EXIT.
004920     EXIT.
004930*-----------------------------------------------------------------
004940* 0050-GET-JOB-NAME -- ASK LANGUAGE ENVIRONMENT FOR THE NAME OF
004950*     THE JOB AND STEP THIS PROGRAM IS ACTUALLY RUNNING UNDER, FOR
004960*     THE STEPTIME RECORD.  WS-JOB-NAME KEEPS ITS VALUE-CLAUSE
004970*     DEFAULT IF THE CALL CANNOT SUPPLY ONE.
004980*-----------------------------------------------------------------
004990 0050-GET-JOB-NAME.
005000     CALL "CEE3JBN" USING WS-CEE3JBN-JOBNAME
005010         WS-CEE3JBN-STEPNAME
005020         WS-CEE3JBN-PROCNAME
005030         WS-FEEDBACK-CODE.
005040     IF WS-CEE3JBN-JOB-NAME IS NOT EQUAL TO SPACES
005050         MOVE WS-CEE3JBN-JOB-NAME TO WS-JOB-NAME
005060     END-IF.
005070 0050-GET-JOB-NAME-EXIT.
005080     EXIT.
005090*-----------------------------------------------------------------
005100* 0100-CHECK-PARM -- EDIT THE OPTIONAL FROM= AND TO= TOKENS.
005110*     TO DEFAULTS TO TODAY AND FROM TO THE TO DATE, SO A RUN
005120*     WITH NO PARM REPORTS TODAY ALONE.  THE FIRST DAY OF THE
005130*     HISTORY LOADED FOR THE AVERAGES IS THEN WORKED OUT.  A
005140*     MALFORMED TOKEN, OR A FROM DATE AFTER THE TO DATE, STOPS
005150*     THE RUN WITH 0016 BEFORE ANY FILE IS OPENED.
005160*-----------------------------------------------------------------
005170 0100-CHECK-PARM.
005180     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
005190     SET WS-PARM-OK TO TRUE.
005200     MOVE SPACES TO WS-PARM-FIELD.
005210     IF WS-PARM-LENGTH IS GREATER THAN ZERO
005220         IF WS-PARM-LENGTH IS GREATER THAN 80
005230             MOVE 80 TO WS-PARM-LENGTH
005240         END-IF
005250         MOVE WS-PARM-TEXT (1:WS-PARM-LENGTH) TO WS-PARM-FIELD
005260     END-IF.
005270     IF WS-PARM-FIELD IS NOT EQUAL TO SPACES
005280         UNSTRING WS-PARM-FIELD DELIMITED BY SPACE
005290             INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
005300         MOVE WS-PARM-TOKEN-1 TO WS-PARM-TOKEN
005310         PERFORM 0110-CHECK-PARM-TOKEN
005320             THRU 0110-CHECK-PARM-TOKEN-EXIT
005330         MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN
005340         PERFORM 0110-CHECK-PARM-TOKEN
005350             THRU 0110-CHECK-PARM-TOKEN-EXIT
005360     END-IF.
005370     IF NOT WS-PARM-OK
005380         GO TO 0100-CHECK-PARM-EXIT
005390     END-IF.
005400     IF WS-TO-DATE IS EQUAL TO ZERO
005410         MOVE WS-TODAYS-DATE TO WS-TO-DATE
005420     END-IF.
005430     IF WS-FROM-DATE IS EQUAL TO ZERO
005440         MOVE WS-TO-DATE TO WS-FROM-DATE
005450     END-IF.
005460     IF WS-FROM-DATE IS GREATER THAN WS-TO-DATE
005470         DISPLAY "HELLOTIM - FROM DATE " WS-FROM-DATE
005480             " IS AFTER TO DATE " WS-TO-DATE
005490         MOVE "N" TO WS-PARM-OK-SW
005500         MOVE 0016 TO WS-RETURN-CODE
005510         GO TO 0100-CHECK-PARM-EXIT
005520     END-IF.
005530     MOVE WS-FROM-DATE TO WS-WINDOW-START.
005540     PERFORM 0200-BACK-ONE-DAY
005550         THRU 0200-BACK-ONE-DAY-EXIT
005560         WS-AVERAGE-DAYS TIMES.
005570     MOVE WS-WINDOW-START TO WS-HISTORY-START.
005580 0100-CHECK-PARM-EXIT.
005590     EXIT.
005600*-----------------------------------------------------------------
005610* 0110-CHECK-PARM-TOKEN -- EDIT ONE PARM TOKEN.  FROM= AND TO=
005620*     MUST EACH CARRY A DATE OF EIGHT DIGITS WITH A MONTH OF 01
005630*     TO 12 AND A DAY OF 01 TO 31.  ANYTHING ELSE IS REJECTED.
005640*-----------------------------------------------------------------
005650 0110-CHECK-PARM-TOKEN.
005660     IF WS-PARM-TOKEN IS EQUAL TO SPACES
005670         GO TO 0110-CHECK-PARM-TOKEN-EXIT
005680     END-IF.
005690     IF WS-PARM-TOKEN (1:5) IS EQUAL TO "FROM="
005700         MOVE WS-PARM-TOKEN (6:8) TO WS-FROM-DATE-X
005710         MOVE WS-FROM-DATE-X TO WS-CHECK-DATE-X
005720         PERFORM 0120-CHECK-DATE
005730             THRU 0120-CHECK-DATE-EXIT
005740         IF WS-CHECK-DATE-OK
005750             MOVE WS-FROM-DATE-X TO WS-FROM-DATE
005760         ELSE
005770             DISPLAY "HELLOTIM - INVALID FROM PARM, "
005780                 "EXPECTED FROM=YYYYMMDD"
005790             MOVE "N" TO WS-PARM-OK-SW
005800             MOVE 0016 TO WS-RETURN-CODE
005810         END-IF
005820         GO TO 0110-CHECK-PARM-TOKEN-EXIT
005830     END-IF.
005840     IF WS-PARM-TOKEN (1:3) IS EQUAL TO "TO="
005850         MOVE WS-PARM-TOKEN (4:8) TO WS-TO-DATE-X
005860         MOVE WS-TO-DATE-X TO WS-CHECK-DATE-X
005870         PERFORM 0120-CHECK-DATE
005880             THRU 0120-CHECK-DATE-EXIT
005890         IF WS-CHECK-DATE-OK
005900             MOVE WS-TO-DATE-X TO WS-TO-DATE
005910         ELSE
005920             DISPLAY "HELLOTIM - INVALID TO PARM, "
005930                 "EXPECTED TO=YYYYMMDD"
005940             MOVE "N" TO WS-PARM-OK-SW
005950             MOVE 0016 TO WS-RETURN-CODE
005960         END-IF
005970         GO TO 0110-CHECK-PARM-TOKEN-EXIT
005980     END-IF.
005990     DISPLAY "HELLOTIM - UNRECOGNIZED PARM TOKEN " WS-PARM-TOKEN
006000         ", EXPECTED FROM=YYYYMMDD OR TO=YYYYMMDD".
006010     MOVE "N" TO WS-PARM-OK-SW.
006020     MOVE 0016 TO WS-RETURN-CODE.
006030 0110-CHECK-PARM-TOKEN-EXIT.
006040     EXIT.
006050*-----------------------------------------------------------------
006060* 0120-CHECK-DATE -- EDIT THE DATE IN WS-CHECK-DATE-X.
006070*-----------------------------------------------------------------
006080 0120-CHECK-DATE.
006090     MOVE "N" TO WS-CHECK-DATE-OK-SW.
006100     IF WS-CHECK-DATE-X IS NOT NUMERIC
006110         GO TO 0120-CHECK-DATE-EXIT
006120     END-IF.
006130     IF WS-CHECK-MONTH IS LESS THAN 1
006140         OR WS-CHECK-MONTH IS GREATER THAN 12
006150         OR WS-CHECK-DAY IS LESS THAN 1
006160         OR WS-CHECK-DAY IS GREATER THAN 31
006170         GO TO 0120-CHECK-DATE-EXIT
006180     END-IF.
006190     SET WS-CHECK-DATE-OK TO TRUE.
006200 0120-CHECK-DATE-EXIT.
006210     EXIT.
006220*-----------------------------------------------------------------
006230* 0200-BACK-ONE-DAY -- STEP WS-WINDOW-START BACK ONE CALENDAR
006240*     DAY.  THE FIRST OF A MONTH BECOMES THE LAST DAY OF THE
006250*     MONTH BEFORE, AND JANUARY 1ST BECOMES DECEMBER 31ST OF
006260*     THE YEAR BEFORE.
006270*-----------------------------------------------------------------
006280 0200-BACK-ONE-DAY.
006290     IF WS-WINDOW-DAY IS GREATER THAN 1
006300         SUBTRACT 1 FROM WS-WINDOW-DAY
006310         GO TO 0200-BACK-ONE-DAY-EXIT
006320     END-IF.
006330     IF WS-WINDOW-MONTH IS GREATER THAN 1
006340         SUBTRACT 1 FROM WS-WINDOW-MONTH
006350     ELSE
006360         SUBTRACT 1 FROM WS-WINDOW-YEAR
006370         MOVE 12 TO WS-WINDOW-MONTH
006380     END-IF.
006390     MOVE WS-MONTH-DAYS (WS-WINDOW-MONTH) TO WS-WINDOW-DAY.
006400     IF WS-WINDOW-MONTH IS EQUAL TO 2
006410         PERFORM 0210-SET-LEAP-YEAR
006420             THRU 0210-SET-LEAP-YEAR-EXIT
006430         IF WS-LEAP-YEAR
006440             MOVE 29 TO WS-WINDOW-DAY
006450         END-IF
006460     END-IF.
006470 0200-BACK-ONE-DAY-EXIT.
006480     EXIT.
006490*-----------------------------------------------------------------
006500* 0210-SET-LEAP-YEAR -- SETTLE WHETHER THE WINDOW YEAR IS A LEAP
006510*     YEAR, BY THE SAME RULE HELLONGR APPLIES.
006520*-----------------------------------------------------------------
006530 0210-SET-LEAP-YEAR.
006540     MOVE "N" TO WS-LEAP-SW.
006550     DIVIDE WS-WINDOW-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
006560         REMAINDER WS-LEAP-REMAINDER.
006570     IF WS-LEAP-REMAINDER IS EQUAL TO ZERO
006580         SET WS-LEAP-YEAR TO TRUE
006590     END-IF.
006600     DIVIDE WS-WINDOW-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
006610         REMAINDER WS-LEAP-REMAINDER.
006620     IF WS-LEAP-REMAINDER IS EQUAL TO ZERO
006630         MOVE "N" TO WS-LEAP-SW
006640         DIVIDE WS-WINDOW-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
006650             REMAINDER WS-LEAP-REMAINDER
006660         IF WS-LEAP-REMAINDER IS EQUAL TO ZERO
006670             SET WS-LEAP-YEAR TO TRUE
006680         END-IF
006690     END-IF.
006700 0210-SET-LEAP-YEAR-EXIT.
006710     EXIT.
006720*-----------------------------------------------------------------
006730* 1000-INITIALIZE -- OPEN THE STEP HISTORY, THE CONTROL CARDS
006740*     AND THE REPORT.  STATUS 35 ON STEPTIME MEANS NO STEP HAS
006750*     EVER RECORDED ITS TIMING; THE REPORT STILL RUNS, SHOWS NO
006760*     STEPS AND ENDS 0004.
006770*-----------------------------------------------------------------
006780 1000-INITIALIZE.
006790     OPEN INPUT STEPTIME-FILE.
006800     IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "00"
006810         SET WS-STEPTIME-OPEN-OK TO TRUE
006820     ELSE
006830         IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "35"
006840             DISPLAY "HELLOTIM - STEPTIME HAS NEVER BEEN "
006850                 "WRITTEN, NO STEPS TO REPORT"
006860             SET WS-STEPTIME-NEW TO TRUE
006870             MOVE 0004 TO WS-RETURN-CODE
006880         ELSE
006890             DISPLAY "HELLOTIM - UNABLE TO OPEN STEPTIME, "
006900                 "STATUS = " WS-STEPTIME-FILE-STATUS
006910             MOVE 0016 TO WS-RETURN-CODE
006920             GO TO 1000-INITIALIZE-EXIT
006930         END-IF
006940     END-IF.
006950     OPEN INPUT TIMCTL-FILE.
006960     IF WS-TIMCTL-FILE-STATUS IS EQUAL TO "00"
006970         SET WS-TIMCTL-OPEN-OK TO TRUE
006980     ELSE
006990         DISPLAY "HELLOTIM - UNABLE TO OPEN TIMCTL, "
007000             "STATUS = " WS-TIMCTL-FILE-STATUS
007010         MOVE 0016 TO WS-RETURN-CODE
007020         GO TO 1000-INITIALIZE-EXIT
007030     END-IF.
007040     OPEN OUTPUT PRINT-FILE.
007050     IF WS-PRINT-FILE-STATUS IS EQUAL TO "00"
007060         SET WS-PRINT-OPEN-OK TO TRUE
007070     ELSE
007080         DISPLAY "HELLOTIM - UNABLE TO OPEN HELLOTIM, "
007090             "STATUS = " WS-PRINT-FILE-STATUS
007100         MOVE 0016 TO WS-RETURN-CODE
007110     END-IF.
007120 1000-INITIALIZE-EXIT.
007130     EXIT.
007140*-----------------------------------------------------------------
007150* 1100-LOAD-THRESHOLD -- READ AND EDIT ONE CONTROL CARD.  BLANK
007160*     CARDS AND COMMENTS ARE PASSED OVER.  A CARD WITH NO
007170*     PROGRAM NAME, A NON-NUMERIC LIMIT, A SECOND CARD FOR THE
007180*     SAME PROGRAM, OR ONE CARD TOO MANY FOR THE TABLE IS
007190*     PRINTED AS REJECTED AND THE RUN ENDS AT LEAST 0004.
007200*-----------------------------------------------------------------
007210 1100-LOAD-THRESHOLD.
007220     READ TIMCTL-FILE
007230         AT END
007240             SET WS-TIMCTL-EOF TO TRUE
007250             GO TO 1100-LOAD-THRESHOLD-EXIT
007260     END-READ.
007270     IF TIMCTL-RECORD IS EQUAL TO SPACES
007280         OR TIMCTL-RECORD (1:1) IS EQUAL TO "*"
007290         GO TO 1100-LOAD-THRESHOLD-EXIT
007300     END-IF.
007310     MOVE SPACES TO WS-REJECT-REASON.
007320     IF CT-PROGRAM IS EQUAL TO SPACES
007330         MOVE "PROGRAM NAME MISSING" TO WS-REJECT-REASON
007340     ELSE
007350         IF CT-MAX-SECONDS-X IS NOT NUMERIC
007360             MOVE "MAX SECONDS NOT NUMERIC"
007370                 TO WS-REJECT-REASON
007380         ELSE
007390             IF CT-MAX-PERCENT-X IS NOT NUMERIC
007400                 MOVE "MAX PERCENT NOT NUMERIC"
007410                     TO WS-REJECT-REASON
007420             END-IF
007430         END-IF
007440     END-IF.
007450     IF WS-REJECT-REASON IS EQUAL TO SPACES
007460         MOVE CT-PROGRAM TO WS-LOOKUP-PROGRAM
007470         PERFORM 2710-FIND-THRESHOLD
007480             THRU 2710-FIND-THRESHOLD-EXIT
007490         IF WS-CTL-FOUND
007500             MOVE "DUPLICATE CARD FOR PROGRAM"
007510                 TO WS-REJECT-REASON
007520         ELSE
007530             IF WS-CTL-COUNT IS NOT LESS THAN WS-CTL-MAX
007540                 MOVE "TOO MANY CARDS, LIMIT IS 50"
007550                     TO WS-REJECT-REASON
007560             END-IF
007570         END-IF
007580     END-IF.
007590     IF WS-REJECT-REASON IS NOT EQUAL TO SPACES
007600         ADD 1 TO WS-CARD-REJECTED-COUNT
007620         MOVE TIMCTL-RECORD (1:40) TO RJ-CARD
007630         MOVE WS-REJECT-REASON TO RJ-REASON
007640         MOVE RJ-REJECT-LINE TO PRINT-RECORD
007650         PERFORM 4100-WRITE-LINE
007660             THRU 4100-WRITE-LINE-EXIT
007670         IF WS-RETURN-CODE IS LESS THAN 0004
007680             MOVE 0004 TO WS-RETURN-CODE
007690         END-IF
007700         GO TO 1100-LOAD-THRESHOLD-EXIT
007710     END-IF.
007720     ADD 1 TO WS-CTL-COUNT.
007730     ADD 1 TO WS-CARD-ACCEPTED-COUNT.
007740     MOVE CT-PROGRAM     TO WS-CTL-PROGRAM (WS-CTL-COUNT).
007750     MOVE CT-MAX-SECONDS TO WS-CTL-MAX-SECONDS (WS-CTL-COUNT).
007760     MOVE CT-MAX-PERCENT TO WS-CTL-MAX-PERCENT (WS-CTL-COUNT).
007770 1100-LOAD-THRESHOLD-EXIT.
007780     EXIT.
007790*-----------------------------------------------------------------
007800* 1200-PRINT-THRESHOLDS -- LIST THE THRESHOLDS IN EFFECT AHEAD
007810*     OF THE STEPS, SO THE REPORT SHOWS WHAT EACH STEP WAS
007820*     MEASURED AGAINST.
007830*-----------------------------------------------------------------
007840 1200-PRINT-THRESHOLDS.
007860     MOVE "THRESHOLDS IN EFFECT" TO SL-SECTION-TITLE.
007870     MOVE SL-SECTION-HEADING TO PRINT-RECORD.
007880     PERFORM 4100-WRITE-LINE
007890         THRU 4100-WRITE-LINE-EXIT.
007900     IF WS-CTL-COUNT IS EQUAL TO ZERO
007910         MOVE SPACES TO NL-NOTE-TEXT
007920         MOVE "NO THRESHOLD CARDS - NO STEP IS CHECKED"
007930             TO NL-NOTE-TEXT
007940         MOVE NL-NOTE-LINE TO PRINT-RECORD
007950         PERFORM 4100-WRITE-LINE
007960             THRU 4100-WRITE-LINE-EXIT
007970         GO TO 1200-PRINT-THRESHOLDS-EXIT
007980     END-IF.
007990     PERFORM 1210-PRINT-ONE-THRESHOLD
008000         THRU 1210-PRINT-ONE-THRESHOLD-EXIT
008010         VARYING WS-CTL-SUB FROM 1 BY 1
008020         UNTIL WS-CTL-SUB IS GREATER THAN WS-CTL-COUNT.
008030 1200-PRINT-THRESHOLDS-EXIT.
008040     EXIT.
008050*-----------------------------------------------------------------
008060* 1210-PRINT-ONE-THRESHOLD -- PRINT ONE THRESHOLD TABLE ENTRY.
008070*-----------------------------------------------------------------
008080 1210-PRINT-ONE-THRESHOLD.
008100     MOVE WS-CTL-PROGRAM (WS-CTL-SUB)     TO CL-PROGRAM.
008110     MOVE WS-CTL-MAX-SECONDS (WS-CTL-SUB) TO CL-MAX-SECONDS.
008120     MOVE WS-CTL-MAX-PERCENT (WS-CTL-SUB) TO CL-MAX-PERCENT.
008130     MOVE CL-CARD-LINE TO PRINT-RECORD.
008140     PERFORM 4100-WRITE-LINE
008150         THRU 4100-WRITE-LINE-EXIT.
008160 1210-PRINT-ONE-THRESHOLD-EXIT.
008170     EXIT.
008180*-----------------------------------------------------------------
008190* 2000-LOAD-HISTORY -- POSITION STEPTIME AT THE FIRST DAY OF
008200*     HISTORY WITH A KEYED START AND LOAD EVERY RECORD THROUGH
008210*     THE TO DATE INTO THE STEP TABLE.
008220*-----------------------------------------------------------------
008230 2000-LOAD-HISTORY.
008240     IF NOT WS-STEPTIME-OPEN-OK
008250         GO TO 2000-LOAD-HISTORY-EXIT
008260     END-IF.
008270     MOVE LOW-VALUES       TO TM-TIMING-KEY.
008280     MOVE WS-HISTORY-START TO TM-KEY-START-DATE.
008290     MOVE ZERO             TO TM-KEY-START-TIME.
008300     START STEPTIME-FILE KEY IS NOT LESS THAN TM-TIMING-KEY
008310         INVALID KEY
008320             SET WS-STEPTIME-EOF TO TRUE
008330     END-START.
008340     IF NOT WS-STEPTIME-EOF
008350         PERFORM 2100-READ-STEPTIME
008360             THRU 2100-READ-STEPTIME-EXIT
008370         PERFORM 2110-STORE-STEP
008380             THRU 2110-STORE-STEP-EXIT
008390             UNTIL WS-STEPTIME-EOF
008400     END-IF.
008410 2000-LOAD-HISTORY-EXIT.
008420     EXIT.
008430*-----------------------------------------------------------------
008440* 2100-READ-STEPTIME -- READ THE NEXT TIMING RECORD; A RECORD
008450*     PAST THE TO DATE ENDS THE LOAD.
008460*-----------------------------------------------------------------
008470 2100-READ-STEPTIME.
008480     READ STEPTIME-FILE NEXT RECORD
008490         AT END
008500             SET WS-STEPTIME-EOF TO TRUE
008510             GO TO 2100-READ-STEPTIME-EXIT
008520     END-READ.
008530     IF TM-KEY-START-DATE IS GREATER THAN WS-TO-DATE
008540         SET WS-STEPTIME-EOF TO TRUE
008550         GO TO 2100-READ-STEPTIME-EXIT
008560     END-IF.
008570     ADD 1 TO WS-STEPTIME-READ-COUNT.
008580 2100-READ-STEPTIME-EXIT.
008590     EXIT.
008600*-----------------------------------------------------------------
008610* 2110-STORE-STEP -- ADD THE TIMING RECORD TO THE STEP TABLE
008620*     WITH ITS ELAPSED TIME, THEN READ THE NEXT.  ONCE THE TABLE
008630*     IS FULL THE REST ARE COUNTED AS DROPPED.
008640*-----------------------------------------------------------------
008650 2110-STORE-STEP.
008660     IF WS-TIM-COUNT IS NOT LESS THAN WS-TIM-MAX
008670         ADD 1 TO WS-TIM-DROPPED-COUNT
008680         GO TO 2110-STORE-STEP-NEXT
008690     END-IF.
008700     ADD 1 TO WS-TIM-COUNT.
008710     MOVE WS-TIM-COUNT      TO WS-TIM-SUB.
008720     MOVE TM-KEY-START-DATE TO WS-TIM-START-DATE (WS-TIM-SUB).
008730     MOVE TM-KEY-START-TIME TO WS-TIM-START-TIME (WS-TIM-SUB).
008740     MOVE TM-KEY-PROGRAM    TO WS-TIM-PROGRAM (WS-TIM-SUB).
008750     MOVE TM-JOB-NAME       TO WS-TIM-JOB-NAME (WS-TIM-SUB).
008760     MOVE TM-STEP-NAME      TO WS-TIM-STEP-NAME (WS-TIM-SUB).
008770     MOVE TM-END-DATE       TO WS-TIM-END-DATE (WS-TIM-SUB).
008780     MOVE TM-END-TIME       TO WS-TIM-END-TIME (WS-TIM-SUB).
008790     MOVE TM-RECORD-COUNT   TO WS-TIM-RECORD-COUNT (WS-TIM-SUB).
008800     MOVE TM-RETURN-CODE    TO WS-TIM-RETURN-CODE (WS-TIM-SUB).
008810     PERFORM 2200-COMPUTE-ELAPSED
008820         THRU 2200-COMPUTE-ELAPSED-EXIT.
008830     MOVE WS-ELAPSED        TO WS-TIM-ELAPSED (WS-TIM-SUB).
008840 2110-STORE-STEP-NEXT.
008850     PERFORM 2100-READ-STEPTIME
008860         THRU 2100-READ-STEPTIME-EXIT.
008870 2110-STORE-STEP-EXIT.
008880     EXIT.
008890*-----------------------------------------------------------------
008900* 2200-COMPUTE-ELAPSED -- WORK OUT THE ELAPSED HUNDREDTHS OF A
008910*     SECOND FOR THE TABLE ENTRY AT WS-TIM-SUB.  AN END ON A
008920*     LATER DAY ADDS ONE DAY; AN END BEFORE THE START (A CLOCK
008930*     RESET) COUNTS AS ZERO.
008940*-----------------------------------------------------------------
008950 2200-COMPUTE-ELAPSED.
008960     MOVE WS-TIM-START-TIME (WS-TIM-SUB) TO WS-TIME-WORK.
008970     PERFORM 8000-TIME-TO-HUNDREDTHS
008980         THRU 8000-TIME-TO-HUNDREDTHS-EXIT.
008990     MOVE WS-TIME-HUNDREDTHS TO WS-FROM-HUNDREDTHS.
009000     MOVE WS-TIM-END-TIME (WS-TIM-SUB) TO WS-TIME-WORK.
009010     PERFORM 8000-TIME-TO-HUNDREDTHS
009020         THRU 8000-TIME-TO-HUNDREDTHS-EXIT.
009030     MOVE WS-TIME-HUNDREDTHS TO WS-TO-HUNDREDTHS.
009040     IF WS-TIM-END-DATE (WS-TIM-SUB) IS GREATER THAN
009050         WS-TIM-START-DATE (WS-TIM-SUB)
009060         ADD WS-HUNDREDTHS-PER-DAY TO WS-TO-HUNDREDTHS
009070     END-IF.
009080     IF WS-TO-HUNDREDTHS IS LESS THAN WS-FROM-HUNDREDTHS
009090         MOVE ZERO TO WS-ELAPSED
009100     ELSE
009110         COMPUTE WS-ELAPSED =
009120             WS-TO-HUNDREDTHS - WS-FROM-HUNDREDTHS
009130     END-IF.
009140 2200-COMPUTE-ELAPSED-EXIT.
009150     EXIT.
009160*-----------------------------------------------------------------
009170* 2500-REPORT-STEPS -- REPORT EVERY TABLE ENTRY THAT STARTED ON
009180*     OR AFTER THE FROM DATE.  THE EARLIER ENTRIES ARE HISTORY
009190*     FOR THE AVERAGES ONLY.  THE LAST DAY'S WINDOW LINE IS
009200*     PRINTED ONCE THE TABLE IS DONE.
009210*-----------------------------------------------------------------
009220 2500-REPORT-STEPS.
009240     MOVE "STEP ELAPSED TIMES" TO SL-SECTION-TITLE.
009250     MOVE SL-SECTION-HEADING TO PRINT-RECORD.
009260     PERFORM 4100-WRITE-LINE
009270         THRU 4100-WRITE-LINE-EXIT.
009280     PERFORM 2510-REPORT-ONE-STEP
009290         THRU 2510-REPORT-ONE-STEP-EXIT
009300         VARYING WS-TIM-SUB FROM 1 BY 1
009310         UNTIL WS-TIM-SUB IS GREATER THAN WS-TIM-COUNT.
009320     IF NOT WS-FIRST-DAY
009330         PERFORM 2530-PRINT-WINDOW
009340             THRU 2530-PRINT-WINDOW-EXIT
009350     END-IF.
009360 2500-REPORT-STEPS-EXIT.
009370     EXIT.
009380*-----------------------------------------------------------------
009390* 2510-REPORT-ONE-STEP -- PRINT ONE STEP WITH ITS 30-DAY
009400*     AVERAGE AND ANY THRESHOLD FLAG, AND ADD IT TO THE DAY'S
009410*     BATCH WINDOW.  A NEW START DATE CLOSES OFF THE DAY BEFORE.
009420*-----------------------------------------------------------------
009430 2510-REPORT-ONE-STEP.
009440     IF WS-TIM-START-DATE (WS-TIM-SUB) IS LESS THAN WS-FROM-DATE
009450         GO TO 2510-REPORT-ONE-STEP-EXIT
009460     END-IF.
009470     IF WS-FIRST-DAY
009480         OR WS-TIM-START-DATE (WS-TIM-SUB) IS NOT EQUAL TO
009490             WS-CURRENT-DATE
009500         PERFORM 2520-DATE-BREAK
009510             THRU 2520-DATE-BREAK-EXIT
009520     END-IF.
009530     ADD 1 TO WS-REPORTED-COUNT.
009540     ADD 1 TO WS-DAY-STEP-COUNT.
009550     IF WS-TIM-END-DATE (WS-TIM-SUB) IS GREATER THAN
009560         WS-DAY-LAST-END-DATE
009570         OR (WS-TIM-END-DATE (WS-TIM-SUB) IS EQUAL TO
009580             WS-DAY-LAST-END-DATE
009590         AND WS-TIM-END-TIME (WS-TIM-SUB) IS GREATER THAN
009600             WS-DAY-LAST-END-TIME)
009610         MOVE WS-TIM-END-DATE (WS-TIM-SUB)
009620             TO WS-DAY-LAST-END-DATE
009630         MOVE WS-TIM-END-TIME (WS-TIM-SUB)
009640             TO WS-DAY-LAST-END-TIME
009650     END-IF.
009660     PERFORM 2600-TRAILING-AVERAGE
009670         THRU 2600-TRAILING-AVERAGE-EXIT.
009680     PERFORM 2700-CHECK-THRESHOLDS
009690         THRU 2700-CHECK-THRESHOLDS-EXIT.
009700     MOVE SPACES TO DL-DETAIL-LINE.
009710     MOVE WS-TIM-JOB-NAME (WS-TIM-SUB)  TO DL-JOB-NAME.
009720     MOVE WS-TIM-STEP-NAME (WS-TIM-SUB) TO DL-STEP-NAME.
009730     MOVE WS-TIM-PROGRAM (WS-TIM-SUB)   TO DL-PROGRAM.
009740     MOVE WS-TIM-START-TIME (WS-TIM-SUB) TO WS-TIME-WORK.
009750     PERFORM 8100-FORMAT-TIME
009760         THRU 8100-FORMAT-TIME-EXIT.
009770     MOVE WS-TIME-DISPLAY TO DL-START-TIME.
009780     MOVE WS-TIM-END-TIME (WS-TIM-SUB) TO WS-TIME-WORK.
009790     PERFORM 8100-FORMAT-TIME
009800         THRU 8100-FORMAT-TIME-EXIT.
009810     MOVE WS-TIME-DISPLAY TO DL-END-TIME.
009820     COMPUTE WS-ELAPSED-SECONDS =
009830         WS-TIM-ELAPSED (WS-TIM-SUB) / 100.
009840     MOVE WS-ELAPSED-SECONDS TO DL-ELAPSED.
009850     COMPUTE WS-ELAPSED-SECONDS = WS-AVERAGE-ELAPSED / 100.
009860     MOVE WS-ELAPSED-SECONDS TO DL-AVERAGE.
009870     MOVE WS-PERCENT-OF-AVERAGE TO DL-PERCENT.
009880     MOVE WS-TIM-RECORD-COUNT (WS-TIM-SUB) TO DL-RECORD-COUNT.
009890     MOVE WS-TIM-RETURN-CODE (WS-TIM-SUB)  TO DL-RETURN-CODE.
009900     IF WS-OVER-MAX AND WS-OVER-AVERAGE
009910         MOVE "*MAX + AVG*" TO DL-FLAG
009920     ELSE
009930         IF WS-OVER-MAX
009940             MOVE "*OVER MAX*" TO DL-FLAG
009950         END-IF
009960         IF WS-OVER-AVERAGE
009970             MOVE "*OVER AVG*" TO DL-FLAG
009980         END-IF
009990     END-IF.
010000     MOVE DL-DETAIL-LINE TO PRINT-RECORD.
010010     PERFORM 4100-WRITE-LINE
010020         THRU 4100-WRITE-LINE-EXIT.
010030 2510-REPORT-ONE-STEP-EXIT.
010040     EXIT.
010050*-----------------------------------------------------------------
010060* 2520-DATE-BREAK -- CLOSE OFF THE DAY BEFORE WITH ITS WINDOW
010070*     LINE AND START THE NEW DAY.  THE TABLE IS IN START ORDER,
010080*     SO THE FIRST STEP OF A DAY IS ITS FIRST START.
010090*-----------------------------------------------------------------
010100 2520-DATE-BREAK.
010110     IF NOT WS-FIRST-DAY
010120         PERFORM 2530-PRINT-WINDOW
010130             THRU 2530-PRINT-WINDOW-EXIT
010140     END-IF.
010150     MOVE "N" TO WS-FIRST-DAY-SW.
010160     MOVE WS-TIM-START-DATE (WS-TIM-SUB) TO WS-CURRENT-DATE.
010170     MOVE WS-TIM-START-TIME (WS-TIM-SUB) TO WS-DAY-FIRST-START.
010180     MOVE ZERO TO WS-DAY-LAST-END-DATE.
010190     MOVE ZERO TO WS-DAY-LAST-END-TIME.
010200     MOVE ZERO TO WS-DAY-STEP-COUNT.
010210     MOVE ZERO TO WS-DAY-OVER-COUNT.
010230     MOVE WS-CURRENT-DATE TO DH-DATE.
010240     MOVE DH-DATE-LINE TO PRINT-RECORD.
010250     PERFORM 4100-WRITE-LINE
010260         THRU 4100-WRITE-LINE-EXIT.
010270 2520-DATE-BREAK-EXIT.
010280     EXIT.
010290*-----------------------------------------------------------------
010300* 2530-PRINT-WINDOW -- PRINT THE BATCH WINDOW FOR THE CURRENT
010310*     DAY: FROM THE FIRST STEP'S START TO THE LATEST END.
010320*-----------------------------------------------------------------
010330 2530-PRINT-WINDOW.
010340     MOVE WS-DAY-FIRST-START TO WS-TIME-WORK.
010350     PERFORM 8000-TIME-TO-HUNDREDTHS
010360         THRU 8000-TIME-TO-HUNDREDTHS-EXIT.
010370     MOVE WS-TIME-HUNDREDTHS TO WS-FROM-HUNDREDTHS.
010380     MOVE WS-DAY-LAST-END-TIME TO WS-TIME-WORK.
010390     PERFORM 8000-TIME-TO-HUNDREDTHS
010400         THRU 8000-TIME-TO-HUNDREDTHS-EXIT.
010410     MOVE WS-TIME-HUNDREDTHS TO WS-TO-HUNDREDTHS.
010420     IF WS-DAY-LAST-END-DATE IS GREATER THAN WS-CURRENT-DATE
010430         ADD WS-HUNDREDTHS-PER-DAY TO WS-TO-HUNDREDTHS
010440     END-IF.
010450     IF WS-TO-HUNDREDTHS IS LESS THAN WS-FROM-HUNDREDTHS
010460         MOVE ZERO TO WS-ELAPSED
010470     ELSE
010480         COMPUTE WS-ELAPSED =
010490             WS-TO-HUNDREDTHS - WS-FROM-HUNDREDTHS
010500     END-IF.
010520     MOVE WS-DAY-FIRST-START TO WS-TIME-WORK.
010530     PERFORM 8100-FORMAT-TIME
010540         THRU 8100-FORMAT-TIME-EXIT.
010550     MOVE WS-TIME-DISPLAY TO WL-FIRST-START.
010560     MOVE WS-DAY-LAST-END-DATE TO WL-LAST-END-DATE.
010570     MOVE WS-DAY-LAST-END-TIME TO WS-TIME-WORK.
010580     PERFORM 8100-FORMAT-TIME
010590         THRU 8100-FORMAT-TIME-EXIT.
010600     MOVE WS-TIME-DISPLAY TO WL-LAST-END-TIME.
010610     COMPUTE WS-ELAPSED-SECONDS = WS-ELAPSED / 100.
010620     MOVE WS-ELAPSED-SECONDS TO WL-ELAPSED.
010630     MOVE WS-DAY-STEP-COUNT TO WL-STEP-COUNT.
010640     MOVE WS-DAY-OVER-COUNT TO WL-OVER-COUNT.
010650     MOVE WL-WINDOW-LINE TO PRINT-RECORD.
010660     PERFORM 4100-WRITE-LINE
010670         THRU 4100-WRITE-LINE-EXIT.
010680 2530-PRINT-WINDOW-EXIT.
010690     EXIT.
010700*-----------------------------------------------------------------
010710* 2600-TRAILING-AVERAGE -- AVERAGE THE ELAPSED TIME OF EARLIER
010720*     RUNS OF THE SAME JOB, STEP AND PROGRAM THAT STARTED IN THE
010730*     30 DAYS BEFORE THIS STEP'S START DATE, AND EXPRESS THIS
010740*     RUN AS A PERCENT OF IT.  THE FIRST DAY OF THE 30 IS WORKED
010750*     OUT ONCE PER START DATE.  NO EARLIER RUN LEAVES THE
010760*     AVERAGE AND PERCENT AT ZERO.
010770*-----------------------------------------------------------------
010780 2600-TRAILING-AVERAGE.
010790     IF WS-TIM-START-DATE (WS-TIM-SUB) IS NOT EQUAL TO
010800         WS-AVERAGE-FOR-DATE
010810         MOVE WS-TIM-START-DATE (WS-TIM-SUB)
010820             TO WS-AVERAGE-FOR-DATE
010830         MOVE WS-AVERAGE-FOR-DATE TO WS-WINDOW-START
010840         PERFORM 0200-BACK-ONE-DAY
010850             THRU 0200-BACK-ONE-DAY-EXIT
010860             WS-AVERAGE-DAYS TIMES
010870         MOVE WS-WINDOW-START TO WS-AVERAGE-START
010880     END-IF.
010890     MOVE ZERO TO WS-PRIOR-RUN-COUNT.
010900     MOVE ZERO TO WS-PRIOR-ELAPSED-TOTAL.
010910     MOVE ZERO TO WS-AVERAGE-ELAPSED.
010920     MOVE ZERO TO WS-PERCENT-OF-AVERAGE.
010930     PERFORM 2610-ADD-PRIOR-RUN
010940         THRU 2610-ADD-PRIOR-RUN-EXIT
010950         VARYING WS-HIST-SUB FROM 1 BY 1
010960         UNTIL WS-HIST-SUB IS NOT LESS THAN WS-TIM-SUB
010970         OR WS-TIM-START-DATE (WS-HIST-SUB) IS NOT LESS THAN
010980             WS-AVERAGE-FOR-DATE.
010990     IF WS-PRIOR-RUN-COUNT IS EQUAL TO ZERO
011000         GO TO 2600-TRAILING-AVERAGE-EXIT
011010     END-IF.
011020     COMPUTE WS-AVERAGE-ELAPSED ROUNDED =
011030         WS-PRIOR-ELAPSED-TOTAL / WS-PRIOR-RUN-COUNT.
011040     IF WS-AVERAGE-ELAPSED IS GREATER THAN ZERO
011050         COMPUTE WS-PERCENT-OF-AVERAGE ROUNDED =
011060             WS-TIM-ELAPSED (WS-TIM-SUB) * 100
011070             / WS-AVERAGE-ELAPSED
011080             ON SIZE ERROR
011090                 MOVE 99999 TO WS-PERCENT-OF-AVERAGE
011100         END-COMPUTE
011110     END-IF.
011120 2600-TRAILING-AVERAGE-EXIT.
011130     EXIT.
011140*-----------------------------------------------------------------
011150* 2610-ADD-PRIOR-RUN -- COUNT ONE EARLIER TABLE ENTRY INTO THE
011160*     AVERAGE WHEN IT IS THE SAME JOB, STEP AND PROGRAM AND
011170*     FALLS INSIDE THE 30 DAYS.
011180*-----------------------------------------------------------------
011190 2610-ADD-PRIOR-RUN.
011200     IF WS-TIM-START-DATE (WS-HIST-SUB) IS LESS THAN
011210         WS-AVERAGE-START
011220         GO TO 2610-ADD-PRIOR-RUN-EXIT
011230     END-IF.
011240     IF WS-TIM-JOB-NAME (WS-HIST-SUB) IS EQUAL TO
011250         WS-TIM-JOB-NAME (WS-TIM-SUB)
011260         AND WS-TIM-STEP-NAME (WS-HIST-SUB) IS EQUAL TO
011270             WS-TIM-STEP-NAME (WS-TIM-SUB)
011280         AND WS-TIM-PROGRAM (WS-HIST-SUB) IS EQUAL TO
011290             WS-TIM-PROGRAM (WS-TIM-SUB)
011300         ADD 1 TO WS-PRIOR-RUN-COUNT
011310         ADD WS-TIM-ELAPSED (WS-HIST-SUB)
011320             TO WS-PRIOR-ELAPSED-TOTAL
011330     END-IF.
011340 2610-ADD-PRIOR-RUN-EXIT.
011350     EXIT.
011360*-----------------------------------------------------------------
011370* 2700-CHECK-THRESHOLDS -- MEASURE THE STEP AGAINST ITS
011380*     PROGRAM'S CARD, OR THE DEFAULT CARD WHEN IT HAS NONE.  A
011390*     LIMIT OF ZERO IS NOT CHECKED.  A STEP OVER EITHER LIMIT
011400*     IS COUNTED, DISPLAYED ON SYSOUT AND ENDS THE RUN AT
011410*     LEAST 0008.
011420*-----------------------------------------------------------------
011430 2700-CHECK-THRESHOLDS.
011440     MOVE "N" TO WS-OVER-MAX-SW.
011450     MOVE "N" TO WS-OVER-AVERAGE-SW.
011460     MOVE ZERO TO WS-LIMIT-SECONDS.
011470     MOVE ZERO TO WS-LIMIT-PERCENT.
011480     MOVE WS-TIM-PROGRAM (WS-TIM-SUB) TO WS-LOOKUP-PROGRAM.
011490     PERFORM 2710-FIND-THRESHOLD
011500         THRU 2710-FIND-THRESHOLD-EXIT.
011510     IF NOT WS-CTL-FOUND
011520         MOVE "DEFAULT" TO WS-LOOKUP-PROGRAM
011530         PERFORM 2710-FIND-THRESHOLD
011540             THRU 2710-FIND-THRESHOLD-EXIT
011550     END-IF.
011560     IF NOT WS-CTL-FOUND
011570         GO TO 2700-CHECK-THRESHOLDS-EXIT
011580     END-IF.
011590     MOVE WS-CTL-MAX-SECONDS (WS-CTL-SUB) TO WS-LIMIT-SECONDS.
011600     MOVE WS-CTL-MAX-PERCENT (WS-CTL-SUB) TO WS-LIMIT-PERCENT.
011610     IF WS-LIMIT-SECONDS IS GREATER THAN ZERO
011620         AND WS-TIM-ELAPSED (WS-TIM-SUB) IS GREATER THAN
011630             WS-LIMIT-SECONDS * 100
011640         SET WS-OVER-MAX TO TRUE
011650     END-IF.
011660     IF WS-LIMIT-PERCENT IS GREATER THAN ZERO
011670         AND WS-PERCENT-OF-AVERAGE IS GREATER THAN
011680             WS-LIMIT-PERCENT
011690         SET WS-OVER-AVERAGE TO TRUE
011700     END-IF.
011710     IF WS-OVER-MAX OR WS-OVER-AVERAGE
011720         ADD 1 TO WS-OVER-COUNT
011730         ADD 1 TO WS-DAY-OVER-COUNT
011740         DISPLAY "HELLOTIM - STEP OVER THRESHOLD "
011750             WS-TIM-JOB-NAME (WS-TIM-SUB) " "
011760             WS-TIM-STEP-NAME (WS-TIM-SUB) " "
011770             WS-TIM-PROGRAM (WS-TIM-SUB) " "
011780             WS-TIM-START-DATE (WS-TIM-SUB)
011790         IF WS-RETURN-CODE IS LESS THAN 0008
011800             MOVE 0008 TO WS-RETURN-CODE
011810         END-IF
011820     END-IF.
011830 2700-CHECK-THRESHOLDS-EXIT.
011840     EXIT.
011850*-----------------------------------------------------------------
011860* 2710-FIND-THRESHOLD -- LOOK FOR WS-LOOKUP-PROGRAM IN THE
011870*     THRESHOLD TABLE.  WS-CTL-SUB IS LEFT ON THE MATCH.
011880*-----------------------------------------------------------------
011890 2710-FIND-THRESHOLD.
011900     MOVE "N" TO WS-CTL-FOUND-SW.
011910     PERFORM 2720-SEARCH-THRESHOLD
011920         THRU 2720-SEARCH-THRESHOLD-EXIT
011930         VARYING WS-CTL-SUB FROM 1 BY 1
011940         UNTIL WS-CTL-SUB IS GREATER THAN WS-CTL-COUNT
011950         OR WS-CTL-FOUND.
011960     IF WS-CTL-FOUND
011970         SUBTRACT 1 FROM WS-CTL-SUB
011980     END-IF.
011990 2710-FIND-THRESHOLD-EXIT.
012000     EXIT.
012010*-----------------------------------------------------------------
012020* 2720-SEARCH-THRESHOLD -- TEST ONE THRESHOLD TABLE ENTRY.
012030*-----------------------------------------------------------------
012040 2720-SEARCH-THRESHOLD.
012050     IF WS-CTL-PROGRAM (WS-CTL-SUB) IS EQUAL TO WS-LOOKUP-PROGRAM
012060         SET WS-CTL-FOUND TO TRUE
012070     END-IF.
012080 2720-SEARCH-THRESHOLD-EXIT.
012090     EXIT.
012100*-----------------------------------------------------------------
012110* 3000-FINALIZE -- PRINT THE CONTROL TOTALS AND THE FOOTER.
012120*-----------------------------------------------------------------
012130 3000-FINALIZE.
012140     IF WS-REPORTED-COUNT IS EQUAL TO ZERO
012150         MOVE SPACES TO NL-NOTE-TEXT
012160         MOVE "NO STEPS STARTED IN THE DATE RANGE"
012170             TO NL-NOTE-TEXT
012180         MOVE NL-NOTE-LINE TO PRINT-RECORD
012190         PERFORM 4100-WRITE-LINE
012200             THRU 4100-WRITE-LINE-EXIT
012210     END-IF.
012220     IF WS-STEPTIME-NEW
012230         MOVE SPACES TO NL-NOTE-TEXT
012240         MOVE "STEPTIME HAS NEVER BEEN WRITTEN"
012250             TO NL-NOTE-TEXT
012260         MOVE NL-NOTE-LINE TO PRINT-RECORD
012270         PERFORM 4100-WRITE-LINE
012280             THRU 4100-WRITE-LINE-EXIT
012290     END-IF.
012300     IF WS-TIM-DROPPED-COUNT IS GREATER THAN ZERO
012310         MOVE SPACES TO NL-NOTE-TEXT
012320         MOVE "STEP TABLE FULL - LATER STEPS NOT REPORTED"
012330             TO NL-NOTE-TEXT
012340         MOVE NL-NOTE-LINE TO PRINT-RECORD
012350         PERFORM 4100-WRITE-LINE
012360             THRU 4100-WRITE-LINE-EXIT
012370         IF WS-RETURN-CODE IS LESS THAN 0004
012380             MOVE 0004 TO WS-RETURN-CODE
012390         END-IF
012400     END-IF.
012410     MOVE SPACES TO PRINT-RECORD.
012420     PERFORM 4100-WRITE-LINE
012430         THRU 4100-WRITE-LINE-EXIT.
012440     MOVE SPACES TO TL-TOTAL-LINE.
012450     MOVE "STEPTIME RECORDS READ            " TO TL-TOTAL-LABEL.
012460     MOVE WS-STEPTIME-READ-COUNT TO TL-TOTAL-COUNT.
012470     PERFORM 3100-PRINT-TOTAL
012480         THRU 3100-PRINT-TOTAL-EXIT.
012490     MOVE "STEPTIME RECORDS NOT LOADED      " TO TL-TOTAL-LABEL.
012500     MOVE WS-TIM-DROPPED-COUNT TO TL-TOTAL-COUNT.
012510     PERFORM 3100-PRINT-TOTAL
012520         THRU 3100-PRINT-TOTAL-EXIT.
012530     MOVE "STEPS REPORTED IN DATE RANGE     " TO TL-TOTAL-LABEL.
012540     MOVE WS-REPORTED-COUNT TO TL-TOTAL-COUNT.
012550     PERFORM 3100-PRINT-TOTAL
012560         THRU 3100-PRINT-TOTAL-EXIT.
012570     MOVE "STEPS OVER A THRESHOLD           " TO TL-TOTAL-LABEL.
012580     MOVE WS-OVER-COUNT TO TL-TOTAL-COUNT.
012590     PERFORM 3100-PRINT-TOTAL
012600         THRU 3100-PRINT-TOTAL-EXIT.
012610     MOVE "THRESHOLD CARDS ACCEPTED         " TO TL-TOTAL-LABEL.
012620     MOVE WS-CARD-ACCEPTED-COUNT TO TL-TOTAL-COUNT.
012630     PERFORM 3100-PRINT-TOTAL
012640         THRU 3100-PRINT-TOTAL-EXIT.
012650     MOVE "THRESHOLD CARDS REJECTED         " TO TL-TOTAL-LABEL.
012660     MOVE WS-CARD-REJECTED-COUNT TO TL-TOTAL-COUNT.
012670     PERFORM 3100-PRINT-TOTAL
012680         THRU 3100-PRINT-TOTAL-EXIT.
012690     MOVE WS-TODAYS-DATE TO FL-RUN-DATE.
012700     MOVE FL-FOOTER TO PRINT-RECORD.
012710     PERFORM 4100-WRITE-LINE
012720         THRU 4100-WRITE-LINE-EXIT.
012730     DISPLAY "HELLOTIM - STEPS REPORTED " WS-REPORTED-COUNT
012740         " OVER A THRESHOLD " WS-OVER-COUNT.
012750 3000-FINALIZE-EXIT.
012760     EXIT.
012770*-----------------------------------------------------------------
012780* 3100-PRINT-TOTAL -- WRITE ONE CONTROL TOTAL LINE.
012790*-----------------------------------------------------------------
012800 3100-PRINT-TOTAL.
012810     MOVE TL-TOTAL-LINE TO PRINT-RECORD.
012820     PERFORM 4100-WRITE-LINE
012830         THRU 4100-WRITE-LINE-EXIT.
012840 3100-PRINT-TOTAL-EXIT.
012850     EXIT.
012860*-----------------------------------------------------------------
012870* 4000-PRINT-HEADINGS -- START A NEW PAGE WITH THE STANDARD
012880*     REPORT HEADING LINES.
012890*-----------------------------------------------------------------
012900 4000-PRINT-HEADINGS.
012910     ADD 1 TO WS-PAGE-NUMBER.
012920     MOVE WS-PAGE-NUMBER TO HL-PAGE-NUMBER.
012930     MOVE WS-TODAYS-DATE TO HL-RUN-DATE.
012940     MOVE WS-FROM-DATE   TO HL-FROM-DATE.
012950     MOVE WS-TO-DATE     TO HL-TO-DATE.
012960     WRITE PRINT-RECORD FROM HL-HEADING-1.
012970     WRITE PRINT-RECORD FROM HL-HEADING-2.
012980     WRITE PRINT-RECORD FROM HL-HEADING-3.
012990     MOVE 4 TO WS-LINE-COUNT.
013000 4000-PRINT-HEADINGS-EXIT.
013010     EXIT.
013020*-----------------------------------------------------------------
013030* 4100-WRITE-LINE -- WRITE ONE REPORT LINE, STARTING A NEW PAGE
013040*     WHEN THE CURRENT PAGE IS FULL.
013050*-----------------------------------------------------------------
013060 4100-WRITE-LINE.
013070     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL
013080         TO WS-LINES-PER-PAGE
013090         PERFORM 4000-PRINT-HEADINGS
013100             THRU 4000-PRINT-HEADINGS-EXIT
013110     END-IF.
013120     WRITE PRINT-RECORD.
013130     ADD 1 TO WS-LINE-COUNT.
013140 4100-WRITE-LINE-EXIT.
013150     EXIT.
013160*-----------------------------------------------------------------
013170* 8000-TIME-TO-HUNDREDTHS -- TURN THE HHMMSSHH TIME IN
013180*     WS-TIME-WORK INTO HUNDREDTHS OF A SECOND SINCE MIDNIGHT.
013190*-----------------------------------------------------------------
013200 8000-TIME-TO-HUNDREDTHS.
013210     COMPUTE WS-TIME-HUNDREDTHS =
013220         (WS-TIME-HH * 360000) + (WS-TIME-MM * 6000)
013230         + (WS-TIME-SS * 100) + WS-TIME-TH.
013240 8000-TIME-TO-HUNDREDTHS-EXIT.
013250     EXIT.
013260*-----------------------------------------------------------------
013270* 8100-FORMAT-TIME -- EDIT THE HHMMSSHH TIME IN WS-TIME-WORK AS
013280*     HH:MM:SS FOR PRINTING.
013290*-----------------------------------------------------------------
013300 8100-FORMAT-TIME.
013310     MOVE WS-TIME-HH TO WS-TIME-DISPLAY-HH.
013320     MOVE WS-TIME-MM TO WS-TIME-DISPLAY-MM.
013330     MOVE WS-TIME-SS TO WS-TIME-DISPLAY-SS.
013340 8100-FORMAT-TIME-EXIT.
013350     EXIT.
013360*-----------------------------------------------------------------
013370* 8900-WRITE-STEP-TIMING -- RECORD THE STEP ON THE SHARED
013380*     STEPTIME DATASET: JOB AND STEP NAME, START AND END DATE AND
013390*     TIME, RECORDS PROCESSED AND THE FINAL RETURN CODE.
013400*     PERFORMED AFTER 9000-TERMINATE HAS CLOSED THE INPUT SIDE
013410*     OF STEPTIME, SO THE RETURN CODE IS THE ONE THE STEP ENDS
013420*     WITH.  FILE STATUS 35 MEANS THE DATASET HAS NEVER BEEN
013430*     WRITTEN; IT IS OPENED OUTPUT TO CREATE IT.  THE KEY
013440*     SEQUENCE IS COUNTED UP FROM ZERO BY 8910-WRITE-KEYED-TIMING
013450*     UNTIL THE KEY IS UNIQUE.  THE TIMING RECORD IS NOT PART OF
013460*     THE STEP'S WORK, SO A FAILURE HERE IS DISPLAYED BUT LEAVES
013470*     THE RETURN CODE ALONE.
013480*-----------------------------------------------------------------
013490 8900-WRITE-STEP-TIMING.
013500     OPEN I-O STEPTIME-FILE.
013510     IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "35"
013520         OPEN OUTPUT STEPTIME-FILE
013530     END-IF.
013540     IF WS-STEPTIME-FILE-STATUS IS NOT EQUAL TO "00"
013550         DISPLAY "HELLOTIM - UNABLE TO OPEN STEPTIME, "
013560             "STATUS = " WS-STEPTIME-FILE-STATUS
013570         GO TO 8900-WRITE-STEP-TIMING-EXIT
013580     END-IF.
013590     MOVE SPACES               TO STEPTIME-RECORD.
013600     MOVE WS-STEP-START-DATE   TO TM-KEY-START-DATE.
013610     MOVE WS-STEP-START-TIME   TO TM-KEY-START-TIME.
013620     MOVE "HELLOTIM"           TO TM-KEY-PROGRAM.
013630     MOVE WS-JOB-NAME          TO TM-JOB-NAME.
013640     MOVE WS-CEE3JBN-STEP-NAME TO TM-STEP-NAME.
013650     ACCEPT TM-END-DATE FROM DATE YYYYMMDD.
013660     ACCEPT TM-END-TIME FROM TIME.
013670     MOVE WS-STEPTIME-READ-COUNT TO TM-RECORD-COUNT.
013680     MOVE WS-RETURN-CODE       TO TM-RETURN-CODE.
013690     MOVE ZERO TO WS-STEP-SEQ.
013700     MOVE "N"  TO WS-STEP-WRITTEN-SW.
013710     PERFORM 8910-WRITE-KEYED-TIMING
013720         THRU 8910-WRITE-KEYED-TIMING-EXIT
013730         UNTIL WS-STEP-WRITTEN
013740         OR WS-STEP-SEQ IS GREATER THAN 9998.
013750     IF NOT WS-STEP-WRITTEN
013760         DISPLAY "HELLOTIM - STEPTIME WRITE FAILED, "
013770             "STATUS = " WS-STEPTIME-FILE-STATUS
013780     END-IF.
013790     CLOSE STEPTIME-FILE.
013800 8900-WRITE-STEP-TIMING-EXIT.
013810     EXIT.
013820*-----------------------------------------------------------------
013830* 8910-WRITE-KEYED-TIMING -- TRY THE WRITE WITH THE CURRENT
013840*     SEQUENCE NUMBER; A DUPLICATE KEY BUMPS THE SEQUENCE AND THE
013850*     CALLER TRIES AGAIN.  ANY OTHER FAILURE ENDS THE RETRIES.
013860*-----------------------------------------------------------------
013870 8910-WRITE-KEYED-TIMING.
013880     MOVE WS-STEP-SEQ TO TM-KEY-SEQ.
013890     WRITE STEPTIME-RECORD
013900         INVALID KEY
013910             IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "22"
013920                 ADD 1 TO WS-STEP-SEQ
013930             ELSE
013940                 MOVE 9999 TO WS-STEP-SEQ
013950             END-IF
013960         NOT INVALID KEY
013970             SET WS-STEP-WRITTEN TO TRUE
013980     END-WRITE.
013990 8910-WRITE-KEYED-TIMING-EXIT.
014000     EXIT.
014010*-----------------------------------------------------------------
014020* 9000-TERMINATE -- CLOSE FILES.
014030*-----------------------------------------------------------------
014040 9000-TERMINATE.
014050     IF WS-STEPTIME-OPEN-OK
014060         CLOSE STEPTIME-FILE
014070     END-IF.
014080     IF WS-TIMCTL-OPEN-OK
014090         CLOSE TIMCTL-FILE
014100     END-IF.
014110     IF WS-PRINT-OPEN-OK
014120         CLOSE PRINT-FILE
014130     END-IF.
014140 9000-TERMINATE-EXIT.
014150     EXIT.
