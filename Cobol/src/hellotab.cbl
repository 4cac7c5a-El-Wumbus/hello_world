000100*****************************************************************
000110* PROGRAM:      HELLOTAB
000120* AUTHOR:       AIDAN NEAL
000130* INSTALLATION: DATA CENTER - BATCH SYSTEMS GROUP
000140* DATE-WRITTEN: 10/15/2026
000150* DATE-COMPILED:
000160*-----------------------------------------------------------------
000170* PURPOSE.
000180*     BATCH MAINTENANCE FOR THE GREETTAB TRANSLATION DATASET
000190*     LOADED BY HELLONAME, HELLOANV AND HELLOAUD.  A FILE OF
000200*     ADD, CHANGE AND DELETE TRANSACTIONS (TABTRN) IS EDITED
000210*     AND APPLIED TO AN IN-STORAGE COPY OF THE TABLE, AND THE
000220*     RESULT IS WRITTEN AS A NEW GENERATION (TABNEW) THAT THE
000230*     JOB COPIES OVER GREETTAB, SO A TYPO OR A REMOVED
000240*     LANGUAGE NO LONGER SURFACES ONLY AS AN EMPLOYEE GREETED
000250*     WITH THE ENGLISH "Hello" FALLBACK.
000260*
000270*     AN ADD IS REJECTED FOR A CODE ALREADY ON THE TABLE, A
000280*     BLANK SALUTATION, OR A TABLE ALREADY HOLDING THE 20
000290*     ENTRIES THE READING PROGRAMS CAN LOAD.  A CHANGE IS
000300*     REJECTED FOR A CODE NOT ON THE TABLE OR A BLANK
000310*     SALUTATION.  A DELETE IS REJECTED WHILE THE CODE IS STILL
000320*     THE GM-LANG-CODE OF ANY GREETMST RECORD OR THE
000330*     SC-LANG-CODE OF ANY GREETSCH SCHEDULE RECORD.
000340*
000350*     EVERY RUN, WITH OR WITHOUT TRANSACTIONS, ENDS WITH AN
000360*     IMPACT REPORT OF HOW MANY EMPLOYEES AND SCHEDULE RECORDS
000370*     USE EACH LANGUAGE, INCLUDING CODES IN USE THAT HAVE NO
000380*     GREETTAB ENTRY, SO OPERATIONS KNOWS WHO A CHANGE WILL
000390*     AFFECT BEFORE THE MORNING ROLL-CALL.
000400*-----------------------------------------------------------------
000410* TRANSACTION LAYOUT (TABTRN, LRECL 80).
000420*     COL  1      ACTION CODE      A = ADD, C = CHANGE, D = DELETE
000430*     COL  2-  3  LANGUAGE CODE
000440*     COL  4- 13  SALUTATION       (IGNORED ON A DELETE)
000450*     COL 14- 80  RESERVED
000460*-----------------------------------------------------------------
000470* TRANSLATION LAYOUT (GREETTAB AND TABNEW, LRECL 80).
000480*     COL  1-  2  LANGUAGE CODE
000490*     COL  3- 12  SALUTATION
000500*     COL 13- 80  RESERVED
000510*-----------------------------------------------------------------
000520* RETURN CODES.
000530*     0000  EVERY TRANSACTION APPLIED
000540*     0004  AT LEAST ONE TRANSACTION REJECTED, OR A GREETTAB
000550*           RECORD (BLANK CODE, DUPLICATE CODE OR BEYOND THE
000560*           20-ENTRY LIMIT) WAS DROPPED FROM THE NEW GENERATION
000570*           -- REVIEW THE REPORT
000580*     0016  A FILE WOULD NOT OPEN -- NO NEW GENERATION WRITTEN
000581*           -- OR A TABNEW WRITE FAILED, LEAVING A PARTIAL
000582*           GENERATION THAT THE JOB MUST NOT COPY OVER GREETTAB
000590*-----------------------------------------------------------------
000600* MODIFICATION HISTORY.
000610*     DATE       INIT  DESCRIPTION
000620*     ---------- ----  ------------------------------------------
000630*     10/15/2026 AN    ORIGINAL PROGRAM.
000631*     10/15/2026 AN    STEP START AND END NOW RECORDED ON THE
000632*                       SHARED STEPTIME DATASET (COPYBOOK
000633*                       GTIMREC) FOR THE HELLOTIM BATCH-WINDOW
000634*                       REPORT.
000635*     10/15/2026 AN    VERIFY THE FILE STATUS OF EVERY TABNEW
000636*                       WRITE -- A FAILED WRITE IS NOT COUNTED,
000637*                       STOPS THE WRITE LOOP AND ENDS 0016 SO
000638*                       THE JOB DOES NOT REPLACE GREETTAB.
000640*****************************************************************
000650 IDENTIFICATION DIVISION.
000660 PROGRAM-ID.     HELLOTAB.
000670 AUTHOR.         AIDAN NEAL.
000680 INSTALLATION.   DATA CENTER - BATCH SYSTEMS GROUP.
000690 DATE-WRITTEN.   10/15/2026.
000700 DATE-COMPILED.
000710 ENVIRONMENT DIVISION.
000720 CONFIGURATION SECTION.
000730 SOURCE-COMPUTER. IBM-370.
000740 OBJECT-COMPUTER. IBM-370.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT GREETTAB-FILE ASSIGN TO GREETTAB
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-GREETTAB-FILE-STATUS.
000800     SELECT TABTRN-FILE   ASSIGN TO TABTRN
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-TABTRN-FILE-STATUS.
000830     SELECT TABNEW-FILE   ASSIGN TO TABNEW
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-TABNEW-FILE-STATUS.
000860     SELECT GREETING-MASTER ASSIGN TO GREETMST
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS SEQUENTIAL
000890         RECORD KEY IS GM-EMPLOYEE-ID
000900         FILE STATUS IS WS-GREETMST-FILE-STATUS.
000910     SELECT GREETSCH-FILE ASSIGN TO GREETSCH
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-GREETSCH-FILE-STATUS.
000940     SELECT PRINT-FILE    ASSIGN TO HELLOTAB
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-PRINT-FILE-STATUS.
000961     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000962         ORGANIZATION IS INDEXED
000963         ACCESS MODE IS RANDOM
000964         RECORD KEY IS TM-TIMING-KEY
000965         FILE STATUS IS WS-STEPTIME-FILE-STATUS.
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  GREETTAB-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020 01  GREETTAB-RECORD.
001030     05  TB-LANG-CODE           PIC X(02).
001040     05  TB-SALUTATION          PIC X(10).
001050     05  FILLER                 PIC X(68).
001060 FD  TABTRN-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090 01  TABTRN-RECORD.
001100     05  TT-ACTION-CODE         PIC X(01).
001110         88  TT-ACTION-ADD                 VALUE "A".
001120         88  TT-ACTION-CHANGE              VALUE "C".
001130         88  TT-ACTION-DELETE              VALUE "D".
001140     05  TT-LANG-CODE           PIC X(02).
001150     05  TT-SALUTATION          PIC X(10).
001160     05  FILLER                 PIC X(67).
001170 FD  TABNEW-FILE
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD.
001200 01  TABNEW-RECORD.
001210     05  TN-LANG-CODE           PIC X(02).
001220     05  TN-SALUTATION          PIC X(10).
001230     05  FILLER                 PIC X(68).
001240 FD  GREETING-MASTER
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD.
001270 01  GREETING-MASTER-RECORD.
001280     COPY GMSTREC.
001290 FD  GREETSCH-FILE
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE STANDARD.
001320 01  GREETSCH-RECORD.
001330     05  SC-START-DATE          PIC 9(08).
001340     05  SC-END-DATE            PIC 9(08).
001350     05  SC-LANG-CODE           PIC X(02).
001360     05  SC-MESSAGE-TEXT        PIC X(60).
001370     05  FILLER                 PIC X(02).
001380 FD  PRINT-FILE
001390     RECORDING MODE IS F
001400     LABEL RECORDS ARE STANDARD.
001410 01  PRINT-RECORD               PIC X(133).
001411 FD  STEPTIME-FILE
001412     RECORDING MODE IS F
001413     LABEL RECORDS ARE STANDARD.
001414 01  STEPTIME-RECORD.
001415     COPY GTIMREC.
001420 WORKING-STORAGE SECTION.
001430*-----------------------------------------------------------------
001440* SWITCHES AND COUNTERS.
001450*-----------------------------------------------------------------
001460 01  WS-SWITCHES.
001461     05  WS-STEP-WRITTEN-SW     PIC X(01) VALUE "N".
001462         88  WS-STEP-WRITTEN               VALUE "Y".
001470     05  WS-GREETTAB-EOF-SW     PIC X(01) VALUE "N".
001480         88  WS-GREETTAB-EOF               VALUE "Y".
001490     05  WS-TABTRN-EOF-SW       PIC X(01) VALUE "N".
001500         88  WS-TABTRN-EOF                 VALUE "Y".
001510     05  WS-TABTRN-OPEN-SW      PIC X(01) VALUE "N".
001520         88  WS-TABTRN-OPEN-OK             VALUE "Y".
001530     05  WS-TABNEW-OPEN-SW      PIC X(01) VALUE "N".
001540         88  WS-TABNEW-OPEN-OK             VALUE "Y".
001541     05  WS-WRITE-FAIL-SW       PIC X(01) VALUE "N".
001542         88  WS-WRITE-FAILED               VALUE "Y".
001550     05  WS-GREETMST-EOF-SW     PIC X(01) VALUE "N".
001560         88  WS-GREETMST-EOF               VALUE "Y".
001570     05  WS-GREETSCH-EOF-SW     PIC X(01) VALUE "N".
001580         88  WS-GREETSCH-EOF               VALUE "Y".
001590     05  WS-PRINT-OPEN-SW       PIC X(01) VALUE "N".
001600         88  WS-PRINT-OPEN-OK              VALUE "Y".
001610     05  WS-TRANS-FOUND-SW      PIC X(01) VALUE "N".
001620         88  WS-TRANS-FOUND                VALUE "Y".
001630     05  WS-USAGE-FOUND-SW      PIC X(01) VALUE "N".
001640         88  WS-USAGE-FOUND                VALUE "Y".
001650     05  WS-USAGE-FULL-SW       PIC X(01) VALUE "N".
001660         88  WS-USAGE-FULL                 VALUE "Y".
001670     05  WS-REPORT-SECTION-SW   PIC X(01) VALUE "T".
001680         88  WS-TRANSACTION-SECTION        VALUE "T".
001690         88  WS-IMPACT-SECTION             VALUE "I".
001700 01  WS-FILE-STATUSES.
001701     05  WS-STEPTIME-FILE-STATUS
001702                                PIC X(02) VALUE SPACES.
001710     05  WS-GREETTAB-FILE-STATUS
001720                                PIC X(02) VALUE SPACES.
001730     05  WS-TABTRN-FILE-STATUS  PIC X(02) VALUE SPACES.
001740     05  WS-TABNEW-FILE-STATUS  PIC X(02) VALUE SPACES.
001750     05  WS-GREETMST-FILE-STATUS
001760                                PIC X(02) VALUE SPACES.
001770     05  WS-GREETSCH-FILE-STATUS
001780                                PIC X(02) VALUE SPACES.
001790     05  WS-PRINT-FILE-STATUS   PIC X(02) VALUE SPACES.
001800 01  WS-RETURN-CODE             PIC 9(04) VALUE ZERO.
001810 01  WS-TXN-READ-COUNT          PIC 9(06) VALUE ZERO.
001820 01  WS-TXN-APPLIED-COUNT       PIC 9(06) VALUE ZERO.
001830 01  WS-TXN-REJECT-COUNT        PIC 9(06) VALUE ZERO.
001840 01  WS-ADD-COUNT               PIC 9(06) VALUE ZERO.
001850 01  WS-CHANGE-COUNT            PIC 9(06) VALUE ZERO.
001860 01  WS-DELETE-COUNT            PIC 9(06) VALUE ZERO.
001870 01  WS-TAB-READ-COUNT          PIC 9(06) VALUE ZERO.
001880 01  WS-TAB-DROPPED-COUNT       PIC 9(06) VALUE ZERO.
001890 01  WS-TAB-WRITTEN-COUNT       PIC 9(06) VALUE ZERO.
001900 01  WS-MASTER-READ-COUNT       PIC 9(06) VALUE ZERO.
001910 01  WS-SCHED-READ-COUNT        PIC 9(06) VALUE ZERO.
001920 01  WS-NO-LANG-EMP-COUNT       PIC 9(06) VALUE ZERO.
001930 01  WS-REJECT-REASON           PIC X(40) VALUE SPACES.
001940 01  WS-OLD-SALUTATION          PIC X(10) VALUE SPACES.
001950 01  WS-TODAYS-DATE             PIC 9(08) VALUE ZERO.
001960*-----------------------------------------------------------------
001970* TRANSLATION TABLE -- THE GREETTAB ENTRIES AS LOADED, THEN AS
001980* MAINTAINED BY THIS RUN.  THE 20-ENTRY LIMIT IS THE SAME AS
001990* THE TABLE IN HELLONAME, HELLOANV AND HELLOAUD -- A GREETTAB
002000* ANY LONGER WOULD BE SILENTLY CUT SHORT THERE.  WS-TRANS-ACTION
002010* MARKS AN ENTRY ADDED OR CHANGED THIS RUN FOR THE IMPACT REPORT.
002020*-----------------------------------------------------------------
002030 01  WS-TRANS-TABLE.
002040     05  WS-TRANS-ENTRY         OCCURS 20 TIMES.
002050         10  WS-TRANS-LANG      PIC X(02).
002060         10  WS-TRANS-SALUTATION
002070                                PIC X(10).
002080         10  WS-TRANS-ACTION    PIC X(01).
002090 01  WS-TRANS-COUNT             PIC 9(02) COMP VALUE ZERO.
002100 01  WS-TRANS-SUB               PIC 9(02) COMP VALUE ZERO.
002110 01  WS-TRANS-HIT               PIC 9(02) COMP VALUE ZERO.
002120 01  WS-TRANS-LIMIT             PIC 9(02) COMP VALUE 20.
002130 01  WS-SEARCH-LANG             PIC X(02) VALUE SPACES.
002140*-----------------------------------------------------------------
002150* LANGUAGE USAGE TABLE -- ONE ENTRY PER NON-BLANK LANGUAGE CODE
002160* FOUND ON GREETMST OR GREETSCH, WHETHER OR NOT IT IS ON
002170* GREETTAB, WITH THE NUMBER OF EMPLOYEES AND SCHEDULE RECORDS
002180* USING IT.  BUILT BEFORE ANY TRANSACTION IS APPLIED; THE DELETE
002190* CHECK AND THE IMPACT REPORT BOTH WORK FROM IT.
002200*-----------------------------------------------------------------
002210 01  WS-USAGE-TABLE.
002220     05  WS-USAGE-ENTRY         OCCURS 50 TIMES.
002230         10  WS-USAGE-LANG      PIC X(02).
002240         10  WS-USAGE-EMP-COUNT PIC 9(06).
002250         10  WS-USAGE-SCHED-COUNT
002260                                PIC 9(06).
002270 01  WS-USAGE-COUNT             PIC 9(02) COMP VALUE ZERO.
002280 01  WS-USAGE-SUB               PIC 9(02) COMP VALUE ZERO.
002290 01  WS-USAGE-HIT               PIC 9(02) COMP VALUE ZERO.
002300 01  WS-USAGE-LIMIT             PIC 9(02) COMP VALUE 50.
002310*-----------------------------------------------------------------
002320* REPORT PRINT CONTROL.
002330*-----------------------------------------------------------------
002340 01  WS-PAGE-NUMBER             PIC 9(04) VALUE ZERO.
002350 01  WS-LINE-COUNT              PIC 9(04) VALUE 99.
002360 01  WS-LINES-PER-PAGE          PIC 9(04) VALUE 55.
002370*-----------------------------------------------------------------
002380* REPORT LINE LAYOUTS.
002390*-----------------------------------------------------------------
002400 01  HL-HEADING-1.
002410     05  FILLER                 PIC X(01) VALUE "1".
002420     05  FILLER                 PIC X(10) VALUE SPACES.
002430     05  FILLER                 PIC X(40)
002440                 VALUE "GREETTAB MAINTENANCE AND IMPACT REPORT".
002450     05  FILLER                 PIC X(10) VALUE "PAGE ".
002460     05  HL-PAGE-NUMBER         PIC ZZZ9.
002470     05  FILLER                 PIC X(68) VALUE SPACES.
002480 01  HL-HEADING-2.
002490     05  FILLER                 PIC X(01) VALUE " ".
002500     05  FILLER                 PIC X(10) VALUE SPACES.
002510     05  FILLER                 PIC X(17)
002520                 VALUE "PROGRAM HELLOTAB".
002530     05  FILLER                 PIC X(10) VALUE "RUN DATE ".
002540     05  HL-RUN-DATE            PIC 9(08).
002550     05  FILLER                 PIC X(87) VALUE SPACES.
002560 01  HL-HEADING-3.
002570     05  FILLER                 PIC X(01) VALUE "-".
002580     05  FILLER                 PIC X(10) VALUE SPACES.
002590     05  FILLER                 PIC X(08) VALUE "ACTION".
002600     05  FILLER                 PIC X(06) VALUE "LANG".
002610     05  FILLER                 PIC X(12) VALUE "SALUTATION".
002620     05  FILLER                 PIC X(12) VALUE "PREVIOUS".
002630     05  FILLER                 PIC X(12) VALUE "DISPOSITION".
002640     05  FILLER                 PIC X(06) VALUE "REASON".
002650     05  FILLER                 PIC X(66) VALUE SPACES.
002660 01  HL-HEADING-3-IMPACT.
002670     05  FILLER                 PIC X(01) VALUE "-".
002680     05  FILLER                 PIC X(10) VALUE SPACES.
002690     05  FILLER                 PIC X(06) VALUE "LANG".
002700     05  FILLER                 PIC X(12) VALUE "SALUTATION".
002710     05  FILLER                 PIC X(11) VALUE "  EMPLOYEES".
002720     05  FILLER                 PIC X(02) VALUE SPACES.
002730     05  FILLER                 PIC X(11) VALUE "  SCHEDULES".
002740     05  FILLER                 PIC X(02) VALUE SPACES.
002750     05  FILLER                 PIC X(04) VALUE "NOTE".
002760     05  FILLER                 PIC X(74) VALUE SPACES.
002770 01  DL-TRANS-LINE.
002780     05  FILLER                 PIC X(01) VALUE " ".
002790     05  FILLER                 PIC X(10) VALUE SPACES.
002800     05  DL-ACTION-CODE         PIC X(01).
002810     05  FILLER                 PIC X(07) VALUE SPACES.
002820     05  DL-LANG-CODE           PIC X(02).
002830     05  FILLER                 PIC X(04) VALUE SPACES.
002840     05  DL-SALUTATION          PIC X(10).
002850     05  FILLER                 PIC X(02) VALUE SPACES.
002860     05  DL-OLD-SALUTATION      PIC X(10).
002870     05  FILLER                 PIC X(02) VALUE SPACES.
002880     05  DL-DISPOSITION         PIC X(10).
002890     05  FILLER                 PIC X(02) VALUE SPACES.
002900     05  DL-REASON              PIC X(40).
002910     05  FILLER                 PIC X(32) VALUE SPACES.
002920 01  IL-IMPACT-LINE.
002930     05  FILLER                 PIC X(01) VALUE " ".
002940     05  FILLER                 PIC X(10) VALUE SPACES.
002950     05  IL-LANG-CODE           PIC X(02).
002960     05  FILLER                 PIC X(04) VALUE SPACES.
002970     05  IL-SALUTATION          PIC X(10).
002980     05  FILLER                 PIC X(06) VALUE SPACES.
002990     05  IL-EMP-COUNT           PIC ZZZ,ZZ9.
003000     05  FILLER                 PIC X(06) VALUE SPACES.
003010     05  IL-SCHED-COUNT         PIC ZZZ,ZZ9.
003020     05  FILLER                 PIC X(02) VALUE SPACES.
003030     05  IL-NOTE                PIC X(40).
003040     05  FILLER                 PIC X(38) VALUE SPACES.
003050 01  NL-NOTE-LINE.
003060     05  FILLER                 PIC X(01) VALUE "0".
003070     05  FILLER                 PIC X(10) VALUE SPACES.
003080     05  NL-NOTE-TEXT           PIC X(60).
003090     05  FILLER                 PIC X(62) VALUE SPACES.
003100 01  TL-TOTAL-LINE.
003110     05  FILLER                 PIC X(01) VALUE " ".
003120     05  FILLER                 PIC X(10) VALUE SPACES.
003130     05  TL-TOTAL-LABEL         PIC X(34).
003140     05  TL-TOTAL-COUNT         PIC ZZZ,ZZ9.
003150     05  FILLER                 PIC X(81) VALUE SPACES.
003160 01  FL-FOOTER.
003170     05  FILLER                 PIC X(01) VALUE "0".
003180     05  FILLER                 PIC X(10) VALUE SPACES.
003190     05  FILLER                 PIC X(14) VALUE "END OF REPORT".
003200     05  FILLER                 PIC X(12) VALUE "RUN DATE  ".
003210     05  FL-RUN-DATE            PIC 9(08).
003220     05  FILLER                 PIC X(88) VALUE SPACES.
003221*-----------------------------------------------------------------
003222* JOB NAME CONTROL -- THE JOB AND STEP NAMES ARE STAMPED ON THE
003223* STEPTIME RECORD.  THEY ARE OBTAINED AT RUN TIME FROM THE
003224* LANGUAGE ENVIRONMENT CEE3JBN CALLABLE SERVICE, THE SAME WAY
003225* HELLO-WORLD STAMPS ITS GREETLOG RECORDS.
003226*-----------------------------------------------------------------
003227 01  WS-CEE3JBN-JOBNAME.
003228     05  WS-CEE3JBN-JOB-LEN     PIC S9(04) COMP.
003229     05  WS-CEE3JBN-JOB-NAME    PIC X(08).
003231 01  WS-CEE3JBN-STEPNAME.
003232     05  WS-CEE3JBN-STEP-LEN    PIC S9(04) COMP.
003233     05  WS-CEE3JBN-STEP-NAME   PIC X(08).
003234 01  WS-CEE3JBN-PROCNAME.
003235     05  WS-CEE3JBN-PROC-LEN    PIC S9(04) COMP.
003236     05  WS-CEE3JBN-PROC-NAME   PIC X(08).
003237 01  WS-FEEDBACK-CODE.
003238     05  WS-FDBK-SEVERITY       PIC S9(04) COMP.
003239     05  WS-FDBK-MSG-NO         PIC S9(04) COMP.
003241     05  WS-FDBK-CASE-FACILITY  PIC X(01).
003242     05  WS-FDBK-SEV-CONTROL    PIC X(03).
003243     05  WS-FDBK-FACILITY-ID    PIC X(03).
003244     05  WS-FDBK-ISINFO         PIC X(01).
003245 01  WS-JOB-NAME                PIC X(08) VALUE "HELLOTAB".
003246*-----------------------------------------------------------------
003247* STEP TIMING CONTROL -- THE DATE AND TIME THE STEP STARTED, HELD
003248* FOR THE STEPTIME RECORD WRITTEN AS THE STEP ENDS, AND THE KEY
003249* SEQUENCE THAT KEEPS THAT RECORD'S KEY UNIQUE.
003251*-----------------------------------------------------------------
003252 01  WS-STEP-START-DATE         PIC 9(08) VALUE ZERO.
003253 01  WS-STEP-START-TIME         PIC 9(08) VALUE ZERO.
003254 01  WS-STEP-SEQ                PIC 9(04) VALUE ZERO.
003230 PROCEDURE DIVISION.
003240*-----------------------------------------------------------------
003250* 0000-MAIN-CONTROL -- OVERALL SEQUENCE OF PROCESSING.  THE
003260*     TABLE AND THE LANGUAGE USAGE ARE LOADED FIRST, THEN EVERY
003270*     TRANSACTION IS EDITED AND APPLIED, THEN THE NEW GENERATION
003280*     IS WRITTEN AND THE IMPACT REPORT PRINTED.  AN OPEN FAILURE
003290*     ON ANY FILE IS 0016 AND NO NEW GENERATION IS WRITTEN.
003291*     A FAILED TABNEW WRITE IS ALSO 0016.
003300*-----------------------------------------------------------------
003310 0000-MAIN-CONTROL.
003311     PERFORM 0010-START-STEP-TIMING
003312         THRU 0010-START-STEP-TIMING-EXIT.
003313     PERFORM 0050-GET-JOB-NAME
003314         THRU 0050-GET-JOB-NAME-EXIT.
003320     PERFORM 1000-INITIALIZE
003330         THRU 1000-INITIALIZE-EXIT.
003340     IF WS-RETURN-CODE IS LESS THAN 0016
003350         PERFORM 2000-PROCESS-TRANSACTION
003360             THRU 2000-PROCESS-TRANSACTION-EXIT
003370             UNTIL WS-TABTRN-EOF
003380         PERFORM 3000-FINALIZE
003390             THRU 3000-FINALIZE-EXIT
003400     END-IF.
003410     PERFORM 9000-TERMINATE
003420         THRU 9000-TERMINATE-EXIT.
003421     PERFORM 8900-WRITE-STEP-TIMING
003422         THRU 8900-WRITE-STEP-TIMING-EXIT.
003430     MOVE WS-RETURN-CODE TO RETURN-CODE.
003440     GOBACK.
003441*-----------------------------------------------------------------
003442* 0010-START-STEP-TIMING -- NOTE THE DATE AND TIME THE STEP
003443*     STARTED, FOR THE STEPTIME RECORD WRITTEN AS IT ENDS.
003444*-----------------------------------------------------------------
003445 0010-START-STEP-TIMING.
003446     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
003447     ACCEPT WS-STEP-START-TIME FROM TIME.
003448 0010-START-STEP-TIMING-EXIT.
003449     EXIT.
003451*-----------------------------------------------------------------
003452* 0050-GET-JOB-NAME -- ASK LANGUAGE ENVIRONMENT FOR THE NAME OF
003453*     THE JOB AND STEP THIS PROGRAM IS ACTUALLY RUNNING UNDER, FOR
003454*     THE STEPTIME RECORD.  WS-JOB-NAME KEEPS ITS VALUE-CLAUSE
003455*     DEFAULT IF THE CALL CANNOT SUPPLY ONE.
003456*-----------------------------------------------------------------
003457 0050-GET-JOB-NAME.
003458     CALL "CEE3JBN" USING WS-CEE3JBN-JOBNAME
003459         WS-CEE3JBN-STEPNAME
003461         WS-CEE3JBN-PROCNAME
003462         WS-FEEDBACK-CODE.
003463     IF WS-CEE3JBN-JOB-NAME IS NOT EQUAL TO SPACES
003464         MOVE WS-CEE3JBN-JOB-NAME TO WS-JOB-NAME
003465     END-IF.
003466 0050-GET-JOB-NAME-EXIT.
003467     EXIT.
003450*-----------------------------------------------------------------
003460* 1000-INITIALIZE -- LOAD THE TABLE, COUNT THE LANGUAGE USAGE
003470*     ON GREETMST AND GREETSCH, OPEN THE TRANSACTIONS, THE NEW
003480*     GENERATION AND THE REPORT, AND PRIME THE FIRST READ.
003490*-----------------------------------------------------------------
003500 1000-INITIALIZE.
003510     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
003520     PERFORM 1100-LOAD-TRANSLATIONS
003530         THRU 1100-LOAD-TRANSLATIONS-EXIT.
003540     IF WS-RETURN-CODE IS EQUAL TO 0016
003550         GO TO 1000-INITIALIZE-EXIT
003560     END-IF.
003570     PERFORM 1200-COUNT-MASTER-USAGE
003580         THRU 1200-COUNT-MASTER-USAGE-EXIT.
003590     IF WS-RETURN-CODE IS EQUAL TO 0016
003600         GO TO 1000-INITIALIZE-EXIT
003610     END-IF.
003620     PERFORM 1300-COUNT-SCHEDULE-USAGE
003630         THRU 1300-COUNT-SCHEDULE-USAGE-EXIT.
003640     IF WS-RETURN-CODE IS EQUAL TO 0016
003650         GO TO 1000-INITIALIZE-EXIT
003660     END-IF.
003670     OPEN INPUT TABTRN-FILE.
003680     IF WS-TABTRN-FILE-STATUS IS EQUAL TO "00"
003690         SET WS-TABTRN-OPEN-OK TO TRUE
003700     ELSE
003710         DISPLAY "HELLOTAB - UNABLE TO OPEN TABTRN, "
003720             "STATUS = " WS-TABTRN-FILE-STATUS
003730         MOVE 0016 TO WS-RETURN-CODE
003740         GO TO 1000-INITIALIZE-EXIT
003750     END-IF.
003760     OPEN OUTPUT TABNEW-FILE.
003770     IF WS-TABNEW-FILE-STATUS IS EQUAL TO "00"
003780         SET WS-TABNEW-OPEN-OK TO TRUE
003790     ELSE
003800         DISPLAY "HELLOTAB - UNABLE TO OPEN TABNEW, "
003810             "STATUS = " WS-TABNEW-FILE-STATUS
003820         MOVE 0016 TO WS-RETURN-CODE
003830         GO TO 1000-INITIALIZE-EXIT
003840     END-IF.
003850     OPEN OUTPUT PRINT-FILE.
003860     SET WS-PRINT-OPEN-OK TO TRUE.
003870     PERFORM 4000-PRINT-HEADINGS
003880         THRU 4000-PRINT-HEADINGS-EXIT.
003890     PERFORM 2100-READ-TRANSACTION
003900         THRU 2100-READ-TRANSACTION-EXIT.
003910 1000-INITIALIZE-EXIT.
003920     EXIT.
003930*-----------------------------------------------------------------
003940* 1100-LOAD-TRANSLATIONS -- LOAD THE CURRENT GREETTAB INTO THE
003950*     TABLE.  FILE STATUS 35 MEANS NO TABLE HAS BEEN BUILT YET
003960*     AND THE RUN STARTS FROM AN EMPTY ONE.
003970*-----------------------------------------------------------------
003980 1100-LOAD-TRANSLATIONS.
003990     OPEN INPUT GREETTAB-FILE.
004000     IF WS-GREETTAB-FILE-STATUS IS EQUAL TO "35"
004010         GO TO 1100-LOAD-TRANSLATIONS-EXIT
004020     END-IF.
004030     IF WS-GREETTAB-FILE-STATUS IS NOT EQUAL TO "00"
004040         DISPLAY "HELLOTAB - UNABLE TO OPEN GREETTAB, "
004050             "STATUS = " WS-GREETTAB-FILE-STATUS
004060         MOVE 0016 TO WS-RETURN-CODE
004070         GO TO 1100-LOAD-TRANSLATIONS-EXIT
004080     END-IF.
004090     PERFORM 1120-READ-TRANSLATION
004100         THRU 1120-READ-TRANSLATION-EXIT.
004110     PERFORM 1110-LOAD-TRANSLATION-ENTRY
004120         THRU 1110-LOAD-TRANSLATION-ENTRY-EXIT
004130         UNTIL WS-GREETTAB-EOF.
004140     CLOSE GREETTAB-FILE.
004150 1100-LOAD-TRANSLATIONS-EXIT.
004160     EXIT.
004170*-----------------------------------------------------------------
004180* 1110-LOAD-TRANSLATION-ENTRY -- STORE ONE TRANSLATION RECORD IN
004190*     THE TABLE AND READ THE NEXT ONE.  A RECORD THE READING
004200*     PROGRAMS COULD NEVER USE -- BLANK CODE, A CODE ALREADY
004210*     LOADED (THEY TAKE THE FIRST), OR ONE PAST THE 20-ENTRY
004220*     LIMIT -- IS LISTED ON SYSOUT AND LEFT OUT OF THE NEW
004230*     GENERATION.
004240*-----------------------------------------------------------------
004250 1110-LOAD-TRANSLATION-ENTRY.
004260     ADD 1 TO WS-TAB-READ-COUNT.
004270     IF TB-LANG-CODE IS EQUAL TO SPACES
004280         DISPLAY "HELLOTAB - GREETTAB RECORD WITH BLANK "
004290             "LANGUAGE CODE DROPPED"
004300         ADD 1 TO WS-TAB-DROPPED-COUNT
004310         MOVE 0004 TO WS-RETURN-CODE
004320         GO TO 1110-LOAD-TRANSLATION-ENTRY-NEXT
004330     END-IF.
004340     MOVE TB-LANG-CODE TO WS-SEARCH-LANG.
004350     PERFORM 2150-FIND-TABLE-ENTRY
004360         THRU 2150-FIND-TABLE-ENTRY-EXIT.
004370     IF WS-TRANS-FOUND
004380         DISPLAY "HELLOTAB - DUPLICATE GREETTAB RECORD FOR "
004390             "LANGUAGE " TB-LANG-CODE " DROPPED"
004400         ADD 1 TO WS-TAB-DROPPED-COUNT
004410         MOVE 0004 TO WS-RETURN-CODE
004420         GO TO 1110-LOAD-TRANSLATION-ENTRY-NEXT
004430     END-IF.
004440     IF WS-TRANS-COUNT IS NOT LESS THAN WS-TRANS-LIMIT
004450         DISPLAY "HELLOTAB - GREETTAB RECORD FOR LANGUAGE "
004460             TB-LANG-CODE " IS BEYOND THE TABLE LIMIT, DROPPED"
004470         ADD 1 TO WS-TAB-DROPPED-COUNT
004480         MOVE 0004 TO WS-RETURN-CODE
004490         GO TO 1110-LOAD-TRANSLATION-ENTRY-NEXT
004500     END-IF.
004510     ADD 1 TO WS-TRANS-COUNT.
004520     MOVE TB-LANG-CODE  TO WS-TRANS-LANG (WS-TRANS-COUNT).
004530     MOVE TB-SALUTATION TO WS-TRANS-SALUTATION (WS-TRANS-COUNT).
004540     MOVE SPACE         TO WS-TRANS-ACTION (WS-TRANS-COUNT).
004550 1110-LOAD-TRANSLATION-ENTRY-NEXT.
004560     PERFORM 1120-READ-TRANSLATION
004570         THRU 1120-READ-TRANSLATION-EXIT.
004580 1110-LOAD-TRANSLATION-ENTRY-EXIT.
004590     EXIT.
004600*-----------------------------------------------------------------
004610* 1120-READ-TRANSLATION -- READ THE NEXT TRANSLATION RECORD.
004620*-----------------------------------------------------------------
004630 1120-READ-TRANSLATION.
004640     READ GREETTAB-FILE
004650         AT END
004660             SET WS-GREETTAB-EOF TO TRUE
004670     END-READ.
004680 1120-READ-TRANSLATION-EXIT.
004690     EXIT.
004700*-----------------------------------------------------------------
004710* 1200-COUNT-MASTER-USAGE -- WALK GREETMST END TO END COUNTING
004720*     EMPLOYEES PER LANGUAGE CODE.  A BLANK CODE MEANS ENGLISH
004730*     BY CONVENTION AND IS COUNTED SEPARATELY.  THE MASTER IS
004740*     REQUIRED -- WITHOUT IT NO DELETE COULD BE PROVED SAFE.
004750*-----------------------------------------------------------------
004760 1200-COUNT-MASTER-USAGE.
004770     OPEN INPUT GREETING-MASTER.
004780     IF WS-GREETMST-FILE-STATUS IS NOT EQUAL TO "00"
004790         DISPLAY "HELLOTAB - UNABLE TO OPEN GREETING-MASTER, "
004800             "STATUS = " WS-GREETMST-FILE-STATUS
004810         MOVE 0016 TO WS-RETURN-CODE
004820         GO TO 1200-COUNT-MASTER-USAGE-EXIT
004830     END-IF.
004840     PERFORM 1210-READ-MASTER
004850         THRU 1210-READ-MASTER-EXIT.
004860     PERFORM 1220-COUNT-MASTER-RECORD
004870         THRU 1220-COUNT-MASTER-RECORD-EXIT
004880         UNTIL WS-GREETMST-EOF.
004890     CLOSE GREETING-MASTER.
004900 1200-COUNT-MASTER-USAGE-EXIT.
004910     EXIT.
004920*-----------------------------------------------------------------
004930* 1210-READ-MASTER -- READ THE NEXT MASTER RECORD IN KEY ORDER.
004940*-----------------------------------------------------------------
004950 1210-READ-MASTER.
004960     READ GREETING-MASTER NEXT RECORD
004970         AT END
004980             SET WS-GREETMST-EOF TO TRUE
004990     END-READ.
005000 1210-READ-MASTER-EXIT.
005010     EXIT.
005020*-----------------------------------------------------------------
005030* 1220-COUNT-MASTER-RECORD -- COUNT ONE EMPLOYEE UNDER THEIR
005040*     LANGUAGE CODE AND READ THE NEXT.
005050*-----------------------------------------------------------------
005060 1220-COUNT-MASTER-RECORD.
005070     ADD 1 TO WS-MASTER-READ-COUNT.
005080     IF GM-LANG-CODE IS EQUAL TO SPACES
005090         ADD 1 TO WS-NO-LANG-EMP-COUNT
005100     ELSE
005110         MOVE GM-LANG-CODE TO WS-SEARCH-LANG
005120         PERFORM 1400-FIND-USAGE-ENTRY
005130             THRU 1400-FIND-USAGE-ENTRY-EXIT
005140         IF WS-USAGE-FOUND
005150             ADD 1 TO WS-USAGE-EMP-COUNT (WS-USAGE-HIT)
005160         END-IF
005170     END-IF.
005180     PERFORM 1210-READ-MASTER
005190         THRU 1210-READ-MASTER-EXIT.
005200 1220-COUNT-MASTER-RECORD-EXIT.
005210     EXIT.
005220*-----------------------------------------------------------------
005230* 1300-COUNT-SCHEDULE-USAGE -- READ GREETSCH COUNTING SCHEDULE
005240*     RECORDS PER LANGUAGE CODE.  FILE STATUS 35 MEANS NO
005250*     SCHEDULE HAS BEEN SET UP, AS IN HELLO-WORLD.
005260*-----------------------------------------------------------------
005270 1300-COUNT-SCHEDULE-USAGE.
005280     OPEN INPUT GREETSCH-FILE.
005290     IF WS-GREETSCH-FILE-STATUS IS EQUAL TO "35"
005300         GO TO 1300-COUNT-SCHEDULE-USAGE-EXIT
005310     END-IF.
005320     IF WS-GREETSCH-FILE-STATUS IS NOT EQUAL TO "00"
005330         DISPLAY "HELLOTAB - UNABLE TO OPEN GREETSCH, "
005340             "STATUS = " WS-GREETSCH-FILE-STATUS
005350         MOVE 0016 TO WS-RETURN-CODE
005360         GO TO 1300-COUNT-SCHEDULE-USAGE-EXIT
005370     END-IF.
005380     PERFORM 1310-READ-SCHEDULE
005390         THRU 1310-READ-SCHEDULE-EXIT.
005400     PERFORM 1320-COUNT-SCHEDULE-RECORD
005410         THRU 1320-COUNT-SCHEDULE-RECORD-EXIT
005420         UNTIL WS-GREETSCH-EOF.
005430     CLOSE GREETSCH-FILE.
005440 1300-COUNT-SCHEDULE-USAGE-EXIT.
005450     EXIT.
005460*-----------------------------------------------------------------
005470* 1310-READ-SCHEDULE -- READ THE NEXT SCHEDULE RECORD.
005480*-----------------------------------------------------------------
005490 1310-READ-SCHEDULE.
005500     READ GREETSCH-FILE
005510         AT END
005520             SET WS-GREETSCH-EOF TO TRUE
005530     END-READ.
005540 1310-READ-SCHEDULE-EXIT.
005550     EXIT.
005560*-----------------------------------------------------------------
005570* 1320-COUNT-SCHEDULE-RECORD -- COUNT ONE SCHEDULE RECORD UNDER
005580*     ITS LANGUAGE CODE AND READ THE NEXT.  EXPIRED RECORDS ARE
005590*     COUNTED TOO -- THE CODE IS STILL ON THE FILE.
005600*-----------------------------------------------------------------
005610 1320-COUNT-SCHEDULE-RECORD.
005620     ADD 1 TO WS-SCHED-READ-COUNT.
005630     IF SC-LANG-CODE IS NOT EQUAL TO SPACES
005640         MOVE SC-LANG-CODE TO WS-SEARCH-LANG
005650         PERFORM 1400-FIND-USAGE-ENTRY
005660             THRU 1400-FIND-USAGE-ENTRY-EXIT
005670         IF WS-USAGE-FOUND
005680             ADD 1 TO WS-USAGE-SCHED-COUNT (WS-USAGE-HIT)
005690         END-IF
005700     END-IF.
005710     PERFORM 1310-READ-SCHEDULE
005720         THRU 1310-READ-SCHEDULE-EXIT.
005730 1320-COUNT-SCHEDULE-RECORD-EXIT.
005740     EXIT.
005750*-----------------------------------------------------------------
005760* 1400-FIND-USAGE-ENTRY -- LOCATE WS-SEARCH-LANG IN THE USAGE
005770*     TABLE, ADDING AN ENTRY FOR A CODE NOT YET SEEN.  WHEN THE
005780*     TABLE IS FULL THE CODE GOES UNCOUNTED, WS-USAGE-FULL IS
005790*     SET, AND EVERY DELETE OF A CODE NOT IN THE TABLE IS THEN
005800*     REFUSED SINCE ITS USAGE CANNOT BE PROVED.
005810*-----------------------------------------------------------------
005820 1400-FIND-USAGE-ENTRY.
005830     MOVE "N" TO WS-USAGE-FOUND-SW.
005840     PERFORM 1410-SEARCH-USAGE-TABLE
005850         THRU 1410-SEARCH-USAGE-TABLE-EXIT
005860         VARYING WS-USAGE-SUB FROM 1 BY 1
005870         UNTIL WS-USAGE-SUB IS GREATER THAN WS-USAGE-COUNT
005880         OR WS-USAGE-FOUND.
005890     IF WS-USAGE-FOUND
005900         GO TO 1400-FIND-USAGE-ENTRY-EXIT
005910     END-IF.
005920     IF WS-USAGE-COUNT IS NOT LESS THAN WS-USAGE-LIMIT
005930         IF NOT WS-USAGE-FULL
005940             DISPLAY "HELLOTAB - LANGUAGE USAGE TABLE FULL, "
005950                 "LATER CODES NOT COUNTED"
005960             MOVE 0004 TO WS-RETURN-CODE
005970         END-IF
005980         SET WS-USAGE-FULL TO TRUE
005990         GO TO 1400-FIND-USAGE-ENTRY-EXIT
006000     END-IF.
006010     ADD 1 TO WS-USAGE-COUNT.
006020     MOVE WS-SEARCH-LANG TO WS-USAGE-LANG (WS-USAGE-COUNT).
006030     MOVE ZERO TO WS-USAGE-EMP-COUNT (WS-USAGE-COUNT).
006040     MOVE ZERO TO WS-USAGE-SCHED-COUNT (WS-USAGE-COUNT).
006050     MOVE WS-USAGE-COUNT TO WS-USAGE-HIT.
006060     SET WS-USAGE-FOUND TO TRUE.
006070 1400-FIND-USAGE-ENTRY-EXIT.
006080     EXIT.
006090*-----------------------------------------------------------------
006100* 1410-SEARCH-USAGE-TABLE -- TEST ONE USAGE TABLE ENTRY FOR A
006110*     MATCH ON WS-SEARCH-LANG.
006120*-----------------------------------------------------------------
006130 1410-SEARCH-USAGE-TABLE.
006140     IF WS-USAGE-LANG (WS-USAGE-SUB) IS EQUAL TO WS-SEARCH-LANG
006150         SET WS-USAGE-FOUND TO TRUE
006160         MOVE WS-USAGE-SUB TO WS-USAGE-HIT
006170     END-IF.
006180 1410-SEARCH-USAGE-TABLE-EXIT.
006190     EXIT.
006200*-----------------------------------------------------------------
006210* 2000-PROCESS-TRANSACTION -- EDIT ONE TRANSACTION AND APPLY IT
006220*     TO THE TABLE IF IT PASSES.  EVERY TRANSACTION GETS A
006230*     REPORT LINE; REJECTS NEVER TOUCH THE TABLE.
006240*-----------------------------------------------------------------
006250 2000-PROCESS-TRANSACTION.
006260     ADD 1 TO WS-TXN-READ-COUNT.
006270     MOVE SPACES TO WS-REJECT-REASON.
006280     MOVE SPACES TO WS-OLD-SALUTATION.
006290     IF NOT TT-ACTION-ADD
006300         AND NOT TT-ACTION-CHANGE
006310         AND NOT TT-ACTION-DELETE
006320         MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
006330         PERFORM 2500-REJECT-TRANSACTION
006340             THRU 2500-REJECT-TRANSACTION-EXIT
006350         GO TO 2000-PROCESS-TRANSACTION-NEXT
006360     END-IF.
006370     IF TT-LANG-CODE IS EQUAL TO SPACES
006380         MOVE "LANGUAGE CODE IS BLANK" TO WS-REJECT-REASON
006390         PERFORM 2500-REJECT-TRANSACTION
006400             THRU 2500-REJECT-TRANSACTION-EXIT
006410         GO TO 2000-PROCESS-TRANSACTION-NEXT
006420     END-IF.
006430     MOVE TT-LANG-CODE TO WS-SEARCH-LANG.
006440     PERFORM 2150-FIND-TABLE-ENTRY
006450         THRU 2150-FIND-TABLE-ENTRY-EXIT.
006460     IF WS-TRANS-FOUND
006470         MOVE WS-TRANS-SALUTATION (WS-TRANS-HIT)
006480             TO WS-OLD-SALUTATION
006490     END-IF.
006500     IF TT-ACTION-ADD
006510         PERFORM 2200-APPLY-ADD
006520             THRU 2200-APPLY-ADD-EXIT
006530     ELSE
006540         IF TT-ACTION-CHANGE
006550             PERFORM 2300-APPLY-CHANGE
006560                 THRU 2300-APPLY-CHANGE-EXIT
006570         ELSE
006580             PERFORM 2400-APPLY-DELETE
006590                 THRU 2400-APPLY-DELETE-EXIT
006600         END-IF
006610     END-IF.
006620 2000-PROCESS-TRANSACTION-NEXT.
006630     PERFORM 2100-READ-TRANSACTION
006640         THRU 2100-READ-TRANSACTION-EXIT.
006650 2000-PROCESS-TRANSACTION-EXIT.
006660     EXIT.
006670*-----------------------------------------------------------------
006680* 2100-READ-TRANSACTION -- READ THE NEXT TABLE TRANSACTION.
006690*-----------------------------------------------------------------
006700 2100-READ-TRANSACTION.
006710     READ TABTRN-FILE
006720         AT END
006730             SET WS-TABTRN-EOF TO TRUE
006740     END-READ.
006750 2100-READ-TRANSACTION-EXIT.
006760     EXIT.
006770*-----------------------------------------------------------------
006780* 2150-FIND-TABLE-ENTRY -- LOCATE WS-SEARCH-LANG IN THE
006790*     TRANSLATION TABLE.  WS-TRANS-HIT HOLDS THE SUBSCRIPT OF
006800*     THE MATCHING ENTRY WHEN WS-TRANS-FOUND IS SET.
006810*-----------------------------------------------------------------
006820 2150-FIND-TABLE-ENTRY.
006830     MOVE "N" TO WS-TRANS-FOUND-SW.
006840     MOVE ZERO TO WS-TRANS-HIT.
006850     PERFORM 2160-SEARCH-TRANS-TABLE
006860         THRU 2160-SEARCH-TRANS-TABLE-EXIT
006870         VARYING WS-TRANS-SUB FROM 1 BY 1
006880         UNTIL WS-TRANS-SUB IS GREATER THAN WS-TRANS-COUNT
006890         OR WS-TRANS-FOUND.
006900 2150-FIND-TABLE-ENTRY-EXIT.
006910     EXIT.
006920*-----------------------------------------------------------------
006930* 2160-SEARCH-TRANS-TABLE -- TEST ONE TRANSLATION TABLE ENTRY
006940*     FOR A MATCH ON WS-SEARCH-LANG.
006950*-----------------------------------------------------------------
006960 2160-SEARCH-TRANS-TABLE.
006970     IF WS-TRANS-LANG (WS-TRANS-SUB) IS EQUAL TO WS-SEARCH-LANG
006980         SET WS-TRANS-FOUND TO TRUE
006990         MOVE WS-TRANS-SUB TO WS-TRANS-HIT
007000     END-IF.
007010 2160-SEARCH-TRANS-TABLE-EXIT.
007020     EXIT.
007030*-----------------------------------------------------------------
007040* 2200-APPLY-ADD -- A NEW LANGUAGE.  REJECTED WHEN THE CODE IS
007050*     ALREADY ON THE TABLE, THE SALUTATION IS BLANK, OR THE
007060*     TABLE IS AT THE 20-ENTRY LIMIT.  NEW ENTRIES GO ON THE END.
007070*-----------------------------------------------------------------
007080 2200-APPLY-ADD.
007090     IF WS-TRANS-FOUND
007100         MOVE "DUPLICATE ADD - CODE ALREADY ON GREETTAB"
007110             TO WS-REJECT-REASON
007120         PERFORM 2500-REJECT-TRANSACTION
007130             THRU 2500-REJECT-TRANSACTION-EXIT
007140         GO TO 2200-APPLY-ADD-EXIT
007150     END-IF.
007160     IF TT-SALUTATION IS EQUAL TO SPACES
007170         MOVE "SALUTATION IS BLANK" TO WS-REJECT-REASON
007180         PERFORM 2500-REJECT-TRANSACTION
007190             THRU 2500-REJECT-TRANSACTION-EXIT
007200         GO TO 2200-APPLY-ADD-EXIT
007210     END-IF.
007220     IF WS-TRANS-COUNT IS NOT LESS THAN WS-TRANS-LIMIT
007230         MOVE "TABLE FULL - 20 ENTRIES ALREADY DEFINED"
007240             TO WS-REJECT-REASON
007250         PERFORM 2500-REJECT-TRANSACTION
007260             THRU 2500-REJECT-TRANSACTION-EXIT
007270         GO TO 2200-APPLY-ADD-EXIT
007280     END-IF.
007290     ADD 1 TO WS-TRANS-COUNT.
007300     MOVE TT-LANG-CODE  TO WS-TRANS-LANG (WS-TRANS-COUNT).
007310     MOVE TT-SALUTATION TO WS-TRANS-SALUTATION (WS-TRANS-COUNT).
007320     MOVE "A"           TO WS-TRANS-ACTION (WS-TRANS-COUNT).
007330     ADD 1 TO WS-ADD-COUNT.
007340     PERFORM 2600-PRINT-APPLIED
007350         THRU 2600-PRINT-APPLIED-EXIT.
007360 2200-APPLY-ADD-EXIT.
007370     EXIT.
007380*-----------------------------------------------------------------
007390* 2300-APPLY-CHANGE -- REPLACE THE SALUTATION OF AN EXISTING
007400*     LANGUAGE.  A BLANK SALUTATION IS REJECTED RATHER THAN
007410*     TAKEN AS "NO CHANGE" -- IT IS THE ONLY FIELD.
007420*-----------------------------------------------------------------
007430 2300-APPLY-CHANGE.
007440     IF NOT WS-TRANS-FOUND
007450         MOVE "CHANGE FOR CODE NOT ON GREETTAB"
007460             TO WS-REJECT-REASON
007470         PERFORM 2500-REJECT-TRANSACTION
007480             THRU 2500-REJECT-TRANSACTION-EXIT
007490         GO TO 2300-APPLY-CHANGE-EXIT
007500     END-IF.
007510     IF TT-SALUTATION IS EQUAL TO SPACES
007520         MOVE "SALUTATION IS BLANK" TO WS-REJECT-REASON
007530         PERFORM 2500-REJECT-TRANSACTION
007540             THRU 2500-REJECT-TRANSACTION-EXIT
007550         GO TO 2300-APPLY-CHANGE-EXIT
007560     END-IF.
007570     MOVE TT-SALUTATION TO WS-TRANS-SALUTATION (WS-TRANS-HIT).
007580     IF WS-TRANS-ACTION (WS-TRANS-HIT) IS NOT EQUAL TO "A"
007590         MOVE "C" TO WS-TRANS-ACTION (WS-TRANS-HIT)
007600     END-IF.
007610     ADD 1 TO WS-CHANGE-COUNT.
007620     PERFORM 2600-PRINT-APPLIED
007630         THRU 2600-PRINT-APPLIED-EXIT.
007640 2300-APPLY-CHANGE-EXIT.
007650     EXIT.
007660*-----------------------------------------------------------------
007670* 2400-APPLY-DELETE -- REMOVE A LANGUAGE.  REFUSED WHILE ANY
007680*     EMPLOYEE OR SCHEDULE RECORD STILL CARRIES THE CODE -- THOSE
007690*     EMPLOYEES WOULD DROP TO THE ENGLISH FALLBACK AND THE
007700*     SCHEDULE TEXT WOULD GO OUT UNDER A CODE NO PROGRAM KNOWS.
007710*     THE ENTRIES BEHIND THE DELETED ONE MOVE UP A PLACE SO THE
007720*     NEW GENERATION KEEPS ITS ORDER.
007730*-----------------------------------------------------------------
007740 2400-APPLY-DELETE.
007750     IF NOT WS-TRANS-FOUND
007760         MOVE "DELETE FOR CODE NOT ON GREETTAB"
007770             TO WS-REJECT-REASON
007780         PERFORM 2500-REJECT-TRANSACTION
007790             THRU 2500-REJECT-TRANSACTION-EXIT
007800         GO TO 2400-APPLY-DELETE-EXIT
007810     END-IF.
007820     PERFORM 1400-FIND-USAGE-ENTRY
007830         THRU 1400-FIND-USAGE-ENTRY-EXIT.
007840     IF NOT WS-USAGE-FOUND
007850         MOVE "USAGE TABLE FULL - CANNOT PROVE UNUSED"
007860             TO WS-REJECT-REASON
007870         PERFORM 2500-REJECT-TRANSACTION
007880             THRU 2500-REJECT-TRANSACTION-EXIT
007890         GO TO 2400-APPLY-DELETE-EXIT
007900     END-IF.
007910     IF WS-USAGE-EMP-COUNT (WS-USAGE-HIT) IS GREATER THAN ZERO
007920         MOVE "CODE IN USE ON GREETMST" TO WS-REJECT-REASON
007930         PERFORM 2500-REJECT-TRANSACTION
007940             THRU 2500-REJECT-TRANSACTION-EXIT
007950         GO TO 2400-APPLY-DELETE-EXIT
007960     END-IF.
007970     IF WS-USAGE-SCHED-COUNT (WS-USAGE-HIT) IS GREATER THAN ZERO
007980         MOVE "CODE IN USE ON GREETSCH" TO WS-REJECT-REASON
007990         PERFORM 2500-REJECT-TRANSACTION
008000             THRU 2500-REJECT-TRANSACTION-EXIT
008010         GO TO 2400-APPLY-DELETE-EXIT
008020     END-IF.
008030     PERFORM 2410-SHIFT-TABLE-ENTRY
008040         THRU 2410-SHIFT-TABLE-ENTRY-EXIT
008050         VARYING WS-TRANS-SUB FROM WS-TRANS-HIT BY 1
008060         UNTIL WS-TRANS-SUB IS NOT LESS THAN WS-TRANS-COUNT.
008070     MOVE SPACES TO WS-TRANS-ENTRY (WS-TRANS-COUNT).
008080     SUBTRACT 1 FROM WS-TRANS-COUNT.
008090     ADD 1 TO WS-DELETE-COUNT.
008100     PERFORM 2600-PRINT-APPLIED
008110         THRU 2600-PRINT-APPLIED-EXIT.
008120 2400-APPLY-DELETE-EXIT.
008130     EXIT.
008140*-----------------------------------------------------------------
008150* 2410-SHIFT-TABLE-ENTRY -- MOVE THE NEXT ENTRY UP ONE PLACE.
008160*-----------------------------------------------------------------
008170 2410-SHIFT-TABLE-ENTRY.
008180     MOVE WS-TRANS-ENTRY (WS-TRANS-SUB + 1)
008190         TO WS-TRANS-ENTRY (WS-TRANS-SUB).
008200 2410-SHIFT-TABLE-ENTRY-EXIT.
008210     EXIT.
008220*-----------------------------------------------------------------
008230* 2500-REJECT-TRANSACTION -- COUNT AND REPORT ONE REJECTED
008240*     TRANSACTION.
008250*-----------------------------------------------------------------
008260 2500-REJECT-TRANSACTION.
008270     ADD 1 TO WS-TXN-REJECT-COUNT.
008280     MOVE 0004 TO WS-RETURN-CODE.
008290     PERFORM 2700-PRINT-TRANS-LINE
008300         THRU 2700-PRINT-TRANS-LINE-EXIT.
008310 2500-REJECT-TRANSACTION-EXIT.
008320     EXIT.
008330*-----------------------------------------------------------------
008340* 2600-PRINT-APPLIED -- COUNT AND REPORT ONE APPLIED TRANSACTION.
008350*-----------------------------------------------------------------
008360 2600-PRINT-APPLIED.
008370     ADD 1 TO WS-TXN-APPLIED-COUNT.
008380     PERFORM 2700-PRINT-TRANS-LINE
008390         THRU 2700-PRINT-TRANS-LINE-EXIT.
008400 2600-PRINT-APPLIED-EXIT.
008410     EXIT.
008420*-----------------------------------------------------------------
008430* 2700-PRINT-TRANS-LINE -- PRINT THE DISPOSITION LINE FOR THE
008440*     CURRENT TRANSACTION, WITH THE SALUTATION THE TABLE HELD
008450*     BEFORE IT.  A BLANK REJECT REASON MEANS APPLIED.
008460*-----------------------------------------------------------------
008470 2700-PRINT-TRANS-LINE.
008480     MOVE SPACES            TO DL-TRANS-LINE.
008490     MOVE TT-ACTION-CODE    TO DL-ACTION-CODE.
008500     MOVE TT-LANG-CODE      TO DL-LANG-CODE.
008510     MOVE TT-SALUTATION     TO DL-SALUTATION.
008520     MOVE WS-OLD-SALUTATION TO DL-OLD-SALUTATION.
008530     IF WS-REJECT-REASON IS EQUAL TO SPACES
008540         MOVE "APPLIED"     TO DL-DISPOSITION
008550     ELSE
008560         MOVE "REJECTED"    TO DL-DISPOSITION
008570         MOVE WS-REJECT-REASON TO DL-REASON
008580     END-IF.
008590     MOVE DL-TRANS-LINE     TO PRINT-RECORD.
008600     PERFORM 4100-WRITE-LINE
008610         THRU 4100-WRITE-LINE-EXIT.
008620 2700-PRINT-TRANS-LINE-EXIT.
008630     EXIT.
008640*-----------------------------------------------------------------
008650* 3000-FINALIZE -- WRITE THE NEW GENERATION, PRINT THE CONTROL
008660*     TOTALS, THEN THE LANGUAGE IMPACT REPORT ON A PAGE OF ITS
008670*     OWN.
008680*-----------------------------------------------------------------
008690 3000-FINALIZE.
008700     PERFORM 3200-WRITE-TABLE-ENTRY
008710         THRU 3200-WRITE-TABLE-ENTRY-EXIT
008720         VARYING WS-TRANS-SUB FROM 1 BY 1
008730         UNTIL WS-TRANS-SUB IS GREATER THAN WS-TRANS-COUNT
008735             OR WS-WRITE-FAILED.
008740     MOVE "TRANSACTIONS READ                " TO TL-TOTAL-LABEL.
008750     MOVE WS-TXN-READ-COUNT TO TL-TOTAL-COUNT.
008760     PERFORM 3100-PRINT-TOTAL
008770         THRU 3100-PRINT-TOTAL-EXIT.
008780     MOVE "TRANSACTIONS APPLIED             " TO TL-TOTAL-LABEL.
008790     MOVE WS-TXN-APPLIED-COUNT TO TL-TOTAL-COUNT.
008800     PERFORM 3100-PRINT-TOTAL
008810         THRU 3100-PRINT-TOTAL-EXIT.
008820     MOVE "TRANSACTIONS REJECTED            " TO TL-TOTAL-LABEL.
008830     MOVE WS-TXN-REJECT-COUNT TO TL-TOTAL-COUNT.
008840     PERFORM 3100-PRINT-TOTAL
008850         THRU 3100-PRINT-TOTAL-EXIT.
008860     MOVE "ADDS APPLIED                     " TO TL-TOTAL-LABEL.
008870     MOVE WS-ADD-COUNT TO TL-TOTAL-COUNT.
008880     PERFORM 3100-PRINT-TOTAL
008890         THRU 3100-PRINT-TOTAL-EXIT.
008900     MOVE "CHANGES APPLIED                  " TO TL-TOTAL-LABEL.
008910     MOVE WS-CHANGE-COUNT TO TL-TOTAL-COUNT.
008920     PERFORM 3100-PRINT-TOTAL
008930         THRU 3100-PRINT-TOTAL-EXIT.
008940     MOVE "DELETES APPLIED                  " TO TL-TOTAL-LABEL.
008950     MOVE WS-DELETE-COUNT TO TL-TOTAL-COUNT.
008960     PERFORM 3100-PRINT-TOTAL
008970         THRU 3100-PRINT-TOTAL-EXIT.
008980     MOVE "GREETTAB RECORDS READ            " TO TL-TOTAL-LABEL.
008990     MOVE WS-TAB-READ-COUNT TO TL-TOTAL-COUNT.
009000     PERFORM 3100-PRINT-TOTAL
009010         THRU 3100-PRINT-TOTAL-EXIT.
009020     MOVE "GREETTAB RECORDS DROPPED         " TO TL-TOTAL-LABEL.
009030     MOVE WS-TAB-DROPPED-COUNT TO TL-TOTAL-COUNT.
009040     PERFORM 3100-PRINT-TOTAL
009050         THRU 3100-PRINT-TOTAL-EXIT.
009060     MOVE "NEW GREETTAB RECORDS WRITTEN     " TO TL-TOTAL-LABEL.
009070     MOVE WS-TAB-WRITTEN-COUNT TO TL-TOTAL-COUNT.
009080     PERFORM 3100-PRINT-TOTAL
009090         THRU 3100-PRINT-TOTAL-EXIT.
009100     PERFORM 3300-PRINT-IMPACT
009110         THRU 3300-PRINT-IMPACT-EXIT.
009120     MOVE WS-TODAYS-DATE TO FL-RUN-DATE.
009130     MOVE FL-FOOTER TO PRINT-RECORD.
009140     PERFORM 4100-WRITE-LINE
009150         THRU 4100-WRITE-LINE-EXIT.
009160 3000-FINALIZE-EXIT.
009170     EXIT.
009180*-----------------------------------------------------------------
009190* 3100-PRINT-TOTAL -- PRINT ONE CONTROL TOTAL LINE.  THE LABEL
009200*     AND COUNT ARE SET BY THE CALLER.
009210*-----------------------------------------------------------------
009220 3100-PRINT-TOTAL.
009230     MOVE TL-TOTAL-LINE TO PRINT-RECORD.
009240     PERFORM 4100-WRITE-LINE
009250         THRU 4100-WRITE-LINE-EXIT.
009260 3100-PRINT-TOTAL-EXIT.
009270     EXIT.
009280*-----------------------------------------------------------------
009290* 3200-WRITE-TABLE-ENTRY -- WRITE ONE ENTRY OF THE NEW GREETTAB
009300*     GENERATION.  A WRITE THAT FAILS IS NOT COUNTED; IT ENDS
009302*     THE RUN WITH 0016 AND STOPS THE WRITE LOOP IN 3000.
009310*-----------------------------------------------------------------
009320 3200-WRITE-TABLE-ENTRY.
009330     MOVE SPACES TO TABNEW-RECORD.
009340     MOVE WS-TRANS-LANG (WS-TRANS-SUB) TO TN-LANG-CODE.
009350     MOVE WS-TRANS-SALUTATION (WS-TRANS-SUB) TO TN-SALUTATION.
009360     WRITE TABNEW-RECORD.
009362     IF WS-TABNEW-FILE-STATUS IS EQUAL TO "00"
009370         ADD 1 TO WS-TAB-WRITTEN-COUNT
009372     ELSE
009374         DISPLAY "HELLOTAB - TABNEW WRITE FAILED, "
009376             "STATUS = " WS-TABNEW-FILE-STATUS
009377         MOVE 0016 TO WS-RETURN-CODE
009378         SET WS-WRITE-FAILED TO TRUE
009379     END-IF.
009380 3200-WRITE-TABLE-ENTRY-EXIT.
009390     EXIT.
009400*-----------------------------------------------------------------
009410* 3300-PRINT-IMPACT -- THE LANGUAGE IMPACT REPORT.  ONE LINE PER
009420*     GREETTAB ENTRY AS IT NOW STANDS, THEN ONE PER CODE IN USE
009430*     ON GREETMST OR GREETSCH WITH NO GREETTAB ENTRY (THOSE
009440*     EMPLOYEES GET THE ENGLISH FALLBACK), THEN THE EMPLOYEES
009450*     WITH NO LANGUAGE CODE AT ALL.
009460*-----------------------------------------------------------------
009470 3300-PRINT-IMPACT.
009480     SET WS-IMPACT-SECTION TO TRUE.
009490     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
009500     PERFORM 3310-PRINT-TABLE-IMPACT
009510         THRU 3310-PRINT-TABLE-IMPACT-EXIT
009520         VARYING WS-TRANS-SUB FROM 1 BY 1
009530         UNTIL WS-TRANS-SUB IS GREATER THAN WS-TRANS-COUNT.
009540     PERFORM 3320-PRINT-UNDEFINED-IMPACT
009550         THRU 3320-PRINT-UNDEFINED-IMPACT-EXIT
009560         VARYING WS-USAGE-SUB FROM 1 BY 1
009570         UNTIL WS-USAGE-SUB IS GREATER THAN WS-USAGE-COUNT.
009580     MOVE SPACES TO IL-LANG-CODE.
009590     MOVE SPACES TO IL-SALUTATION.
009600     MOVE WS-NO-LANG-EMP-COUNT TO IL-EMP-COUNT.
009610     MOVE ZERO TO IL-SCHED-COUNT.
009620     MOVE "NO LANGUAGE CODE - ENGLISH" TO IL-NOTE.
009630     MOVE IL-IMPACT-LINE TO PRINT-RECORD.
009640     PERFORM 4100-WRITE-LINE
009650         THRU 4100-WRITE-LINE-EXIT.
009660     MOVE "EMPLOYEES ON GREETMST            " TO TL-TOTAL-LABEL.
009670     MOVE WS-MASTER-READ-COUNT TO TL-TOTAL-COUNT.
009680     PERFORM 3100-PRINT-TOTAL
009690         THRU 3100-PRINT-TOTAL-EXIT.
009700     MOVE "SCHEDULE RECORDS ON GREETSCH     " TO TL-TOTAL-LABEL.
009710     MOVE WS-SCHED-READ-COUNT TO TL-TOTAL-COUNT.
009720     PERFORM 3100-PRINT-TOTAL
009730         THRU 3100-PRINT-TOTAL-EXIT.
009740     IF WS-USAGE-FULL
009750         MOVE SPACES TO NL-NOTE-TEXT
009760         MOVE "USAGE TABLE FULL - SOME CODES IN USE NOT COUNTED"
009770             TO NL-NOTE-TEXT
009780         MOVE NL-NOTE-LINE TO PRINT-RECORD
009790         PERFORM 4100-WRITE-LINE
009800             THRU 4100-WRITE-LINE-EXIT
009810     END-IF.
009820 3300-PRINT-IMPACT-EXIT.
009830     EXIT.
009840*-----------------------------------------------------------------
009850* 3310-PRINT-TABLE-IMPACT -- ONE LINE FOR A GREETTAB ENTRY, WITH
009860*     ITS USAGE COUNTS AND WHETHER THIS RUN ADDED OR CHANGED IT.
009870*-----------------------------------------------------------------
009880 3310-PRINT-TABLE-IMPACT.
009890     MOVE WS-TRANS-LANG (WS-TRANS-SUB) TO IL-LANG-CODE.
009900     MOVE WS-TRANS-SALUTATION (WS-TRANS-SUB) TO IL-SALUTATION.
009910     MOVE ZERO TO IL-EMP-COUNT.
009920     MOVE ZERO TO IL-SCHED-COUNT.
009930     MOVE SPACES TO IL-NOTE.
009940     MOVE WS-TRANS-LANG (WS-TRANS-SUB) TO WS-SEARCH-LANG.
009950     MOVE "N" TO WS-USAGE-FOUND-SW.
009960     PERFORM 1410-SEARCH-USAGE-TABLE
009970         THRU 1410-SEARCH-USAGE-TABLE-EXIT
009980         VARYING WS-USAGE-SUB FROM 1 BY 1
009990         UNTIL WS-USAGE-SUB IS GREATER THAN WS-USAGE-COUNT
010000         OR WS-USAGE-FOUND.
010010     IF WS-USAGE-FOUND
010020         MOVE WS-USAGE-EMP-COUNT (WS-USAGE-HIT) TO IL-EMP-COUNT
010030         MOVE WS-USAGE-SCHED-COUNT (WS-USAGE-HIT)
010040             TO IL-SCHED-COUNT
010050     END-IF.
010060     IF WS-TRANS-ACTION (WS-TRANS-SUB) IS EQUAL TO "A"
010070         MOVE "ADDED THIS RUN" TO IL-NOTE
010080     END-IF.
010090     IF WS-TRANS-ACTION (WS-TRANS-SUB) IS EQUAL TO "C"
010100         MOVE "SALUTATION CHANGED THIS RUN" TO IL-NOTE
010110     END-IF.
010120     MOVE IL-IMPACT-LINE TO PRINT-RECORD.
010130     PERFORM 4100-WRITE-LINE
010140         THRU 4100-WRITE-LINE-EXIT.
010150 3310-PRINT-TABLE-IMPACT-EXIT.
010160     EXIT.
010170*-----------------------------------------------------------------
010180* 3320-PRINT-UNDEFINED-IMPACT -- ONE LINE FOR A CODE IN USE
010190*     THAT HAS NO GREETTAB ENTRY.  CODES THAT ARE ON THE TABLE
010200*     WERE PRINTED BY 3310-PRINT-TABLE-IMPACT AND ARE SKIPPED,
010210*     AS ARE THE UNUSED ENTRIES 2400-APPLY-DELETE ADDS WHEN IT
010220*     PROVES A DELETED CODE IS NOT IN USE.
010230*-----------------------------------------------------------------
010240 3320-PRINT-UNDEFINED-IMPACT.
010250     IF WS-USAGE-EMP-COUNT (WS-USAGE-SUB) IS EQUAL TO ZERO
010260         AND WS-USAGE-SCHED-COUNT (WS-USAGE-SUB) IS EQUAL TO ZERO
010270         GO TO 3320-PRINT-UNDEFINED-IMPACT-EXIT
010280     END-IF.
010290     MOVE WS-USAGE-LANG (WS-USAGE-SUB) TO WS-SEARCH-LANG.
010300     PERFORM 2150-FIND-TABLE-ENTRY
010310         THRU 2150-FIND-TABLE-ENTRY-EXIT.
010320     IF WS-TRANS-FOUND
010330         GO TO 3320-PRINT-UNDEFINED-IMPACT-EXIT
010340     END-IF.
010350     MOVE WS-USAGE-LANG (WS-USAGE-SUB) TO IL-LANG-CODE.
010360     MOVE SPACES TO IL-SALUTATION.
010370     MOVE WS-USAGE-EMP-COUNT (WS-USAGE-SUB) TO IL-EMP-COUNT.
010380     MOVE WS-USAGE-SCHED-COUNT (WS-USAGE-SUB) TO IL-SCHED-COUNT.
010390     MOVE "NOT ON GREETTAB - ENGLISH FALLBACK" TO IL-NOTE.
010400     MOVE IL-IMPACT-LINE TO PRINT-RECORD.
010410     PERFORM 4100-WRITE-LINE
010420         THRU 4100-WRITE-LINE-EXIT.
010430 3320-PRINT-UNDEFINED-IMPACT-EXIT.
010440     EXIT.
010450*-----------------------------------------------------------------
010460* 4000-PRINT-HEADINGS -- START A NEW PAGE WITH THE STANDARD
010470*     REPORT HEADING LINES.  THE COLUMN HEADINGS FOLLOW THE
010480*     SECTION BEING PRINTED.
010490*-----------------------------------------------------------------
010500 4000-PRINT-HEADINGS.
010510     ADD 1 TO WS-PAGE-NUMBER.
010520     MOVE WS-PAGE-NUMBER TO HL-PAGE-NUMBER.
010530     MOVE WS-TODAYS-DATE TO HL-RUN-DATE.
010540     WRITE PRINT-RECORD FROM HL-HEADING-1.
010550     WRITE PRINT-RECORD FROM HL-HEADING-2.
010560     IF WS-IMPACT-SECTION
010570         WRITE PRINT-RECORD FROM HL-HEADING-3-IMPACT
010580     ELSE
010590         WRITE PRINT-RECORD FROM HL-HEADING-3
010600     END-IF.
010610     MOVE 3 TO WS-LINE-COUNT.
010620 4000-PRINT-HEADINGS-EXIT.
010630     EXIT.
010640*-----------------------------------------------------------------
010650* 4100-WRITE-LINE -- WRITE ONE REPORT LINE, STARTING A NEW PAGE
010660*     WHEN THE CURRENT PAGE IS FULL.
010670*-----------------------------------------------------------------
010680 4100-WRITE-LINE.
010690     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL
010700         TO WS-LINES-PER-PAGE
010710         PERFORM 4000-PRINT-HEADINGS
010720             THRU 4000-PRINT-HEADINGS-EXIT
010730     END-IF.
010740     WRITE PRINT-RECORD.
010750     ADD 1 TO WS-LINE-COUNT.
010760 4100-WRITE-LINE-EXIT.
010770     EXIT.
010771*-----------------------------------------------------------------
010772* 8900-WRITE-STEP-TIMING -- RECORD THE STEP ON THE SHARED
010773*     STEPTIME DATASET: JOB AND STEP NAME, START AND END DATE AND
010774*     TIME, RECORDS PROCESSED AND THE FINAL RETURN CODE.
010775*     PERFORMED AFTER 9000-TERMINATE SO THE RETURN CODE IS THE
010776*     ONE THE STEP ENDS WITH.  FILE STATUS 35 MEANS THE DATASET
010777*     HAS NEVER BEEN WRITTEN; IT IS OPENED OUTPUT TO CREATE IT.
010778*     THE KEY SEQUENCE IS COUNTED UP FROM ZERO BY
010779*     8910-WRITE-KEYED-TIMING UNTIL THE KEY IS UNIQUE.  THE
010781*     TIMING RECORD IS NOT PART OF THE STEP'S WORK, SO A FAILURE
010782*     HERE IS DISPLAYED BUT LEAVES THE RETURN CODE ALONE.
010783*-----------------------------------------------------------------
010784 8900-WRITE-STEP-TIMING.
010785     OPEN I-O STEPTIME-FILE.
010786     IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "35"
010787         OPEN OUTPUT STEPTIME-FILE
010788     END-IF.
010789     IF WS-STEPTIME-FILE-STATUS IS NOT EQUAL TO "00"
010791         DISPLAY "HELLOTAB - UNABLE TO OPEN STEPTIME, "
010792             "STATUS = " WS-STEPTIME-FILE-STATUS
010793         GO TO 8900-WRITE-STEP-TIMING-EXIT
010794     END-IF.
010795     MOVE SPACES               TO STEPTIME-RECORD.
010796     MOVE WS-STEP-START-DATE   TO TM-KEY-START-DATE.
010797     MOVE WS-STEP-START-TIME   TO TM-KEY-START-TIME.
010798     MOVE "HELLOTAB"           TO TM-KEY-PROGRAM.
010799     MOVE WS-JOB-NAME          TO TM-JOB-NAME.
010801     MOVE WS-CEE3JBN-STEP-NAME TO TM-STEP-NAME.
010802     ACCEPT TM-END-DATE FROM DATE YYYYMMDD.
010803     ACCEPT TM-END-TIME FROM TIME.
010804     MOVE WS-TXN-READ-COUNT TO TM-RECORD-COUNT.
010805     MOVE WS-RETURN-CODE       TO TM-RETURN-CODE.
010806     MOVE ZERO TO WS-STEP-SEQ.
010807     MOVE "N"  TO WS-STEP-WRITTEN-SW.
010808     PERFORM 8910-WRITE-KEYED-TIMING
010809         THRU 8910-WRITE-KEYED-TIMING-EXIT
010811         UNTIL WS-STEP-WRITTEN
010812         OR WS-STEP-SEQ IS GREATER THAN 9998.
010813     IF NOT WS-STEP-WRITTEN
010814         DISPLAY "HELLOTAB - STEPTIME WRITE FAILED, "
010815             "STATUS = " WS-STEPTIME-FILE-STATUS
010816     END-IF.
010817     CLOSE STEPTIME-FILE.
010818 8900-WRITE-STEP-TIMING-EXIT.
010819     EXIT.
010821*-----------------------------------------------------------------
010822* 8910-WRITE-KEYED-TIMING -- TRY THE WRITE WITH THE CURRENT
010823*     SEQUENCE NUMBER; A DUPLICATE KEY BUMPS THE SEQUENCE AND THE
010824*     CALLER TRIES AGAIN.  ANY OTHER FAILURE ENDS THE RETRIES.
010825*-----------------------------------------------------------------
010826 8910-WRITE-KEYED-TIMING.
010827     MOVE WS-STEP-SEQ TO TM-KEY-SEQ.
010828     WRITE STEPTIME-RECORD
010829         INVALID KEY
010831             IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "22"
010832                 ADD 1 TO WS-STEP-SEQ
010833             ELSE
010834                 MOVE 9999 TO WS-STEP-SEQ
010835             END-IF
010836         NOT INVALID KEY
010837             SET WS-STEP-WRITTEN TO TRUE
010838     END-WRITE.
010839 8910-WRITE-KEYED-TIMING-EXIT.
010841     EXIT.
010780*-----------------------------------------------------------------
010790* 9000-TERMINATE -- CLOSE FILES.  GREETTAB, GREETMST AND
010800*     GREETSCH ARE CLOSED AS SOON AS THEY HAVE BEEN READ.
010810*-----------------------------------------------------------------
010820 9000-TERMINATE.
010830     IF WS-TABTRN-OPEN-OK
010840         CLOSE TABTRN-FILE
010850     END-IF.
010860     IF WS-TABNEW-OPEN-OK
010870         CLOSE TABNEW-FILE
010880     END-IF.
010890     IF WS-PRINT-OPEN-OK
010900         CLOSE PRINT-FILE
010910     END-IF.
010920 9000-TERMINATE-EXIT.
010930     EXIT.
