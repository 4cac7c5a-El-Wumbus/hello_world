000100*****************************************************************
000110* PROGRAM:      HELLOSCH
000120* AUTHOR:       AIDAN NEAL
000130* INSTALLATION: DATA CENTER - BATCH SYSTEMS GROUP
000140* DATE-WRITTEN: 10/15/2026
000150* DATE-COMPILED:
000160*-----------------------------------------------------------------
000170* PURPOSE.
000180*     GREETSCH SCHEDULE VALIDATION AND FORWARD GREETING CALENDAR,
000190*     RUN WHENEVER THE HAND-EDITED SCHEDULE IS CHANGED.  HELLO-
000200*     WORLD ONLY FINDS A BAD SCHEDULE ON THE MORNING IT BITES;
000210*     THIS PROGRAM FINDS IT AHEAD OF TIME.
000220*
000230*     THE FIRST PART LISTS EVERY PROBLEM ON GREETSCH:
000240*       - A RECORD WHOSE START OR END DATE IS NOT EIGHT DIGITS,
000250*         WHICH HELLO-WORLD SKIPS WITHOUT A WORD.  BLANK RECORDS
000260*         AND RECORDS WITH * IN COLUMN 1 ARE COMMENTS AND ARE
000270*         ONLY COUNTED.
000280*       - A START OR END DATE THAT IS NOT A CALENDAR DATE.
000290*       - A START DATE AFTER THE END DATE -- NEVER IN EFFECT.
000300*       - A LANGUAGE CODE NOT IN HELLO-WORLD'S LANGUAGE TABLE.
000310*       - A BLANK MESSAGE TEXT, WHICH WOULD GREET WITH NOTHING.
000320*       - EVERY PAIR OF RECORDS WHOSE DATE RANGES OVERLAP, WITH
000330*         THE DATES THEY BOTH CLAIM.  ON ANY OF THOSE DATES
000340*         HELLO-WORLD IGNORES THE SCHEDULE AND ENDS 0008.
000350*
000360*     THE SECOND PART IS THE FORWARD CALENDAR: FOR EVERY
000370*     SCHEDULED RUN DATE ON THE CALENDAR PROCESSING-CALENDAR
000380*     DATASET (THE ONE HELLOEXC READS) FROM THE START DATE FOR
000390*     THE NUMBER OF DAYS ASKED FOR, THE MESSAGE TEXT AND
000400*     LANGUAGE HELLO-WORLD WILL GREET WITH AND WHETHER THEY COME
000410*     FROM GREETSCH OR THE PARMS FALLBACK.  THE SELECTION RULES
000420*     ARE HELLO-WORLD'S OWN (1000-INITIALIZE AND 1100-SELECT-
000430*     FROM-SCHEDULE): ONE SCHEDULE RECORD IN EFFECT WINS
000440*     OUTRIGHT, A BLANK SCHEDULE LANGUAGE IS EN, AND NONE OR
000450*     OVERLAPPING RECORDS FALL BACK TO PARMS.  THE FALLBACK IS
000460*     SHOWN AS PARMS STANDS TODAY.
000470*
000480*     PARM (ALL OPTIONAL, ANY ORDER):
000490*       RUNDATE=YYYYMMDD  FIRST CALENDAR DATE, DEFAULT TODAY
000500*       DAYS=NNN          CALENDAR LENGTH, 1 TO 366, DEFAULT 30
000510*       LANG=XX           THE LANG= TOKEN ON HELLO-WORLD'S OWN
000520*                         PARM, IF IT CARRIES ONE -- IT CHANGES
000530*                         THE PARMS FALLBACK
000540*-----------------------------------------------------------------
000550* RETURN CODES.
000560*     0000  THE SCHEDULE IS CLEAN
000570*     0004  A MALFORMED RECORD, BAD DATE, START AFTER END,
000580*           UNSUPPORTED LANGUAGE OR BLANK MESSAGE WAS FOUND, THE
000590*           SCHEDULE TABLE FILLED, OR NO CALENDAR WAS SUPPLIED
000600*     0008  OVERLAPPING SCHEDULE RECORDS WERE FOUND
000610*     0016  GREETSCH, CALENDAR OR THE REPORT WOULD NOT OPEN, OR
000620*           AN INVALID PARM
000630*-----------------------------------------------------------------
000640* MODIFICATION HISTORY.
000650*     DATE       INIT  DESCRIPTION
000660*     ---------- ----  ------------------------------------------
000670*     10/15/2026 AN    ORIGINAL PROGRAM.
000680*****************************************************************
000690 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.     HELLOSCH.
000710 AUTHOR.         AIDAN NEAL.
000720 INSTALLATION.   DATA CENTER - BATCH SYSTEMS GROUP.
000730 DATE-WRITTEN.   10/15/2026.
000740 DATE-COMPILED.
000750 ENVIRONMENT DIVISION.
000760 CONFIGURATION SECTION.
000770 SOURCE-COMPUTER. IBM-370.
000780 OBJECT-COMPUTER. IBM-370.
000790 INPUT-OUTPUT SECTION.
000800 FILE-CONTROL.
000810     SELECT GREETSCH-FILE ASSIGN TO GREETSCH
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-GREETSCH-FILE-STATUS.
000840     SELECT PARMS-FILE    ASSIGN TO PARMS
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-PARMS-FILE-STATUS.
000870     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
000900     SELECT PRINT-FILE    ASSIGN TO HELLOSCH
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-PRINT-FILE-STATUS.
000930     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS RANDOM
000960         RECORD KEY IS TM-TIMING-KEY
000970         FILE STATUS IS WS-STEPTIME-FILE-STATUS.
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  GREETSCH-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  GREETSCH-RECORD.
001040     05  SC-START-DATE          PIC 9(08).
001050     05  SC-END-DATE            PIC 9(08).
001060     05  SC-LANG-CODE           PIC X(02).
001070     05  SC-MESSAGE-TEXT        PIC X(60).
001080     05  FILLER                 PIC X(02).
001090 01  GREETSCH-RECORD-X.
001100     05  SC-RECORD-COLUMN-1     PIC X(01).
001110     05  FILLER                 PIC X(79).
001120 01  GREETSCH-RECORD-DATES.
001130     05  SC-START-DATE-X        PIC X(08).
001140     05  SC-END-DATE-X          PIC X(08).
001150     05  FILLER                 PIC X(64).
001160 FD  PARMS-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 01  PARMS-RECORD.
001200     05  PARMS-SAY-HELLO        PIC X(60).
001210     05  PARMS-LANG-CODE        PIC X(02).
001220 FD  CALENDAR-FILE
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250 01  CALENDAR-RECORD.
001260     05  CA-SCHED-DATE          PIC 9(08).
001270     05  FILLER                 PIC X(72).
001280 FD  PRINT-FILE
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE STANDARD.
001310 01  PRINT-RECORD               PIC X(133).
001320 FD  STEPTIME-FILE
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE STANDARD.
001350 01  STEPTIME-RECORD.
001360     COPY GTIMREC.
001370 WORKING-STORAGE SECTION.
001380*-----------------------------------------------------------------
001390* SWITCHES AND COUNTERS.
001400*-----------------------------------------------------------------
001410 01  WS-SWITCHES.
001420     05  WS-STEP-WRITTEN-SW     PIC X(01) VALUE "N".
001430         88  WS-STEP-WRITTEN               VALUE "Y".
001440     05  WS-PARM-OK-SW          PIC X(01) VALUE "N".
001450         88  WS-PARM-OK                    VALUE "Y".
001460     05  WS-GREETSCH-EOF-SW     PIC X(01) VALUE "N".
001470         88  WS-GREETSCH-EOF               VALUE "Y".
001480     05  WS-GREETSCH-OPEN-SW    PIC X(01) VALUE "N".
001490         88  WS-GREETSCH-OPEN-OK           VALUE "Y".
001500     05  WS-PARMS-EOF-SW        PIC X(01) VALUE "N".
001510         88  WS-PARMS-EOF                  VALUE "Y".
001520     05  WS-CALENDAR-EOF-SW     PIC X(01) VALUE "N".
001530         88  WS-CALENDAR-EOF               VALUE "Y".
001540     05  WS-CALENDAR-OPEN-SW    PIC X(01) VALUE "N".
001550         88  WS-CALENDAR-OPEN-OK           VALUE "Y".
001560     05  WS-PRINT-OPEN-SW       PIC X(01) VALUE "N".
001570         88  WS-PRINT-OPEN-OK              VALUE "Y".
001580     05  WS-LANG-PARM-SW        PIC X(01) VALUE "N".
001590         88  WS-LANG-FROM-PARM             VALUE "Y".
001600     05  WS-LANG-FOUND-SW       PIC X(01) VALUE "N".
001610         88  WS-LANG-FOUND                 VALUE "Y".
001620     05  WS-TEXT-OVERRIDE-SW    PIC X(01) VALUE "N".
001630         88  WS-TEXT-OVERRIDDEN            VALUE "Y".
001640     05  WS-DATE-VALID-SW       PIC X(01) VALUE "N".
001650         88  WS-DATE-VALID                 VALUE "Y".
001660     05  WS-CHECK-LEAP-SW       PIC X(01) VALUE "N".
001670         88  WS-CHECK-LEAP-YEAR            VALUE "Y".
001680     05  WS-REPORT-PART-SW      PIC X(01) VALUE "V".
001690         88  WS-PART-VALIDATION            VALUE "V".
001700         88  WS-PART-CALENDAR              VALUE "C".
001710         88  WS-PART-TOTALS                VALUE "T".
001720 01  WS-FILE-STATUSES.
001730     05  WS-STEPTIME-FILE-STATUS
001740                                PIC X(02) VALUE SPACES.
001750     05  WS-GREETSCH-FILE-STATUS
001760                                PIC X(02) VALUE SPACES.
001770     05  WS-PARMS-FILE-STATUS   PIC X(02) VALUE SPACES.
001780     05  WS-CALENDAR-FILE-STATUS
001790                                PIC X(02) VALUE SPACES.
001800     05  WS-PRINT-FILE-STATUS   PIC X(02) VALUE SPACES.
001810 01  WS-RETURN-CODE             PIC 9(04) VALUE ZERO.
001820 01  WS-SCHED-READ-COUNT        PIC 9(06) VALUE ZERO.
001830 01  WS-COMMENT-COUNT           PIC 9(06) VALUE ZERO.
001840 01  WS-MALFORMED-COUNT         PIC 9(06) VALUE ZERO.
001850 01  WS-BAD-DATE-COUNT          PIC 9(06) VALUE ZERO.
001860 01  WS-START-AFTER-END-COUNT   PIC 9(06) VALUE ZERO.
001870 01  WS-BAD-LANG-COUNT          PIC 9(06) VALUE ZERO.
001880 01  WS-BLANK-TEXT-COUNT        PIC 9(06) VALUE ZERO.
001890 01  WS-OVERLAP-COUNT           PIC 9(06) VALUE ZERO.
001900 01  WS-CAL-DATE-COUNT          PIC 9(06) VALUE ZERO.
001910 01  WS-CAL-SCHED-COUNT         PIC 9(06) VALUE ZERO.
001920 01  WS-CAL-PARMS-COUNT         PIC 9(06) VALUE ZERO.
001930 01  WS-CAL-OVERLAP-COUNT       PIC 9(06) VALUE ZERO.
001940 01  WS-TODAYS-DATE             PIC 9(08) VALUE ZERO.
001950*-----------------------------------------------------------------
001960* PARM CONTROL -- THE FIRST CALENDAR DATE (RUNDATE=, DEFAULT
001970* TODAY), THE CALENDAR LENGTH IN DAYS (DAYS=, DEFAULT 30) AND
001980* THE LANGUAGE CODE HELLO-WORLD IS GIVEN ON ITS OWN PARM (LANG=).
001990*-----------------------------------------------------------------
002000 01  WS-PARM-FIELD              PIC X(80) VALUE SPACES.
002010 01  WS-PARM-TOKEN-1            PIC X(20) VALUE SPACES.
002020 01  WS-PARM-TOKEN-2            PIC X(20) VALUE SPACES.
002030 01  WS-PARM-TOKEN-3            PIC X(20) VALUE SPACES.
002040 01  WS-PARM-TOKEN              PIC X(20) VALUE SPACES.
002050 01  WS-RUNDATE-X               PIC X(08) VALUE SPACES.
002060 01  WS-RUNDATE                 PIC 9(08) VALUE ZERO.
002070 01  WS-DAYS-X                  PIC X(15) VALUE SPACES.
002080 01  WS-DAYS-LEN                PIC 9(02) COMP VALUE ZERO.
002090 01  WS-CAL-DAYS                PIC 9(03) VALUE 30.
002100 01  WS-CAL-DAYS-MAX            PIC 9(03) VALUE 366.
002110 01  WS-DAY-SUB                 PIC 9(03) COMP VALUE ZERO.
002120 01  WS-LAST-CAL-DATE           PIC 9(08) VALUE ZERO.
002130*-----------------------------------------------------------------
002140* DATE EDIT AND STEP AREA -- ONE DATE SPLIT FOR CHECKING AGAINST
002150* THE MONTH LENGTHS AND FOR STEPPING FORWARD A DAY AT A TIME.
002160* A YEAR IS A LEAP YEAR WHEN IT DIVIDES BY FOUR, EXCEPT A
002170* CENTURY YEAR, WHICH MUST DIVIDE BY FOUR HUNDRED.
002180*-----------------------------------------------------------------
002190 01  WS-CHECK-DATE              PIC 9(08) VALUE ZERO.
002200 01  WS-CHECK-SPLIT REDEFINES WS-CHECK-DATE.
002210     05  WS-CHECK-YEAR          PIC 9(04).
002220     05  WS-CHECK-MONTH         PIC 9(02).
002230     05  WS-CHECK-DAY           PIC 9(02).
002240 01  WS-CHECK-MONTH-LENGTH      PIC 9(02) VALUE ZERO.
002250 01  WS-LEAP-QUOTIENT           PIC 9(04) VALUE ZERO.
002260 01  WS-LEAP-REMAINDER          PIC 9(04) VALUE ZERO.
002270 01  WS-MONTH-DAYS-VALUES       PIC X(24)
002280                 VALUE "312831303130313130313031".
002290 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002300     05  WS-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
002310*-----------------------------------------------------------------
002320* GREETING TEXT TABLE -- HELLO-WORLD'S OWN LANGUAGE TABLE, ONE
002330* ENTRY PER LANGUAGE CODE IT SUPPORTS.  KEEP IN STEP WITH
002340* WS-GREETING-TABLE-VALUES IN HELLO-WORLD.
002350*-----------------------------------------------------------------
002360 01  WS-GREETING-TABLE-VALUES.
002370     05  FILLER                 PIC X(62) VALUE "ENHello World!".
002380     05  FILLER                 PIC X(62) VALUE "ESHola Mundo!".
002390     05  FILLER                 PIC X(62)
002400                 VALUE "FRBonjour le Monde!".
002410     05  FILLER                 PIC X(62) VALUE "DEHallo Welt!".
002420 01  WS-GREETING-TABLE REDEFINES WS-GREETING-TABLE-VALUES.
002430     05  WS-GREETING-ENTRY      OCCURS 4 TIMES.
002440         10  WS-GREETING-LANG   PIC X(02).
002450         10  WS-GREETING-TEXT   PIC X(60).
002460 01  WS-LANG-SUB                PIC 9(02) COMP VALUE ZERO.
002470 01  WS-LOOKUP-LANG             PIC X(02) VALUE SPACES.
002480 01  WS-LOOKUP-TEXT             PIC X(60) VALUE SPACES.
002490*-----------------------------------------------------------------
002500* PARMS FALLBACK -- THE TEXT AND LANGUAGE HELLO-WORLD GREETS
002510* WITH ON A DAY NO SINGLE SCHEDULE RECORD CLAIMS, SETTLED ONCE
002520* FROM PARMS BY 1200-RESOLVE-FALLBACK.
002530*-----------------------------------------------------------------
002540 01  WS-FALLBACK-TEXT           PIC X(60) VALUE SPACES.
002550 01  WS-FALLBACK-LANG           PIC X(02) VALUE "EN".
002560*-----------------------------------------------------------------
002570* SCHEDULE TABLE -- EVERY GREETSCH RECORD WITH EIGHT-DIGIT START
002580* AND END DATES, THE RECORDS HELLO-WORLD TESTS AGAINST THE RUN
002590* DATE, WITH ITS RECORD NUMBER ON THE DATASET.  RECORDS BEYOND
002600* THE TABLE LIMIT ARE COUNTED AND REPORTED.
002610*-----------------------------------------------------------------
002620 01  WS-SCHED-TABLE.
002630     05  WS-SCHED-ENTRY         OCCURS 500 TIMES.
002640         10  WS-SCHED-REC-NO    PIC 9(05).
002650         10  WS-SCHED-START     PIC 9(08).
002660         10  WS-SCHED-END       PIC 9(08).
002670         10  WS-SCHED-LANG      PIC X(02).
002680         10  WS-SCHED-TEXT      PIC X(60).
002690 01  WS-SCHED-COUNT             PIC 9(04) COMP VALUE ZERO.
002700 01  WS-SCHED-MAX               PIC 9(04) COMP VALUE 500.
002710 01  WS-SCHED-SUB               PIC 9(04) COMP VALUE ZERO.
002720 01  WS-PAIR-SUB                PIC 9(04) COMP VALUE ZERO.
002730 01  WS-PAIR-FIRST              PIC 9(04) COMP VALUE ZERO.
002740 01  WS-SCHED-DROPPED-COUNT     PIC 9(04) VALUE ZERO.
002750 01  WS-OVERLAP-START           PIC 9(08) VALUE ZERO.
002760 01  WS-OVERLAP-END             PIC 9(08) VALUE ZERO.
002770*-----------------------------------------------------------------
002780* CALENDAR DAY WORK AREA -- THE SCHEDULE RECORDS IN EFFECT ON THE
002790* CALENDAR DATE BEING PRINTED.
002800*-----------------------------------------------------------------
002810 01  WS-DAY-MATCH-COUNT         PIC 9(04) COMP VALUE ZERO.
002820 01  WS-DAY-MATCH-SUB           PIC 9(04) COMP VALUE ZERO.
002830*-----------------------------------------------------------------
002840* FINDING AND NOTE TEXTS BUILT FROM RECORD NUMBERS AND CODES.
002850*-----------------------------------------------------------------
002860 01  WS-OVERLAP-TEXT.
002870     05  FILLER                 PIC X(16)
002880                 VALUE "OVERLAPS RECORD ".
002890     05  WS-OVERLAP-REC-NO      PIC 9(05).
002900     05  FILLER                 PIC X(39)
002910                 VALUE " ON THE DATES SHOWN".
002920 01  WS-BAD-LANG-TEXT.
002930     05  FILLER                 PIC X(09) VALUE "LANGUAGE ".
002940     05  WS-BAD-LANG-CODE       PIC X(02).
002950     05  FILLER                 PIC X(49)
002960                 VALUE " IS NOT IN HELLO-WORLD'S LANGUAGE TABLE".
002970 01  WS-CAL-REC-NOTE.
002980     05  FILLER                 PIC X(16)
002990                 VALUE "GREETSCH RECORD ".
003000     05  WS-CAL-NOTE-REC-NO     PIC 9(05).
003010     05  FILLER                 PIC X(11) VALUE SPACES.
003020 01  WS-CAL-LANG-NOTE.
003030     05  FILLER                 PIC X(04) VALUE "REC ".
003040     05  WS-CAL-LANG-REC-NO     PIC 9(05).
003050     05  FILLER                 PIC X(23)
003060                 VALUE " LANGUAGE NOT IN TABLE".
003070 01  WS-CAL-TITLE.
003080     05  FILLER                 PIC X(20)
003090                 VALUE "SCHEDULED RUN DATES ".
003100     05  WS-CAL-TITLE-FIRST     PIC 9(08).
003110     05  FILLER                 PIC X(06) VALUE " THRU ".
003120     05  WS-CAL-TITLE-LAST      PIC 9(08).
003130     05  FILLER                 PIC X(08) VALUE SPACES.
003140 01  WS-FALLBACK-NOTE.
003150     05  FILLER                 PIC X(25)
003160                 VALUE "PARMS FALLBACK, LANGUAGE ".
003170     05  WS-FALLBACK-NOTE-LANG  PIC X(02).
003180     05  FILLER                 PIC X(33)
003190                 VALUE " -- AS PARMS STANDS TODAY".
003200*-----------------------------------------------------------------
003210* REPORT PRINT CONTROL.
003220*-----------------------------------------------------------------
003230 01  WS-PAGE-NUMBER             PIC 9(04) VALUE ZERO.
003240 01  WS-LINE-COUNT              PIC 9(04) VALUE 99.
003250 01  WS-LINES-PER-PAGE          PIC 9(04) VALUE 55.
003260 01  WS-HOLD-LINE               PIC X(133) VALUE SPACES.
003270*-----------------------------------------------------------------
003280* REPORT LINE LAYOUTS.
003290*-----------------------------------------------------------------
003300 01  HL-HEADING-1.
003310     05  FILLER                 PIC X(01) VALUE "1".
003320     05  FILLER                 PIC X(10) VALUE SPACES.
003330     05  FILLER                 PIC X(40)
003340                 VALUE "GREETSCH SCHEDULE VALIDATION".
003350     05  FILLER                 PIC X(10) VALUE "PAGE ".
003360     05  HL-PAGE-NUMBER         PIC ZZZ9.
003370     05  FILLER                 PIC X(68) VALUE SPACES.
003380 01  HL-HEADING-2.
003390     05  FILLER                 PIC X(01) VALUE " ".
003400     05  FILLER                 PIC X(10) VALUE SPACES.
003410     05  FILLER                 PIC X(17)
003420                 VALUE "PROGRAM HELLOSCH".
003430     05  FILLER                 PIC X(10) VALUE "RUN DATE ".
003440     05  HL-RUN-DATE            PIC 9(08).
003450     05  FILLER                 PIC X(87) VALUE SPACES.
003460 01  HL-FINDING-COLUMNS.
003470     05  FILLER                 PIC X(01) VALUE "-".
003480     05  FILLER                 PIC X(10) VALUE SPACES.
003490     05  FILLER                 PIC X(08) VALUE "RECORD".
003500     05  FILLER                 PIC X(10) VALUE "START".
003510     05  FILLER                 PIC X(10) VALUE "END".
003520     05  FILLER                 PIC X(06) VALUE "LANG".
003530     05  FILLER                 PIC X(88) VALUE "FINDING".
003540 01  HL-CALENDAR-COLUMNS.
003550     05  FILLER                 PIC X(01) VALUE "-".
003560     05  FILLER                 PIC X(10) VALUE SPACES.
003570     05  FILLER                 PIC X(10) VALUE "DATE".
003580     05  FILLER                 PIC X(10) VALUE "SOURCE".
003590     05  FILLER                 PIC X(06) VALUE "LANG".
003600     05  FILLER                 PIC X(62) VALUE "MESSAGE TEXT".
003610     05  FILLER                 PIC X(34) VALUE "NOTE".
003620 01  HL-TOTAL-COLUMNS.
003630     05  FILLER                 PIC X(01) VALUE "-".
003640     05  FILLER                 PIC X(10) VALUE SPACES.
003650     05  FILLER                 PIC X(122)
003660                 VALUE "CONTROL TOTALS".
003670 01  FL-FINDING-LINE.
003680     05  FILLER                 PIC X(01) VALUE " ".
003690     05  FILLER                 PIC X(10) VALUE SPACES.
003700     05  FL-REC-NO              PIC ZZZZ9.
003710     05  FILLER                 PIC X(03) VALUE SPACES.
003720     05  FL-START-DATE          PIC X(08).
003730     05  FILLER                 PIC X(02) VALUE SPACES.
003740     05  FL-END-DATE            PIC X(08).
003750     05  FILLER                 PIC X(02) VALUE SPACES.
003760     05  FL-LANG-CODE           PIC X(02).
003770     05  FILLER                 PIC X(04) VALUE SPACES.
003780     05  FL-FINDING             PIC X(60).
003790     05  FILLER                 PIC X(28) VALUE SPACES.
003800 01  CL-CALENDAR-LINE.
003810     05  FILLER                 PIC X(01) VALUE " ".
003820     05  FILLER                 PIC X(10) VALUE SPACES.
003830     05  CL-DATE                PIC 9(08).
003840     05  FILLER                 PIC X(02) VALUE SPACES.
003850     05  CL-SOURCE              PIC X(08).
003860     05  FILLER                 PIC X(02) VALUE SPACES.
003870     05  CL-LANG-CODE           PIC X(02).
003880     05  FILLER                 PIC X(04) VALUE SPACES.
003890     05  CL-MESSAGE-TEXT        PIC X(60).
003900     05  FILLER                 PIC X(02) VALUE SPACES.
003910     05  CL-NOTE                PIC X(32).
003920     05  FILLER                 PIC X(02) VALUE SPACES.
003930 01  SL-SECTION-HEADING.
003940     05  FILLER                 PIC X(01) VALUE "0".
003950     05  FILLER                 PIC X(10) VALUE SPACES.
003960     05  SL-SECTION-TITLE       PIC X(50).
003970     05  FILLER                 PIC X(72) VALUE SPACES.
003980 01  TL-TOTAL-LINE.
003990     05  FILLER                 PIC X(01) VALUE " ".
004000     05  FILLER                 PIC X(10) VALUE SPACES.
004010     05  TL-TOTAL-LABEL         PIC X(40).
004020     05  TL-TOTAL-COUNT         PIC ZZZ,ZZ9.
004030     05  FILLER                 PIC X(75) VALUE SPACES.
004040 01  NL-NOTE-LINE.
004050     05  FILLER                 PIC X(01) VALUE " ".
004060     05  FILLER                 PIC X(10) VALUE SPACES.
004070     05  NL-NOTE-TEXT           PIC X(60).
004080     05  FILLER                 PIC X(62) VALUE SPACES.
004090 01  FT-FOOTER.
004100     05  FILLER                 PIC X(01) VALUE "0".
004110     05  FILLER                 PIC X(10) VALUE SPACES.
004120     05  FILLER                 PIC X(14) VALUE "END OF REPORT".
004130     05  FILLER                 PIC X(12) VALUE "RUN DATE  ".
004140     05  FT-RUN-DATE            PIC 9(08).
004150     05  FILLER                 PIC X(88) VALUE SPACES.
004160*-----------------------------------------------------------------
004170* JOB NAME CONTROL -- THE JOB AND STEP NAMES ARE STAMPED ON THE
004180* STEPTIME RECORD.  THEY ARE OBTAINED AT RUN TIME FROM THE
004190* LANGUAGE ENVIRONMENT CEE3JBN CALLABLE SERVICE, THE SAME WAY
004200* HELLO-WORLD STAMPS ITS GREETLOG RECORDS.
004210*-----------------------------------------------------------------
004220 01  WS-CEE3JBN-JOBNAME.
004230     05  WS-CEE3JBN-JOB-LEN     PIC S9(04) COMP.
004240     05  WS-CEE3JBN-JOB-NAME    PIC X(08).
004250 01  WS-CEE3JBN-STEPNAME.
004260     05  WS-CEE3JBN-STEP-LEN    PIC S9(04) COMP.
004270     05  WS-CEE3JBN-STEP-NAME   PIC X(08).
004280 01  WS-CEE3JBN-PROCNAME.
004290     05  WS-CEE3JBN-PROC-LEN    PIC S9(04) COMP.
004300     05  WS-CEE3JBN-PROC-NAME   PIC X(08).
004310 01  WS-FEEDBACK-CODE.
004320     05  WS-FDBK-SEVERITY       PIC S9(04) COMP.
004330     05  WS-FDBK-MSG-NO         PIC S9(04) COMP.
004340     05  WS-FDBK-CASE-FACILITY  PIC X(01).
004350     05  WS-FDBK-SEV-CONTROL    PIC X(03).
004360     05  WS-FDBK-FACILITY-ID    PIC X(03).
004370     05  WS-FDBK-ISINFO         PIC X(01).
004380 01  WS-JOB-NAME                PIC X(08) VALUE "HELLOSCH".
004390*-----------------------------------------------------------------
004400* STEP TIMING CONTROL -- THE DATE AND TIME THE STEP STARTED, HELD
004410* FOR THE STEPTIME RECORD WRITTEN AS THE STEP ENDS, AND THE KEY
004420* SEQUENCE THAT KEEPS THAT RECORD'S KEY UNIQUE.
004430*-----------------------------------------------------------------
004440 01  WS-STEP-START-DATE         PIC 9(08) VALUE ZERO.
004450 01  WS-STEP-START-TIME         PIC 9(08) VALUE ZERO.
004460 01  WS-STEP-SEQ                PIC 9(04) VALUE ZERO.
004470 LINKAGE SECTION.
004480 01  WS-PARM-AREA.
004490     05  WS-PARM-LENGTH         PIC S9(04) COMP.
004500     05  WS-PARM-TEXT           PIC X(80).
004510 PROCEDURE DIVISION USING WS-PARM-AREA.
004520*-----------------------------------------------------------------
004530* 0000-MAIN-CONTROL -- OVERALL SEQUENCE OF PROCESSING.
004540*-----------------------------------------------------------------
004550 0000-MAIN-CONTROL.
004560     PERFORM 0010-START-STEP-TIMING
004570         THRU 0010-START-STEP-TIMING-EXIT.
004580     PERFORM 0050-GET-JOB-NAME
004590         THRU 0050-GET-JOB-NAME-EXIT.
004600     PERFORM 0100-CHECK-PARM
004610         THRU 0100-CHECK-PARM-EXIT.
004620     IF WS-PARM-OK
004630         PERFORM 1000-INITIALIZE
004640             THRU 1000-INITIALIZE-EXIT
004650     END-IF.
004660     IF WS-PRINT-OPEN-OK
004670         AND WS-RETURN-CODE IS LESS THAN 0016
004680         PERFORM 2000-CHECK-SCHEDULE-RECORD
004690             THRU 2000-CHECK-SCHEDULE-RECORD-EXIT
004700             UNTIL WS-GREETSCH-EOF
004710         PERFORM 2200-CHECK-OVERLAPS
004720             THRU 2200-CHECK-OVERLAPS-EXIT
004730         PERFORM 3000-CALENDAR-SECTION
004740             THRU 3000-CALENDAR-SECTION-EXIT
004750         PERFORM 3500-FINALIZE
004760             THRU 3500-FINALIZE-EXIT
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
005100* 0100-CHECK-PARM -- SPLIT THE PARM INTO UP TO THREE SPACE-
005110*     DELIMITED TOKENS AND EDIT EACH ONE, IN ANY ORDER, THE SAME
005120*     WAY HELLOANV EDITS ITS PARM.  WITH NO PARM THE CALENDAR
005130*     STARTS TODAY AND RUNS 30 DAYS.  THE LAST CALENDAR DATE IS
005140*     THEN WORKED OUT FROM THE FIRST.
005150*-----------------------------------------------------------------
005160 0100-CHECK-PARM.
005170     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
005180     MOVE SPACES TO WS-PARM-FIELD.
005190     IF WS-PARM-LENGTH IS GREATER THAN ZERO
005200         IF WS-PARM-LENGTH IS GREATER THAN 80
005210             MOVE 80 TO WS-PARM-LENGTH
005220         END-IF
005230         MOVE WS-PARM-TEXT (1:WS-PARM-LENGTH) TO WS-PARM-FIELD
005240     END-IF.
005250     SET WS-PARM-OK TO TRUE.
005260     MOVE WS-TODAYS-DATE TO WS-RUNDATE.
005270     IF WS-PARM-FIELD IS NOT EQUAL TO SPACES
005280         UNSTRING WS-PARM-FIELD DELIMITED BY SPACE
005290             INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
005300                 WS-PARM-TOKEN-3
005310         MOVE WS-PARM-TOKEN-1 TO WS-PARM-TOKEN
005320         PERFORM 0110-CHECK-PARM-TOKEN
005330             THRU 0110-CHECK-PARM-TOKEN-EXIT
005340         MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN
005350         PERFORM 0110-CHECK-PARM-TOKEN
005360             THRU 0110-CHECK-PARM-TOKEN-EXIT
005370         MOVE WS-PARM-TOKEN-3 TO WS-PARM-TOKEN
005380         PERFORM 0110-CHECK-PARM-TOKEN
005390             THRU 0110-CHECK-PARM-TOKEN-EXIT
005400     END-IF.
005410     IF NOT WS-PARM-OK
005420         GO TO 0100-CHECK-PARM-EXIT
005430     END-IF.
005440     MOVE WS-RUNDATE TO WS-CHECK-DATE.
005450     PERFORM 2150-EDIT-DATE
005460         THRU 2150-EDIT-DATE-EXIT.
005470     IF NOT WS-DATE-VALID
005480         DISPLAY "HELLOSCH - RUNDATE " WS-RUNDATE
005490             " IS NOT A CALENDAR DATE"
005500         MOVE "N" TO WS-PARM-OK-SW
005510         MOVE 0016 TO WS-RETURN-CODE
005520         GO TO 0100-CHECK-PARM-EXIT
005530     END-IF.
005540     PERFORM 0160-FORWARD-ONE-DAY
005550         THRU 0160-FORWARD-ONE-DAY-EXIT
005560         VARYING WS-DAY-SUB FROM 2 BY 1
005570         UNTIL WS-DAY-SUB IS GREATER THAN WS-CAL-DAYS.
005580     MOVE WS-CHECK-DATE TO WS-LAST-CAL-DATE.
005590 0100-CHECK-PARM-EXIT.
005600     EXIT.
005610*-----------------------------------------------------------------
005620* 0110-CHECK-PARM-TOKEN -- EDIT ONE PARM TOKEN.  RUNDATE= MUST
005630*     CARRY EIGHT DIGITS; DAYS= MUST CARRY ONE TO THREE DIGITS
005640*     FROM 1 TO 366; LANG= TAKES THE TWO CHARACTERS AFTER IT, AS
005650*     HELLO-WORLD DOES.  ANYTHING ELSE IS REJECTED.
005660*-----------------------------------------------------------------
005670 0110-CHECK-PARM-TOKEN.
005680     IF WS-PARM-TOKEN IS EQUAL TO SPACES
005690         GO TO 0110-CHECK-PARM-TOKEN-EXIT
005700     END-IF.
005710     IF WS-PARM-TOKEN (1:8) IS EQUAL TO "RUNDATE="
005720         MOVE WS-PARM-TOKEN (9:8) TO WS-RUNDATE-X
005730         IF WS-RUNDATE-X IS NUMERIC
005740             MOVE WS-RUNDATE-X TO WS-RUNDATE
005750         ELSE
005760             DISPLAY "HELLOSCH - INVALID RUNDATE PARM, "
005770                 "EXPECTED RUNDATE=YYYYMMDD"
005780             MOVE "N" TO WS-PARM-OK-SW
005790             MOVE 0016 TO WS-RETURN-CODE
005800         END-IF
005810         GO TO 0110-CHECK-PARM-TOKEN-EXIT
005820     END-IF.
005830     IF WS-PARM-TOKEN (1:5) IS EQUAL TO "DAYS="
005840         MOVE SPACES TO WS-DAYS-X
005850         MOVE ZERO   TO WS-DAYS-LEN
005860         UNSTRING WS-PARM-TOKEN (6:15) DELIMITED BY SPACE
005870             INTO WS-DAYS-X COUNT IN WS-DAYS-LEN
005880         IF WS-DAYS-LEN IS GREATER THAN ZERO
005890             AND WS-DAYS-LEN IS LESS THAN 4
005900             AND WS-DAYS-X (1:WS-DAYS-LEN) IS NUMERIC
005910             MOVE WS-DAYS-X (1:WS-DAYS-LEN) TO WS-CAL-DAYS
005920         ELSE
005930             MOVE 999 TO WS-CAL-DAYS
005940         END-IF
005950         IF WS-CAL-DAYS IS EQUAL TO ZERO
005960             OR WS-CAL-DAYS IS GREATER THAN WS-CAL-DAYS-MAX
005970             DISPLAY "HELLOSCH - INVALID DAYS PARM, "
005980                 "EXPECTED DAYS=1 TO DAYS=366"
005990             MOVE 30 TO WS-CAL-DAYS
006000             MOVE "N" TO WS-PARM-OK-SW
006010             MOVE 0016 TO WS-RETURN-CODE
006020         END-IF
006030         GO TO 0110-CHECK-PARM-TOKEN-EXIT
006040     END-IF.
006050     IF WS-PARM-TOKEN (1:5) IS EQUAL TO "LANG="
006060         MOVE WS-PARM-TOKEN (6:2) TO WS-FALLBACK-LANG
006070         SET WS-LANG-FROM-PARM TO TRUE
006080         GO TO 0110-CHECK-PARM-TOKEN-EXIT
006090     END-IF.
006100     DISPLAY "HELLOSCH - UNRECOGNIZED PARM TOKEN " WS-PARM-TOKEN
006110         ", EXPECTED RUNDATE=YYYYMMDD, DAYS=NNN OR LANG=XX".
006120     MOVE "N" TO WS-PARM-OK-SW.
006130     MOVE 0016 TO WS-RETURN-CODE.
006140 0110-CHECK-PARM-TOKEN-EXIT.
006150     EXIT.
006160*-----------------------------------------------------------------
006170* 0160-FORWARD-ONE-DAY -- STEP WS-CHECK-DATE FORWARD ONE CALENDAR
006180*     DAY.  THE LAST DAY OF A MONTH BECOMES THE FIRST OF THE
006190*     NEXT, AND DECEMBER 31ST BECOMES JANUARY 1ST OF THE YEAR
006200*     AFTER.
006210*-----------------------------------------------------------------
006220 0160-FORWARD-ONE-DAY.
006230     PERFORM 2160-SET-MONTH-LENGTH
006240         THRU 2160-SET-MONTH-LENGTH-EXIT.
006250     IF WS-CHECK-DAY IS LESS THAN WS-CHECK-MONTH-LENGTH
006260         ADD 1 TO WS-CHECK-DAY
006270         GO TO 0160-FORWARD-ONE-DAY-EXIT
006280     END-IF.
006290     MOVE 1 TO WS-CHECK-DAY.
006300     IF WS-CHECK-MONTH IS LESS THAN 12
006310         ADD 1 TO WS-CHECK-MONTH
006320     ELSE
006330         ADD 1 TO WS-CHECK-YEAR
006340         MOVE 1 TO WS-CHECK-MONTH
006350     END-IF.
006360 0160-FORWARD-ONE-DAY-EXIT.
006370     EXIT.
006380*-----------------------------------------------------------------
006390* 1000-INITIALIZE -- OPEN THE REPORT AND PRINT THE FIRST
006400*     HEADINGS, SETTLE THE PARMS FALLBACK, AND OPEN GREETSCH AND
006410*     PRIME THE READ.  FILE STATUS 35 ON GREETSCH MEANS NO
006420*     SCHEDULE EXISTS -- A NOTE IS PRINTED AND EVERY CALENDAR
006430*     DATE FALLS BACK TO PARMS, AS IT WOULD IN HELLO-WORLD.
006440*-----------------------------------------------------------------
006450 1000-INITIALIZE.
006460     OPEN OUTPUT PRINT-FILE.
006470     IF WS-PRINT-FILE-STATUS IS NOT EQUAL TO "00"
006480         DISPLAY "HELLOSCH - UNABLE TO OPEN HELLOSCH, STATUS = "
006490             WS-PRINT-FILE-STATUS
006500         MOVE 0016 TO WS-RETURN-CODE
006510         GO TO 1000-INITIALIZE-EXIT
006520     END-IF.
006530     SET WS-PRINT-OPEN-OK TO TRUE.
006540     PERFORM 4000-PRINT-HEADINGS
006550         THRU 4000-PRINT-HEADINGS-EXIT.
006560     PERFORM 1200-RESOLVE-FALLBACK
006570         THRU 1200-RESOLVE-FALLBACK-EXIT.
006580     MOVE "SCHEDULE RECORD FINDINGS" TO SL-SECTION-TITLE.
006590     MOVE SL-SECTION-HEADING TO PRINT-RECORD.
006600     PERFORM 4100-WRITE-LINE
006610         THRU 4100-WRITE-LINE-EXIT.
006620     OPEN INPUT GREETSCH-FILE.
006630     IF WS-GREETSCH-FILE-STATUS IS EQUAL TO "35"
006640         SET WS-GREETSCH-EOF TO TRUE
006650         MOVE SPACES TO NL-NOTE-TEXT
006660         MOVE "NO GREETSCH SCHEDULE - EVERY DATE USES PARMS"
006670             TO NL-NOTE-TEXT
006680         MOVE NL-NOTE-LINE TO PRINT-RECORD
006690         PERFORM 4100-WRITE-LINE
006700             THRU 4100-WRITE-LINE-EXIT
006710         GO TO 1000-INITIALIZE-EXIT
006720     END-IF.
006730     IF WS-GREETSCH-FILE-STATUS IS NOT EQUAL TO "00"
006740         DISPLAY "HELLOSCH - UNABLE TO OPEN GREETSCH, STATUS = "
006750             WS-GREETSCH-FILE-STATUS
006760         MOVE 0016 TO WS-RETURN-CODE
006770         GO TO 1000-INITIALIZE-EXIT
006780     END-IF.
006790     SET WS-GREETSCH-OPEN-OK TO TRUE.
006800     PERFORM 2900-READ-SCHEDULE
006810         THRU 2900-READ-SCHEDULE-EXIT.
006820 1000-INITIALIZE-EXIT.
006830     EXIT.
006840*-----------------------------------------------------------------
006850* 1200-RESOLVE-FALLBACK -- SETTLE WHAT HELLO-WORLD GREETS WITH
006860*     WHEN NO SINGLE SCHEDULE RECORD CLAIMS THE DAY, BY THE RULES
006870*     OF ITS 1000-INITIALIZE: THE DEFAULT LITERAL, THEN A
006880*     NON-BLANK PARMS-SAY-HELLO AS AN EXPLICIT TEXT OVERRIDE,
006890*     THEN THE LANGUAGE TABLE ENTRY FOR THE LANG= PARM OR THE
006900*     PARMS LANGUAGE CODE.  A CODE NOT IN THE TABLE LEAVES THE
006910*     ENGLISH DEFAULT AND IS RESET TO EN.  PARMS THAT WILL NOT
006920*     OPEN OR IS EMPTY LEAVES THE DEFAULT, AS IN HELLO-WORLD.
006930*-----------------------------------------------------------------
006940 1200-RESOLVE-FALLBACK.
006950     MOVE "Hello World!" TO WS-FALLBACK-TEXT.
006960     OPEN INPUT PARMS-FILE.
006970     IF WS-PARMS-FILE-STATUS IS EQUAL TO "00"
006980         READ PARMS-FILE
006990             AT END
007000                 SET WS-PARMS-EOF TO TRUE
007010         END-READ
007020         IF NOT WS-PARMS-EOF
007030             IF PARMS-SAY-HELLO IS NOT EQUAL TO SPACES
007040                 MOVE PARMS-SAY-HELLO TO WS-FALLBACK-TEXT
007050                 SET WS-TEXT-OVERRIDDEN TO TRUE
007060             END-IF
007070             IF NOT WS-LANG-FROM-PARM
007080                 AND PARMS-LANG-CODE IS NOT EQUAL TO SPACES
007090                 MOVE PARMS-LANG-CODE TO WS-FALLBACK-LANG
007100             END-IF
007110         END-IF
007120         CLOSE PARMS-FILE
007130     END-IF.
007140     IF NOT WS-TEXT-OVERRIDDEN
007150         MOVE WS-FALLBACK-LANG TO WS-LOOKUP-LANG
007160         PERFORM 1250-FIND-LANGUAGE
007170             THRU 1250-FIND-LANGUAGE-EXIT
007180         IF WS-LANG-FOUND
007190             MOVE WS-LOOKUP-TEXT TO WS-FALLBACK-TEXT
007200         ELSE
007210             MOVE "EN" TO WS-FALLBACK-LANG
007220         END-IF
007230     END-IF.
007240 1200-RESOLVE-FALLBACK-EXIT.
007250     EXIT.
007260*-----------------------------------------------------------------
007270* 1250-FIND-LANGUAGE -- LOOK UP WS-LOOKUP-LANG IN THE LANGUAGE
007280*     TABLE, LEAVING ITS TEXT IN WS-LOOKUP-TEXT.
007290*-----------------------------------------------------------------
007300 1250-FIND-LANGUAGE.
007310     MOVE "N" TO WS-LANG-FOUND-SW.
007320     PERFORM 1260-SEARCH-GREETING-TABLE
007330         THRU 1260-SEARCH-GREETING-TABLE-EXIT
007340         VARYING WS-LANG-SUB FROM 1 BY 1
007350         UNTIL WS-LANG-SUB IS GREATER THAN 4
007360         OR WS-LANG-FOUND.
007370 1250-FIND-LANGUAGE-EXIT.
007380     EXIT.
007390*-----------------------------------------------------------------
007400* 1260-SEARCH-GREETING-TABLE -- TEST ONE TABLE ENTRY.
007410*-----------------------------------------------------------------
007420 1260-SEARCH-GREETING-TABLE.
007430     IF WS-GREETING-LANG (WS-LANG-SUB) IS EQUAL TO WS-LOOKUP-LANG
007440         MOVE WS-GREETING-TEXT (WS-LANG-SUB) TO WS-LOOKUP-TEXT
007450         SET WS-LANG-FOUND TO TRUE
007460     END-IF.
007470 1260-SEARCH-GREETING-TABLE-EXIT.
007480     EXIT.
007490*-----------------------------------------------------------------
007500* 2000-CHECK-SCHEDULE-RECORD -- EDIT ONE GREETSCH RECORD,
007510*     PRINTING A FINDING LINE FOR EACH PROBLEM, AND KEEP EVERY
007520*     RECORD HELLO-WORLD WOULD TEST AGAINST A RUN DATE IN THE
007530*     SCHEDULE TABLE.  COMMENTS ARE ONLY COUNTED.
007540*-----------------------------------------------------------------
007550 2000-CHECK-SCHEDULE-RECORD.
007560     ADD 1 TO WS-SCHED-READ-COUNT.
007570     IF GREETSCH-RECORD IS EQUAL TO SPACES
007580         OR SC-RECORD-COLUMN-1 IS EQUAL TO "*"
007590         ADD 1 TO WS-COMMENT-COUNT
007600         GO TO 2000-CHECK-SCHEDULE-RECORD-NEXT
007610     END-IF.
007620     IF SC-START-DATE-X IS NOT NUMERIC
007630         OR SC-END-DATE-X IS NOT NUMERIC
007640         ADD 1 TO WS-MALFORMED-COUNT
007650         MOVE "START OR END DATE NOT 8 DIGITS - HELLO-WORLD "
007660             TO FL-FINDING
007670         MOVE "SKIPS IT" TO FL-FINDING (46:8)
007680         PERFORM 2100-PRINT-FINDING
007690             THRU 2100-PRINT-FINDING-EXIT
007700         GO TO 2000-CHECK-SCHEDULE-RECORD-NEXT
007710     END-IF.
007720     MOVE SC-START-DATE TO WS-CHECK-DATE.
007730     PERFORM 2150-EDIT-DATE
007740         THRU 2150-EDIT-DATE-EXIT.
007750     IF NOT WS-DATE-VALID
007760         ADD 1 TO WS-BAD-DATE-COUNT
007770         MOVE "START DATE IS NOT A CALENDAR DATE" TO FL-FINDING
007780         PERFORM 2100-PRINT-FINDING
007790             THRU 2100-PRINT-FINDING-EXIT
007800     END-IF.
007810     MOVE SC-END-DATE TO WS-CHECK-DATE.
007820     PERFORM 2150-EDIT-DATE
007830         THRU 2150-EDIT-DATE-EXIT.
007840     IF NOT WS-DATE-VALID
007850         ADD 1 TO WS-BAD-DATE-COUNT
007860         MOVE "END DATE IS NOT A CALENDAR DATE" TO FL-FINDING
007870         PERFORM 2100-PRINT-FINDING
007880             THRU 2100-PRINT-FINDING-EXIT
007890     END-IF.
007900     IF SC-START-DATE IS GREATER THAN SC-END-DATE
007910         ADD 1 TO WS-START-AFTER-END-COUNT
007920         MOVE "START DATE AFTER END DATE - NEVER IN EFFECT"
007930             TO FL-FINDING
007940         PERFORM 2100-PRINT-FINDING
007950             THRU 2100-PRINT-FINDING-EXIT
007960     END-IF.
007970     IF SC-LANG-CODE IS NOT EQUAL TO SPACES
007980         MOVE SC-LANG-CODE TO WS-LOOKUP-LANG
007990         PERFORM 1250-FIND-LANGUAGE
008000             THRU 1250-FIND-LANGUAGE-EXIT
008010         IF NOT WS-LANG-FOUND
008020             ADD 1 TO WS-BAD-LANG-COUNT
008030             MOVE SC-LANG-CODE TO WS-BAD-LANG-CODE
008040             MOVE WS-BAD-LANG-TEXT TO FL-FINDING
008050             PERFORM 2100-PRINT-FINDING
008060                 THRU 2100-PRINT-FINDING-EXIT
008070         END-IF
008080     END-IF.
008090     IF SC-MESSAGE-TEXT IS EQUAL TO SPACES
008100         ADD 1 TO WS-BLANK-TEXT-COUNT
008110         MOVE "MESSAGE TEXT IS BLANK" TO FL-FINDING
008120         PERFORM 2100-PRINT-FINDING
008130             THRU 2100-PRINT-FINDING-EXIT
008140     END-IF.
008150     IF WS-SCHED-COUNT IS NOT LESS THAN WS-SCHED-MAX
008160         ADD 1 TO WS-SCHED-DROPPED-COUNT
008170         GO TO 2000-CHECK-SCHEDULE-RECORD-NEXT
008180     END-IF.
008190     ADD 1 TO WS-SCHED-COUNT.
008200     MOVE WS-SCHED-READ-COUNT TO WS-SCHED-REC-NO (WS-SCHED-COUNT).
008210     MOVE SC-START-DATE   TO WS-SCHED-START (WS-SCHED-COUNT).
008220     MOVE SC-END-DATE     TO WS-SCHED-END (WS-SCHED-COUNT).
008230     MOVE SC-LANG-CODE    TO WS-SCHED-LANG (WS-SCHED-COUNT).
008240     MOVE SC-MESSAGE-TEXT TO WS-SCHED-TEXT (WS-SCHED-COUNT).
008250 2000-CHECK-SCHEDULE-RECORD-NEXT.
008260     PERFORM 2900-READ-SCHEDULE
008270         THRU 2900-READ-SCHEDULE-EXIT.
008280 2000-CHECK-SCHEDULE-RECORD-EXIT.
008290     EXIT.
008300*-----------------------------------------------------------------
008310* 2100-PRINT-FINDING -- PRINT THE FINDING NOW IN FL-FINDING
008320*     AGAINST THE GREETSCH RECORD JUST READ, SHOWING ITS DATES
008330*     AS KEYED.
008340*-----------------------------------------------------------------
008350 2100-PRINT-FINDING.
008360     MOVE WS-SCHED-READ-COUNT TO FL-REC-NO.
008370     MOVE SC-START-DATE-X     TO FL-START-DATE.
008380     MOVE SC-END-DATE-X       TO FL-END-DATE.
008390     MOVE SC-LANG-CODE        TO FL-LANG-CODE.
008400     MOVE FL-FINDING-LINE     TO PRINT-RECORD.
008410     PERFORM 4100-WRITE-LINE
008420         THRU 4100-WRITE-LINE-EXIT.
008430     MOVE SPACES TO FL-FINDING.
008440 2100-PRINT-FINDING-EXIT.
008450     EXIT.
008460*-----------------------------------------------------------------
008470* 2150-EDIT-DATE -- IS WS-CHECK-DATE A CALENDAR DATE?  THE MONTH
008480*     MUST BE 01-12 AND THE DAY NO LATER THAN THE LAST DAY OF
008490*     THAT MONTH IN THAT YEAR.
008500*-----------------------------------------------------------------
008510 2150-EDIT-DATE.
008520     MOVE "N" TO WS-DATE-VALID-SW.
008530     IF WS-CHECK-MONTH IS LESS THAN 01
008540         OR WS-CHECK-MONTH IS GREATER THAN 12
008550         GO TO 2150-EDIT-DATE-EXIT
008560     END-IF.
008570     PERFORM 2160-SET-MONTH-LENGTH
008580         THRU 2160-SET-MONTH-LENGTH-EXIT.
008590     IF WS-CHECK-DAY IS LESS THAN 01
008600         OR WS-CHECK-DAY IS GREATER THAN WS-CHECK-MONTH-LENGTH
008610         GO TO 2150-EDIT-DATE-EXIT
008620     END-IF.
008630     SET WS-DATE-VALID TO TRUE.
008640 2150-EDIT-DATE-EXIT.
008650     EXIT.
008660*-----------------------------------------------------------------
008670* 2160-SET-MONTH-LENGTH -- THE NUMBER OF DAYS IN WS-CHECK-MONTH
008680*     OF WS-CHECK-YEAR, WITH FEBRUARY 29 IN A LEAP YEAR.
008690*-----------------------------------------------------------------
008700 2160-SET-MONTH-LENGTH.
008710     MOVE WS-MONTH-DAYS (WS-CHECK-MONTH) TO WS-CHECK-MONTH-LENGTH.
008720     IF WS-CHECK-MONTH IS NOT EQUAL TO 2
008730         GO TO 2160-SET-MONTH-LENGTH-EXIT
008740     END-IF.
008750     MOVE "N" TO WS-CHECK-LEAP-SW.
008760     DIVIDE WS-CHECK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
008770         REMAINDER WS-LEAP-REMAINDER.
008780     IF WS-LEAP-REMAINDER IS EQUAL TO ZERO
008790         SET WS-CHECK-LEAP-YEAR TO TRUE
008800     END-IF.
008810     DIVIDE WS-CHECK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
008820         REMAINDER WS-LEAP-REMAINDER.
008830     IF WS-LEAP-REMAINDER IS EQUAL TO ZERO
008840         MOVE "N" TO WS-CHECK-LEAP-SW
008850         DIVIDE WS-CHECK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
008860             REMAINDER WS-LEAP-REMAINDER
008870         IF WS-LEAP-REMAINDER IS EQUAL TO ZERO
008880             SET WS-CHECK-LEAP-YEAR TO TRUE
008890         END-IF
008900     END-IF.
008910     IF WS-CHECK-LEAP-YEAR
008920         MOVE 29 TO WS-CHECK-MONTH-LENGTH
008930     END-IF.
008940 2160-SET-MONTH-LENGTH-EXIT.
008950     EXIT.
008960*-----------------------------------------------------------------
008970* 2200-CHECK-OVERLAPS -- COMPARE EVERY PAIR OF SCHEDULE RECORDS
008980*     AND REPORT EACH PAIR WHOSE DATE RANGES SHARE AT LEAST ONE
008990*     DAY.  A RECORD WHOSE START IS AFTER ITS END IS NEVER IN
009000*     EFFECT AND CANNOT OVERLAP ANYTHING.  A TABLE THAT FILLED IS
009010*     REPORTED HERE, SINCE THE RECORDS LEFT OUT WERE NOT
009020*     COMPARED.
009030*-----------------------------------------------------------------
009040 2200-CHECK-OVERLAPS.
009050     IF WS-GREETSCH-OPEN-OK
009060         CLOSE GREETSCH-FILE
009070         MOVE "N" TO WS-GREETSCH-OPEN-SW
009080     END-IF.
009090     MOVE "OVERLAPPING SCHEDULE RECORDS" TO SL-SECTION-TITLE.
009100     MOVE SL-SECTION-HEADING TO PRINT-RECORD.
009110     PERFORM 4100-WRITE-LINE
009120         THRU 4100-WRITE-LINE-EXIT.
009130     PERFORM 2210-CHECK-FIRST-OF-PAIR
009140         THRU 2210-CHECK-FIRST-OF-PAIR-EXIT
009150         VARYING WS-SCHED-SUB FROM 1 BY 1
009160         UNTIL WS-SCHED-SUB IS GREATER THAN WS-SCHED-COUNT.
009170     IF WS-SCHED-DROPPED-COUNT IS GREATER THAN ZERO
009180         DISPLAY "HELLOSCH - GREETSCH HOLDS MORE THAN "
009190             WS-SCHED-MAX " DATED RECORDS, "
009200             WS-SCHED-DROPPED-COUNT " NOT CHECKED FOR OVERLAPS"
009210         MOVE SPACES TO NL-NOTE-TEXT
009220         MOVE "SCHEDULE TABLE FULL - LATER RECORDS NOT CHECKED"
009230             TO NL-NOTE-TEXT
009240         MOVE NL-NOTE-LINE TO PRINT-RECORD
009250         PERFORM 4100-WRITE-LINE
009260             THRU 4100-WRITE-LINE-EXIT
009270     END-IF.
009280 2200-CHECK-OVERLAPS-EXIT.
009290     EXIT.
009300*-----------------------------------------------------------------
009310* 2210-CHECK-FIRST-OF-PAIR -- COMPARE ONE SCHEDULE RECORD WITH
009320*     EVERY RECORD AFTER IT IN THE TABLE.
009330*-----------------------------------------------------------------
009340 2210-CHECK-FIRST-OF-PAIR.
009350     IF WS-SCHED-START (WS-SCHED-SUB) IS GREATER THAN
009360         WS-SCHED-END (WS-SCHED-SUB)
009370         GO TO 2210-CHECK-FIRST-OF-PAIR-EXIT
009380     END-IF.
009390     COMPUTE WS-PAIR-FIRST = WS-SCHED-SUB + 1.
009400     PERFORM 2220-CHECK-PAIR
009410         THRU 2220-CHECK-PAIR-EXIT
009420         VARYING WS-PAIR-SUB FROM WS-PAIR-FIRST BY 1
009430         UNTIL WS-PAIR-SUB IS GREATER THAN WS-SCHED-COUNT.
009440 2210-CHECK-FIRST-OF-PAIR-EXIT.
009450     EXIT.
009460*-----------------------------------------------------------------
009470* 2220-CHECK-PAIR -- TWO RANGES OVERLAP WHEN EACH STARTS NO LATER
009480*     THAN THE OTHER ENDS.  THE SHARED DAYS RUN FROM THE LATER
009490*     START TO THE EARLIER END, AND ARE PRINTED AGAINST THE
009500*     FIRST RECORD OF THE PAIR.
009510*-----------------------------------------------------------------
009520 2220-CHECK-PAIR.
009530     IF WS-SCHED-START (WS-PAIR-SUB) IS GREATER THAN
009540         WS-SCHED-END (WS-PAIR-SUB)
009550         GO TO 2220-CHECK-PAIR-EXIT
009560     END-IF.
009570     IF WS-SCHED-START (WS-SCHED-SUB) IS GREATER THAN
009580         WS-SCHED-END (WS-PAIR-SUB)
009590         OR WS-SCHED-START (WS-PAIR-SUB) IS GREATER THAN
009600         WS-SCHED-END (WS-SCHED-SUB)
009610         GO TO 2220-CHECK-PAIR-EXIT
009620     END-IF.
009630     ADD 1 TO WS-OVERLAP-COUNT.
009640     MOVE WS-SCHED-START (WS-SCHED-SUB) TO WS-OVERLAP-START.
009650     IF WS-SCHED-START (WS-PAIR-SUB) IS GREATER THAN
009660         WS-OVERLAP-START
009670         MOVE WS-SCHED-START (WS-PAIR-SUB) TO WS-OVERLAP-START
009680     END-IF.
009690     MOVE WS-SCHED-END (WS-SCHED-SUB) TO WS-OVERLAP-END.
009700     IF WS-SCHED-END (WS-PAIR-SUB) IS LESS THAN WS-OVERLAP-END
009710         MOVE WS-SCHED-END (WS-PAIR-SUB) TO WS-OVERLAP-END
009720     END-IF.
009730     MOVE WS-SCHED-REC-NO (WS-SCHED-SUB) TO FL-REC-NO.
009740     MOVE WS-OVERLAP-START TO FL-START-DATE.
009750     MOVE WS-OVERLAP-END   TO FL-END-DATE.
009760     MOVE WS-SCHED-LANG (WS-SCHED-SUB) TO FL-LANG-CODE.
009770     MOVE WS-SCHED-REC-NO (WS-PAIR-SUB) TO WS-OVERLAP-REC-NO.
009780     MOVE WS-OVERLAP-TEXT  TO FL-FINDING.
009790     MOVE FL-FINDING-LINE  TO PRINT-RECORD.
009800     PERFORM 4100-WRITE-LINE
009810         THRU 4100-WRITE-LINE-EXIT.
009820 2220-CHECK-PAIR-EXIT.
009830     EXIT.
009840*-----------------------------------------------------------------
009850* 2900-READ-SCHEDULE -- READ THE NEXT SCHEDULE RECORD.
009860*-----------------------------------------------------------------
009870 2900-READ-SCHEDULE.
009880     READ GREETSCH-FILE
009890         AT END
009900             SET WS-GREETSCH-EOF TO TRUE
009910     END-READ.
009920 2900-READ-SCHEDULE-EXIT.
009930     EXIT.
009940*-----------------------------------------------------------------
009950* 3000-CALENDAR-SECTION -- START THE FORWARD CALENDAR ON A NEW
009960*     PAGE AND PRINT ONE LINE FOR EVERY SCHEDULED RUN DATE ON THE
009970*     PROCESSING CALENDAR THAT FALLS IN THE CALENDAR WINDOW, IN
009980*     CALENDAR ORDER.  WITHOUT A CALENDAR THERE ARE NO RUN DATES
009990*     TO SHOW -- A NOTE IS PRINTED AND 0004 IS LEFT.
010000*-----------------------------------------------------------------
010010 3000-CALENDAR-SECTION.
010020     SET WS-PART-CALENDAR TO TRUE.
010030     MOVE 99 TO WS-LINE-COUNT.
010040     MOVE WS-RUNDATE       TO WS-CAL-TITLE-FIRST.
010050     MOVE WS-LAST-CAL-DATE TO WS-CAL-TITLE-LAST.
010060     MOVE WS-CAL-TITLE TO SL-SECTION-TITLE.
010070     MOVE SL-SECTION-HEADING TO PRINT-RECORD.
010080     PERFORM 4100-WRITE-LINE
010090         THRU 4100-WRITE-LINE-EXIT.
010100     MOVE WS-FALLBACK-LANG TO WS-FALLBACK-NOTE-LANG.
010110     MOVE WS-FALLBACK-NOTE TO NL-NOTE-TEXT.
010120     MOVE NL-NOTE-LINE TO PRINT-RECORD.
010130     PERFORM 4100-WRITE-LINE
010140         THRU 4100-WRITE-LINE-EXIT.
010150     MOVE WS-FALLBACK-TEXT TO NL-NOTE-TEXT.
010160     MOVE NL-NOTE-LINE TO PRINT-RECORD.
010170     PERFORM 4100-WRITE-LINE
010180         THRU 4100-WRITE-LINE-EXIT.
010190     OPEN INPUT CALENDAR-FILE.
010200     IF WS-CALENDAR-FILE-STATUS IS EQUAL TO "35"
010210         MOVE SPACES TO NL-NOTE-TEXT
010220         MOVE "NO PROCESSING CALENDAR SUPPLIED - CALENDAR SKIPPED"
010230             TO NL-NOTE-TEXT
010240         MOVE NL-NOTE-LINE TO PRINT-RECORD
010250         PERFORM 4100-WRITE-LINE
010260             THRU 4100-WRITE-LINE-EXIT
010270         IF WS-RETURN-CODE IS LESS THAN 0004
010280             MOVE 0004 TO WS-RETURN-CODE
010290         END-IF
010300         GO TO 3000-CALENDAR-SECTION-EXIT
010310     END-IF.
010320     IF WS-CALENDAR-FILE-STATUS IS NOT EQUAL TO "00"
010330         DISPLAY "HELLOSCH - UNABLE TO OPEN CALENDAR, STATUS = "
010340             WS-CALENDAR-FILE-STATUS
010350         MOVE 0016 TO WS-RETURN-CODE
010360         GO TO 3000-CALENDAR-SECTION-EXIT
010370     END-IF.
010380     SET WS-CALENDAR-OPEN-OK TO TRUE.
010390     PERFORM 3200-READ-CALENDAR
010400         THRU 3200-READ-CALENDAR-EXIT.
010410     PERFORM 3100-PRINT-CALENDAR-DATE
010420         THRU 3100-PRINT-CALENDAR-DATE-EXIT
010430         UNTIL WS-CALENDAR-EOF.
010440     IF WS-CAL-DATE-COUNT IS EQUAL TO ZERO
010450         MOVE SPACES TO NL-NOTE-TEXT
010460         MOVE "NO SCHEDULED RUN DATES FALL IN THE CALENDAR WINDOW"
010470             TO NL-NOTE-TEXT
010480         MOVE NL-NOTE-LINE TO PRINT-RECORD
010490         PERFORM 4100-WRITE-LINE
010500             THRU 4100-WRITE-LINE-EXIT
010510     END-IF.
010520 3000-CALENDAR-SECTION-EXIT.
010530     EXIT.
010540*-----------------------------------------------------------------
010550* 3100-PRINT-CALENDAR-DATE -- SHOW WHAT HELLO-WORLD WILL GREET
010560*     WITH ON ONE SCHEDULED RUN DATE.  EXACTLY ONE SCHEDULE
010570*     RECORD IN EFFECT GIVES ITS TEXT, AND ITS LANGUAGE OR EN IF
010580*     BLANK; NONE, OR MORE THAN ONE, GIVES THE PARMS FALLBACK.
010590*     CALENDAR RECORDS WITHOUT EIGHT DIGITS ARE SKIPPED, AS IN
010600*     HELLOEXC.
010610*-----------------------------------------------------------------
010620 3100-PRINT-CALENDAR-DATE.
010630     IF CA-SCHED-DATE IS NOT NUMERIC
010640         OR CA-SCHED-DATE IS LESS THAN WS-RUNDATE
010650         OR CA-SCHED-DATE IS GREATER THAN WS-LAST-CAL-DATE
010660         GO TO 3100-PRINT-CALENDAR-DATE-NEXT
010670     END-IF.
010680     ADD 1 TO WS-CAL-DATE-COUNT.
010690     MOVE ZERO TO WS-DAY-MATCH-COUNT.
010700     PERFORM 3110-CHECK-SCHEDULE-ENTRY
010710         THRU 3110-CHECK-SCHEDULE-ENTRY-EXIT
010720         VARYING WS-SCHED-SUB FROM 1 BY 1
010730         UNTIL WS-SCHED-SUB IS GREATER THAN WS-SCHED-COUNT.
010740     MOVE CA-SCHED-DATE TO CL-DATE.
010750     MOVE SPACES TO CL-NOTE.
010760     IF WS-DAY-MATCH-COUNT IS EQUAL TO 1
010770         ADD 1 TO WS-CAL-SCHED-COUNT
010780         MOVE "GREETSCH" TO CL-SOURCE
010790         MOVE WS-SCHED-TEXT (WS-DAY-MATCH-SUB)
010800             TO CL-MESSAGE-TEXT
010810         MOVE WS-SCHED-LANG (WS-DAY-MATCH-SUB) TO CL-LANG-CODE
010820         IF CL-LANG-CODE IS EQUAL TO SPACES
010830             MOVE "EN" TO CL-LANG-CODE
010840         END-IF
010850         MOVE WS-SCHED-REC-NO (WS-DAY-MATCH-SUB)
010860             TO WS-CAL-NOTE-REC-NO
010870         MOVE WS-CAL-REC-NOTE TO CL-NOTE
010880         MOVE CL-LANG-CODE TO WS-LOOKUP-LANG
010890         PERFORM 1250-FIND-LANGUAGE
010900             THRU 1250-FIND-LANGUAGE-EXIT
010910         IF NOT WS-LANG-FOUND
010920             MOVE WS-SCHED-REC-NO (WS-DAY-MATCH-SUB)
010930                 TO WS-CAL-LANG-REC-NO
010940             MOVE WS-CAL-LANG-NOTE TO CL-NOTE
010950         END-IF
010960     ELSE
010970         ADD 1 TO WS-CAL-PARMS-COUNT
010980         MOVE "PARMS"          TO CL-SOURCE
010990         MOVE WS-FALLBACK-TEXT TO CL-MESSAGE-TEXT
011000         MOVE WS-FALLBACK-LANG TO CL-LANG-CODE
011010         IF WS-DAY-MATCH-COUNT IS GREATER THAN 1
011020             ADD 1 TO WS-CAL-OVERLAP-COUNT
011030             MOVE "OVERLAP - HELLO-WORLD ENDS 0008" TO CL-NOTE
011040         END-IF
011050     END-IF.
011060     MOVE CL-CALENDAR-LINE TO PRINT-RECORD.
011070     PERFORM 4100-WRITE-LINE
011080         THRU 4100-WRITE-LINE-EXIT.
011090 3100-PRINT-CALENDAR-DATE-NEXT.
011100     PERFORM 3200-READ-CALENDAR
011110         THRU 3200-READ-CALENDAR-EXIT.
011120 3100-PRINT-CALENDAR-DATE-EXIT.
011130     EXIT.
011140*-----------------------------------------------------------------
011150* 3110-CHECK-SCHEDULE-ENTRY -- COUNT ONE SCHEDULE RECORD IF IT IS
011160*     IN EFFECT ON THE CALENDAR DATE, REMEMBERING THE FIRST.
011170*-----------------------------------------------------------------
011180 3110-CHECK-SCHEDULE-ENTRY.
011190     IF CA-SCHED-DATE IS NOT LESS THAN
011200         WS-SCHED-START (WS-SCHED-SUB)
011210         AND CA-SCHED-DATE IS NOT GREATER THAN
011220         WS-SCHED-END (WS-SCHED-SUB)
011230         ADD 1 TO WS-DAY-MATCH-COUNT
011240         IF WS-DAY-MATCH-COUNT IS EQUAL TO 1
011250             MOVE WS-SCHED-SUB TO WS-DAY-MATCH-SUB
011260         END-IF
011270     END-IF.
011280 3110-CHECK-SCHEDULE-ENTRY-EXIT.
011290     EXIT.
011300*-----------------------------------------------------------------
011310* 3200-READ-CALENDAR -- READ THE NEXT PROCESSING CALENDAR DATE.
011320*-----------------------------------------------------------------
011330 3200-READ-CALENDAR.
011340     READ CALENDAR-FILE
011350         AT END
011360             SET WS-CALENDAR-EOF TO TRUE
011370     END-READ.
011380 3200-READ-CALENDAR-EXIT.
011390     EXIT.
011400*-----------------------------------------------------------------
011410* 3500-FINALIZE -- PRINT THE CONTROL TOTALS AND THE FOOTER AND
011420*     SET THE FINAL RETURN CODE: 0008 FOR ANY OVERLAP, AS
011430*     HELLO-WORLD WOULD END ON THE DAY, ELSE 0004 FOR ANY OTHER
011440*     FINDING.
011450*-----------------------------------------------------------------
011460 3500-FINALIZE.
011470     SET WS-PART-TOTALS TO TRUE.
011480     MOVE 99 TO WS-LINE-COUNT.
011490     MOVE "SCHEDULE RECORDS READ" TO TL-TOTAL-LABEL.
011500     MOVE WS-SCHED-READ-COUNT TO TL-TOTAL-COUNT.
011510     PERFORM 3510-PRINT-TOTAL
011520         THRU 3510-PRINT-TOTAL-EXIT.
011530     MOVE "  COMMENT OR BLANK RECORDS" TO TL-TOTAL-LABEL.
011540     MOVE WS-COMMENT-COUNT TO TL-TOTAL-COUNT.
011550     PERFORM 3510-PRINT-TOTAL
011560         THRU 3510-PRINT-TOTAL-EXIT.
011570     MOVE "  DATES NOT 8 DIGITS (SKIPPED)" TO TL-TOTAL-LABEL.
011580     MOVE WS-MALFORMED-COUNT TO TL-TOTAL-COUNT.
011590     PERFORM 3510-PRINT-TOTAL
011600         THRU 3510-PRINT-TOTAL-EXIT.
011610     MOVE "  DATES NOT CALENDAR DATES" TO TL-TOTAL-LABEL.
011620     MOVE WS-BAD-DATE-COUNT TO TL-TOTAL-COUNT.
011630     PERFORM 3510-PRINT-TOTAL
011640         THRU 3510-PRINT-TOTAL-EXIT.
011650     MOVE "  START DATE AFTER END DATE" TO TL-TOTAL-LABEL.
011660     MOVE WS-START-AFTER-END-COUNT TO TL-TOTAL-COUNT.
011670     PERFORM 3510-PRINT-TOTAL
011680         THRU 3510-PRINT-TOTAL-EXIT.
011690     MOVE "  LANGUAGE NOT IN HELLO-WORLD TABLE" TO TL-TOTAL-LABEL.
011700     MOVE WS-BAD-LANG-COUNT TO TL-TOTAL-COUNT.
011710     PERFORM 3510-PRINT-TOTAL
011720         THRU 3510-PRINT-TOTAL-EXIT.
011730     MOVE "  BLANK MESSAGE TEXT" TO TL-TOTAL-LABEL.
011740     MOVE WS-BLANK-TEXT-COUNT TO TL-TOTAL-COUNT.
011750     PERFORM 3510-PRINT-TOTAL
011760         THRU 3510-PRINT-TOTAL-EXIT.
011770     MOVE "OVERLAPPING RECORD PAIRS" TO TL-TOTAL-LABEL.
011780     MOVE WS-OVERLAP-COUNT TO TL-TOTAL-COUNT.
011790     PERFORM 3510-PRINT-TOTAL
011800         THRU 3510-PRINT-TOTAL-EXIT.
011810     MOVE "CALENDAR DATES SHOWN" TO TL-TOTAL-LABEL.
011820     MOVE WS-CAL-DATE-COUNT TO TL-TOTAL-COUNT.
011830     PERFORM 3510-PRINT-TOTAL
011840         THRU 3510-PRINT-TOTAL-EXIT.
011850     MOVE "  GREETING FROM GREETSCH" TO TL-TOTAL-LABEL.
011860     MOVE WS-CAL-SCHED-COUNT TO TL-TOTAL-COUNT.
011870     PERFORM 3510-PRINT-TOTAL
011880         THRU 3510-PRINT-TOTAL-EXIT.
011890     MOVE "  GREETING FROM PARMS FALLBACK" TO TL-TOTAL-LABEL.
011900     MOVE WS-CAL-PARMS-COUNT TO TL-TOTAL-COUNT.
011910     PERFORM 3510-PRINT-TOTAL
011920         THRU 3510-PRINT-TOTAL-EXIT.
011930     MOVE "  DATES HELLO-WORLD WILL END 0008" TO TL-TOTAL-LABEL.
011940     MOVE WS-CAL-OVERLAP-COUNT TO TL-TOTAL-COUNT.
011950     PERFORM 3510-PRINT-TOTAL
011960         THRU 3510-PRINT-TOTAL-EXIT.
011970     IF WS-MALFORMED-COUNT IS GREATER THAN ZERO
011980         OR WS-BAD-DATE-COUNT IS GREATER THAN ZERO
011990         OR WS-START-AFTER-END-COUNT IS GREATER THAN ZERO
012000         OR WS-BAD-LANG-COUNT IS GREATER THAN ZERO
012010         OR WS-BLANK-TEXT-COUNT IS GREATER THAN ZERO
012020         OR WS-SCHED-DROPPED-COUNT IS GREATER THAN ZERO
012030         IF WS-RETURN-CODE IS LESS THAN 0004
012040             MOVE 0004 TO WS-RETURN-CODE
012050         END-IF
012060     END-IF.
012070     IF WS-OVERLAP-COUNT IS GREATER THAN ZERO
012080         IF WS-RETURN-CODE IS LESS THAN 0008
012090             MOVE 0008 TO WS-RETURN-CODE
012100         END-IF
012110     END-IF.
012120     MOVE WS-TODAYS-DATE TO FT-RUN-DATE.
012130     MOVE FT-FOOTER TO PRINT-RECORD.
012140     PERFORM 4100-WRITE-LINE
012150         THRU 4100-WRITE-LINE-EXIT.
012160     DISPLAY "HELLOSCH - SCHEDULE RECORDS READ   "
012170         WS-SCHED-READ-COUNT.
012180     DISPLAY "HELLOSCH - OVERLAPPING PAIRS       "
012190         WS-OVERLAP-COUNT.
012200     DISPLAY "HELLOSCH - CALENDAR DATES SHOWN    "
012210         WS-CAL-DATE-COUNT.
012220 3500-FINALIZE-EXIT.
012230     EXIT.
012240*-----------------------------------------------------------------
012250* 3510-PRINT-TOTAL -- PRINT ONE CONTROL TOTAL LINE.
012260*-----------------------------------------------------------------
012270 3510-PRINT-TOTAL.
012280     MOVE TL-TOTAL-LINE TO PRINT-RECORD.
012290     PERFORM 4100-WRITE-LINE
012300         THRU 4100-WRITE-LINE-EXIT.
012310 3510-PRINT-TOTAL-EXIT.
012320     EXIT.
012330*-----------------------------------------------------------------
012340* 4000-PRINT-HEADINGS -- START A NEW PAGE WITH THE STANDARD
012350*     REPORT HEADING LINES AND THE COLUMN HEADINGS OF THE PART OF
012360*     THE REPORT BEING PRINTED.
012370*-----------------------------------------------------------------
012380 4000-PRINT-HEADINGS.
012390     ADD 1 TO WS-PAGE-NUMBER.
012400     MOVE WS-PAGE-NUMBER TO HL-PAGE-NUMBER.
012410     MOVE WS-TODAYS-DATE TO HL-RUN-DATE.
012420     WRITE PRINT-RECORD FROM HL-HEADING-1.
012430     WRITE PRINT-RECORD FROM HL-HEADING-2.
012440     IF WS-PART-VALIDATION
012450         WRITE PRINT-RECORD FROM HL-FINDING-COLUMNS
012460     END-IF.
012470     IF WS-PART-CALENDAR
012480         WRITE PRINT-RECORD FROM HL-CALENDAR-COLUMNS
012490     END-IF.
012500     IF WS-PART-TOTALS
012510         WRITE PRINT-RECORD FROM HL-TOTAL-COLUMNS
012520     END-IF.
012530     MOVE 4 TO WS-LINE-COUNT.
012540 4000-PRINT-HEADINGS-EXIT.
012550     EXIT.
012560*-----------------------------------------------------------------
012570* 4100-WRITE-LINE -- WRITE ONE REPORT LINE, STARTING A NEW PAGE
012580*     WHEN THE CURRENT PAGE IS FULL.  THE LINE IS HELD WHILE THE
012590*     HEADINGS GO OUT THROUGH THE SAME RECORD AREA.
012600*-----------------------------------------------------------------
012610 4100-WRITE-LINE.
012620     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL
012630         TO WS-LINES-PER-PAGE
012640         MOVE PRINT-RECORD TO WS-HOLD-LINE
012650         PERFORM 4000-PRINT-HEADINGS
012660             THRU 4000-PRINT-HEADINGS-EXIT
012670         MOVE WS-HOLD-LINE TO PRINT-RECORD
012680     END-IF.
012690     WRITE PRINT-RECORD.
012700     ADD 1 TO WS-LINE-COUNT.
012710 4100-WRITE-LINE-EXIT.
012720     EXIT.
012730*-----------------------------------------------------------------
012740* 8900-WRITE-STEP-TIMING -- RECORD THE STEP ON THE SHARED
012750*     STEPTIME DATASET: JOB AND STEP NAME, START AND END DATE AND
012760*     TIME, RECORDS PROCESSED AND THE FINAL RETURN CODE.
012770*     PERFORMED AFTER 9000-TERMINATE SO THE RETURN CODE IS THE
012780*     ONE THE STEP ENDS WITH.  FILE STATUS 35 MEANS THE DATASET
012790*     HAS NEVER BEEN WRITTEN; IT IS OPENED OUTPUT TO CREATE IT.
012800*     THE KEY SEQUENCE IS COUNTED UP FROM ZERO BY
012810*     8910-WRITE-KEYED-TIMING UNTIL THE KEY IS UNIQUE.  THE
012820*     TIMING RECORD IS NOT PART OF THE STEP'S WORK, SO A FAILURE
012830*     HERE IS DISPLAYED BUT LEAVES THE RETURN CODE ALONE.
012840*-----------------------------------------------------------------
012850 8900-WRITE-STEP-TIMING.
012860     OPEN I-O STEPTIME-FILE.
012870     IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "35"
012880         OPEN OUTPUT STEPTIME-FILE
012890     END-IF.
012900     IF WS-STEPTIME-FILE-STATUS IS NOT EQUAL TO "00"
012910         DISPLAY "HELLOSCH - UNABLE TO OPEN STEPTIME, "
012920             "STATUS = " WS-STEPTIME-FILE-STATUS
012930         GO TO 8900-WRITE-STEP-TIMING-EXIT
012940     END-IF.
012950     MOVE SPACES               TO STEPTIME-RECORD.
012960     MOVE WS-STEP-START-DATE   TO TM-KEY-START-DATE.
012970     MOVE WS-STEP-START-TIME   TO TM-KEY-START-TIME.
012980     MOVE "HELLOSCH"           TO TM-KEY-PROGRAM.
012990     MOVE WS-JOB-NAME          TO TM-JOB-NAME.
013000     MOVE WS-CEE3JBN-STEP-NAME TO TM-STEP-NAME.
013010     ACCEPT TM-END-DATE FROM DATE YYYYMMDD.
013020     ACCEPT TM-END-TIME FROM TIME.
013030     MOVE WS-SCHED-READ-COUNT  TO TM-RECORD-COUNT.
013040     MOVE WS-RETURN-CODE       TO TM-RETURN-CODE.
013050     MOVE ZERO TO WS-STEP-SEQ.
013060     MOVE "N"  TO WS-STEP-WRITTEN-SW.
013070     PERFORM 8910-WRITE-KEYED-TIMING
013080         THRU 8910-WRITE-KEYED-TIMING-EXIT
013090         UNTIL WS-STEP-WRITTEN
013100         OR WS-STEP-SEQ IS GREATER THAN 9998.
013110     IF NOT WS-STEP-WRITTEN
013120         DISPLAY "HELLOSCH - STEPTIME WRITE FAILED, "
013130             "STATUS = " WS-STEPTIME-FILE-STATUS
013140     END-IF.
013150     CLOSE STEPTIME-FILE.
013160 8900-WRITE-STEP-TIMING-EXIT.
013170     EXIT.
013180*-----------------------------------------------------------------
013190* 8910-WRITE-KEYED-TIMING -- TRY THE WRITE WITH THE CURRENT
013200*     SEQUENCE NUMBER; A DUPLICATE KEY BUMPS THE SEQUENCE AND THE
013210*     CALLER TRIES AGAIN.  ANY OTHER FAILURE ENDS THE RETRIES.
013220*-----------------------------------------------------------------
013230 8910-WRITE-KEYED-TIMING.
013240     MOVE WS-STEP-SEQ TO TM-KEY-SEQ.
013250     WRITE STEPTIME-RECORD
013260         INVALID KEY
013270             IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "22"
013280                 ADD 1 TO WS-STEP-SEQ
013290             ELSE
013300                 MOVE 9999 TO WS-STEP-SEQ
013310             END-IF
013320         NOT INVALID KEY
013330             SET WS-STEP-WRITTEN TO TRUE
013340     END-WRITE.
013350 8910-WRITE-KEYED-TIMING-EXIT.
013360     EXIT.
013370*-----------------------------------------------------------------
013380* 9000-TERMINATE -- CLOSE FILES.
013390*-----------------------------------------------------------------
013400 9000-TERMINATE.
013410     IF WS-GREETSCH-OPEN-OK
013420         CLOSE GREETSCH-FILE
013430     END-IF.
013440     IF WS-CALENDAR-OPEN-OK
013450         CLOSE CALENDAR-FILE
013460     END-IF.
013470     IF WS-PRINT-OPEN-OK
013480         CLOSE PRINT-FILE
013490     END-IF.
013500 9000-TERMINATE-EXIT.
013510     EXIT.
