000100*****************************************************************
000110* PROGRAM:      HELLODPT
000120* AUTHOR:       AIDAN NEAL
000130* INSTALLATION: DATA CENTER - BATCH SYSTEMS GROUP
000140* DATE-WRITTEN: 10/15/2026
000150* DATE-COMPILED:
000160*-----------------------------------------------------------------
000170* PURPOSE.
000180*     DEPARTMENTAL HEADCOUNT REPORT.  PRINTS ONE PAGE PER
000190*     DEPARTMENT -- HEADED WITH THE DEPARTMENT NAME, MANAGER AND
000200*     STATUS FROM THE GREETDPT DEPARTMENT REFERENCE DATASET --
000210*     LISTING EVERY EMPLOYEE ON THE GREETING-MASTER IN THAT
000220*     DEPARTMENT WITH THE SALUTATION THEY ARE GREETED WITH AND
000230*     THEIR PREFERRED LANGUAGE.  THE REPORT ENDS WITH THE
000240*     HEADCOUNT AND LANGUAGE MIX OF EVERY DEPARTMENT AND A LIST
000250*     OF THE DEPARTMENTS THAT HAVE NO EMPLOYEES.
000260*
000270*     THE JOB SORTS GREETMST BY DEPARTMENT AND EMPLOYEE ID INTO
000280*     MSTSORT AHEAD OF THIS STEP, AS FOR HELLONGR.  EMPLOYEES
000290*     WITH NO DEPARTMENT, OR WITH A CODE THAT IS NOT ON
000300*     GREETDPT, STILL GET A PAGE OF THEIR OWN SO NOBODY DROPS
000310*     OFF THE REPORT.  THE SALUTATION SHOWN IS THE ONE HELLONAME
000320*     USES -- THE EMPLOYEE'S OWN, ELSE THE GREETTAB DEFAULT FOR
000330*     THEIR LANGUAGE, ELSE "Hello" -- AND A BLANK LANGUAGE CODE
000340*     IS SHOWN AND COUNTED AS EN, ENGLISH BY CONVENTION.  THE
000350*     LANGUAGE MIX HAS A COLUMN FOR EACH OF THE FIRST EIGHT
000360*     LANGUAGES MET ON THE MASTER; ANY FURTHER LANGUAGES ARE
000370*     COUNTED TOGETHER UNDER OTHER.
000380*-----------------------------------------------------------------
000390* RETURN CODES.
000400*     0000  REPORT COMPLETE
000410*     0004  EMPLOYEES FOUND IN A DEPARTMENT THAT IS NOT ON
000420*           GREETDPT OR IS CLOSED, GREETTAB WOULD NOT OPEN (THE
000430*           DEFAULT SALUTATIONS FALL BACK TO ENGLISH), OR THE
000440*           DEPARTMENT TABLE FILLED
000450*     0016  MSTSORT, GREETDPT OR THE REPORT WOULD NOT OPEN
000460*-----------------------------------------------------------------
000470* MODIFICATION HISTORY.
000480*     DATE       INIT  DESCRIPTION
000490*     ---------- ----  ------------------------------------------
000500*     10/15/2026 AN    ORIGINAL PROGRAM.
000510*****************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID.     HELLODPT.
000540 AUTHOR.         AIDAN NEAL.
000550 INSTALLATION.   DATA CENTER - BATCH SYSTEMS GROUP.
000560 DATE-WRITTEN.   10/15/2026.
000570 DATE-COMPILED.
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. IBM-370.
000610 OBJECT-COMPUTER. IBM-370.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT MSTSORT-FILE  ASSIGN TO MSTSORT
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-MSTSORT-FILE-STATUS.
000670     SELECT GREETDPT-FILE ASSIGN TO GREETDPT
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-GREETDPT-FILE-STATUS.
000700     SELECT GREETTAB-FILE ASSIGN TO GREETTAB
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-GREETTAB-FILE-STATUS.
000730     SELECT PRINT-FILE    ASSIGN TO HELLODPT
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-PRINT-FILE-STATUS.
000760     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS TM-TIMING-KEY
000800         FILE STATUS IS WS-STEPTIME-FILE-STATUS.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  MSTSORT-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 01  MSTSORT-RECORD.
000870     COPY GMSTREC.
000880 FD  GREETDPT-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910 01  GREETDPT-RECORD.
000920     COPY GDPTREC.
000930 FD  GREETTAB-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 01  GREETTAB-RECORD.
000970     05  TB-LANG-CODE           PIC X(02).
000980     05  TB-SALUTATION          PIC X(10).
000990     05  FILLER                 PIC X(68).
001000 FD  PRINT-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  PRINT-RECORD               PIC X(133).
001040 FD  STEPTIME-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 01  STEPTIME-RECORD.
001080     COPY GTIMREC.
001090 WORKING-STORAGE SECTION.
001100*-----------------------------------------------------------------
001110* SWITCHES AND COUNTERS.
001120*-----------------------------------------------------------------
001130 01  WS-SWITCHES.
001140     05  WS-STEP-WRITTEN-SW     PIC X(01) VALUE "N".
001150         88  WS-STEP-WRITTEN               VALUE "Y".
001160     05  WS-MSTSORT-EOF-SW      PIC X(01) VALUE "N".
001170         88  WS-MSTSORT-EOF                VALUE "Y".
001180     05  WS-MSTSORT-OPEN-SW     PIC X(01) VALUE "N".
001190         88  WS-MSTSORT-OPEN-OK            VALUE "Y".
001200     05  WS-GREETDPT-EOF-SW     PIC X(01) VALUE "N".
001210         88  WS-GREETDPT-EOF               VALUE "Y".
001220     05  WS-GREETDPT-OPEN-SW    PIC X(01) VALUE "N".
001230         88  WS-GREETDPT-OPEN-OK           VALUE "Y".
001240     05  WS-GREETTAB-EOF-SW     PIC X(01) VALUE "N".
001250         88  WS-GREETTAB-EOF               VALUE "Y".
001260     05  WS-PRINT-OPEN-SW       PIC X(01) VALUE "N".
001270         88  WS-PRINT-OPEN-OK              VALUE "Y".
001280     05  WS-FIRST-DEPT-SW       PIC X(01) VALUE "Y".
001290         88  WS-FIRST-DEPT                 VALUE "Y".
001300     05  WS-DEPT-FOUND-SW       PIC X(01) VALUE "N".
001310         88  WS-DEPT-FOUND                 VALUE "Y".
001320     05  WS-LANG-FOUND-SW       PIC X(01) VALUE "N".
001330         88  WS-LANG-FOUND                 VALUE "Y".
001340     05  WS-REPORT-PART-SW      PIC X(01) VALUE "D".
001350         88  WS-PART-DEPARTMENTS           VALUE "D".
001360         88  WS-PART-SUMMARY               VALUE "S".
001370         88  WS-PART-EMPTY-DEPTS           VALUE "E".
001380 01  WS-FILE-STATUSES.
001390     05  WS-STEPTIME-FILE-STATUS
001400                                PIC X(02) VALUE SPACES.
001410     05  WS-MSTSORT-FILE-STATUS PIC X(02) VALUE SPACES.
001420     05  WS-GREETDPT-FILE-STATUS
001430                                PIC X(02) VALUE SPACES.
001440     05  WS-GREETTAB-FILE-STATUS
001450                                PIC X(02) VALUE SPACES.
001460     05  WS-PRINT-FILE-STATUS   PIC X(02) VALUE SPACES.
001470 01  WS-RETURN-CODE             PIC 9(04) VALUE ZERO.
001480 01  WS-MASTER-READ-COUNT       PIC 9(06) VALUE ZERO.
001490 01  WS-DEPT-EMP-COUNT          PIC 9(06) VALUE ZERO.
001500 01  WS-NO-DEPT-EMP-COUNT       PIC 9(06) VALUE ZERO.
001510 01  WS-UNKNOWN-EMP-COUNT       PIC 9(06) VALUE ZERO.
001520 01  WS-CLOSED-EMP-COUNT        PIC 9(06) VALUE ZERO.
001530 01  WS-STAFFED-DEPT-COUNT      PIC 9(06) VALUE ZERO.
001540 01  WS-EMPTY-DEPT-COUNT        PIC 9(06) VALUE ZERO.
001550 01  WS-CURRENT-DEPT            PIC X(03) VALUE SPACES.
001560 01  WS-TODAYS-DATE             PIC 9(08) VALUE ZERO.
001570*-----------------------------------------------------------------
001580* DEPARTMENT TABLE -- EVERY DEPARTMENT ON GREETDPT, IN FILE
001590* ORDER, LOADED BY 1100-LOAD-DEPARTMENTS THE SAME WAY HELLOMNT
001600* LOADS IT, WITH ITS HEADCOUNT AND LANGUAGE MIX ACCUMULATED AS
001610* THE MASTER IS READ.  A CODE MET ON THE MASTER THAT IS NOT ON
001620* GREETDPT (INCLUDING A BLANK CODE) IS ADDED AT THE END WITH
001630* STATUS "U" SO IT STILL APPEARS IN THE HEADCOUNTS.  ENTRIES
001640* BEYOND THE TABLE LIMIT ARE COUNTED AND REPORTED.
001650*-----------------------------------------------------------------
001660 01  WS-DEPT-TABLE.
001670     05  WS-DEPT-ENTRY          OCCURS 200 TIMES.
001680         10  WS-DEPT-CODE       PIC X(03).
001690         10  WS-DEPT-NAME       PIC X(30).
001700         10  WS-DEPT-MANAGER    PIC X(30).
001710         10  WS-DEPT-STATUS     PIC X(01).
001720         10  WS-DEPT-HEADCOUNT  PIC 9(06).
001730         10  WS-DEPT-LANG-COUNT PIC 9(06) OCCURS 9 TIMES.
001740 01  WS-DEPT-COUNT              PIC 9(04) COMP VALUE ZERO.
001750 01  WS-DEPT-FILE-COUNT         PIC 9(04) COMP VALUE ZERO.
001760 01  WS-DEPT-SUB                PIC 9(04) COMP VALUE ZERO.
001770 01  WS-CUR-DEPT-SUB            PIC 9(04) COMP VALUE ZERO.
001780 01  WS-DEPT-MAX                PIC 9(04) COMP VALUE 200.
001790 01  WS-DEPT-DROPPED-COUNT      PIC 9(04) VALUE ZERO.
001800 01  WS-LOOKUP-DEPT             PIC X(03) VALUE SPACES.
001810 01  WS-STATUS-TEXT             PIC X(07) VALUE SPACES.
001820*-----------------------------------------------------------------
001830* LANGUAGE MIX CONTROL -- THE LANGUAGE CODES MET ON THE MASTER,
001840* IN ORDER OF FIRST APPEARANCE.  SLOTS 1 TO 8 EACH HOLD ONE
001850* LANGUAGE; SLOT 9 COUNTS EVERY LANGUAGE AFTER THE EIGHTH.
001860*-----------------------------------------------------------------
001870 01  WS-LANG-TABLE.
001880     05  WS-LANG-CODE           PIC X(02) OCCURS 8 TIMES.
001890 01  WS-LANG-COUNT              PIC 9(02) COMP VALUE ZERO.
001900 01  WS-LANG-SUB                PIC 9(02) COMP VALUE ZERO.
001910 01  WS-LANG-SLOT               PIC 9(02) COMP VALUE ZERO.
001920 01  WS-LANG-OTHER-SLOT         PIC 9(02) COMP VALUE 9.
001930 01  WS-EMP-LANG                PIC X(02) VALUE SPACES.
001940 01  WS-TOTAL-LANG-TABLE.
001950     05  WS-TOTAL-LANG-COUNT    PIC 9(06) OCCURS 9 TIMES.
001960*-----------------------------------------------------------------
001970* TRANSLATION TABLE -- DEFAULT SALUTATION PER LANGUAGE CODE,
001980* LOADED FROM GREETTAB BY 1200-LOAD-TRANSLATIONS THE SAME WAY
001990* HELLONAME LOADS IT.
002000*-----------------------------------------------------------------
002010 01  WS-TRANS-TABLE.
002020     05  WS-TRANS-ENTRY         OCCURS 20 TIMES.
002030         10  WS-TRANS-LANG      PIC X(02).
002040         10  WS-TRANS-SALUTATION
002050                                PIC X(10).
002060 01  WS-TRANS-COUNT             PIC 9(02) COMP VALUE ZERO.
002070 01  WS-TRANS-SUB               PIC 9(02) COMP VALUE ZERO.
002080 01  WS-TRANS-DROPPED-COUNT     PIC 9(04) VALUE ZERO.
002090 01  WS-EMP-SALUTATION          PIC X(10) VALUE SPACES.
002100*-----------------------------------------------------------------
002110* REPORT PRINT CONTROL.
002120*-----------------------------------------------------------------
002130 01  WS-PAGE-NUMBER             PIC 9(04) VALUE ZERO.
002140 01  WS-LINE-COUNT              PIC 9(04) VALUE 99.
002150 01  WS-LINES-PER-PAGE          PIC 9(04) VALUE 55.
002160 01  WS-HOLD-LINE               PIC X(133) VALUE SPACES.
002170*-----------------------------------------------------------------
002180* REPORT LINE LAYOUTS.
002190*-----------------------------------------------------------------
002200 01  HL-HEADING-1.
002210     05  FILLER                 PIC X(01) VALUE "1".
002220     05  FILLER                 PIC X(10) VALUE SPACES.
002230     05  FILLER                 PIC X(40)
002240                 VALUE "DEPARTMENTAL HEADCOUNT REPORT".
002250     05  FILLER                 PIC X(10) VALUE "PAGE ".
002260     05  HL-PAGE-NUMBER         PIC ZZZ9.
002270     05  FILLER                 PIC X(68) VALUE SPACES.
002280 01  HL-HEADING-2.
002290     05  FILLER                 PIC X(01) VALUE " ".
002300     05  FILLER                 PIC X(10) VALUE SPACES.
002310     05  FILLER                 PIC X(17)
002320                 VALUE "PROGRAM HELLODPT".
002330     05  FILLER                 PIC X(10) VALUE "RUN DATE ".
002340     05  HL-RUN-DATE            PIC 9(08).
002350     05  FILLER                 PIC X(87) VALUE SPACES.
002360 01  HL-DEPT-HEADING.
002370     05  FILLER                 PIC X(01) VALUE "0".
002380     05  FILLER                 PIC X(10) VALUE SPACES.
002390     05  FILLER                 PIC X(11) VALUE "DEPARTMENT ".
002400     05  HL-DEPT-CODE           PIC X(03).
002410     05  FILLER                 PIC X(02) VALUE SPACES.
002420     05  HL-DEPT-NAME           PIC X(30).
002430     05  FILLER                 PIC X(10) VALUE "  MANAGER ".
002440     05  HL-DEPT-MANAGER        PIC X(30).
002450     05  FILLER                 PIC X(02) VALUE SPACES.
002460     05  HL-DEPT-STATUS         PIC X(07).
002470     05  FILLER                 PIC X(27) VALUE SPACES.
002480 01  HL-EMP-COLUMNS.
002490     05  FILLER                 PIC X(01) VALUE " ".
002500     05  FILLER                 PIC X(10) VALUE SPACES.
002510     05  FILLER                 PIC X(10) VALUE "EMP ID".
002520     05  FILLER                 PIC X(32) VALUE "FULL NAME".
002530     05  FILLER                 PIC X(12) VALUE "SALUTATION".
002540     05  FILLER                 PIC X(06) VALUE "LANG".
002550     05  FILLER                 PIC X(62) VALUE SPACES.
002560 01  HL-SUMMARY-COLUMNS.
002570     05  FILLER                 PIC X(01) VALUE "0".
002580     05  FILLER                 PIC X(10) VALUE SPACES.
002590     05  FILLER                 PIC X(05) VALUE "DEPT".
002600     05  FILLER                 PIC X(32) VALUE "NAME".
002610     05  FILLER                 PIC X(09) VALUE "STATUS".
002620     05  FILLER                 PIC X(09) VALUE "HEADCOUNT".
002630     05  HL-LANG-SLOT           PIC X(07) OCCURS 9 TIMES.
002640     05  FILLER                 PIC X(04) VALUE SPACES.
002650 01  HL-EMPTY-COLUMNS.
002660     05  FILLER                 PIC X(01) VALUE "0".
002670     05  FILLER                 PIC X(10) VALUE SPACES.
002680     05  FILLER                 PIC X(05) VALUE "DEPT".
002690     05  FILLER                 PIC X(32) VALUE "NAME".
002700     05  FILLER                 PIC X(32) VALUE "MANAGER".
002710     05  FILLER                 PIC X(07) VALUE "STATUS".
002720     05  FILLER                 PIC X(46) VALUE SPACES.
002730 01  DL-DETAIL-LINE.
002740     05  FILLER                 PIC X(01) VALUE " ".
002750     05  FILLER                 PIC X(10) VALUE SPACES.
002760     05  DL-EMPLOYEE-ID         PIC X(06).
002770     05  FILLER                 PIC X(04) VALUE SPACES.
002780     05  DL-FULL-NAME           PIC X(30).
002790     05  FILLER                 PIC X(02) VALUE SPACES.
002800     05  DL-SALUTATION          PIC X(10).
002810     05  FILLER                 PIC X(02) VALUE SPACES.
002820     05  DL-LANG-CODE           PIC X(02).
002830     05  FILLER                 PIC X(66) VALUE SPACES.
002840 01  SL-DEPT-TOTAL-LINE.
002850     05  FILLER                 PIC X(01) VALUE "0".
002860     05  FILLER                 PIC X(10) VALUE SPACES.
002870     05  FILLER                 PIC X(24)
002880                 VALUE "EMPLOYEES IN DEPARTMENT ".
002890     05  SL-DEPT-CODE           PIC X(03).
002900     05  FILLER                 PIC X(02) VALUE SPACES.
002910     05  SL-EMP-COUNT           PIC ZZZ,ZZ9.
002920     05  FILLER                 PIC X(86) VALUE SPACES.
002930 01  SD-SUMMARY-LINE.
002940     05  FILLER                 PIC X(01) VALUE " ".
002950     05  FILLER                 PIC X(10) VALUE SPACES.
002960     05  SD-DEPT-CODE           PIC X(03).
002970     05  FILLER                 PIC X(02) VALUE SPACES.
002980     05  SD-DEPT-NAME           PIC X(30).
002990     05  FILLER                 PIC X(02) VALUE SPACES.
003000     05  SD-DEPT-STATUS         PIC X(07).
003010     05  FILLER                 PIC X(02) VALUE SPACES.
003020     05  SD-HEADCOUNT           PIC ZZZ,ZZ9.
003030     05  FILLER                 PIC X(02) VALUE SPACES.
003040     05  SD-LANG-SLOT           OCCURS 9 TIMES.
003050         10  SD-LANG-COUNT      PIC ZZ,ZZ9.
003060         10  FILLER             PIC X(01).
003070     05  FILLER                 PIC X(04) VALUE SPACES.
003080 01  ED-EMPTY-LINE.
003090     05  FILLER                 PIC X(01) VALUE " ".
003100     05  FILLER                 PIC X(10) VALUE SPACES.
003110     05  ED-DEPT-CODE           PIC X(03).
003120     05  FILLER                 PIC X(02) VALUE SPACES.
003130     05  ED-DEPT-NAME           PIC X(30).
003140     05  FILLER                 PIC X(02) VALUE SPACES.
003150     05  ED-DEPT-MANAGER        PIC X(30).
003160     05  FILLER                 PIC X(02) VALUE SPACES.
003170     05  ED-DEPT-STATUS         PIC X(07).
003180     05  FILLER                 PIC X(46) VALUE SPACES.
003190 01  NL-NOTE-LINE.
003200     05  FILLER                 PIC X(01) VALUE "0".
003210     05  FILLER                 PIC X(10) VALUE SPACES.
003220     05  NL-NOTE-TEXT           PIC X(60).
003230     05  FILLER                 PIC X(62) VALUE SPACES.
003240 01  TL-TOTAL-LINE.
003250     05  FILLER                 PIC X(01) VALUE " ".
003260     05  FILLER                 PIC X(10) VALUE SPACES.
003270     05  TL-TOTAL-LABEL         PIC X(34).
003280     05  TL-TOTAL-COUNT         PIC ZZZ,ZZ9.
003290     05  FILLER                 PIC X(81) VALUE SPACES.
003300 01  FL-FOOTER.
003310     05  FILLER                 PIC X(01) VALUE "0".
003320     05  FILLER                 PIC X(10) VALUE SPACES.
003330     05  FILLER                 PIC X(14) VALUE "END OF REPORT".
003340     05  FILLER                 PIC X(12) VALUE "RUN DATE  ".
003350     05  FL-RUN-DATE            PIC 9(08).
003360     05  FILLER                 PIC X(88) VALUE SPACES.
003370*-----------------------------------------------------------------
003380* JOB NAME CONTROL -- THE JOB AND STEP NAMES ARE STAMPED ON THE
003390* STEPTIME RECORD.  THEY ARE OBTAINED AT RUN TIME FROM THE
003400* LANGUAGE ENVIRONMENT CEE3JBN CALLABLE SERVICE, THE SAME WAY
003410* HELLO-WORLD STAMPS ITS GREETLOG RECORDS.
003420*-----------------------------------------------------------------
003430 01  WS-CEE3JBN-JOBNAME.
003440     05  WS-CEE3JBN-JOB-LEN     PIC S9(04) COMP.
003450     05  WS-CEE3JBN-JOB-NAME    PIC X(08).
003460 01  WS-CEE3JBN-STEPNAME.
003470     05  WS-CEE3JBN-STEP-LEN    PIC S9(04) COMP.
003480     05  WS-CEE3JBN-STEP-NAME   PIC X(08).
003490 01  WS-CEE3JBN-PROCNAME.
003500     05  WS-CEE3JBN-PROC-LEN    PIC S9(04) COMP.
003510     05  WS-CEE3JBN-PROC-NAME   PIC X(08).
003520 01  WS-FEEDBACK-CODE.
003530     05  WS-FDBK-SEVERITY       PIC S9(04) COMP.
003540     05  WS-FDBK-MSG-NO         PIC S9(04) COMP.
003550     05  WS-FDBK-CASE-FACILITY  PIC X(01).
003560     05  WS-FDBK-SEV-CONTROL    PIC X(03).
003570     05  WS-FDBK-FACILITY-ID    PIC X(03).
003580     05  WS-FDBK-ISINFO         PIC X(01).
003590 01  WS-JOB-NAME                PIC X(08) VALUE "HELLODPT".
003600*-----------------------------------------------------------------
003610* STEP TIMING CONTROL -- THE DATE AND TIME THE STEP STARTED, HELD
003620* FOR THE STEPTIME RECORD WRITTEN AS THE STEP ENDS, AND THE KEY
003630* SEQUENCE THAT KEEPS THAT RECORD'S KEY UNIQUE.
003640*-----------------------------------------------------------------
003650 01  WS-STEP-START-DATE         PIC 9(08) VALUE ZERO.
003660 01  WS-STEP-START-TIME         PIC 9(08) VALUE ZERO.
003670 01  WS-STEP-SEQ                PIC 9(04) VALUE ZERO.
003680 PROCEDURE DIVISION.
003690*-----------------------------------------------------------------
003700* 0000-MAIN-CONTROL -- OVERALL SEQUENCE OF PROCESSING.
003710*-----------------------------------------------------------------
003720 0000-MAIN-CONTROL.
003730     PERFORM 0010-START-STEP-TIMING
003740         THRU 0010-START-STEP-TIMING-EXIT.
003750     PERFORM 0050-GET-JOB-NAME
003760         THRU 0050-GET-JOB-NAME-EXIT.
003770     PERFORM 1000-INITIALIZE
003780         THRU 1000-INITIALIZE-EXIT.
003790     IF WS-RETURN-CODE IS LESS THAN 0016
003800         PERFORM 2000-PROCESS-EMPLOYEE
003810             THRU 2000-PROCESS-EMPLOYEE-EXIT
003820             UNTIL WS-MSTSORT-EOF
003830         PERFORM 3000-FINALIZE
003840             THRU 3000-FINALIZE-EXIT
003850     END-IF.
003860     PERFORM 9000-TERMINATE
003870         THRU 9000-TERMINATE-EXIT.
003880     PERFORM 8900-WRITE-STEP-TIMING
003890         THRU 8900-WRITE-STEP-TIMING-EXIT.
003900     MOVE WS-RETURN-CODE TO RETURN-CODE.
003910     GOBACK.
003920*-----------------------------------------------------------------
003930* 0010-START-STEP-TIMING -- NOTE THE DATE AND TIME THE STEP
003940*     STARTED, FOR THE STEPTIME RECORD WRITTEN AS IT ENDS.
003950*-----------------------------------------------------------------
003960 0010-START-STEP-TIMING.
003970     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
003980     ACCEPT WS-STEP-START-TIME FROM TIME.
003990 0010-START-STEP-TIMING-EXIT.
004000     EXIT.
004010*-----------------------------------------------------------------
004020* 0050-GET-JOB-NAME -- ASK LANGUAGE ENVIRONMENT FOR THE NAME OF
004030*     THE JOB AND STEP THIS PROGRAM IS ACTUALLY RUNNING UNDER, FOR
004040*     THE STEPTIME RECORD.  WS-JOB-NAME KEEPS ITS VALUE-CLAUSE
004050*     DEFAULT IF THE CALL CANNOT SUPPLY ONE.
004060*-----------------------------------------------------------------
004070 0050-GET-JOB-NAME.
004080     CALL "CEE3JBN" USING WS-CEE3JBN-JOBNAME
004090         WS-CEE3JBN-STEPNAME
004100         WS-CEE3JBN-PROCNAME
004110         WS-FEEDBACK-CODE.
004120     IF WS-CEE3JBN-JOB-NAME IS NOT EQUAL TO SPACES
004130         MOVE WS-CEE3JBN-JOB-NAME TO WS-JOB-NAME
004140     END-IF.
004150 0050-GET-JOB-NAME-EXIT.
004160     EXIT.
004170*-----------------------------------------------------------------
004180* 1000-INITIALIZE -- OPEN THE SORTED MASTER, LOAD THE DEPARTMENT
004190*     AND TRANSLATION TABLES, OPEN THE REPORT AND PRIME THE
004200*     MASTER READ.  THE FIRST DEPARTMENT BREAK STARTS THE FIRST
004210*     PAGE.
004220*-----------------------------------------------------------------
004230 1000-INITIALIZE.
004240     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
004250     INITIALIZE WS-TOTAL-LANG-TABLE.
004260     OPEN INPUT MSTSORT-FILE.
004270     IF WS-MSTSORT-FILE-STATUS IS EQUAL TO "00"
004280         SET WS-MSTSORT-OPEN-OK TO TRUE
004290     ELSE
004300         DISPLAY "HELLODPT - UNABLE TO OPEN MSTSORT, "
004310             "STATUS = " WS-MSTSORT-FILE-STATUS
004320         MOVE 0016 TO WS-RETURN-CODE
004330         GO TO 1000-INITIALIZE-EXIT
004340     END-IF.
004350     PERFORM 1100-LOAD-DEPARTMENTS
004360         THRU 1100-LOAD-DEPARTMENTS-EXIT.
004370     IF NOT WS-GREETDPT-OPEN-OK
004380         GO TO 1000-INITIALIZE-EXIT
004390     END-IF.
004400     PERFORM 1200-LOAD-TRANSLATIONS
004410         THRU 1200-LOAD-TRANSLATIONS-EXIT.
004420     OPEN OUTPUT PRINT-FILE.
004430     IF WS-PRINT-FILE-STATUS IS EQUAL TO "00"
004440         SET WS-PRINT-OPEN-OK TO TRUE
004450     ELSE
004460         DISPLAY "HELLODPT - UNABLE TO OPEN HELLODPT, "
004470             "STATUS = " WS-PRINT-FILE-STATUS
004480         MOVE 0016 TO WS-RETURN-CODE
004490         GO TO 1000-INITIALIZE-EXIT
004500     END-IF.
004510     PERFORM 2100-READ-MASTER
004520         THRU 2100-READ-MASTER-EXIT.
004530 1000-INITIALIZE-EXIT.
004540     EXIT.
004550*-----------------------------------------------------------------
004560* 1100-LOAD-DEPARTMENTS -- LOAD THE GREETDPT DEPARTMENT REFERENCE
004570*     DATASET INTO THE DEPARTMENT TABLE.  ANY OPEN FAILURE,
004580*     INCLUDING A MISSING DATASET, STOPS THE RUN WITH 0016.
004590*     BLANK CODES ARE SKIPPED AND A REPEATED CODE KEEPS ITS
004600*     FIRST RECORD.
004610*-----------------------------------------------------------------
004620 1100-LOAD-DEPARTMENTS.
004630     OPEN INPUT GREETDPT-FILE.
004640     IF WS-GREETDPT-FILE-STATUS IS NOT EQUAL TO "00"
004650         DISPLAY "HELLODPT - UNABLE TO OPEN GREETDPT, "
004660             "STATUS = " WS-GREETDPT-FILE-STATUS
004670         MOVE 0016 TO WS-RETURN-CODE
004680         GO TO 1100-LOAD-DEPARTMENTS-EXIT
004690     END-IF.
004700     SET WS-GREETDPT-OPEN-OK TO TRUE.
004710     PERFORM 1120-READ-DEPARTMENT
004720         THRU 1120-READ-DEPARTMENT-EXIT.
004730     PERFORM 1110-LOAD-DEPARTMENT-ENTRY
004740         THRU 1110-LOAD-DEPARTMENT-ENTRY-EXIT
004750         UNTIL WS-GREETDPT-EOF.
004760     CLOSE GREETDPT-FILE.
004770     MOVE WS-DEPT-COUNT TO WS-DEPT-FILE-COUNT.
004780 1100-LOAD-DEPARTMENTS-EXIT.
004790     EXIT.
004800*-----------------------------------------------------------------
004810* 1110-LOAD-DEPARTMENT-ENTRY -- STORE ONE DEPARTMENT RECORD IN
004820*     THE TABLE AND READ THE NEXT ONE.
004830*-----------------------------------------------------------------
004840 1110-LOAD-DEPARTMENT-ENTRY.
004850     IF DP-DEPT-CODE IS EQUAL TO SPACES
004860         GO TO 1110-LOAD-DEPARTMENT-ENTRY-NEXT
004870     END-IF.
004880     MOVE DP-DEPT-CODE TO WS-LOOKUP-DEPT.
004890     PERFORM 2320-FIND-DEPARTMENT
004900         THRU 2320-FIND-DEPARTMENT-EXIT.
004910     IF WS-DEPT-FOUND
004920         GO TO 1110-LOAD-DEPARTMENT-ENTRY-NEXT
004930     END-IF.
004940     IF WS-DEPT-COUNT IS NOT LESS THAN WS-DEPT-MAX
004950         ADD 1 TO WS-DEPT-DROPPED-COUNT
004960         GO TO 1110-LOAD-DEPARTMENT-ENTRY-NEXT
004970     END-IF.
004980     ADD 1 TO WS-DEPT-COUNT.
004990     MOVE WS-DEPT-COUNT TO WS-DEPT-SUB.
005000     PERFORM 1130-CLEAR-DEPT-ENTRY
005010         THRU 1130-CLEAR-DEPT-ENTRY-EXIT.
005020     MOVE DP-DEPT-CODE    TO WS-DEPT-CODE (WS-DEPT-SUB).
005030     MOVE DP-DEPT-NAME    TO WS-DEPT-NAME (WS-DEPT-SUB).
005040     MOVE DP-MANAGER-NAME TO WS-DEPT-MANAGER (WS-DEPT-SUB).
005050     MOVE DP-STATUS       TO WS-DEPT-STATUS (WS-DEPT-SUB).
005060 1110-LOAD-DEPARTMENT-ENTRY-NEXT.
005070     PERFORM 1120-READ-DEPARTMENT
005080         THRU 1120-READ-DEPARTMENT-EXIT.
005090 1110-LOAD-DEPARTMENT-ENTRY-EXIT.
005100     EXIT.
005110*-----------------------------------------------------------------
005120* 1120-READ-DEPARTMENT -- READ THE NEXT DEPARTMENT RECORD.
005130*-----------------------------------------------------------------
005140 1120-READ-DEPARTMENT.
005150     READ GREETDPT-FILE
005160         AT END
005170             SET WS-GREETDPT-EOF TO TRUE
005180     END-READ.
005190 1120-READ-DEPARTMENT-EXIT.
005200     EXIT.
005210*-----------------------------------------------------------------
005220* 1130-CLEAR-DEPT-ENTRY -- BLANK THE DEPARTMENT TABLE ENTRY AT
005230*     WS-DEPT-SUB AND ZERO ITS COUNTERS.
005240*-----------------------------------------------------------------
005250 1130-CLEAR-DEPT-ENTRY.
005260     MOVE SPACES TO WS-DEPT-ENTRY (WS-DEPT-SUB).
005270     MOVE ZERO   TO WS-DEPT-HEADCOUNT (WS-DEPT-SUB).
005280     PERFORM 1140-CLEAR-LANG-COUNT
005290         THRU 1140-CLEAR-LANG-COUNT-EXIT
005300         VARYING WS-LANG-SLOT FROM 1 BY 1
005310         UNTIL WS-LANG-SLOT IS GREATER THAN WS-LANG-OTHER-SLOT.
005320 1130-CLEAR-DEPT-ENTRY-EXIT.
005330     EXIT.
005340*-----------------------------------------------------------------
005350* 1140-CLEAR-LANG-COUNT -- ZERO ONE LANGUAGE COUNT OF THE ENTRY.
005360*-----------------------------------------------------------------
005370 1140-CLEAR-LANG-COUNT.
005380     MOVE ZERO TO WS-DEPT-LANG-COUNT (WS-DEPT-SUB, WS-LANG-SLOT).
005390 1140-CLEAR-LANG-COUNT-EXIT.
005400     EXIT.
005410*-----------------------------------------------------------------
005420* 1200-LOAD-TRANSLATIONS -- LOAD THE OPERATIONS-EDITABLE GREETTAB
005430*     TRANSLATION DATASET INTO THE IN-STORAGE TABLE, THE SAME WAY
005440*     HELLONAME DOES.  FILE STATUS 35 MEANS NO TRANSLATION
005450*     DATASET WAS SUPPLIED AND EVERY DEFAULT FALLS BACK TO
005460*     ENGLISH; ANY OTHER NONZERO STATUS IS REPORTED AND LEAVES
005470*     RETURN CODE 0004.  BLANK LANGUAGE CODES ARE SKIPPED.
005480*-----------------------------------------------------------------
005490 1200-LOAD-TRANSLATIONS.
005500     OPEN INPUT GREETTAB-FILE.
005510     IF WS-GREETTAB-FILE-STATUS IS EQUAL TO "35"
005520         GO TO 1200-LOAD-TRANSLATIONS-EXIT
005530     END-IF.
005540     IF WS-GREETTAB-FILE-STATUS IS NOT EQUAL TO "00"
005550         DISPLAY "HELLODPT - UNABLE TO OPEN GREETTAB, "
005560             "STATUS = " WS-GREETTAB-FILE-STATUS
005570         MOVE 0004 TO WS-RETURN-CODE
005580         GO TO 1200-LOAD-TRANSLATIONS-EXIT
005590     END-IF.
005600     PERFORM 1220-READ-TRANSLATION
005610         THRU 1220-READ-TRANSLATION-EXIT.
005620     PERFORM 1210-LOAD-TRANSLATION-ENTRY
005630         THRU 1210-LOAD-TRANSLATION-ENTRY-EXIT
005640         UNTIL WS-GREETTAB-EOF.
005650     CLOSE GREETTAB-FILE.
005660     IF WS-TRANS-DROPPED-COUNT IS GREATER THAN ZERO
005670         DISPLAY "HELLODPT - GREETTAB HOLDS MORE ENTRIES THAN "
005680             "THE TRANSLATION TABLE LIMIT, "
005690             WS-TRANS-DROPPED-COUNT " ENTRIES IGNORED"
005700         MOVE 0004 TO WS-RETURN-CODE
005710     END-IF.
005720 1200-LOAD-TRANSLATIONS-EXIT.
005730     EXIT.
005740*-----------------------------------------------------------------
005750* 1210-LOAD-TRANSLATION-ENTRY -- STORE ONE TRANSLATION RECORD IN
005760*     THE TABLE AND READ THE NEXT ONE.
005770*-----------------------------------------------------------------
005780 1210-LOAD-TRANSLATION-ENTRY.
005790     IF TB-LANG-CODE IS NOT EQUAL TO SPACES
005800         IF WS-TRANS-COUNT IS LESS THAN 20
005810             ADD 1 TO WS-TRANS-COUNT
005820             MOVE TB-LANG-CODE
005830                 TO WS-TRANS-LANG (WS-TRANS-COUNT)
005840             MOVE TB-SALUTATION
005850                 TO WS-TRANS-SALUTATION (WS-TRANS-COUNT)
005860         ELSE
005870             ADD 1 TO WS-TRANS-DROPPED-COUNT
005880         END-IF
005890     END-IF.
005900     PERFORM 1220-READ-TRANSLATION
005910         THRU 1220-READ-TRANSLATION-EXIT.
005920 1210-LOAD-TRANSLATION-ENTRY-EXIT.
005930     EXIT.
005940*-----------------------------------------------------------------
005950* 1220-READ-TRANSLATION -- READ THE NEXT TRANSLATION RECORD.
005960*-----------------------------------------------------------------
005970 1220-READ-TRANSLATION.
005980     READ GREETTAB-FILE
005990         AT END
006000             SET WS-GREETTAB-EOF TO TRUE
006010     END-READ.
006020 1220-READ-TRANSLATION-EXIT.
006030     EXIT.
006040*-----------------------------------------------------------------
006050* 2000-PROCESS-EMPLOYEE -- LIST ONE EMPLOYEE ON THEIR
006060*     DEPARTMENT'S PAGE AND COUNT THEM INTO THE DEPARTMENT'S
006070*     HEADCOUNT AND LANGUAGE MIX.  A CHANGE OF DEPARTMENT CODE
006080*     CLOSES OFF THE PREVIOUS DEPARTMENT AND STARTS A NEW PAGE.
006090*-----------------------------------------------------------------
006100 2000-PROCESS-EMPLOYEE.
006110     ADD 1 TO WS-MASTER-READ-COUNT.
006120     IF WS-FIRST-DEPT
006130         OR GM-DEPT-CODE IS NOT EQUAL TO WS-CURRENT-DEPT
006140         PERFORM 2300-DEPT-BREAK
006150             THRU 2300-DEPT-BREAK-EXIT
006160     END-IF.
006170     ADD 1 TO WS-DEPT-EMP-COUNT.
006180     MOVE GM-LANG-CODE TO WS-EMP-LANG.
006190     IF WS-EMP-LANG IS EQUAL TO SPACES
006200         MOVE "EN" TO WS-EMP-LANG
006210     END-IF.
006220     PERFORM 2200-RESOLVE-SALUTATION
006230         THRU 2200-RESOLVE-SALUTATION-EXIT.
006240     PERFORM 2400-COUNT-LANGUAGE
006250         THRU 2400-COUNT-LANGUAGE-EXIT.
006260     MOVE SPACES            TO DL-DETAIL-LINE.
006270     MOVE GM-EMPLOYEE-ID    TO DL-EMPLOYEE-ID.
006280     MOVE GM-FULL-NAME      TO DL-FULL-NAME.
006290     MOVE WS-EMP-SALUTATION TO DL-SALUTATION.
006300     MOVE WS-EMP-LANG       TO DL-LANG-CODE.
006310     MOVE DL-DETAIL-LINE    TO PRINT-RECORD.
006320     PERFORM 4100-WRITE-LINE
006330         THRU 4100-WRITE-LINE-EXIT.
006340     PERFORM 2100-READ-MASTER
006350         THRU 2100-READ-MASTER-EXIT.
006360 2000-PROCESS-EMPLOYEE-EXIT.
006370     EXIT.
006380*-----------------------------------------------------------------
006390* 2100-READ-MASTER -- READ THE NEXT SORTED MASTER RECORD.
006400*-----------------------------------------------------------------
006410 2100-READ-MASTER.
006420     READ MSTSORT-FILE
006430         AT END
006440             SET WS-MSTSORT-EOF TO TRUE
006450     END-READ.
006460 2100-READ-MASTER-EXIT.
006470     EXIT.
006480*-----------------------------------------------------------------
006490* 2200-RESOLVE-SALUTATION -- THE SALUTATION HELLONAME GREETS
006500*     THIS EMPLOYEE WITH: THEIR OWN, ELSE THE GREETTAB DEFAULT
006510*     FOR THEIR LANGUAGE, ELSE "Hello".
006520*-----------------------------------------------------------------
006530 2200-RESOLVE-SALUTATION.
006540     MOVE GM-SALUTATION TO WS-EMP-SALUTATION.
006550     IF WS-EMP-SALUTATION IS NOT EQUAL TO SPACES
006560         GO TO 2200-RESOLVE-SALUTATION-EXIT
006570     END-IF.
006580     MOVE "Hello" TO WS-EMP-SALUTATION.
006590     PERFORM 2210-FIND-DEFAULT-SALUT
006600         THRU 2210-FIND-DEFAULT-SALUT-EXIT
006610         VARYING WS-TRANS-SUB FROM 1 BY 1
006620         UNTIL WS-TRANS-SUB IS GREATER THAN WS-TRANS-COUNT.
006630 2200-RESOLVE-SALUTATION-EXIT.
006640     EXIT.
006650*-----------------------------------------------------------------
006660* 2210-FIND-DEFAULT-SALUT -- TAKE THE DEFAULT SALUTATION FROM ONE
006670*     TRANSLATION TABLE ENTRY WHEN IT MATCHES THE EMPLOYEE'S
006680*     LANGUAGE.
006690*-----------------------------------------------------------------
006700 2210-FIND-DEFAULT-SALUT.
006710     IF WS-TRANS-LANG (WS-TRANS-SUB) IS EQUAL TO WS-EMP-LANG
006720         MOVE WS-TRANS-SALUTATION (WS-TRANS-SUB)
006730             TO WS-EMP-SALUTATION
006740     END-IF.
006750 2210-FIND-DEFAULT-SALUT-EXIT.
006760     EXIT.
006770*-----------------------------------------------------------------
006780* 2300-DEPT-BREAK -- CLOSE OFF THE PREVIOUS DEPARTMENT, IF ANY,
006790*     AND START THE NEXT ONE ON A NEW PAGE.  A CODE THAT IS NOT
006800*     ON GREETDPT IS ADDED TO THE TABLE AS UNKNOWN.  EMPLOYEES
006810*     IN AN UNKNOWN OR CLOSED DEPARTMENT ARE NOTED ON THE PAGE
006820*     AND LEAVE RETURN CODE 0004; A BLANK CODE IS NO DEPARTMENT,
006830*     WHICH HELLOMNT ALLOWS, AND IS NOTED ONLY.
006840*-----------------------------------------------------------------
006850 2300-DEPT-BREAK.
006860     IF NOT WS-FIRST-DEPT
006870         PERFORM 2310-PRINT-DEPT-TOTAL
006880             THRU 2310-PRINT-DEPT-TOTAL-EXIT
006890     END-IF.
006900     MOVE "N" TO WS-FIRST-DEPT-SW.
006910     MOVE GM-DEPT-CODE TO WS-CURRENT-DEPT.
006920     MOVE ZERO TO WS-DEPT-EMP-COUNT.
006930     MOVE WS-CURRENT-DEPT TO WS-LOOKUP-DEPT.
006940     PERFORM 2320-FIND-DEPARTMENT
006950         THRU 2320-FIND-DEPARTMENT-EXIT.
006960     IF NOT WS-DEPT-FOUND
006970         PERFORM 2340-ADD-UNKNOWN-DEPT
006980             THRU 2340-ADD-UNKNOWN-DEPT-EXIT
006990     END-IF.
007000     MOVE WS-DEPT-SUB TO WS-CUR-DEPT-SUB.
007010     MOVE WS-CURRENT-DEPT TO HL-DEPT-CODE.
007020     IF WS-CURRENT-DEPT IS EQUAL TO SPACES
007030         MOVE "---" TO HL-DEPT-CODE
007040     END-IF.
007050     IF WS-CUR-DEPT-SUB IS EQUAL TO ZERO
007060         MOVE "*** NOT ON GREETDPT ***" TO HL-DEPT-NAME
007070         MOVE SPACES    TO HL-DEPT-MANAGER
007080         MOVE "UNKNOWN" TO HL-DEPT-STATUS
007090     ELSE
007100         MOVE WS-DEPT-NAME (WS-CUR-DEPT-SUB)    TO HL-DEPT-NAME
007110         MOVE WS-DEPT-MANAGER (WS-CUR-DEPT-SUB) TO HL-DEPT-MANAGER
007120         PERFORM 2350-SET-STATUS-TEXT
007130             THRU 2350-SET-STATUS-TEXT-EXIT
007140         MOVE WS-STATUS-TEXT TO HL-DEPT-STATUS
007150     END-IF.
007160     MOVE 99 TO WS-LINE-COUNT.
007170 2300-DEPT-BREAK-EXIT.
007180     EXIT.
007190*-----------------------------------------------------------------
007200* 2310-PRINT-DEPT-TOTAL -- PRINT THE HEADCOUNT LINE THAT CLOSES
007210*     A DEPARTMENT'S PAGE, WITH A NOTE WHEN THE DEPARTMENT IS
007220*     NOT ONE EMPLOYEES SHOULD BE IN, AND ADD THE DEPARTMENT TO
007230*     THE STAFFED COUNT.
007240*-----------------------------------------------------------------
007250 2310-PRINT-DEPT-TOTAL.
007260     ADD 1 TO WS-STAFFED-DEPT-COUNT.
007270     MOVE HL-DEPT-CODE TO SL-DEPT-CODE.
007280     MOVE WS-DEPT-EMP-COUNT TO SL-EMP-COUNT.
007290     MOVE SL-DEPT-TOTAL-LINE TO PRINT-RECORD.
007300     PERFORM 4100-WRITE-LINE
007310         THRU 4100-WRITE-LINE-EXIT.
007320     MOVE SPACES TO NL-NOTE-TEXT.
007330     IF WS-CURRENT-DEPT IS EQUAL TO SPACES
007340         ADD WS-DEPT-EMP-COUNT TO WS-NO-DEPT-EMP-COUNT
007350         MOVE "EMPLOYEES WITH NO DEPARTMENT CODE"
007360             TO NL-NOTE-TEXT
007370     ELSE
007380         IF HL-DEPT-STATUS IS EQUAL TO "UNKNOWN"
007390             ADD WS-DEPT-EMP-COUNT TO WS-UNKNOWN-EMP-COUNT
007400             MOVE "DEPARTMENT CODE IS NOT ON GREETDPT"
007410                 TO NL-NOTE-TEXT
007420         END-IF
007430         IF HL-DEPT-STATUS IS EQUAL TO "CLOSED"
007440             ADD WS-DEPT-EMP-COUNT TO WS-CLOSED-EMP-COUNT
007450             MOVE "DEPARTMENT IS CLOSED BUT STILL HAS EMPLOYEES"
007460                 TO NL-NOTE-TEXT
007470         END-IF
007480         IF NL-NOTE-TEXT IS NOT EQUAL TO SPACES
007490             AND WS-RETURN-CODE IS LESS THAN 0004
007500             MOVE 0004 TO WS-RETURN-CODE
007510         END-IF
007520     END-IF.
007530     IF NL-NOTE-TEXT IS NOT EQUAL TO SPACES
007540         MOVE NL-NOTE-LINE TO PRINT-RECORD
007550         PERFORM 4100-WRITE-LINE
007560             THRU 4100-WRITE-LINE-EXIT
007570     END-IF.
007580 2310-PRINT-DEPT-TOTAL-EXIT.
007590     EXIT.
007600*-----------------------------------------------------------------
007610* 2320-FIND-DEPARTMENT -- LOOK FOR WS-LOOKUP-DEPT IN THE
007620*     DEPARTMENT TABLE.  WS-DEPT-SUB IS LEFT ON THE MATCH.
007630*-----------------------------------------------------------------
007640 2320-FIND-DEPARTMENT.
007650     MOVE "N" TO WS-DEPT-FOUND-SW.
007660     PERFORM 2330-SEARCH-DEPT-TABLE
007670         THRU 2330-SEARCH-DEPT-TABLE-EXIT
007680         VARYING WS-DEPT-SUB FROM 1 BY 1
007690         UNTIL WS-DEPT-SUB IS GREATER THAN WS-DEPT-COUNT
007700         OR WS-DEPT-FOUND.
007710     IF WS-DEPT-FOUND
007720         SUBTRACT 1 FROM WS-DEPT-SUB
007730     END-IF.
007740 2320-FIND-DEPARTMENT-EXIT.
007750     EXIT.
007760*-----------------------------------------------------------------
007770* 2330-SEARCH-DEPT-TABLE -- TEST ONE DEPARTMENT TABLE ENTRY.
007780*-----------------------------------------------------------------
007790 2330-SEARCH-DEPT-TABLE.
007800     IF WS-DEPT-CODE (WS-DEPT-SUB) IS EQUAL TO WS-LOOKUP-DEPT
007810         SET WS-DEPT-FOUND TO TRUE
007820     END-IF.
007830 2330-SEARCH-DEPT-TABLE-EXIT.
007840     EXIT.
007850*-----------------------------------------------------------------
007860* 2340-ADD-UNKNOWN-DEPT -- ADD A CODE MET ON THE MASTER BUT NOT
007870*     ON GREETDPT TO THE END OF THE TABLE, STATUS "U", SO IT IS
007880*     STILL COUNTED.  WHEN THE TABLE IS FULL WS-DEPT-SUB IS LEFT
007890*     AT ZERO, THE DEPARTMENT'S PAGE IS STILL PRINTED BUT IT IS
007900*     LEFT OUT OF THE HEADCOUNTS, AND THE RUN ENDS 0004.
007910*-----------------------------------------------------------------
007920 2340-ADD-UNKNOWN-DEPT.
007930     IF WS-DEPT-COUNT IS NOT LESS THAN WS-DEPT-MAX
007940         ADD 1 TO WS-DEPT-DROPPED-COUNT
007950         MOVE ZERO TO WS-DEPT-SUB
007960         GO TO 2340-ADD-UNKNOWN-DEPT-EXIT
007970     END-IF.
007980     ADD 1 TO WS-DEPT-COUNT.
007990     MOVE WS-DEPT-COUNT TO WS-DEPT-SUB.
008000     PERFORM 1130-CLEAR-DEPT-ENTRY
008010         THRU 1130-CLEAR-DEPT-ENTRY-EXIT.
008020     MOVE WS-CURRENT-DEPT TO WS-DEPT-CODE (WS-DEPT-SUB).
008030     MOVE "U"             TO WS-DEPT-STATUS (WS-DEPT-SUB).
008040     IF WS-CURRENT-DEPT IS EQUAL TO SPACES
008050         MOVE "*** NO DEPARTMENT ***"
008060             TO WS-DEPT-NAME (WS-DEPT-SUB)
008070     ELSE
008080         MOVE "*** NOT ON GREETDPT ***"
008090             TO WS-DEPT-NAME (WS-DEPT-SUB)
008100     END-IF.
008110 2340-ADD-UNKNOWN-DEPT-EXIT.
008120     EXIT.
008130*-----------------------------------------------------------------
008140* 2350-SET-STATUS-TEXT -- EDIT THE STATUS OF THE TABLE ENTRY AT
008150*     WS-CUR-DEPT-SUB FOR PRINTING.  ANY STATUS BUT "A" ON
008160*     GREETDPT IS TREATED AS CLOSED, AS HELLOMNT TREATS IT.
008170*-----------------------------------------------------------------
008180 2350-SET-STATUS-TEXT.
008190     IF WS-DEPT-STATUS (WS-CUR-DEPT-SUB) IS EQUAL TO "A"
008200         MOVE "ACTIVE" TO WS-STATUS-TEXT
008210     ELSE
008220         IF WS-DEPT-STATUS (WS-CUR-DEPT-SUB) IS EQUAL TO "U"
008230             MOVE "UNKNOWN" TO WS-STATUS-TEXT
008240         ELSE
008250             MOVE "CLOSED" TO WS-STATUS-TEXT
008260         END-IF
008270     END-IF.
008280     IF WS-DEPT-CODE (WS-CUR-DEPT-SUB) IS EQUAL TO SPACES
008290         MOVE "NONE" TO WS-STATUS-TEXT
008300     END-IF.
008310 2350-SET-STATUS-TEXT-EXIT.
008320     EXIT.
008330*-----------------------------------------------------------------
008340* 2400-COUNT-LANGUAGE -- FIND THE EMPLOYEE'S LANGUAGE SLOT,
008350*     GIVING A NEW LANGUAGE THE NEXT FREE SLOT OR THE OTHER SLOT
008360*     ONCE EIGHT ARE TAKEN, AND COUNT THE EMPLOYEE IN IT FOR THE
008370*     DEPARTMENT AND FOR THE GRAND TOTAL.
008380*-----------------------------------------------------------------
008390 2400-COUNT-LANGUAGE.
008400     MOVE "N" TO WS-LANG-FOUND-SW.
008410     PERFORM 2410-SEARCH-LANG-TABLE
008420         THRU 2410-SEARCH-LANG-TABLE-EXIT
008430         VARYING WS-LANG-SUB FROM 1 BY 1
008440         UNTIL WS-LANG-SUB IS GREATER THAN WS-LANG-COUNT
008450         OR WS-LANG-FOUND.
008460     IF WS-LANG-FOUND
008470         SUBTRACT 1 FROM WS-LANG-SUB GIVING WS-LANG-SLOT
008480     ELSE
008490         IF WS-LANG-COUNT IS LESS THAN 8
008500             ADD 1 TO WS-LANG-COUNT
008510             MOVE WS-EMP-LANG TO WS-LANG-CODE (WS-LANG-COUNT)
008520             MOVE WS-LANG-COUNT TO WS-LANG-SLOT
008530         ELSE
008540             MOVE WS-LANG-OTHER-SLOT TO WS-LANG-SLOT
008550         END-IF
008560     END-IF.
008570     ADD 1 TO WS-TOTAL-LANG-COUNT (WS-LANG-SLOT).
008580     IF WS-CUR-DEPT-SUB IS GREATER THAN ZERO
008590         ADD 1 TO WS-DEPT-HEADCOUNT (WS-CUR-DEPT-SUB)
008600         ADD 1 TO WS-DEPT-LANG-COUNT (WS-CUR-DEPT-SUB,
008610             WS-LANG-SLOT)
008620     END-IF.
008630 2400-COUNT-LANGUAGE-EXIT.
008640     EXIT.
008650*-----------------------------------------------------------------
008660* 2410-SEARCH-LANG-TABLE -- TEST ONE LANGUAGE TABLE ENTRY.
008670*-----------------------------------------------------------------
008680 2410-SEARCH-LANG-TABLE.
008690     IF WS-LANG-CODE (WS-LANG-SUB) IS EQUAL TO WS-EMP-LANG
008700         SET WS-LANG-FOUND TO TRUE
008710     END-IF.
008720 2410-SEARCH-LANG-TABLE-EXIT.
008730     EXIT.
008740*-----------------------------------------------------------------
008750* 3000-FINALIZE -- CLOSE OFF THE LAST DEPARTMENT, THEN PRINT THE
008760*     HEADCOUNT AND LANGUAGE MIX SUMMARY, THE DEPARTMENTS WITH
008770*     NO EMPLOYEES, THE CONTROL TOTALS AND THE FOOTER.
008780*-----------------------------------------------------------------
008790 3000-FINALIZE.
008800     IF NOT WS-FIRST-DEPT
008810         PERFORM 2310-PRINT-DEPT-TOTAL
008820             THRU 2310-PRINT-DEPT-TOTAL-EXIT
008830     END-IF.
008840     PERFORM 3200-PRINT-SUMMARY
008850         THRU 3200-PRINT-SUMMARY-EXIT.
008860     PERFORM 3300-PRINT-EMPTY-DEPTS
008870         THRU 3300-PRINT-EMPTY-DEPTS-EXIT.
008880     IF WS-DEPT-DROPPED-COUNT IS GREATER THAN ZERO
008890         MOVE SPACES TO NL-NOTE-TEXT
008900         MOVE "DEPARTMENT TABLE FULL - DEPARTMENTS NOT COUNTED"
008910             TO NL-NOTE-TEXT
008920         MOVE NL-NOTE-LINE TO PRINT-RECORD
008930         PERFORM 4100-WRITE-LINE
008940             THRU 4100-WRITE-LINE-EXIT
008950         DISPLAY "HELLODPT - DEPARTMENT TABLE LIMIT REACHED, "
008960             WS-DEPT-DROPPED-COUNT " DEPARTMENTS NOT COUNTED"
008970         IF WS-RETURN-CODE IS LESS THAN 0004
008980             MOVE 0004 TO WS-RETURN-CODE
008990         END-IF
009000     END-IF.
009010     MOVE SPACES TO PRINT-RECORD.
009020     PERFORM 4100-WRITE-LINE
009030         THRU 4100-WRITE-LINE-EXIT.
009040     MOVE SPACES TO TL-TOTAL-LINE.
009050     MOVE "EMPLOYEES LISTED                 " TO TL-TOTAL-LABEL.
009060     MOVE WS-MASTER-READ-COUNT TO TL-TOTAL-COUNT.
009070     PERFORM 3100-PRINT-TOTAL
009080         THRU 3100-PRINT-TOTAL-EXIT.
009090     MOVE "  WITH NO DEPARTMENT CODE        " TO TL-TOTAL-LABEL.
009100     MOVE WS-NO-DEPT-EMP-COUNT TO TL-TOTAL-COUNT.
009110     PERFORM 3100-PRINT-TOTAL
009120         THRU 3100-PRINT-TOTAL-EXIT.
009130     MOVE "  IN A DEPARTMENT NOT ON GREETDPT" TO TL-TOTAL-LABEL.
009140     MOVE WS-UNKNOWN-EMP-COUNT TO TL-TOTAL-COUNT.
009150     PERFORM 3100-PRINT-TOTAL
009160         THRU 3100-PRINT-TOTAL-EXIT.
009170     MOVE "  IN A CLOSED DEPARTMENT         " TO TL-TOTAL-LABEL.
009180     MOVE WS-CLOSED-EMP-COUNT TO TL-TOTAL-COUNT.
009190     PERFORM 3100-PRINT-TOTAL
009200         THRU 3100-PRINT-TOTAL-EXIT.
009210     MOVE "DEPARTMENTS ON GREETDPT          " TO TL-TOTAL-LABEL.
009220     MOVE WS-DEPT-FILE-COUNT TO TL-TOTAL-COUNT.
009230     PERFORM 3100-PRINT-TOTAL
009240         THRU 3100-PRINT-TOTAL-EXIT.
009250     MOVE "DEPARTMENTS WITH EMPLOYEES       " TO TL-TOTAL-LABEL.
009260     MOVE WS-STAFFED-DEPT-COUNT TO TL-TOTAL-COUNT.
009270     PERFORM 3100-PRINT-TOTAL
009280         THRU 3100-PRINT-TOTAL-EXIT.
009290     MOVE "DEPARTMENTS WITH NO EMPLOYEES    " TO TL-TOTAL-LABEL.
009300     MOVE WS-EMPTY-DEPT-COUNT TO TL-TOTAL-COUNT.
009310     PERFORM 3100-PRINT-TOTAL
009320         THRU 3100-PRINT-TOTAL-EXIT.
009330     MOVE WS-TODAYS-DATE TO FL-RUN-DATE.
009340     MOVE FL-FOOTER TO PRINT-RECORD.
009350     PERFORM 4100-WRITE-LINE
009360         THRU 4100-WRITE-LINE-EXIT.
009370     DISPLAY "HELLODPT - EMPLOYEES LISTED " WS-MASTER-READ-COUNT
009380         " DEPARTMENTS WITH NO EMPLOYEES " WS-EMPTY-DEPT-COUNT.
009390 3000-FINALIZE-EXIT.
009400     EXIT.
009410*-----------------------------------------------------------------
009420* 3100-PRINT-TOTAL -- WRITE ONE CONTROL TOTAL LINE.
009430*-----------------------------------------------------------------
009440 3100-PRINT-TOTAL.
009450     MOVE TL-TOTAL-LINE TO PRINT-RECORD.
009460     PERFORM 4100-WRITE-LINE
009470         THRU 4100-WRITE-LINE-EXIT.
009480 3100-PRINT-TOTAL-EXIT.
009490     EXIT.
009500*-----------------------------------------------------------------
009510* 3200-PRINT-SUMMARY -- ON A NEW PAGE, ONE LINE PER DEPARTMENT
009520*     IN TABLE ORDER WITH ITS HEADCOUNT AND LANGUAGE MIX, THEN A
009530*     LINE FOR ALL DEPARTMENTS TOGETHER.  THE LANGUAGE COLUMN
009540*     HEADINGS ARE FILLED IN FROM THE LANGUAGE TABLE FIRST.
009550*-----------------------------------------------------------------
009560 3200-PRINT-SUMMARY.
009570     PERFORM 3220-SET-LANG-HEADING
009580         THRU 3220-SET-LANG-HEADING-EXIT
009590         VARYING WS-LANG-SLOT FROM 1 BY 1
009600         UNTIL WS-LANG-SLOT IS GREATER THAN WS-LANG-OTHER-SLOT.
009610     SET WS-PART-SUMMARY TO TRUE.
009620     MOVE 99 TO WS-LINE-COUNT.
009630     PERFORM 3210-PRINT-DEPT-SUMMARY
009640         THRU 3210-PRINT-DEPT-SUMMARY-EXIT
009650         VARYING WS-CUR-DEPT-SUB FROM 1 BY 1
009660         UNTIL WS-CUR-DEPT-SUB IS GREATER THAN WS-DEPT-COUNT.
009670     MOVE SPACES TO SD-SUMMARY-LINE.
009680     MOVE "ALL DEPARTMENTS" TO SD-DEPT-NAME.
009690     MOVE WS-MASTER-READ-COUNT TO SD-HEADCOUNT.
009700     PERFORM 3240-MOVE-TOTAL-LANG
009710         THRU 3240-MOVE-TOTAL-LANG-EXIT
009720         VARYING WS-LANG-SLOT FROM 1 BY 1
009730         UNTIL WS-LANG-SLOT IS GREATER THAN WS-LANG-OTHER-SLOT.
009740     MOVE SPACES TO PRINT-RECORD.
009750     PERFORM 4100-WRITE-LINE
009760         THRU 4100-WRITE-LINE-EXIT.
009770     MOVE SD-SUMMARY-LINE TO PRINT-RECORD.
009780     PERFORM 4100-WRITE-LINE
009790         THRU 4100-WRITE-LINE-EXIT.
009800 3200-PRINT-SUMMARY-EXIT.
009810     EXIT.
009820*-----------------------------------------------------------------
009830* 3210-PRINT-DEPT-SUMMARY -- PRINT THE HEADCOUNT AND LANGUAGE
009840*     MIX LINE FOR ONE DEPARTMENT TABLE ENTRY.
009850*-----------------------------------------------------------------
009860 3210-PRINT-DEPT-SUMMARY.
009870     MOVE SPACES TO SD-SUMMARY-LINE.
009880     MOVE WS-DEPT-CODE (WS-CUR-DEPT-SUB) TO SD-DEPT-CODE.
009890     IF WS-DEPT-CODE (WS-CUR-DEPT-SUB) IS EQUAL TO SPACES
009900         MOVE "---" TO SD-DEPT-CODE
009910     END-IF.
009920     MOVE WS-DEPT-NAME (WS-CUR-DEPT-SUB) TO SD-DEPT-NAME.
009930     PERFORM 2350-SET-STATUS-TEXT
009940         THRU 2350-SET-STATUS-TEXT-EXIT.
009950     MOVE WS-STATUS-TEXT TO SD-DEPT-STATUS.
009960     MOVE WS-DEPT-HEADCOUNT (WS-CUR-DEPT-SUB) TO SD-HEADCOUNT.
009970     PERFORM 3230-MOVE-DEPT-LANG
009980         THRU 3230-MOVE-DEPT-LANG-EXIT
009990         VARYING WS-LANG-SLOT FROM 1 BY 1
010000         UNTIL WS-LANG-SLOT IS GREATER THAN WS-LANG-OTHER-SLOT.
010010     MOVE SD-SUMMARY-LINE TO PRINT-RECORD.
010020     PERFORM 4100-WRITE-LINE
010030         THRU 4100-WRITE-LINE-EXIT.
010040 3210-PRINT-DEPT-SUMMARY-EXIT.
010050     EXIT.
010060*-----------------------------------------------------------------
010070* 3220-SET-LANG-HEADING -- PUT ONE LANGUAGE CODE, OR OTHER, OVER
010080*     ITS COUNT COLUMN.  UNUSED SLOTS ARE LEFT BLANK.
010090*-----------------------------------------------------------------
010100 3220-SET-LANG-HEADING.
010110     MOVE SPACES TO HL-LANG-SLOT (WS-LANG-SLOT).
010120     IF WS-LANG-SLOT IS EQUAL TO WS-LANG-OTHER-SLOT
010130         MOVE "OTHER" TO HL-LANG-SLOT (WS-LANG-SLOT) (2:5)
010140     ELSE
010150         IF WS-LANG-SLOT IS NOT GREATER THAN WS-LANG-COUNT
010160             MOVE WS-LANG-CODE (WS-LANG-SLOT)
010170                 TO HL-LANG-SLOT (WS-LANG-SLOT) (5:2)
010180         END-IF
010190     END-IF.
010200 3220-SET-LANG-HEADING-EXIT.
010210     EXIT.
010220*-----------------------------------------------------------------
010230* 3230-MOVE-DEPT-LANG -- MOVE ONE LANGUAGE COUNT OF THE CURRENT
010240*     DEPARTMENT TO THE SUMMARY LINE.
010250*-----------------------------------------------------------------
010260 3230-MOVE-DEPT-LANG.
010270     MOVE WS-DEPT-LANG-COUNT (WS-CUR-DEPT-SUB, WS-LANG-SLOT)
010280         TO SD-LANG-COUNT (WS-LANG-SLOT).
010290 3230-MOVE-DEPT-LANG-EXIT.
010300     EXIT.
010310*-----------------------------------------------------------------
010320* 3240-MOVE-TOTAL-LANG -- MOVE ONE GRAND-TOTAL LANGUAGE COUNT TO
010330*     THE SUMMARY LINE.
010340*-----------------------------------------------------------------
010350 3240-MOVE-TOTAL-LANG.
010360     MOVE WS-TOTAL-LANG-COUNT (WS-LANG-SLOT)
010370         TO SD-LANG-COUNT (WS-LANG-SLOT).
010380 3240-MOVE-TOTAL-LANG-EXIT.
010390     EXIT.
010400*-----------------------------------------------------------------
010410* 3300-PRINT-EMPTY-DEPTS -- ON A NEW PAGE, LIST EVERY DEPARTMENT
010420*     ON GREETDPT THAT HAS NO EMPLOYEE ON THE MASTER.
010430*-----------------------------------------------------------------
010440 3300-PRINT-EMPTY-DEPTS.
010450     SET WS-PART-EMPTY-DEPTS TO TRUE.
010460     MOVE 99 TO WS-LINE-COUNT.
010470     PERFORM 3310-PRINT-EMPTY-DEPT
010480         THRU 3310-PRINT-EMPTY-DEPT-EXIT
010490         VARYING WS-CUR-DEPT-SUB FROM 1 BY 1
010500         UNTIL WS-CUR-DEPT-SUB IS GREATER THAN WS-DEPT-FILE-COUNT.
010510     IF WS-EMPTY-DEPT-COUNT IS EQUAL TO ZERO
010520         MOVE SPACES TO NL-NOTE-TEXT
010530         MOVE "EVERY DEPARTMENT ON GREETDPT HAS EMPLOYEES"
010540             TO NL-NOTE-TEXT
010550         MOVE NL-NOTE-LINE TO PRINT-RECORD
010560         PERFORM 4100-WRITE-LINE
010570             THRU 4100-WRITE-LINE-EXIT
010580     END-IF.
010590 3300-PRINT-EMPTY-DEPTS-EXIT.
010600     EXIT.
010610*-----------------------------------------------------------------
010620* 3310-PRINT-EMPTY-DEPT -- LIST ONE DEPARTMENT TABLE ENTRY WHEN
010630*     ITS HEADCOUNT IS ZERO.
010640*-----------------------------------------------------------------
010650 3310-PRINT-EMPTY-DEPT.
010660     IF WS-DEPT-HEADCOUNT (WS-CUR-DEPT-SUB) IS GREATER THAN ZERO
010670         GO TO 3310-PRINT-EMPTY-DEPT-EXIT
010680     END-IF.
010690     ADD 1 TO WS-EMPTY-DEPT-COUNT.
010700     MOVE SPACES TO ED-EMPTY-LINE.
010710     MOVE WS-DEPT-CODE (WS-CUR-DEPT-SUB)    TO ED-DEPT-CODE.
010720     MOVE WS-DEPT-NAME (WS-CUR-DEPT-SUB)    TO ED-DEPT-NAME.
010730     MOVE WS-DEPT-MANAGER (WS-CUR-DEPT-SUB) TO ED-DEPT-MANAGER.
010740     PERFORM 2350-SET-STATUS-TEXT
010750         THRU 2350-SET-STATUS-TEXT-EXIT.
010760     MOVE WS-STATUS-TEXT TO ED-DEPT-STATUS.
010770     MOVE ED-EMPTY-LINE TO PRINT-RECORD.
010780     PERFORM 4100-WRITE-LINE
010790         THRU 4100-WRITE-LINE-EXIT.
010800 3310-PRINT-EMPTY-DEPT-EXIT.
010810     EXIT.
010820*-----------------------------------------------------------------
010830* 4000-PRINT-HEADINGS -- START A NEW PAGE WITH THE STANDARD
010840*     REPORT HEADING LINES AND THE COLUMN HEADINGS FOR THE PART
010850*     OF THE REPORT BEING PRINTED: THE DEPARTMENT AND EMPLOYEE
010860*     COLUMNS ON A DEPARTMENT PAGE, THE HEADCOUNT AND LANGUAGE
010870*     COLUMNS ON THE SUMMARY, OR THE EMPTY-DEPARTMENT COLUMNS.
010880*-----------------------------------------------------------------
010890 4000-PRINT-HEADINGS.
010900     ADD 1 TO WS-PAGE-NUMBER.
010910     MOVE WS-PAGE-NUMBER TO HL-PAGE-NUMBER.
010920     MOVE WS-TODAYS-DATE TO HL-RUN-DATE.
010930     WRITE PRINT-RECORD FROM HL-HEADING-1.
010940     WRITE PRINT-RECORD FROM HL-HEADING-2.
010950     IF WS-PART-DEPARTMENTS
010960         WRITE PRINT-RECORD FROM HL-DEPT-HEADING
010970         WRITE PRINT-RECORD FROM HL-EMP-COLUMNS
010980         MOVE 5 TO WS-LINE-COUNT
010990         GO TO 4000-PRINT-HEADINGS-EXIT
011000     END-IF.
011010     IF WS-PART-SUMMARY
011020         WRITE PRINT-RECORD FROM HL-SUMMARY-COLUMNS
011030     ELSE
011040         WRITE PRINT-RECORD FROM HL-EMPTY-COLUMNS
011050     END-IF.
011060     MOVE 4 TO WS-LINE-COUNT.
011070 4000-PRINT-HEADINGS-EXIT.
011080     EXIT.
011090*-----------------------------------------------------------------
011100* 4100-WRITE-LINE -- WRITE ONE REPORT LINE, STARTING A NEW PAGE
011110*     WHEN THE CURRENT PAGE IS FULL.  THE LINE IS HELD WHILE THE
011120*     HEADINGS GO OUT THROUGH THE SAME RECORD AREA.
011130*-----------------------------------------------------------------
011140 4100-WRITE-LINE.
011150     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL
011160         TO WS-LINES-PER-PAGE
011170         MOVE PRINT-RECORD TO WS-HOLD-LINE
011180         PERFORM 4000-PRINT-HEADINGS
011190             THRU 4000-PRINT-HEADINGS-EXIT
011200         MOVE WS-HOLD-LINE TO PRINT-RECORD
011210     END-IF.
011220     WRITE PRINT-RECORD.
011230     ADD 1 TO WS-LINE-COUNT.
011240 4100-WRITE-LINE-EXIT.
011250     EXIT.
011260*-----------------------------------------------------------------
011270* 8900-WRITE-STEP-TIMING -- RECORD THE STEP ON THE SHARED
011280*     STEPTIME DATASET: JOB AND STEP NAME, START AND END DATE AND
011290*     TIME, RECORDS PROCESSED AND THE FINAL RETURN CODE.
011300*     PERFORMED AFTER 9000-TERMINATE SO THE RETURN CODE IS THE
011310*     ONE THE STEP ENDS WITH.  FILE STATUS 35 MEANS THE DATASET
011320*     HAS NEVER BEEN WRITTEN; IT IS OPENED OUTPUT TO CREATE IT.
011330*     THE KEY SEQUENCE IS COUNTED UP FROM ZERO BY
011340*     8910-WRITE-KEYED-TIMING UNTIL THE KEY IS UNIQUE.  THE
011350*     TIMING RECORD IS NOT PART OF THE STEP'S WORK, SO A FAILURE
011360*     HERE IS DISPLAYED BUT LEAVES THE RETURN CODE ALONE.
011370*-----------------------------------------------------------------
011380 8900-WRITE-STEP-TIMING.
011390     OPEN I-O STEPTIME-FILE.
011400     IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "35"
011410         OPEN OUTPUT STEPTIME-FILE
011420     END-IF.
011430     IF WS-STEPTIME-FILE-STATUS IS NOT EQUAL TO "00"
011440         DISPLAY "HELLODPT - UNABLE TO OPEN STEPTIME, "
011450             "STATUS = " WS-STEPTIME-FILE-STATUS
011460         GO TO 8900-WRITE-STEP-TIMING-EXIT
011470     END-IF.
011480     MOVE SPACES               TO STEPTIME-RECORD.
011490     MOVE WS-STEP-START-DATE   TO TM-KEY-START-DATE.
011500     MOVE WS-STEP-START-TIME   TO TM-KEY-START-TIME.
011510     MOVE "HELLODPT"           TO TM-KEY-PROGRAM.
011520     MOVE WS-JOB-NAME          TO TM-JOB-NAME.
011530     MOVE WS-CEE3JBN-STEP-NAME TO TM-STEP-NAME.
011540     ACCEPT TM-END-DATE FROM DATE YYYYMMDD.
011550     ACCEPT TM-END-TIME FROM TIME.
011560     MOVE WS-MASTER-READ-COUNT TO TM-RECORD-COUNT.
011570     MOVE WS-RETURN-CODE       TO TM-RETURN-CODE.
011580     MOVE ZERO TO WS-STEP-SEQ.
011590     MOVE "N"  TO WS-STEP-WRITTEN-SW.
011600     PERFORM 8910-WRITE-KEYED-TIMING
011610         THRU 8910-WRITE-KEYED-TIMING-EXIT
011620         UNTIL WS-STEP-WRITTEN
011630         OR WS-STEP-SEQ IS GREATER THAN 9998.
011640     IF NOT WS-STEP-WRITTEN
011650         DISPLAY "HELLODPT - STEPTIME WRITE FAILED, "
011660             "STATUS = " WS-STEPTIME-FILE-STATUS
011670     END-IF.
011680     CLOSE STEPTIME-FILE.
011690 8900-WRITE-STEP-TIMING-EXIT.
011700     EXIT.
011710*-----------------------------------------------------------------
011720* 8910-WRITE-KEYED-TIMING -- TRY THE WRITE WITH THE CURRENT
011730*     SEQUENCE NUMBER; A DUPLICATE KEY BUMPS THE SEQUENCE AND THE
011740*     CALLER TRIES AGAIN.  ANY OTHER FAILURE ENDS THE RETRIES.
011750*-----------------------------------------------------------------
011760 8910-WRITE-KEYED-TIMING.
011770     MOVE WS-STEP-SEQ TO TM-KEY-SEQ.
011780     WRITE STEPTIME-RECORD
011790         INVALID KEY
011800             IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "22"
011810                 ADD 1 TO WS-STEP-SEQ
011820             ELSE
011830                 MOVE 9999 TO WS-STEP-SEQ
011840             END-IF
011850         NOT INVALID KEY
011860             SET WS-STEP-WRITTEN TO TRUE
011870     END-WRITE.
011880 8910-WRITE-KEYED-TIMING-EXIT.
011890     EXIT.
011900*-----------------------------------------------------------------
011910* 9000-TERMINATE -- CLOSE FILES.
011920*-----------------------------------------------------------------
011930 9000-TERMINATE.
011940     IF WS-MSTSORT-OPEN-OK
011950         CLOSE MSTSORT-FILE
011960     END-IF.
011970     IF WS-PRINT-OPEN-OK
011980         CLOSE PRINT-FILE
011990     END-IF.
012000 9000-TERMINATE-EXIT.
012010     EXIT.
