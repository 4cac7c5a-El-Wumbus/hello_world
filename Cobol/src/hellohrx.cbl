000100*****************************************************************
000110* PROGRAM:      HELLOHRX
000120* AUTHOR:       AIDAN NEAL
000130* INSTALLATION: DATA CENTER - BATCH SYSTEMS GROUP
000140* DATE-WRITTEN: 10/15/2026
000150* DATE-COMPILED:
000160*-----------------------------------------------------------------
000170* PURPOSE.
000180*     INTAKE OF THE NIGHTLY HR EMPLOYEE EXTRACT.  THE EXTRACT IS
000190*     MATCHED BY EMPLOYEE ID AGAINST THE GREETMST GREETING-
000200*     MASTER AND THE DIFFERENCES ARE WRITTEN AS A GREETTRN
000210*     TRANSACTION FILE FOR HELLOMNT TO APPLY:
000220*         - "A" FOR AN ACTIVE EMPLOYEE NOT ON THE MASTER
000230*         - "C" FOR AN ACTIVE EMPLOYEE WHOSE NAME, LANGUAGE,
000240*           DEPARTMENT, HIRE DATE OR BIRTH DATE DIFFERS FROM THE
000245*           MASTER --
000250*           ONLY THE FIELDS THAT DIFFER ARE FILLED IN, THE REST
000260*           LEFT BLANK FOR "NO CHANGE"
000270*         - "D" FOR A TERMINATED EMPLOYEE STILL ON THE MASTER
000280*     A DELTA REPORT LISTS EVERY TRANSACTION WRITTEN, WITH THE
000290*     MASTER AND HR IMAGES, EVERY REJECTED HR RECORD AND EVERY
000300*     MASTER RECORD HR NO LONGER SENDS, FOLLOWED BY CONTROL
000310*     TOTALS THAT MUST BALANCE, SO HR CAN REVIEW THE FILE BEFORE
000320*     HELLOMNT APPLIES IT.  HR RECORDS THAT FAIL THE EDITS ARE
000330*     WRITTEN TO THE HRXREJ REJECT FILE WITH THE REASON AND NEVER
000340*     REACH GREETTRN.
000350*
000360*     A MASTER RECORD WITH NO HR RECORD AT ALL IS REPORTED BUT
000370*     NOT DELETED -- A SHORT OR TRUNCATED EXTRACT MUST NOT EMPTY
000380*     THE MASTER.  ONLY AN EXPLICIT "T" STATUS GENERATES A
000390*     DELETE.  HR DOES NOT CARRY SALUTATIONS, SO AN ADD LEAVES
000400*     THE SALUTATION BLANK (HELLONAME THEN USES THE GREETTAB
000410*     DEFAULT FOR THE LANGUAGE) AND A CHANGE NEVER TOUCHES IT.
000420*     A BLANK HR LANGUAGE CODE MEANS ENGLISH, THE SAME AS A
000430*     BLANK GM-LANG-CODE; A BLANK HR DEPARTMENT LEAVES THE
000440*     MASTER DEPARTMENT AS IT STANDS, AND A BLANK HR BIRTH DATE
000445*     LEAVES THE MASTER BIRTH DATE AS IT STANDS.
000450*-----------------------------------------------------------------
000460* HR EXTRACT LAYOUT (HREXTRCT, LRECL 80).  SORTED ASCENDING BY
000470* EMPLOYEE ID -- THE JOB SORTS IT AHEAD OF THIS STEP.
000480*     COL  1-  6  EMPLOYEE ID      SIX DIGITS
000490*     COL  7      STATUS CODE      A = ACTIVE, T = TERMINATED
000500*     COL  8- 37  FULL NAME
000510*     COL 38- 39  LANGUAGE CODE    BLANK = ENGLISH
000520*     COL 40- 42  DEPARTMENT CODE
000530*     COL 43- 50  HIRE DATE        YYYYMMDD
000535*     COL 51- 54  BIRTH DATE       MMDD, BLANK = NOT SUPPLIED
000540*     COL 55- 80  RESERVED
000550*-----------------------------------------------------------------
000560* REJECT LAYOUT (HRXREJ, LRECL 120).
000570*     COL  1- 80  THE HR EXTRACT RECORD AS RECEIVED
000580*     COL 81-120  REJECT REASON
000590*-----------------------------------------------------------------
000600* RETURN CODES.
000610*     0000  EXTRACT MATCHED CLEANLY AND THE TOTALS BALANCE
000620*     0004  AT LEAST ONE HR RECORD WAS REJECTED, OR A MASTER
000630*           RECORD IS MISSING FROM THE EXTRACT -- REVIEW THE
000640*           DELTA REPORT
000650*     0008  THE CONTROL TOTALS DO NOT BALANCE, OR A GREETTRN OR
000660*           HRXREJ WRITE FAILED -- DO NOT RUN HELLOMNT
000670*     0016  A FILE WOULD NOT OPEN
000680*-----------------------------------------------------------------
000690* MODIFICATION HISTORY.
000700*     DATE       INIT  DESCRIPTION
000710*     ---------- ----  ------------------------------------------
000720*     10/15/2026 AN    ORIGINAL PROGRAM.
000722*     10/15/2026 AN    CARRY THE HR BIRTH DATE (MMDD, COLUMNS
000724*                       51-54) INTO THE NEW GM-BIRTH-DATE FIELD
000726*                       OF THE EXPANDED GMSTREC LAYOUT ON ADDS
000728*                       AND CHANGES.  A NON-BLANK BIRTH DATE
000729*                       THAT IS NOT A REAL MONTH AND DAY IS
000731*                       REJECTED.
000732*     10/15/2026 AN    STEP START AND END NOW RECORDED ON THE
000733*                       SHARED STEPTIME DATASET (COPYBOOK
000734*                       GTIMREC) FOR THE HELLOTIM BATCH-WINDOW
000735*                       REPORT.
000730*****************************************************************
000740 IDENTIFICATION DIVISION.
000750 PROGRAM-ID.     HELLOHRX.
000760 AUTHOR.         AIDAN NEAL.
000770 INSTALLATION.   DATA CENTER - BATCH SYSTEMS GROUP.
000780 DATE-WRITTEN.   10/15/2026.
000790 DATE-COMPILED.
000800 ENVIRONMENT DIVISION.
000810 CONFIGURATION SECTION.
000820 SOURCE-COMPUTER. IBM-370.
000830 OBJECT-COMPUTER. IBM-370.
000840 INPUT-OUTPUT SECTION.
000850 FILE-CONTROL.
000860     SELECT GREETING-MASTER ASSIGN TO GREETMST
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS SEQUENTIAL
000890         RECORD KEY IS GM-EMPLOYEE-ID
000900         FILE STATUS IS WS-GREETMST-FILE-STATUS.
000910     SELECT HREXTRCT-FILE ASSIGN TO HREXTRCT
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-HREXTRCT-FILE-STATUS.
000940     SELECT GREETTRN-FILE ASSIGN TO GREETTRN
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-GREETTRN-FILE-STATUS.
000970     SELECT HRXREJ-FILE   ASSIGN TO HRXREJ
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WS-HRXREJ-FILE-STATUS.
001000     SELECT PRINT-FILE    ASSIGN TO HELLOHRX
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-PRINT-FILE-STATUS.
001021     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
001022         ORGANIZATION IS INDEXED
001023         ACCESS MODE IS RANDOM
001024         RECORD KEY IS TM-TIMING-KEY
001025         FILE STATUS IS WS-STEPTIME-FILE-STATUS.
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  GREETING-MASTER
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 01  GREETING-MASTER-RECORD.
001090     COPY GMSTREC.
001100 FD  HREXTRCT-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 01  HREXTRCT-RECORD.
001140     05  HX-EMPLOYEE-ID         PIC X(06).
001150     05  HX-STATUS-CODE         PIC X(01).
001160         88  HX-STATUS-ACTIVE              VALUE "A".
001170         88  HX-STATUS-TERMINATED          VALUE "T".
001180     05  HX-FULL-NAME           PIC X(30).
001190     05  HX-LANG-CODE           PIC X(02).
001200     05  HX-DEPT-CODE           PIC X(03).
001210     05  HX-HIRE-DATE-X         PIC X(08).
001220     05  HX-HIRE-DATE REDEFINES HX-HIRE-DATE-X
001230                                PIC 9(08).
001235     05  HX-BIRTH-DATE-X        PIC X(04).
001236     05  HX-BIRTH-DATE REDEFINES HX-BIRTH-DATE-X
001237                                PIC 9(04).
001240     05  FILLER                 PIC X(26).
001250 FD  GREETTRN-FILE
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE STANDARD.
001280 01  GREETTRN-RECORD.
001290     COPY GTRNREC.
001300 FD  HRXREJ-FILE
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD.
001330 01  HRXREJ-RECORD.
001340     05  RJ-EXTRACT-RECORD      PIC X(80).
001350     05  RJ-REJECT-REASON       PIC X(40).
001360 FD  PRINT-FILE
001370     RECORDING MODE IS F
001380     LABEL RECORDS ARE STANDARD.
001390 01  PRINT-RECORD               PIC X(133).
001391 FD  STEPTIME-FILE
001392     RECORDING MODE IS F
001393     LABEL RECORDS ARE STANDARD.
001394 01  STEPTIME-RECORD.
001395     COPY GTIMREC.
001400 WORKING-STORAGE SECTION.
001410*-----------------------------------------------------------------
001420* SWITCHES AND COUNTERS.
001430*-----------------------------------------------------------------
001440 01  WS-SWITCHES.
001441     05  WS-STEP-WRITTEN-SW     PIC X(01) VALUE "N".
001442         88  WS-STEP-WRITTEN               VALUE "Y".
001450     05  WS-GREETMST-EOF-SW     PIC X(01) VALUE "N".
001460         88  WS-GREETMST-EOF               VALUE "Y".
001470     05  WS-GREETMST-OPEN-SW    PIC X(01) VALUE "N".
001480         88  WS-GREETMST-OPEN-OK           VALUE "Y".
001490     05  WS-HREXTRCT-EOF-SW     PIC X(01) VALUE "N".
001500         88  WS-HREXTRCT-EOF               VALUE "Y".
001510     05  WS-HREXTRCT-OPEN-SW    PIC X(01) VALUE "N".
001520         88  WS-HREXTRCT-OPEN-OK           VALUE "Y".
001530     05  WS-GREETTRN-OPEN-SW    PIC X(01) VALUE "N".
001540         88  WS-GREETTRN-OPEN-OK           VALUE "Y".
001550     05  WS-HRXREJ-OPEN-SW      PIC X(01) VALUE "N".
001560         88  WS-HRXREJ-OPEN-OK             VALUE "Y".
001570     05  WS-PRINT-OPEN-SW       PIC X(01) VALUE "N".
001580         88  WS-PRINT-OPEN-OK              VALUE "Y".
001590     05  WS-EXTRACT-VALID-SW    PIC X(01) VALUE "N".
001600         88  WS-EXTRACT-VALID              VALUE "Y".
001602     05  WS-BIRTH-DATE-VALID-SW PIC X(01) VALUE "N".
001604         88  WS-BIRTH-DATE-VALID           VALUE "Y".
001610 01  WS-FILE-STATUSES.
001611     05  WS-STEPTIME-FILE-STATUS
001612                                PIC X(02) VALUE SPACES.
001620     05  WS-GREETMST-FILE-STATUS
001630                                PIC X(02) VALUE SPACES.
001640     05  WS-HREXTRCT-FILE-STATUS
001650                                PIC X(02) VALUE SPACES.
001660     05  WS-GREETTRN-FILE-STATUS
001670                                PIC X(02) VALUE SPACES.
001680     05  WS-HRXREJ-FILE-STATUS  PIC X(02) VALUE SPACES.
001690     05  WS-PRINT-FILE-STATUS   PIC X(02) VALUE SPACES.
001700 01  WS-RETURN-CODE             PIC 9(04) VALUE ZERO.
001710 01  WS-EXTRACT-READ-COUNT      PIC 9(06) VALUE ZERO.
001720 01  WS-EXTRACT-REJECT-COUNT    PIC 9(06) VALUE ZERO.
001730 01  WS-MASTER-READ-COUNT       PIC 9(06) VALUE ZERO.
001740 01  WS-ADD-COUNT               PIC 9(06) VALUE ZERO.
001750 01  WS-CHANGE-COUNT            PIC 9(06) VALUE ZERO.
001760 01  WS-DELETE-COUNT            PIC 9(06) VALUE ZERO.
001770 01  WS-UNCHANGED-COUNT         PIC 9(06) VALUE ZERO.
001780 01  WS-TERM-NOT-ON-MST-COUNT   PIC 9(06) VALUE ZERO.
001790 01  WS-NOT-ON-EXTRACT-COUNT    PIC 9(06) VALUE ZERO.
001800 01  WS-TRANS-WRITTEN-COUNT     PIC 9(06) VALUE ZERO.
001810 01  WS-WRITE-FAILED-COUNT      PIC 9(06) VALUE ZERO.
001820 01  WS-BALANCE-COUNT           PIC 9(06) VALUE ZERO.
001830 01  WS-REJECT-REASON           PIC X(40) VALUE SPACES.
001840 01  WS-TODAYS-DATE             PIC 9(08) VALUE ZERO.
001850*-----------------------------------------------------------------
001860* MATCH KEYS -- THE CURRENT EMPLOYEE ID ON EACH SIDE OF THE
001870* MATCH.  A SIDE THAT HAS REACHED END OF FILE HOLDS HIGH-VALUES
001880* SO THE OTHER SIDE DRAINS THROUGH THE NORMAL COMPARE.  THE
001890* PREVIOUS ACCEPTED HR ID ENFORCES THE SORT ORDER.
001900*-----------------------------------------------------------------
001910 01  WS-EXTRACT-KEY             PIC X(06) VALUE LOW-VALUES.
001920 01  WS-MASTER-KEY              PIC X(06) VALUE LOW-VALUES.
001930 01  WS-PREV-EXTRACT-KEY        PIC X(06) VALUE LOW-VALUES.
001931*-----------------------------------------------------------------
001932* BIRTH DATE EDIT -- THE HR MMDD SPLIT FOR CHECKING AGAINST THE
001933* LONGEST MONTH LENGTHS (FEBRUARY 29 ALLOWED, SINCE NO YEAR IS
001934* HELD).
001935*-----------------------------------------------------------------
001936 01  WS-BIRTH-CHECK             PIC X(04) VALUE SPACES.
001937 01  WS-BIRTH-CHECK-R REDEFINES WS-BIRTH-CHECK.
001938     05  WS-BIRTH-CHECK-MONTH   PIC 9(02).
001939     05  WS-BIRTH-CHECK-DAY     PIC 9(02).
001941 01  WS-MONTH-DAYS-VALUES       PIC X(24)
001942                 VALUE "312931303130313130313031".
001943 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001944     05  WS-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
001940*-----------------------------------------------------------------
001950* CHANGE-COMPARE WORK AREA -- LANGUAGE CODES WITH BLANK TAKEN AS
001960* ENGLISH, AND THE LIST OF FIELDS THAT DIFFER FOR THE REPORT.
001970*-----------------------------------------------------------------
001980 01  WS-EXTRACT-LANG            PIC X(02) VALUE SPACES.
001990 01  WS-MASTER-LANG             PIC X(02) VALUE SPACES.
002000 01  WS-CHANGED-FIELDS.
002010     05  WS-CHG-NAME            PIC X(05) VALUE SPACES.
002020     05  WS-CHG-LANG            PIC X(05) VALUE SPACES.
002030     05  WS-CHG-DEPT            PIC X(05) VALUE SPACES.
002040     05  WS-CHG-HIRE            PIC X(05) VALUE SPACES.
002045     05  WS-CHG-BIRTH           PIC X(05) VALUE SPACES.
002050     05  FILLER                 PIC X(15) VALUE SPACES.
002060*-----------------------------------------------------------------
002070* REPORT PRINT CONTROL.
002080*-----------------------------------------------------------------
002090 01  WS-PAGE-NUMBER             PIC 9(04) VALUE ZERO.
002100 01  WS-LINE-COUNT              PIC 9(04) VALUE 99.
002110 01  WS-LINES-PER-PAGE          PIC 9(04) VALUE 55.
002120*-----------------------------------------------------------------
002130* REPORT LINE LAYOUTS.
002140*-----------------------------------------------------------------
002150 01  HL-HEADING-1.
002160     05  FILLER                 PIC X(01) VALUE "1".
002170     05  FILLER                 PIC X(10) VALUE SPACES.
002180     05  FILLER                 PIC X(40)
002190                 VALUE "HR EXTRACT INTAKE DELTA REPORT".
002200     05  FILLER                 PIC X(10) VALUE "PAGE ".
002210     05  HL-PAGE-NUMBER         PIC ZZZ9.
002220     05  FILLER                 PIC X(60) VALUE SPACES.
002230 01  HL-HEADING-2.
002240     05  FILLER                 PIC X(01) VALUE " ".
002250     05  FILLER                 PIC X(10) VALUE SPACES.
002260     05  FILLER                 PIC X(17)
002270                 VALUE "PROGRAM HELLOHRX".
002280     05  FILLER                 PIC X(10) VALUE "RUN DATE ".
002290     05  HL-RUN-DATE            PIC 9(08).
002300     05  FILLER                 PIC X(87) VALUE SPACES.
002310 01  HL-HEADING-3.
002320     05  FILLER                 PIC X(01) VALUE "-".
002330     05  FILLER                 PIC X(10) VALUE SPACES.
002340     05  FILLER                 PIC X(08) VALUE "ACTION".
002350     05  FILLER                 PIC X(10) VALUE "EMPL-ID".
002360     05  FILLER                 PIC X(12) VALUE "DISPOSITION".
002370     05  FILLER                 PIC X(06) VALUE "REASON".
002380     05  FILLER                 PIC X(86) VALUE SPACES.
002390 01  DL-DELTA-LINE.
002400     05  FILLER                 PIC X(01) VALUE " ".
002410     05  FILLER                 PIC X(10) VALUE SPACES.
002420     05  DL-ACTION-CODE         PIC X(01).
002430     05  FILLER                 PIC X(07) VALUE SPACES.
002440     05  DL-EMPLOYEE-ID         PIC X(06).
002450     05  FILLER                 PIC X(04) VALUE SPACES.
002460     05  DL-DISPOSITION         PIC X(10).
002470     05  FILLER                 PIC X(02) VALUE SPACES.
002480     05  DL-REASON              PIC X(40).
002490     05  FILLER                 PIC X(52) VALUE SPACES.
002500 01  DL-IMAGE-LINE.
002510     05  FILLER                 PIC X(01) VALUE " ".
002520     05  FILLER                 PIC X(14) VALUE SPACES.
002530     05  DL-IMAGE-TAG           PIC X(08).
002540     05  FILLER                 PIC X(06) VALUE "NAME ".
002550     05  DL-IMAGE-NAME          PIC X(30).
002560     05  FILLER                 PIC X(13) VALUE "  SALUTATION ".
002570     05  DL-IMAGE-SALUTATION    PIC X(10).
002580     05  FILLER                 PIC X(07) VALUE "  LANG ".
002590     05  DL-IMAGE-LANG          PIC X(02).
002600     05  FILLER                 PIC X(07) VALUE "  DEPT ".
002610     05  DL-IMAGE-DEPT          PIC X(03).
002620     05  FILLER                 PIC X(07) VALUE "  HIRE ".
002630     05  DL-IMAGE-HIRE          PIC X(08).
002632     05  FILLER                 PIC X(07) VALUE "  BDAY ".
002634     05  DL-IMAGE-BIRTH         PIC X(04).
002640     05  FILLER                 PIC X(06) VALUE SPACES.
002650 01  NL-NOTE-LINE.
002660     05  FILLER                 PIC X(01) VALUE "0".
002670     05  FILLER                 PIC X(10) VALUE SPACES.
002680     05  NL-NOTE-TEXT           PIC X(60).
002690     05  FILLER                 PIC X(62) VALUE SPACES.
002700 01  TL-TOTAL-LINE.
002710     05  FILLER                 PIC X(01) VALUE " ".
002720     05  FILLER                 PIC X(10) VALUE SPACES.
002730     05  TL-TOTAL-LABEL         PIC X(34).
002740     05  TL-TOTAL-COUNT         PIC ZZZ,ZZ9.
002750     05  FILLER                 PIC X(81) VALUE SPACES.
002760 01  FL-FOOTER.
002770     05  FILLER                 PIC X(01) VALUE "0".
002780     05  FILLER                 PIC X(10) VALUE SPACES.
002790     05  FILLER                 PIC X(14) VALUE "END OF REPORT".
002800     05  FILLER                 PIC X(12) VALUE "RUN DATE  ".
002810     05  FL-RUN-DATE            PIC 9(08).
002820     05  FILLER                 PIC X(88) VALUE SPACES.
002821*-----------------------------------------------------------------
002822* JOB NAME CONTROL -- THE JOB AND STEP NAMES ARE STAMPED ON THE
002823* STEPTIME RECORD.  THEY ARE OBTAINED AT RUN TIME FROM THE
002824* LANGUAGE ENVIRONMENT CEE3JBN CALLABLE SERVICE, THE SAME WAY
002825* HELLO-WORLD STAMPS ITS GREETLOG RECORDS.
002826*-----------------------------------------------------------------
002827 01  WS-CEE3JBN-JOBNAME.
002828     05  WS-CEE3JBN-JOB-LEN     PIC S9(04) COMP.
002829     05  WS-CEE3JBN-JOB-NAME    PIC X(08).
002831 01  WS-CEE3JBN-STEPNAME.
002832     05  WS-CEE3JBN-STEP-LEN    PIC S9(04) COMP.
002833     05  WS-CEE3JBN-STEP-NAME   PIC X(08).
002834 01  WS-CEE3JBN-PROCNAME.
002835     05  WS-CEE3JBN-PROC-LEN    PIC S9(04) COMP.
002836     05  WS-CEE3JBN-PROC-NAME   PIC X(08).
002837 01  WS-FEEDBACK-CODE.
002838     05  WS-FDBK-SEVERITY       PIC S9(04) COMP.
002839     05  WS-FDBK-MSG-NO         PIC S9(04) COMP.
002841     05  WS-FDBK-CASE-FACILITY  PIC X(01).
002842     05  WS-FDBK-SEV-CONTROL    PIC X(03).
002843     05  WS-FDBK-FACILITY-ID    PIC X(03).
002844     05  WS-FDBK-ISINFO         PIC X(01).
002845 01  WS-JOB-NAME                PIC X(08) VALUE "HELLOHRX".
002846*-----------------------------------------------------------------
002847* STEP TIMING CONTROL -- THE DATE AND TIME THE STEP STARTED, HELD
002848* FOR THE STEPTIME RECORD WRITTEN AS THE STEP ENDS, AND THE KEY
002849* SEQUENCE THAT KEEPS THAT RECORD'S KEY UNIQUE.
002851*-----------------------------------------------------------------
002852 01  WS-STEP-START-DATE         PIC 9(08) VALUE ZERO.
002853 01  WS-STEP-START-TIME         PIC 9(08) VALUE ZERO.
002854 01  WS-STEP-SEQ                PIC 9(04) VALUE ZERO.
002830 PROCEDURE DIVISION.
002840*-----------------------------------------------------------------
002850* 0000-MAIN-CONTROL -- OVERALL SEQUENCE OF PROCESSING.  THE
002860*     EXTRACT AND THE MASTER ARE BOTH IN EMPLOYEE-ID ORDER AND
002870*     ARE MATCHED ONE KEY AT A TIME UNTIL BOTH ARE EXHAUSTED.
002880*-----------------------------------------------------------------
002890 0000-MAIN-CONTROL.
002891     PERFORM 0010-START-STEP-TIMING
002892         THRU 0010-START-STEP-TIMING-EXIT.
002893     PERFORM 0050-GET-JOB-NAME
002894         THRU 0050-GET-JOB-NAME-EXIT.
002900     PERFORM 1000-INITIALIZE
002910         THRU 1000-INITIALIZE-EXIT.
002920     IF WS-RETURN-CODE IS LESS THAN 0016
002930         PERFORM 2000-MATCH-EMPLOYEE
002940             THRU 2000-MATCH-EMPLOYEE-EXIT
002950             UNTIL WS-EXTRACT-KEY IS EQUAL TO HIGH-VALUES
002960             AND WS-MASTER-KEY IS EQUAL TO HIGH-VALUES
002970         PERFORM 3000-FINALIZE
002980             THRU 3000-FINALIZE-EXIT
002990     END-IF.
003000     PERFORM 9000-TERMINATE
003010         THRU 9000-TERMINATE-EXIT.
003011     PERFORM 8900-WRITE-STEP-TIMING
003012         THRU 8900-WRITE-STEP-TIMING-EXIT.
003020     MOVE WS-RETURN-CODE TO RETURN-CODE.
003030     GOBACK.
003031*-----------------------------------------------------------------
003032* 0010-START-STEP-TIMING -- NOTE THE DATE AND TIME THE STEP
003033*     STARTED, FOR THE STEPTIME RECORD WRITTEN AS IT ENDS.
003034*-----------------------------------------------------------------
003035 0010-START-STEP-TIMING.
003036     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
003037     ACCEPT WS-STEP-START-TIME FROM TIME.
003038 0010-START-STEP-TIMING-EXIT.
003039     EXIT.
003041*-----------------------------------------------------------------
003042* 0050-GET-JOB-NAME -- ASK LANGUAGE ENVIRONMENT FOR THE NAME OF
003043*     THE JOB AND STEP THIS PROGRAM IS ACTUALLY RUNNING UNDER, FOR
003044*     THE STEPTIME RECORD.  WS-JOB-NAME KEEPS ITS VALUE-CLAUSE
003045*     DEFAULT IF THE CALL CANNOT SUPPLY ONE.
003046*-----------------------------------------------------------------
003047 0050-GET-JOB-NAME.
003048     CALL "CEE3JBN" USING WS-CEE3JBN-JOBNAME
003049         WS-CEE3JBN-STEPNAME
003051         WS-CEE3JBN-PROCNAME
003052         WS-FEEDBACK-CODE.
003053     IF WS-CEE3JBN-JOB-NAME IS NOT EQUAL TO SPACES
003054         MOVE WS-CEE3JBN-JOB-NAME TO WS-JOB-NAME
003055     END-IF.
003056 0050-GET-JOB-NAME-EXIT.
003057     EXIT.
003040*-----------------------------------------------------------------
003050* 1000-INITIALIZE -- OPEN FILES, PRINT HEADINGS AND PRIME BOTH
003060*     SIDES OF THE MATCH.  ANY OPEN FAILURE IS 0016 AND NO
003070*     TRANSACTION IS WRITTEN.
003080*-----------------------------------------------------------------
003090 1000-INITIALIZE.
003100     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
003110     OPEN INPUT GREETING-MASTER.
003120     IF WS-GREETMST-FILE-STATUS IS EQUAL TO "00"
003130         SET WS-GREETMST-OPEN-OK TO TRUE
003140     ELSE
003150         DISPLAY "HELLOHRX - UNABLE TO OPEN GREETING-MASTER, "
003160             "STATUS = " WS-GREETMST-FILE-STATUS
003170         MOVE 0016 TO WS-RETURN-CODE
003180         GO TO 1000-INITIALIZE-EXIT
003190     END-IF.
003200     OPEN INPUT HREXTRCT-FILE.
003210     IF WS-HREXTRCT-FILE-STATUS IS EQUAL TO "00"
003220         SET WS-HREXTRCT-OPEN-OK TO TRUE
003230     ELSE
003240         DISPLAY "HELLOHRX - UNABLE TO OPEN HREXTRCT, "
003250             "STATUS = " WS-HREXTRCT-FILE-STATUS
003260         MOVE 0016 TO WS-RETURN-CODE
003270         GO TO 1000-INITIALIZE-EXIT
003280     END-IF.
003290     OPEN OUTPUT GREETTRN-FILE.
003300     IF WS-GREETTRN-FILE-STATUS IS EQUAL TO "00"
003310         SET WS-GREETTRN-OPEN-OK TO TRUE
003320     ELSE
003330         DISPLAY "HELLOHRX - UNABLE TO OPEN GREETTRN, "
003340             "STATUS = " WS-GREETTRN-FILE-STATUS
003350         MOVE 0016 TO WS-RETURN-CODE
003360         GO TO 1000-INITIALIZE-EXIT
003370     END-IF.
003380     OPEN OUTPUT HRXREJ-FILE.
003390     IF WS-HRXREJ-FILE-STATUS IS EQUAL TO "00"
003400         SET WS-HRXREJ-OPEN-OK TO TRUE
003410     ELSE
003420         DISPLAY "HELLOHRX - UNABLE TO OPEN HRXREJ, "
003430             "STATUS = " WS-HRXREJ-FILE-STATUS
003440         MOVE 0016 TO WS-RETURN-CODE
003450         GO TO 1000-INITIALIZE-EXIT
003460     END-IF.
003470     OPEN OUTPUT PRINT-FILE.
003480     SET WS-PRINT-OPEN-OK TO TRUE.
003490     PERFORM 4000-PRINT-HEADINGS
003500         THRU 4000-PRINT-HEADINGS-EXIT.
003510     PERFORM 2100-READ-EXTRACT
003520         THRU 2100-READ-EXTRACT-EXIT.
003530     PERFORM 2200-READ-MASTER
003540         THRU 2200-READ-MASTER-EXIT.
003550 1000-INITIALIZE-EXIT.
003560     EXIT.
003570*-----------------------------------------------------------------
003580* 2000-MATCH-EMPLOYEE -- COMPARE THE CURRENT KEYS AND HANDLE THE
003590*     LOWER ONE.  HR ONLY: A NEW HIRE (OR A TERMINATION FOR AN
003600*     EMPLOYEE WE NEVER HAD).  MASTER ONLY: HR NO LONGER SENDS
003610*     THE EMPLOYEE.  BOTH: A POSSIBLE CHANGE OR TERMINATION.
003620*-----------------------------------------------------------------
003630 2000-MATCH-EMPLOYEE.
003640     IF WS-EXTRACT-KEY IS LESS THAN WS-MASTER-KEY
003650         PERFORM 2300-EXTRACT-ONLY
003660             THRU 2300-EXTRACT-ONLY-EXIT
003670         PERFORM 2100-READ-EXTRACT
003680             THRU 2100-READ-EXTRACT-EXIT
003690         GO TO 2000-MATCH-EMPLOYEE-EXIT
003700     END-IF.
003710     IF WS-EXTRACT-KEY IS GREATER THAN WS-MASTER-KEY
003720         PERFORM 2400-MASTER-ONLY
003730             THRU 2400-MASTER-ONLY-EXIT
003740         PERFORM 2200-READ-MASTER
003750             THRU 2200-READ-MASTER-EXIT
003760         GO TO 2000-MATCH-EMPLOYEE-EXIT
003770     END-IF.
003780     PERFORM 2500-MATCHED
003790         THRU 2500-MATCHED-EXIT.
003800     PERFORM 2100-READ-EXTRACT
003810         THRU 2100-READ-EXTRACT-EXIT.
003820     PERFORM 2200-READ-MASTER
003830         THRU 2200-READ-MASTER-EXIT.
003840 2000-MATCH-EMPLOYEE-EXIT.
003850     EXIT.
003860*-----------------------------------------------------------------
003870* 2100-READ-EXTRACT -- DELIVER THE NEXT HR RECORD THAT PASSES
003880*     THE EDITS.  RECORDS THAT FAIL ARE REJECTED AND SKIPPED
003890*     HERE, SO THE MATCH ONLY EVER SEES CLEAN, IN-SEQUENCE KEYS.
003900*-----------------------------------------------------------------
003910 2100-READ-EXTRACT.
003920     MOVE "N" TO WS-EXTRACT-VALID-SW.
003930     PERFORM 2110-READ-EXTRACT-RECORD
003940         THRU 2110-READ-EXTRACT-RECORD-EXIT
003950         UNTIL WS-EXTRACT-VALID
003960         OR WS-HREXTRCT-EOF.
003970     IF WS-HREXTRCT-EOF
003980         MOVE HIGH-VALUES TO WS-EXTRACT-KEY
003990     ELSE
004000         MOVE HX-EMPLOYEE-ID TO WS-EXTRACT-KEY
004010         MOVE HX-EMPLOYEE-ID TO WS-PREV-EXTRACT-KEY
004020     END-IF.
004030 2100-READ-EXTRACT-EXIT.
004040     EXIT.
004050*-----------------------------------------------------------------
004060* 2110-READ-EXTRACT-RECORD -- READ ONE HR RECORD AND EDIT IT.
004070*     THE EMPLOYEE ID MUST BE SIX DIGITS AND ABOVE THE LAST ONE
004080*     ACCEPTED (A DUPLICATE OR OUT-OF-ORDER ID WOULD BREAK THE
004090*     MATCH), THE STATUS MUST BE A OR T, THE NAME MUST NOT BE
004100*     BLANK AND THE HIRE DATE MUST BE EIGHT DIGITS.  A BIRTH
004105*     DATE, WHEN HR SENDS ONE, MUST BE A REAL MONTH AND DAY.
004110*-----------------------------------------------------------------
004120 2110-READ-EXTRACT-RECORD.
004130     READ HREXTRCT-FILE
004140         AT END
004150             SET WS-HREXTRCT-EOF TO TRUE
004160     END-READ.
004170     IF WS-HREXTRCT-EOF
004180         GO TO 2110-READ-EXTRACT-RECORD-EXIT
004190     END-IF.
004200     ADD 1 TO WS-EXTRACT-READ-COUNT.
004210     MOVE SPACES TO WS-REJECT-REASON.
004220     IF HX-EMPLOYEE-ID IS EQUAL TO SPACES
004230         OR HX-EMPLOYEE-ID IS NOT NUMERIC
004240         MOVE "EMPLOYEE ID BLANK OR NOT NUMERIC"
004250             TO WS-REJECT-REASON
004260     ELSE
004270         IF HX-EMPLOYEE-ID IS NOT GREATER THAN
004280             WS-PREV-EXTRACT-KEY
004290             MOVE "DUPLICATE OR OUT-OF-SEQUENCE ID"
004300                 TO WS-REJECT-REASON
004310         ELSE
004320             IF NOT HX-STATUS-ACTIVE
004330                 AND NOT HX-STATUS-TERMINATED
004340                 MOVE "STATUS CODE IS NOT A OR T"
004350                     TO WS-REJECT-REASON
004360             ELSE
004370                 IF HX-FULL-NAME IS EQUAL TO SPACES
004380                     MOVE "FULL NAME IS BLANK"
004390                         TO WS-REJECT-REASON
004400                 ELSE
004410                     IF HX-HIRE-DATE-X IS NOT NUMERIC
004420                         MOVE "HIRE DATE IS NOT YYYYMMDD"
004430                             TO WS-REJECT-REASON
004432                     ELSE
004434                         PERFORM 2120-EDIT-BIRTH-DATE
004436                             THRU 2120-EDIT-BIRTH-DATE-EXIT
004438                         IF NOT WS-BIRTH-DATE-VALID
004439                             MOVE "BIRTH DATE IS NOT A VALID MMDD"
004441                                 TO WS-REJECT-REASON
004442                         END-IF
004440                     END-IF
004450                 END-IF
004460             END-IF
004470         END-IF
004480     END-IF.
004490     IF WS-REJECT-REASON IS EQUAL TO SPACES
004500         SET WS-EXTRACT-VALID TO TRUE
004510     ELSE
004520         PERFORM 2600-REJECT-EXTRACT
004530             THRU 2600-REJECT-EXTRACT-EXIT
004540     END-IF.
004550 2110-READ-EXTRACT-RECORD-EXIT.
004560     EXIT.
004561*-----------------------------------------------------------------
004562* 2120-EDIT-BIRTH-DATE -- A BLANK BIRTH DATE IS ALLOWED (HR DOES
004563*     NOT HAVE ONE FOR EVERY EMPLOYEE).  OTHERWISE IT MUST BE
004564*     FOUR DIGITS GIVING A MONTH OF 01-12 AND A DAY NO LATER
004565*     THAN THE LAST DAY OF THAT MONTH; 0229 IS VALID.
004566*-----------------------------------------------------------------
004567 2120-EDIT-BIRTH-DATE.
004568     MOVE "N" TO WS-BIRTH-DATE-VALID-SW.
004569     IF HX-BIRTH-DATE-X IS EQUAL TO SPACES
004570         SET WS-BIRTH-DATE-VALID TO TRUE
004571         GO TO 2120-EDIT-BIRTH-DATE-EXIT
004572     END-IF.
004573     IF HX-BIRTH-DATE-X IS NOT NUMERIC
004574         GO TO 2120-EDIT-BIRTH-DATE-EXIT
004575     END-IF.
004576     MOVE HX-BIRTH-DATE-X TO WS-BIRTH-CHECK.
004577     IF WS-BIRTH-CHECK-MONTH IS LESS THAN 01
004578         OR WS-BIRTH-CHECK-MONTH IS GREATER THAN 12
004579         GO TO 2120-EDIT-BIRTH-DATE-EXIT
004580     END-IF.
004581     IF WS-BIRTH-CHECK-DAY IS LESS THAN 01
004582         OR WS-BIRTH-CHECK-DAY IS GREATER THAN
004583             WS-MONTH-DAYS (WS-BIRTH-CHECK-MONTH)
004584         GO TO 2120-EDIT-BIRTH-DATE-EXIT
004585     END-IF.
004586     SET WS-BIRTH-DATE-VALID TO TRUE.
004587 2120-EDIT-BIRTH-DATE-EXIT.
004588     EXIT.
004589*-----------------------------------------------------------------
004591* 2200-READ-MASTER -- READ THE NEXT MASTER RECORD IN KEY ORDER.
004590*-----------------------------------------------------------------
004600 2200-READ-MASTER.
004610     READ GREETING-MASTER NEXT RECORD
004620         AT END
004630             SET WS-GREETMST-EOF TO TRUE
004640     END-READ.
004650     IF WS-GREETMST-EOF
004660         MOVE HIGH-VALUES TO WS-MASTER-KEY
004670     ELSE
004680         ADD 1 TO WS-MASTER-READ-COUNT
004690         MOVE GM-EMPLOYEE-ID TO WS-MASTER-KEY
004700     END-IF.
004710 2200-READ-MASTER-EXIT.
004720     EXIT.
004730*-----------------------------------------------------------------
004740* 2300-EXTRACT-ONLY -- HR SENDS AN EMPLOYEE THE MASTER DOES NOT
004750*     HAVE.  AN ACTIVE EMPLOYEE IS A NEW HIRE AND GETS AN ADD;
004760*     A TERMINATED ONE NEEDS NOTHING.
004770*-----------------------------------------------------------------
004780 2300-EXTRACT-ONLY.
004790     IF HX-STATUS-TERMINATED
004800         ADD 1 TO WS-TERM-NOT-ON-MST-COUNT
004810         MOVE SPACES          TO DL-DELTA-LINE
004820         MOVE HX-EMPLOYEE-ID  TO DL-EMPLOYEE-ID
004830         MOVE "NO ACTION"     TO DL-DISPOSITION
004840         MOVE "TERMINATED - NOT ON MASTER" TO DL-REASON
004850         MOVE DL-DELTA-LINE   TO PRINT-RECORD
004860         PERFORM 4100-WRITE-LINE
004870             THRU 4100-WRITE-LINE-EXIT
004880         GO TO 2300-EXTRACT-ONLY-EXIT
004890     END-IF.
004900     MOVE SPACES           TO GREETTRN-RECORD.
004910     SET TR-ACTION-ADD     TO TRUE.
004920     MOVE HX-EMPLOYEE-ID   TO TR-EMPLOYEE-ID.
004930     MOVE HX-FULL-NAME     TO TR-FULL-NAME.
004940     MOVE HX-LANG-CODE     TO TR-LANG-CODE.
004950     MOVE HX-DEPT-CODE     TO TR-DEPT-CODE.
004960     MOVE HX-HIRE-DATE-X   TO TR-HIRE-DATE-X.
004965     MOVE HX-BIRTH-DATE-X  TO TR-BIRTH-DATE-X.
004970     PERFORM 2700-WRITE-TRANSACTION
004980         THRU 2700-WRITE-TRANSACTION-EXIT.
004990     ADD 1 TO WS-ADD-COUNT.
005000     MOVE SPACES           TO DL-DELTA-LINE.
005010     MOVE "NEW HIRE"       TO DL-REASON.
005020     PERFORM 2800-PRINT-TRANSACTION
005030         THRU 2800-PRINT-TRANSACTION-EXIT.
005040     PERFORM 2820-PRINT-EXTRACT-IMAGE
005050         THRU 2820-PRINT-EXTRACT-IMAGE-EXIT.
005060 2300-EXTRACT-ONLY-EXIT.
005070     EXIT.
005080*-----------------------------------------------------------------
005090* 2400-MASTER-ONLY -- THE MASTER HOLDS AN EMPLOYEE HR DID NOT
005100*     SEND.  NOT DELETED -- ONLY AN EXPLICIT TERMINATION DOES
005110*     THAT -- BUT LISTED WITH 0004 SO HR CAN FOLLOW IT UP.
005120*-----------------------------------------------------------------
005130 2400-MASTER-ONLY.
005140     ADD 1 TO WS-NOT-ON-EXTRACT-COUNT.
005150     IF WS-RETURN-CODE IS LESS THAN 0004
005160         MOVE 0004 TO WS-RETURN-CODE
005170     END-IF.
005180     MOVE SPACES          TO DL-DELTA-LINE.
005190     MOVE GM-EMPLOYEE-ID  TO DL-EMPLOYEE-ID.
005200     MOVE "NO ACTION"     TO DL-DISPOSITION.
005210     MOVE "ON MASTER BUT NOT ON HR EXTRACT" TO DL-REASON.
005220     MOVE DL-DELTA-LINE   TO PRINT-RECORD.
005230     PERFORM 4100-WRITE-LINE
005240         THRU 4100-WRITE-LINE-EXIT.
005250     PERFORM 2810-PRINT-MASTER-IMAGE
005260         THRU 2810-PRINT-MASTER-IMAGE-EXIT.
005270 2400-MASTER-ONLY-EXIT.
005280     EXIT.
005290*-----------------------------------------------------------------
005300* 2500-MATCHED -- THE EMPLOYEE IS ON BOTH.  A TERMINATION GETS A
005310*     DELETE.  OTHERWISE EACH FIELD HR OWNS IS COMPARED AND ONLY
005320*     THOSE THAT DIFFER GO ON THE CHANGE; NO DIFFERENCE, NO
005330*     TRANSACTION.
005340*-----------------------------------------------------------------
005350 2500-MATCHED.
005360     MOVE SPACES           TO GREETTRN-RECORD.
005370     MOVE HX-EMPLOYEE-ID   TO TR-EMPLOYEE-ID.
005380     IF HX-STATUS-TERMINATED
005390         SET TR-ACTION-DELETE TO TRUE
005400         PERFORM 2700-WRITE-TRANSACTION
005410             THRU 2700-WRITE-TRANSACTION-EXIT
005420         ADD 1 TO WS-DELETE-COUNT
005430         MOVE SPACES       TO DL-DELTA-LINE
005440         MOVE "TERMINATED" TO DL-REASON
005450         PERFORM 2800-PRINT-TRANSACTION
005460             THRU 2800-PRINT-TRANSACTION-EXIT
005470         PERFORM 2810-PRINT-MASTER-IMAGE
005480             THRU 2810-PRINT-MASTER-IMAGE-EXIT
005490         GO TO 2500-MATCHED-EXIT
005500     END-IF.
005510     MOVE SPACES TO WS-CHANGED-FIELDS.
005520     IF HX-FULL-NAME IS NOT EQUAL TO GM-FULL-NAME
005530         MOVE HX-FULL-NAME TO TR-FULL-NAME
005540         MOVE "NAME"       TO WS-CHG-NAME
005550     END-IF.
005560     MOVE HX-LANG-CODE TO WS-EXTRACT-LANG.
005570     IF WS-EXTRACT-LANG IS EQUAL TO SPACES
005580         MOVE "EN" TO WS-EXTRACT-LANG
005590     END-IF.
005600     MOVE GM-LANG-CODE TO WS-MASTER-LANG.
005610     IF WS-MASTER-LANG IS EQUAL TO SPACES
005620         MOVE "EN" TO WS-MASTER-LANG
005630     END-IF.
005640     IF WS-EXTRACT-LANG IS NOT EQUAL TO WS-MASTER-LANG
005650         MOVE WS-EXTRACT-LANG TO TR-LANG-CODE
005660         MOVE "LANG"          TO WS-CHG-LANG
005670     END-IF.
005680     IF HX-DEPT-CODE IS NOT EQUAL TO SPACES
005690         AND HX-DEPT-CODE IS NOT EQUAL TO GM-DEPT-CODE
005700         MOVE HX-DEPT-CODE TO TR-DEPT-CODE
005710         MOVE "DEPT"       TO WS-CHG-DEPT
005720     END-IF.
005730     IF GM-HIRE-DATE IS NOT NUMERIC
005740         MOVE HX-HIRE-DATE-X TO TR-HIRE-DATE-X
005750         MOVE "HIRE"         TO WS-CHG-HIRE
005760     ELSE
005770         IF HX-HIRE-DATE IS NOT EQUAL TO GM-HIRE-DATE
005780             MOVE HX-HIRE-DATE-X TO TR-HIRE-DATE-X
005790             MOVE "HIRE"         TO WS-CHG-HIRE
005800         END-IF
005810     END-IF.
005811     IF HX-BIRTH-DATE-X IS NOT EQUAL TO SPACES
005812         IF GM-BIRTH-DATE IS NOT NUMERIC
005813             MOVE HX-BIRTH-DATE-X TO TR-BIRTH-DATE-X
005814             MOVE "BRTH"          TO WS-CHG-BIRTH
005815         ELSE
005816             IF HX-BIRTH-DATE IS NOT EQUAL TO GM-BIRTH-DATE
005817                 MOVE HX-BIRTH-DATE-X TO TR-BIRTH-DATE-X
005818                 MOVE "BRTH"          TO WS-CHG-BIRTH
005819             END-IF
005821         END-IF
005822     END-IF.
005820     IF WS-CHANGED-FIELDS IS EQUAL TO SPACES
005830         ADD 1 TO WS-UNCHANGED-COUNT
005840         GO TO 2500-MATCHED-EXIT
005850     END-IF.
005860     SET TR-ACTION-CHANGE TO TRUE.
005870     PERFORM 2700-WRITE-TRANSACTION
005880         THRU 2700-WRITE-TRANSACTION-EXIT.
005890     ADD 1 TO WS-CHANGE-COUNT.
005900     MOVE SPACES            TO DL-DELTA-LINE.
005910     MOVE WS-CHANGED-FIELDS TO DL-REASON.
005920     PERFORM 2800-PRINT-TRANSACTION
005930         THRU 2800-PRINT-TRANSACTION-EXIT.
005940     PERFORM 2810-PRINT-MASTER-IMAGE
005950         THRU 2810-PRINT-MASTER-IMAGE-EXIT.
005960     PERFORM 2820-PRINT-EXTRACT-IMAGE
005970         THRU 2820-PRINT-EXTRACT-IMAGE-EXIT.
005980 2500-MATCHED-EXIT.
005990     EXIT.
006000*-----------------------------------------------------------------
006010* 2600-REJECT-EXTRACT -- WRITE A FAILED HR RECORD TO HRXREJ WITH
006020*     ITS REASON AND LIST IT ON THE DELTA REPORT.  ANY REJECT
006030*     LEAVES RETURN CODE 0004.
006040*-----------------------------------------------------------------
006050 2600-REJECT-EXTRACT.
006060     ADD 1 TO WS-EXTRACT-REJECT-COUNT.
006070     IF WS-RETURN-CODE IS LESS THAN 0004
006080         MOVE 0004 TO WS-RETURN-CODE
006090     END-IF.
006100     MOVE HREXTRCT-RECORD  TO RJ-EXTRACT-RECORD.
006110     MOVE WS-REJECT-REASON TO RJ-REJECT-REASON.
006120     WRITE HRXREJ-RECORD.
006130     IF WS-HRXREJ-FILE-STATUS IS NOT EQUAL TO "00"
006140         DISPLAY "HELLOHRX - HRXREJ WRITE FAILED FOR "
006150             HX-EMPLOYEE-ID ", STATUS = " WS-HRXREJ-FILE-STATUS
006160         ADD 1 TO WS-WRITE-FAILED-COUNT
006170     END-IF.
006180     MOVE SPACES           TO DL-DELTA-LINE.
006190     MOVE HX-EMPLOYEE-ID   TO DL-EMPLOYEE-ID.
006200     MOVE "REJECTED"       TO DL-DISPOSITION.
006210     MOVE WS-REJECT-REASON TO DL-REASON.
006220     MOVE DL-DELTA-LINE    TO PRINT-RECORD.
006230     PERFORM 4100-WRITE-LINE
006240         THRU 4100-WRITE-LINE-EXIT.
006250 2600-REJECT-EXTRACT-EXIT.
006260     EXIT.
006270*-----------------------------------------------------------------
006280* 2700-WRITE-TRANSACTION -- WRITE THE GREETTRN RECORD BUILT BY
006290*     THE CALLER.  A FAILED WRITE IS COUNTED AND SURFACES AS AN
006300*     OUT-OF-BALANCE CONDITION AT FINALIZE.
006310*-----------------------------------------------------------------
006320 2700-WRITE-TRANSACTION.
006330     WRITE GREETTRN-RECORD.
006340     IF WS-GREETTRN-FILE-STATUS IS EQUAL TO "00"
006350         ADD 1 TO WS-TRANS-WRITTEN-COUNT
006360     ELSE
006370         DISPLAY "HELLOHRX - GREETTRN WRITE FAILED FOR "
006380             TR-EMPLOYEE-ID ", STATUS = " WS-GREETTRN-FILE-STATUS
006390         ADD 1 TO WS-WRITE-FAILED-COUNT
006400     END-IF.
006410 2700-WRITE-TRANSACTION-EXIT.
006420     EXIT.
006430*-----------------------------------------------------------------
006440* 2800-PRINT-TRANSACTION -- PRINT THE DELTA LINE FOR THE
006450*     TRANSACTION JUST WRITTEN.  DL-REASON IS SET BY THE CALLER.
006460*-----------------------------------------------------------------
006470 2800-PRINT-TRANSACTION.
006480     MOVE TR-ACTION-CODE  TO DL-ACTION-CODE.
006490     MOVE TR-EMPLOYEE-ID  TO DL-EMPLOYEE-ID.
006500     IF TR-ACTION-ADD
006510         MOVE "ADD"       TO DL-DISPOSITION
006520     ELSE
006530         IF TR-ACTION-CHANGE
006540             MOVE "CHANGE" TO DL-DISPOSITION
006550         ELSE
006560             MOVE "DELETE" TO DL-DISPOSITION
006570         END-IF
006580     END-IF.
006590     MOVE DL-DELTA-LINE   TO PRINT-RECORD.
006600     PERFORM 4100-WRITE-LINE
006610         THRU 4100-WRITE-LINE-EXIT.
006620 2800-PRINT-TRANSACTION-EXIT.
006630     EXIT.
006640*-----------------------------------------------------------------
006650* 2810-PRINT-MASTER-IMAGE -- THE MASTER RECORD AS IT STANDS.
006660*-----------------------------------------------------------------
006670 2810-PRINT-MASTER-IMAGE.
006690     MOVE "MASTER"        TO DL-IMAGE-TAG.
006700     MOVE GM-FULL-NAME    TO DL-IMAGE-NAME.
006710     MOVE GM-SALUTATION   TO DL-IMAGE-SALUTATION.
006720     MOVE GM-LANG-CODE    TO DL-IMAGE-LANG.
006730     MOVE GM-DEPT-CODE    TO DL-IMAGE-DEPT.
006740     MOVE GM-HIRE-DATE    TO DL-IMAGE-HIRE.
006745     MOVE GM-BIRTH-DATE   TO DL-IMAGE-BIRTH.
006750     MOVE DL-IMAGE-LINE   TO PRINT-RECORD.
006760     PERFORM 4100-WRITE-LINE
006770         THRU 4100-WRITE-LINE-EXIT.
006780 2810-PRINT-MASTER-IMAGE-EXIT.
006790     EXIT.
006800*-----------------------------------------------------------------
006810* 2820-PRINT-EXTRACT-IMAGE -- THE EMPLOYEE AS HR SENDS THEM.
006820*-----------------------------------------------------------------
006830 2820-PRINT-EXTRACT-IMAGE.
006850     MOVE "HR"            TO DL-IMAGE-TAG.
006860     MOVE HX-FULL-NAME    TO DL-IMAGE-NAME.
006865     MOVE SPACES          TO DL-IMAGE-SALUTATION.
006870     MOVE HX-LANG-CODE    TO DL-IMAGE-LANG.
006880     MOVE HX-DEPT-CODE    TO DL-IMAGE-DEPT.
006890     MOVE HX-HIRE-DATE-X  TO DL-IMAGE-HIRE.
006895     MOVE HX-BIRTH-DATE-X TO DL-IMAGE-BIRTH.
006900     MOVE DL-IMAGE-LINE   TO PRINT-RECORD.
006910     PERFORM 4100-WRITE-LINE
006920         THRU 4100-WRITE-LINE-EXIT.
006930 2820-PRINT-EXTRACT-IMAGE-EXIT.
006940     EXIT.
006950*-----------------------------------------------------------------
006960* 3000-FINALIZE -- PRINT THE CONTROL TOTALS AND PROVE THEM.
006970*     EVERY HR RECORD READ MUST BE REJECTED, ADDED, CHANGED,
006980*     DELETED, UNCHANGED OR A TERMINATION NOT ON THE MASTER;
006990*     EVERY MASTER RECORD READ MUST BE CHANGED, DELETED,
007000*     UNCHANGED OR MISSING FROM THE EXTRACT; AND EVERY
007010*     TRANSACTION COUNTED MUST HAVE BEEN WRITTEN.  A FAILURE ON
007020*     ANY OF THESE IS 0008.
007030*-----------------------------------------------------------------
007040 3000-FINALIZE.
007050     MOVE "HR EXTRACT RECORDS READ           "
007060         TO TL-TOTAL-LABEL.
007070     MOVE WS-EXTRACT-READ-COUNT TO TL-TOTAL-COUNT.
007080     PERFORM 3100-PRINT-TOTAL
007090         THRU 3100-PRINT-TOTAL-EXIT.
007100     MOVE "  REJECTED TO HRXREJ              "
007110         TO TL-TOTAL-LABEL.
007120     MOVE WS-EXTRACT-REJECT-COUNT TO TL-TOTAL-COUNT.
007130     PERFORM 3100-PRINT-TOTAL
007140         THRU 3100-PRINT-TOTAL-EXIT.
007150     MOVE "  TERMINATIONS NOT ON MASTER      "
007160         TO TL-TOTAL-LABEL.
007170     MOVE WS-TERM-NOT-ON-MST-COUNT TO TL-TOTAL-COUNT.
007180     PERFORM 3100-PRINT-TOTAL
007190         THRU 3100-PRINT-TOTAL-EXIT.
007200     MOVE "MASTER RECORDS READ               "
007210         TO TL-TOTAL-LABEL.
007220     MOVE WS-MASTER-READ-COUNT TO TL-TOTAL-COUNT.
007230     PERFORM 3100-PRINT-TOTAL
007240         THRU 3100-PRINT-TOTAL-EXIT.
007250     MOVE "  NOT ON HR EXTRACT               "
007260         TO TL-TOTAL-LABEL.
007270     MOVE WS-NOT-ON-EXTRACT-COUNT TO TL-TOTAL-COUNT.
007280     PERFORM 3100-PRINT-TOTAL
007290         THRU 3100-PRINT-TOTAL-EXIT.
007300     MOVE "EMPLOYEES UNCHANGED               "
007310         TO TL-TOTAL-LABEL.
007320     MOVE WS-UNCHANGED-COUNT TO TL-TOTAL-COUNT.
007330     PERFORM 3100-PRINT-TOTAL
007340         THRU 3100-PRINT-TOTAL-EXIT.
007350     MOVE "ADD TRANSACTIONS                  "
007360         TO TL-TOTAL-LABEL.
007370     MOVE WS-ADD-COUNT TO TL-TOTAL-COUNT.
007380     PERFORM 3100-PRINT-TOTAL
007390         THRU 3100-PRINT-TOTAL-EXIT.
007400     MOVE "CHANGE TRANSACTIONS               "
007410         TO TL-TOTAL-LABEL.
007420     MOVE WS-CHANGE-COUNT TO TL-TOTAL-COUNT.
007430     PERFORM 3100-PRINT-TOTAL
007440         THRU 3100-PRINT-TOTAL-EXIT.
007450     MOVE "DELETE TRANSACTIONS               "
007460         TO TL-TOTAL-LABEL.
007470     MOVE WS-DELETE-COUNT TO TL-TOTAL-COUNT.
007480     PERFORM 3100-PRINT-TOTAL
007490         THRU 3100-PRINT-TOTAL-EXIT.
007500     MOVE "GREETTRN RECORDS WRITTEN          "
007510         TO TL-TOTAL-LABEL.
007520     MOVE WS-TRANS-WRITTEN-COUNT TO TL-TOTAL-COUNT.
007530     PERFORM 3100-PRINT-TOTAL
007540         THRU 3100-PRINT-TOTAL-EXIT.
007560     MOVE "CONTROL TOTALS BALANCE" TO NL-NOTE-TEXT.
007570     MOVE ZERO TO WS-BALANCE-COUNT.
007580     ADD WS-EXTRACT-REJECT-COUNT WS-ADD-COUNT WS-CHANGE-COUNT
007590         WS-DELETE-COUNT WS-UNCHANGED-COUNT
007600         WS-TERM-NOT-ON-MST-COUNT
007610         TO WS-BALANCE-COUNT.
007620     IF WS-BALANCE-COUNT IS NOT EQUAL TO WS-EXTRACT-READ-COUNT
007630         MOVE "CONTROL TOTALS DO NOT BALANCE - HR EXTRACT"
007640             TO NL-NOTE-TEXT
007650     END-IF.
007660     MOVE ZERO TO WS-BALANCE-COUNT.
007670     ADD WS-CHANGE-COUNT WS-DELETE-COUNT WS-UNCHANGED-COUNT
007680         WS-NOT-ON-EXTRACT-COUNT
007690         TO WS-BALANCE-COUNT.
007700     IF WS-BALANCE-COUNT IS NOT EQUAL TO WS-MASTER-READ-COUNT
007710         MOVE "CONTROL TOTALS DO NOT BALANCE - MASTER"
007720             TO NL-NOTE-TEXT
007730     END-IF.
007740     MOVE ZERO TO WS-BALANCE-COUNT.
007750     ADD WS-ADD-COUNT WS-CHANGE-COUNT WS-DELETE-COUNT
007760         TO WS-BALANCE-COUNT.
007770     IF WS-BALANCE-COUNT IS NOT EQUAL TO WS-TRANS-WRITTEN-COUNT
007780         OR WS-WRITE-FAILED-COUNT IS GREATER THAN ZERO
007790         MOVE "CONTROL TOTALS DO NOT BALANCE - WRITE FAILED"
007800             TO NL-NOTE-TEXT
007810     END-IF.
007820     IF NL-NOTE-TEXT IS NOT EQUAL TO "CONTROL TOTALS BALANCE"
007830         MOVE 0008 TO WS-RETURN-CODE
007840     END-IF.
007850     MOVE NL-NOTE-LINE TO PRINT-RECORD.
007860     PERFORM 4100-WRITE-LINE
007870         THRU 4100-WRITE-LINE-EXIT.
007880     MOVE WS-TODAYS-DATE TO FL-RUN-DATE.
007890     MOVE FL-FOOTER TO PRINT-RECORD.
007900     PERFORM 4100-WRITE-LINE
007910         THRU 4100-WRITE-LINE-EXIT.
007920 3000-FINALIZE-EXIT.
007930     EXIT.
007940*-----------------------------------------------------------------
007950* 3100-PRINT-TOTAL -- PRINT ONE CONTROL TOTAL LINE.  THE LABEL
007960*     AND COUNT ARE SET BY THE CALLER.
007970*-----------------------------------------------------------------
007980 3100-PRINT-TOTAL.
007990     MOVE TL-TOTAL-LINE TO PRINT-RECORD.
008000     PERFORM 4100-WRITE-LINE
008010         THRU 4100-WRITE-LINE-EXIT.
008020 3100-PRINT-TOTAL-EXIT.
008030     EXIT.
008040*-----------------------------------------------------------------
008050* 4000-PRINT-HEADINGS -- START A NEW PAGE WITH THE STANDARD
008060*     REPORT HEADING LINES.
008070*-----------------------------------------------------------------
008080 4000-PRINT-HEADINGS.
008090     ADD 1 TO WS-PAGE-NUMBER.
008100     MOVE WS-PAGE-NUMBER TO HL-PAGE-NUMBER.
008110     MOVE WS-TODAYS-DATE TO HL-RUN-DATE.
008120     WRITE PRINT-RECORD FROM HL-HEADING-1.
008130     WRITE PRINT-RECORD FROM HL-HEADING-2.
008140     WRITE PRINT-RECORD FROM HL-HEADING-3.
008150     MOVE 3 TO WS-LINE-COUNT.
008160 4000-PRINT-HEADINGS-EXIT.
008170     EXIT.
008180*-----------------------------------------------------------------
008190* 4100-WRITE-LINE -- WRITE ONE REPORT LINE, STARTING A NEW PAGE
008200*     WHEN THE CURRENT PAGE IS FULL.
008210*-----------------------------------------------------------------
008220 4100-WRITE-LINE.
008230     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL
008240         TO WS-LINES-PER-PAGE
008250         PERFORM 4000-PRINT-HEADINGS
008260             THRU 4000-PRINT-HEADINGS-EXIT
008270     END-IF.
008280     WRITE PRINT-RECORD.
008290     ADD 1 TO WS-LINE-COUNT.
008300 4100-WRITE-LINE-EXIT.
008310     EXIT.
008311*-----------------------------------------------------------------
008312* 8900-WRITE-STEP-TIMING -- RECORD THE STEP ON THE SHARED
008313*     STEPTIME DATASET: JOB AND STEP NAME, START AND END DATE AND
008314*     TIME, RECORDS PROCESSED AND THE FINAL RETURN CODE.
008315*     PERFORMED AFTER 9000-TERMINATE SO THE RETURN CODE IS THE
008316*     ONE THE STEP ENDS WITH.  FILE STATUS 35 MEANS THE DATASET
008317*     HAS NEVER BEEN WRITTEN; IT IS OPENED OUTPUT TO CREATE IT.
008318*     THE KEY SEQUENCE IS COUNTED UP FROM ZERO BY
008319*     8910-WRITE-KEYED-TIMING UNTIL THE KEY IS UNIQUE.  THE
008321*     TIMING RECORD IS NOT PART OF THE STEP'S WORK, SO A FAILURE
008322*     HERE IS DISPLAYED BUT LEAVES THE RETURN CODE ALONE.
008323*-----------------------------------------------------------------
008324 8900-WRITE-STEP-TIMING.
008325     OPEN I-O STEPTIME-FILE.
008326     IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "35"
008327         OPEN OUTPUT STEPTIME-FILE
008328     END-IF.
008329     IF WS-STEPTIME-FILE-STATUS IS NOT EQUAL TO "00"
008331         DISPLAY "HELLOHRX - UNABLE TO OPEN STEPTIME, "
008332             "STATUS = " WS-STEPTIME-FILE-STATUS
008333         GO TO 8900-WRITE-STEP-TIMING-EXIT
008334     END-IF.
008335     MOVE SPACES               TO STEPTIME-RECORD.
008336     MOVE WS-STEP-START-DATE   TO TM-KEY-START-DATE.
008337     MOVE WS-STEP-START-TIME   TO TM-KEY-START-TIME.
008338     MOVE "HELLOHRX"           TO TM-KEY-PROGRAM.
008339     MOVE WS-JOB-NAME          TO TM-JOB-NAME.
008341     MOVE WS-CEE3JBN-STEP-NAME TO TM-STEP-NAME.
008342     ACCEPT TM-END-DATE FROM DATE YYYYMMDD.
008343     ACCEPT TM-END-TIME FROM TIME.
008344     MOVE WS-EXTRACT-READ-COUNT TO TM-RECORD-COUNT.
008345     MOVE WS-RETURN-CODE       TO TM-RETURN-CODE.
008346     MOVE ZERO TO WS-STEP-SEQ.
008347     MOVE "N"  TO WS-STEP-WRITTEN-SW.
008348     PERFORM 8910-WRITE-KEYED-TIMING
008349         THRU 8910-WRITE-KEYED-TIMING-EXIT
008351         UNTIL WS-STEP-WRITTEN
008352         OR WS-STEP-SEQ IS GREATER THAN 9998.
008353     IF NOT WS-STEP-WRITTEN
008354         DISPLAY "HELLOHRX - STEPTIME WRITE FAILED, "
008355             "STATUS = " WS-STEPTIME-FILE-STATUS
008356     END-IF.
008357     CLOSE STEPTIME-FILE.
008358 8900-WRITE-STEP-TIMING-EXIT.
008359     EXIT.
008361*-----------------------------------------------------------------
008362* 8910-WRITE-KEYED-TIMING -- TRY THE WRITE WITH THE CURRENT
008363*     SEQUENCE NUMBER; A DUPLICATE KEY BUMPS THE SEQUENCE AND THE
008364*     CALLER TRIES AGAIN.  ANY OTHER FAILURE ENDS THE RETRIES.
008365*-----------------------------------------------------------------
008366 8910-WRITE-KEYED-TIMING.
008367     MOVE WS-STEP-SEQ TO TM-KEY-SEQ.
008368     WRITE STEPTIME-RECORD
008369         INVALID KEY
008371             IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "22"
008372                 ADD 1 TO WS-STEP-SEQ
008373             ELSE
008374                 MOVE 9999 TO WS-STEP-SEQ
008375             END-IF
008376         NOT INVALID KEY
008377             SET WS-STEP-WRITTEN TO TRUE
008378     END-WRITE.
008379 8910-WRITE-KEYED-TIMING-EXIT.
008381     EXIT.
008320*-----------------------------------------------------------------
008330* 9000-TERMINATE -- CLOSE FILES.
008340*-----------------------------------------------------------------
008350 9000-TERMINATE.
008360     IF WS-GREETMST-OPEN-OK
008370         CLOSE GREETING-MASTER
008380     END-IF.
008390     IF WS-HREXTRCT-OPEN-OK
008400         CLOSE HREXTRCT-FILE
008410     END-IF.
008420     IF WS-GREETTRN-OPEN-OK
008430         CLOSE GREETTRN-FILE
008440     END-IF.
008450     IF WS-HRXREJ-OPEN-OK
008460         CLOSE HRXREJ-FILE
008470     END-IF.
008480     IF WS-PRINT-OPEN-OK
008490         CLOSE PRINT-FILE
008500     END-IF.
008510 9000-TERMINATE-EXIT.
008520     EXIT.
