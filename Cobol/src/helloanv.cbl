000280*     SO EXPLICITLY INSTEAD OF PRODUCING EMPTY OUTPUT.
000290*     RECORDS WITHOUT A NUMERIC HIRE DATE (WRITTEN BEFORE THE
000300*     FIELD EXISTED) ARE PASSED OVER.
000302*
000304*     A PARM OF MODE=BIRTHDAY SWITCHES THE RUN TO BIRTHDAY
000306*     GREETINGS INSTEAD -- EVERY EMPLOYEE WHOSE GM-BIRTH-DATE
000308*     (MMDD) FALLS ON THE RUN DATE IS GREETED WITH THE
000310*     SALUTATION AND A BIRTHDAY WISH IN THEIR GM-LANG-CODE
000312*     LANGUAGE, LOGGED UNDER THE HELLOBDY SOURCE-PROGRAM TAG SO
000314*     HELLOSTA COUNTS BIRTHDAYS APART FROM ANNIVERSARIES.  THE
000316*     SAME FEBRUARY 29TH RULE APPLIES, AND A RECORD WITHOUT A
000318*     NUMERIC BIRTH DATE IS PASSED OVER.  THE PARM TOKENS ARE
000319*     RUNDATE=YYYYMMDD AND MODE=BIRTHDAY (OR MODE=ANNIVERSARY,
000321*     THE DEFAULT), IN EITHER ORDER.
000323*
000324*     EVERY EMPLOYEE GREETED IS RECORDED ON THE GREETLDG GREETING
000325*     LEDGER UNDER THE RUN DATE AND THE HELLOANV OR HELLOBDY TAG.
000326*     AN EMPLOYEE THE LEDGER SHOWS WAS ALREADY GREETED FOR THAT
000327*     DATE AND TAG IS SKIPPED AND COUNTED, SO A RESUBMITTED RUN
000328*     DOES NOT GREET ANYONE TWICE.
000329*
000331*     AN ANNIVERSARY RUN ALSO PRINTS A SERVICE-ANNIVERSARY LETTER,
000332*     ONE PAGE PER CELEBRATING EMPLOYEE, ON THE LETTERS PRINT
000333*     FILE FOR HR'S CERTIFICATES -- SALUTATION IN THE EMPLOYEE'S
000334*     LANGUAGE FROM GREETTAB, FULL NAME, DEPARTMENT (WITH ITS
000335*     NAME FROM GREETDPT WHEN SUPPLIED), YEARS OF SERVICE AND A
000336*     MILESTONE LINE AT 5, 10, 15, 20 AND 25 YEARS -- AND WRITES
000337*     THE SAME LETTERS TO THE ANVMAIL MAILROOM EXTRACT (COPYBOOK
000338*     GMLRREC) FOR THE PRINT VENDOR, WHOSE TRAILER COUNT ALWAYS
000339*     MATCHES THE LETTERS PRINTED.  A PARM TOKEN OF AHEAD=NN (0
000341*     TO 31) LOOKS AHEAD: LETTERS ARE PRINTED FOR EVERY
000342*     ANNIVERSARY FROM THE RUN DATE THROUGH NN DAYS AFTER IT, SO
000343*     CERTIFICATES CAN BE READY BEFORE THE DAY.  ONLY THE RUN
000344*     DATE'S ANNIVERSARIES ARE GREETED; THE LOOK-AHEAD AFFECTS
000345*     THE LETTERS AND THE EXTRACT ONLY.  LETTERS ARE PRINTED
000346*     WHETHER OR NOT THE LEDGER SHOWS THE EMPLOYEE ALREADY
000347*     GREETED, SO A RESUBMITTED RUN REPRODUCES THE FULL SET.
000348*     A BIRTHDAY RUN PRINTS NO LETTERS AND TAKES NO AHEAD= TOKEN.
000322*-----------------------------------------------------------------
000320* RETURN CODES.
000330*     0000  RUN COMPLETE (ZERO ANNIVERSARIES IS STILL A CLEAN
000340*           RUN -- THE SYSOUT LINE SAYS SO)
000350*     0004  GREETLOG, GREETLDG OR GREETTAB TROUBLE -- GREETINGS
000360*           STILL DISPLAYED BUT THE AUDIT TRAIL, LEDGER OR
000370*           TRANSLATIONS ARE INCOMPLETE.  ALSO GREETDPT, LETTERS
000371*           OR ANVMAIL TROUBLE -- IF EITHER LETTERS OR ANVMAIL
000372*           WILL NOT OPEN, NEITHER IS WRITTEN
000380*     0016  GREETING-MASTER WOULD NOT OPEN, OR AN INVALID
000390*           RUNDATE, MODE OR AHEAD PARM
000400*-----------------------------------------------------------------
000410* MODIFICATION HISTORY.
000420*     DATE       INIT  DESCRIPTION
000430*     ---------- ----  ------------------------------------------
000440*     09/01/2026 AN    ORIGINAL PROGRAM.
000442*     10/15/2026 AN    RECOMPILED FOR THE EXPANDED 100-BYTE
000443*                       GMSTREC LAYOUT AND ADDED THE
000444*                       MODE=BIRTHDAY PARM -- BIRTHDAY GREETINGS
000445*                       FROM THE NEW GM-BIRTH-DATE FIELD, WITH A
000446*                       WISH IN THE EMPLOYEE'S LANGUAGE, WRITTEN
000447*                       TO GREETLOG UNDER THE HELLOBDY TAG.  A
000448*                       PARM WITHOUT RUNDATE= NOW MEANS TODAY.
000449*     10/15/2026 AN    ADDED THE GREETLDG GREETING LEDGER --
000451*                       EACH EMPLOYEE GREETED IS WRITTEN TO THE
000452*                       LEDGER BY EMPLOYEE ID, RUN DATE AND TAG,
000453*                       AND AN EMPLOYEE ALREADY ON THE LEDGER IS
000454*                       SKIPPED AND COUNTED INSTEAD OF GREETED
000455*                       AGAIN.
000456*     10/15/2026 AN    STEP START AND END NOW RECORDED ON THE
000457*                       SHARED STEPTIME DATASET (COPYBOOK
000458*                       GTIMREC) FOR THE HELLOTIM BATCH-WINDOW
000459*                       REPORT.
000461*     10/15/2026 AN    ANNIVERSARY RUNS NOW PRINT A LETTER PAGE
000462*                       FOR EACH CELEBRATING EMPLOYEE (LETTERS)
000463*                       AND WRITE THE ANVMAIL MAILROOM EXTRACT
000464*                       (COPYBOOK GMLRREC) WITH A COUNT TRAILER.
000465*                       AHEAD=NN PARM PRINTS LETTERS FOR UP TO
000466*                       31 DAYS PAST THE RUN DATE.  DEPARTMENT
000467*                       NAMES COME FROM GREETDPT.
000468*     10/15/2026 AN    RUNDATE= PARM NOW EDITED AS A CALENDAR
000469*                       DATE -- A MONTH OUTSIDE 01-12 OR A DAY
000471*                       PAST THE END OF THE MONTH ENDS 0016.
000450*****************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID.     HELLOANV.
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS GL-LOG-KEY
000700         FILE STATUS IS WS-GREETLOG-FILE-STATUS.
000701     SELECT GREETLDG-FILE ASSIGN TO GREETLDG
000702         ORGANIZATION IS INDEXED
000703         ACCESS MODE IS RANDOM
000704         RECORD KEY IS LD-LEDGER-KEY
000705         FILE STATUS IS WS-GREETLDG-FILE-STATUS.
000712     SELECT GREETDPT-FILE ASSIGN TO GREETDPT
000713         ORGANIZATION IS SEQUENTIAL
000714         FILE STATUS IS WS-GREETDPT-FILE-STATUS.
000715     SELECT LETTER-FILE   ASSIGN TO LETTERS
000716         ORGANIZATION IS SEQUENTIAL
000717         FILE STATUS IS WS-LETTER-FILE-STATUS.
000718     SELECT ANVMAIL-FILE  ASSIGN TO ANVMAIL
000719         ORGANIZATION IS SEQUENTIAL
000721         FILE STATUS IS WS-ANVMAIL-FILE-STATUS.
000706     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000707         ORGANIZATION IS INDEXED
000708         ACCESS MODE IS RANDOM
000709         RECORD KEY IS TM-TIMING-KEY
000711         FILE STATUS IS WS-STEPTIME-FILE-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  GREETING-MASTER
000870     LABEL RECORDS ARE STANDARD.
000880 01  GREETLOG-RECORD.
000890     COPY GLOGREC.
000891 FD  GREETLDG-FILE
000892     RECORDING MODE IS F
000893     LABEL RECORDS ARE STANDARD.
000894 01  GREETLDG-RECORD.
000895     COPY GLDGREC.
000902 FD  GREETDPT-FILE
000903     RECORDING MODE IS F
000904     LABEL RECORDS ARE STANDARD.
000905 01  GREETDPT-RECORD.
000906     COPY GDPTREC.
000907 FD  LETTER-FILE
000908     RECORDING MODE IS F
000909     LABEL RECORDS ARE STANDARD.
000911 01  LETTER-RECORD              PIC X(133).
000912 FD  ANVMAIL-FILE
000913     RECORDING MODE IS F
000914     LABEL RECORDS ARE STANDARD.
000915 01  ANVMAIL-RECORD.
000916     COPY GMLRREC.
000896 FD  STEPTIME-FILE
000897     RECORDING MODE IS F
000898     LABEL RECORDS ARE STANDARD.
000899 01  STEPTIME-RECORD.
000901     COPY GTIMREC.
000900 WORKING-STORAGE SECTION.
000910*-----------------------------------------------------------------
000920* SWITCHES AND COUNTERS.
000930*-----------------------------------------------------------------
000940 01  WS-SWITCHES.
000941     05  WS-STEP-WRITTEN-SW     PIC X(01) VALUE "N".
000942         88  WS-STEP-WRITTEN               VALUE "Y".
000950     05  WS-GREETMST-EOF-SW     PIC X(01) VALUE "N".
000960         88  WS-GREETMST-EOF               VALUE "Y".
000970     05  WS-GREETMST-OPEN-SW    PIC X(01) VALUE "N".
001080         88  WS-LEAP-YEAR                  VALUE "Y".
001090     05  WS-ANNIV-TODAY-SW      PIC X(01) VALUE "N".
001100         88  WS-ANNIV-TODAY                VALUE "Y".
001101     05  WS-BIRTHDAY-MODE-SW    PIC X(01) VALUE "N".
001102         88  WS-BIRTHDAY-MODE              VALUE "Y".
001103     05  WS-BIRTHDAY-TODAY-SW   PIC X(01) VALUE "N".
001104         88  WS-BIRTHDAY-TODAY             VALUE "Y".
001105     05  WS-WISH-FOUND-SW       PIC X(01) VALUE "N".
001106         88  WS-WISH-FOUND                 VALUE "Y".
001107     05  WS-GREETLDG-OPEN-SW    PIC X(01) VALUE "N".
001108         88  WS-GREETLDG-OPEN-OK           VALUE "Y".
001109     05  WS-GREETLDG-NEW-SW     PIC X(01) VALUE "N".
001111         88  WS-GREETLDG-NEW               VALUE "Y".
001112     05  WS-ALREADY-GREETED-SW  PIC X(01) VALUE "N".
001113         88  WS-ALREADY-GREETED            VALUE "Y".
001116     05  WS-GREETDPT-EOF-SW     PIC X(01) VALUE "N".
001117         88  WS-GREETDPT-EOF               VALUE "Y".
001118     05  WS-DEPT-FOUND-SW       PIC X(01) VALUE "N".
001119         88  WS-DEPT-FOUND                 VALUE "Y".
001121     05  WS-LETTERS-OPEN-SW     PIC X(01) VALUE "N".
001122         88  WS-LETTERS-OPEN-OK            VALUE "Y".
001123     05  WS-LETTER-ERROR-SW     PIC X(01) VALUE "N".
001124         88  WS-LETTER-ERROR               VALUE "Y".
001125     05  WS-AHEAD-GIVEN-SW      PIC X(01) VALUE "N".
001126         88  WS-AHEAD-GIVEN                VALUE "Y".
001127     05  WS-STEP-LEAP-SW        PIC X(01) VALUE "N".
001128         88  WS-STEP-LEAP-YEAR             VALUE "Y".
001129     05  WS-RUNDATE-VALID-SW    PIC X(01) VALUE "N".
001131         88  WS-RUNDATE-VALID              VALUE "Y".
001110 01  WS-FILE-STATUSES.
001114     05  WS-STEPTIME-FILE-STATUS
001115                                PIC X(02) VALUE SPACES.
001120     05  WS-GREETMST-FILE-STATUS
001130                                PIC X(02) VALUE SPACES.
001140     05  WS-GREETTAB-FILE-STATUS
001150                                PIC X(02) VALUE SPACES.
001160     05  WS-GREETLOG-FILE-STATUS
001170                                PIC X(02) VALUE SPACES.
001171     05  WS-GREETLDG-FILE-STATUS
001172                                PIC X(02) VALUE SPACES.
001173     05  WS-GREETDPT-FILE-STATUS
001174                                PIC X(02) VALUE SPACES.
001175     05  WS-LETTER-FILE-STATUS  PIC X(02) VALUE SPACES.
001176     05  WS-ANVMAIL-FILE-STATUS PIC X(02) VALUE SPACES.
001180 01  WS-RETURN-CODE             PIC 9(04) VALUE ZERO.
001190 01  WS-READ-COUNT              PIC 9(06) VALUE ZERO.
001200 01  WS-ANNIV-COUNT             PIC 9(06) VALUE ZERO.
001205 01  WS-BIRTHDAY-COUNT          PIC 9(06) VALUE ZERO.
001206 01  WS-LEDGER-SKIP-COUNT       PIC 9(06) VALUE ZERO.
001208 01  WS-LETTER-COUNT            PIC 9(06) VALUE ZERO.
001209 01  WS-MILESTONE-COUNT         PIC 9(06) VALUE ZERO.
001207 01  WS-LEDGER-TAG              PIC X(08) VALUE SPACES.
001210 01  WS-TODAYS-DATE             PIC 9(08) VALUE ZERO.
001220*-----------------------------------------------------------------
001230* RUN-ENVIRONMENT JOB NAME -- POPULATED BY 0050-GET-JOB-NAME VIA
001490 01  WS-PARM-FIELD              PIC X(80) VALUE SPACES.
001500 01  WS-PARM-TOKEN-1            PIC X(20) VALUE SPACES.
001510 01  WS-PARM-TOKEN-2            PIC X(20) VALUE SPACES.
001511 01  WS-PARM-TOKEN-3            PIC X(20) VALUE SPACES.
001515 01  WS-PARM-TOKEN              PIC X(20) VALUE SPACES.
001520 01  WS-RUNDATE-X               PIC X(08) VALUE SPACES.
001530 01  WS-RUNDATE                 PIC 9(08) VALUE ZERO.
001540 01  WS-RUNDATE-SPLIT REDEFINES WS-RUNDATE.
001610 01  WS-SERVICE-YEARS           PIC 9(04) VALUE ZERO.
001620 01  WS-LEAP-QUOTIENT           PIC 9(04) VALUE ZERO.
001630 01  WS-LEAP-REMAINDER          PIC 9(04) VALUE ZERO.
001631*-----------------------------------------------------------------
001632* LETTER LOOK-AHEAD WINDOW -- THE RUN DATE AND EACH OF THE AHEAD=
001633* DAYS AFTER IT, BUILT ONCE BY 0160-BUILD-LETTER-WINDOW BY
001634* STEPPING FORWARD ONE CALENDAR DAY AT A TIME (THE WAY HELLONGR
001635* STEPS BACK), EACH WITH ITS YEAR'S LEAP STATUS FOR THE
001636* FEBRUARY 29TH RULE.  ENTRY 1 IS ALWAYS THE RUN DATE.
001637*-----------------------------------------------------------------
001638 01  WS-AHEAD-X                 PIC X(15) VALUE SPACES.
001639 01  WS-AHEAD-LEN               PIC 9(04) COMP VALUE ZERO.
001641 01  WS-AHEAD-DAYS              PIC 9(02) VALUE ZERO.
001642 01  WS-AHEAD-MAX               PIC 9(02) VALUE 31.
001643 01  WS-STEP-DATE               PIC 9(08) VALUE ZERO.
001644 01  WS-STEP-SPLIT REDEFINES WS-STEP-DATE.
001645     05  WS-STEP-YEAR           PIC 9(04).
001646     05  WS-STEP-MONTH          PIC 9(02).
001647     05  WS-STEP-DAY            PIC 9(02).
001648 01  WS-MONTH-DAYS-VALUES       PIC X(24)
001649                 VALUE "312831303130313130313031".
001651 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001652     05  WS-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
001653 01  WS-STEP-MONTH-LENGTH       PIC 9(02) VALUE ZERO.
001654 01  WS-WINDOW-TABLE.
001655     05  WS-WINDOW-ENTRY        OCCURS 32 TIMES.
001656         10  WS-WIN-DATE        PIC 9(08).
001657         10  WS-WIN-SPLIT REDEFINES WS-WIN-DATE.
001658             15  WS-WIN-YEAR    PIC 9(04).
001659             15  WS-WIN-MMDD    PIC 9(04).
001661         10  WS-WIN-LEAP-SW     PIC X(01).
001662 01  WS-WINDOW-COUNT            PIC 9(02) COMP VALUE ZERO.
001663 01  WS-WIN-SUB                 PIC 9(02) COMP VALUE ZERO.
001664 01  WS-LAST-WINDOW-DATE        PIC 9(08) VALUE ZERO.
001640*-----------------------------------------------------------------
001650* SALUTATION RESOLUTION -- THE EMPLOYEE'S OWN SALUTATION, OR
001660* THE GREETTAB DEFAULT FOR THEIR LANGUAGE, OR ENGLISH "Hello",
001880     05  WS-ANNIV-YEARS         PIC Z9.
001890     05  FILLER                 PIC X(14)
001900                 VALUE " YEARS SERVICE".
001901*-----------------------------------------------------------------
001902* BIRTHDAY GREETING LINE -- ALSO BUILT TO FIT THE 60-BYTE
001903* GR-MESSAGE-TEXT EXACTLY.  THE WISH IS TAKEN FROM THE TABLE
001904* BELOW FOR THE EMPLOYEE'S LANGUAGE; A LANGUAGE WITH NO WISH
001905* ENTRY GETS THE ENGLISH ONE.
001906*-----------------------------------------------------------------
001907 01  WS-BDAY-LINE.
001908     05  WS-BDAY-SALUTATION     PIC X(10).
001909     05  FILLER                 PIC X(02) VALUE ", ".
001911     05  WS-BDAY-NAME           PIC X(30).
001912     05  FILLER                 PIC X(01) VALUE SPACE.
001913     05  WS-BDAY-WISH           PIC X(17).
001914 01  WS-WISH-TABLE-VALUES.
001915     05  FILLER                 PIC X(19)
001916                 VALUE "ENHappy Birthday!".
001917     05  FILLER                 PIC X(19)
001918                 VALUE "ESFeliz Cumpleanos!".
001919     05  FILLER                 PIC X(19)
001921                 VALUE "FRBon Anniversaire!".
001922     05  FILLER                 PIC X(19)
001923                 VALUE "DEAlles Gute!".
001924 01  WS-WISH-TABLE REDEFINES WS-WISH-TABLE-VALUES.
001925     05  WS-WISH-ENTRY          OCCURS 4 TIMES.
001926         10  WS-WISH-LANG       PIC X(02).
001927         10  WS-WISH-TEXT       PIC X(17).
001928 01  WS-WISH-SUB                PIC 9(02) COMP VALUE ZERO.
001929*-----------------------------------------------------------------
001931* DEPARTMENT TABLE -- CODE AND NAME OF EVERY DEPARTMENT ON THE
001932* GREETDPT REFERENCE DATASET, FOR THE DEPARTMENT LINE OF THE
001933* LETTER, LOADED BY 1200-LOAD-DEPARTMENTS THE WAY HELLOMNT LOADS
001934* IT.  A CODE NOT IN THE TABLE IS PRINTED WITHOUT A NAME.
001935*-----------------------------------------------------------------
001936 01  WS-DEPT-TABLE.
001937     05  WS-DEPT-ENTRY          OCCURS 200 TIMES.
001938         10  WS-DEPT-CODE       PIC X(03).
001939         10  WS-DEPT-NAME       PIC X(30).
001941 01  WS-DEPT-COUNT              PIC 9(04) COMP VALUE ZERO.
001942 01  WS-DEPT-SUB                PIC 9(04) COMP VALUE ZERO.
001943 01  WS-DEPT-DROPPED-COUNT      PIC 9(04) VALUE ZERO.
001944 01  WS-FIND-DEPT-CODE          PIC X(03) VALUE SPACES.
001945*-----------------------------------------------------------------
001946* LETTER WORK AREAS -- THE ANNIVERSARY DATE, YEARS OF SERVICE AND
001947* DEPARTMENT NAME OF THE LETTER BEING PRINTED, AND THE BODY TEXT
001948* LINES BUILT FROM THEM.  EACH BODY LINE FITS LT-BODY-TEXT.
001949*-----------------------------------------------------------------
001951 01  WS-LTR-DATE                PIC 9(08) VALUE ZERO.
001952 01  WS-LTR-DATE-SPLIT REDEFINES WS-LTR-DATE.
001953     05  WS-LTR-YEAR            PIC 9(04).
001954     05  WS-LTR-MONTH           PIC 9(02).
001955     05  WS-LTR-DAY             PIC 9(02).
001956 01  WS-LTR-SERVICE-YEARS       PIC 9(04) VALUE ZERO.
001957 01  WS-LTR-DEPT-NAME           PIC X(30) VALUE SPACES.
001958 01  WS-LTR-MILESTONE-SW        PIC X(01) VALUE "N".
001959     88  WS-LTR-MILESTONE                 VALUE "Y".
001961 01  WS-LTR-GREETING            PIC X(60) VALUE SPACES.
001962 01  WS-LTR-SERVICE-TEXT.
001963     05  FILLER                 PIC X(03) VALUE "ON ".
001964     05  WS-LTR-SVC-MONTH       PIC 9(02).
001965     05  FILLER                 PIC X(01) VALUE "/".
001966     05  WS-LTR-SVC-DAY         PIC 9(02).
001967     05  FILLER                 PIC X(01) VALUE "/".
001968     05  WS-LTR-SVC-YEAR        PIC 9(04).
001969     05  FILLER                 PIC X(14)
001971                 VALUE " YOU COMPLETE ".
001972     05  WS-LTR-SVC-YEARS       PIC Z9.
001973     05  FILLER                 PIC X(01) VALUE SPACE.
001974     05  WS-LTR-SVC-YEAR-WORD   PIC X(05).
001975     05  FILLER                 PIC X(25)
001976                 VALUE " OF SERVICE WITH US.".
001977 01  WS-LTR-DEPT-TEXT.
001978     05  FILLER                 PIC X(11) VALUE "DEPARTMENT ".
001979     05  WS-LTR-DEPT-CODE       PIC X(03).
001981     05  FILLER                 PIC X(02) VALUE SPACES.
001982     05  WS-LTR-DEPT-NAME-TEXT  PIC X(30).
001983     05  FILLER                 PIC X(14) VALUE SPACES.
001984 01  WS-LTR-MILESTONE-TEXT.
001985     05  FILLER                 PIC X(28)
001986                 VALUE "*** CONGRATULATIONS ON YOUR ".
001987     05  WS-LTR-MS-YEARS        PIC Z9.
001988     05  FILLER                 PIC X(30)
001989                 VALUE "-YEAR MILESTONE ***".
001991 01  WS-LTR-REFERENCE-TEXT.
001992     05  FILLER                 PIC X(12) VALUE "EMPLOYEE ID ".
001993     05  WS-LTR-REF-EMPLOYEE-ID PIC X(06).
001994     05  FILLER                 PIC X(12) VALUE "   LANGUAGE ".
001995     05  WS-LTR-REF-LANG-CODE   PIC X(02).
001996     05  FILLER                 PIC X(28) VALUE SPACES.
001997 01  WS-LTR-NONE-TEXT.
001998     05  FILLER                 PIC X(35)
001999                 VALUE "NO SERVICE ANNIVERSARIES FALL FROM ".
002001     05  WS-LTR-NONE-FIRST      PIC 9(08).
002002     05  FILLER                 PIC X(04) VALUE " TO ".
002003     05  WS-LTR-NONE-LAST       PIC 9(08).
002004     05  FILLER                 PIC X(05) VALUE SPACES.
002005*-----------------------------------------------------------------
002006* LETTER PRINT LINES.  EACH LETTER STARTS A NEW PAGE.
002007*-----------------------------------------------------------------
002008 01  LT-TITLE-LINE.
002009     05  FILLER                 PIC X(01) VALUE "1".
002011     05  FILLER                 PIC X(10) VALUE SPACES.
002012     05  FILLER                 PIC X(40)
002013                 VALUE "SERVICE ANNIVERSARY LETTER".
002014     05  FILLER                 PIC X(10) VALUE "LETTER ".
002015     05  LT-LETTER-NUMBER       PIC ZZZ9.
002016     05  FILLER                 PIC X(68) VALUE SPACES.
002017 01  LT-RUN-LINE.
002018     05  FILLER                 PIC X(01) VALUE " ".
002019     05  FILLER                 PIC X(10) VALUE SPACES.
002021     05  FILLER                 PIC X(17)
002022                 VALUE "PROGRAM HELLOANV".
002023     05  FILLER                 PIC X(10) VALUE "RUN DATE ".
002024     05  LT-RUN-DATE            PIC 9(08).
002025     05  FILLER                 PIC X(87) VALUE SPACES.
002026 01  LT-BODY-LINE.
002027     05  LT-BODY-CONTROL        PIC X(01).
002028     05  FILLER                 PIC X(10) VALUE SPACES.
002029     05  LT-BODY-TEXT           PIC X(60).
002039     05  FILLER                 PIC X(62) VALUE SPACES.
001910*-----------------------------------------------------------------
001920* KEYED GREETLOG WRITE CONTROL -- THE SEQUENCE NUMBER COUNTS UP
001930* FROM ZERO UNTIL THE DATE-TIME-SEQUENCE KEY IS UNIQUE, THE
002010*-----------------------------------------------------------------
002020 01  WS-GREETREC.
002030     COPY GREETREC.
002031*-----------------------------------------------------------------
002032* STEP TIMING CONTROL -- THE DATE AND TIME THE STEP STARTED, HELD
002033* FOR THE STEPTIME RECORD WRITTEN AS THE STEP ENDS, AND THE KEY
002034* SEQUENCE THAT KEEPS THAT RECORD'S KEY UNIQUE.
002035*-----------------------------------------------------------------
002036 01  WS-STEP-START-DATE         PIC 9(08) VALUE ZERO.
002037 01  WS-STEP-START-TIME         PIC 9(08) VALUE ZERO.
002038 01  WS-STEP-SEQ                PIC 9(04) VALUE ZERO.
002040 LINKAGE SECTION.
002050 01  WS-PARM-AREA.
002060     05  WS-PARM-LENGTH         PIC S9(04) COMP.
002100* 0000-MAIN-CONTROL -- OVERALL SEQUENCE OF PROCESSING.
002110*-----------------------------------------------------------------
002120 0000-MAIN-CONTROL.
002121     PERFORM 0010-START-STEP-TIMING
002122         THRU 0010-START-STEP-TIMING-EXIT.
002130     PERFORM 0050-GET-JOB-NAME
002140         THRU 0050-GET-JOB-NAME-EXIT.
002150     PERFORM 0100-CHECK-RUNDATE-PARM
002270     END-IF.
002280     PERFORM 9000-TERMINATE
002290         THRU 9000-TERMINATE-EXIT.
002291     PERFORM 8900-WRITE-STEP-TIMING
002292         THRU 8900-WRITE-STEP-TIMING-EXIT.
002300     MOVE WS-RETURN-CODE TO RETURN-CODE.
002310     GOBACK.
002311*-----------------------------------------------------------------
002312* 0010-START-STEP-TIMING -- NOTE THE DATE AND TIME THE STEP
002313*     STARTED, FOR THE STEPTIME RECORD WRITTEN AS IT ENDS.
002314*-----------------------------------------------------------------
002315 0010-START-STEP-TIMING.
002316     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
002317     ACCEPT WS-STEP-START-TIME FROM TIME.
002318 0010-START-STEP-TIMING-EXIT.
002319     EXIT.
002320*-----------------------------------------------------------------
002330* 0050-GET-JOB-NAME -- ASK LANGUAGE ENVIRONMENT FOR THE NAME OF
002340*     THE JOB THIS PROGRAM IS ACTUALLY RUNNING UNDER SO GREETLOG
002480*-----------------------------------------------------------------
002490* 0100-CHECK-RUNDATE-PARM -- AN OPTIONAL PARM OF
002500*     RUNDATE=YYYYMMDD NAMES THE DATE WHOSE ANNIVERSARIES ARE
002510*     GREETED; WITH NO RUNDATE= TOKEN, TODAY.  A SECOND TOKEN OF
002512*     MODE=BIRTHDAY GREETS BIRTHDAYS INSTEAD.  A MALFORMED DATE
002514*     OR AN UNKNOWN TOKEN STOPS THE RUN WITH 0016, THE SAME WAY
002520*     HELLOSTA EDITS ITS PARM.  AN AHEAD=NN TOKEN SETS THE LETTER
002521*     LOOK-AHEAD OF AN ANNIVERSARY RUN; ON A BIRTHDAY RUN IT IS
002522*     REJECTED THE SAME WAY.
002530*     THE RUN YEAR'S LEAP STATUS IS SETTLED HERE FOR THE
002540*     FEBRUARY 29TH RULE, AND THE LETTER WINDOW IS BUILT.
002550*-----------------------------------------------------------------
002560 0100-CHECK-RUNDATE-PARM.
002570     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
002620         END-IF
002630         MOVE WS-PARM-TEXT (1:WS-PARM-LENGTH) TO WS-PARM-FIELD
002640     END-IF.
002650     SET WS-PARM-OK TO TRUE.
002660     MOVE WS-TODAYS-DATE TO WS-RUNDATE.
002680     IF WS-PARM-FIELD IS NOT EQUAL TO SPACES
002690         UNSTRING WS-PARM-FIELD DELIMITED BY SPACE
002700             INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
002701                 WS-PARM-TOKEN-3
002710         MOVE WS-PARM-TOKEN-1 TO WS-PARM-TOKEN
002720         PERFORM 0110-CHECK-PARM-TOKEN
002730             THRU 0110-CHECK-PARM-TOKEN-EXIT
002740         MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN
002750         PERFORM 0110-CHECK-PARM-TOKEN
002760             THRU 0110-CHECK-PARM-TOKEN-EXIT
002761         MOVE WS-PARM-TOKEN-3 TO WS-PARM-TOKEN
002762         PERFORM 0110-CHECK-PARM-TOKEN
002763             THRU 0110-CHECK-PARM-TOKEN-EXIT
002770     END-IF.
002771     IF WS-BIRTHDAY-MODE
002772         AND WS-AHEAD-GIVEN
002773         DISPLAY "HELLOANV - AHEAD= APPLIES ONLY TO AN "
002774             "ANNIVERSARY RUN"
002775         MOVE "N" TO WS-PARM-OK-SW
002776         MOVE 0016 TO WS-RETURN-CODE
002777     END-IF.
002860     IF WS-PARM-OK
002870         PERFORM 0150-SET-LEAP-YEAR
002880             THRU 0150-SET-LEAP-YEAR-EXIT
002881         PERFORM 0160-BUILD-LETTER-WINDOW
002882             THRU 0160-BUILD-LETTER-WINDOW-EXIT
002890     END-IF.
002900 0100-CHECK-RUNDATE-PARM-EXIT.
002910     EXIT.
002911*-----------------------------------------------------------------
002912* 0110-CHECK-PARM-TOKEN -- EDIT ONE PARM TOKEN.  RUNDATE= MUST
002913*     CARRY A VALID DATE; MODE= MUST BE BIRTHDAY OR ANNIVERSARY;
002914*     AHEAD= MUST CARRY ONE OR TWO DIGITS, NO MORE THAN 31.
002915*     ANYTHING ELSE IS REJECTED.
002916*-----------------------------------------------------------------
002917 0110-CHECK-PARM-TOKEN.
002918     IF WS-PARM-TOKEN IS EQUAL TO SPACES
002919         GO TO 0110-CHECK-PARM-TOKEN-EXIT
002921     END-IF.
002922     IF WS-PARM-TOKEN (1:8) IS EQUAL TO "RUNDATE="
002923         MOVE WS-PARM-TOKEN (9:8) TO WS-RUNDATE-X
002924         PERFORM 0200-EDIT-RUNDATE
002925             THRU 0200-EDIT-RUNDATE-EXIT
002926         IF NOT WS-RUNDATE-VALID
002927             DISPLAY "HELLOANV - INVALID RUNDATE PARM, "
002928                 "EXPECTED RUNDATE=YYYYMMDD"
002929             MOVE "N" TO WS-PARM-OK-SW
002931             MOVE 0016 TO WS-RETURN-CODE
002932         END-IF
002933         GO TO 0110-CHECK-PARM-TOKEN-EXIT
002934     END-IF.
002935     IF WS-PARM-TOKEN IS EQUAL TO "MODE=BIRTHDAY"
002936         SET WS-BIRTHDAY-MODE TO TRUE
002937         GO TO 0110-CHECK-PARM-TOKEN-EXIT
002938     END-IF.
002939     IF WS-PARM-TOKEN IS EQUAL TO "MODE=ANNIVERSARY"
002941         MOVE "N" TO WS-BIRTHDAY-MODE-SW
002942         GO TO 0110-CHECK-PARM-TOKEN-EXIT
002943     END-IF.
002944     IF WS-PARM-TOKEN (1:6) IS EQUAL TO "AHEAD="
002945         SET WS-AHEAD-GIVEN TO TRUE
002946         MOVE SPACES TO WS-AHEAD-X
002947         MOVE ZERO   TO WS-AHEAD-LEN
002948         UNSTRING WS-PARM-TOKEN (7:14) DELIMITED BY SPACE
002949             INTO WS-AHEAD-X COUNT IN WS-AHEAD-LEN
002951         IF WS-AHEAD-LEN IS GREATER THAN ZERO
002952             AND WS-AHEAD-LEN IS LESS THAN 3
002953             AND WS-AHEAD-X (1:WS-AHEAD-LEN) IS NUMERIC
002954             MOVE WS-AHEAD-X (1:WS-AHEAD-LEN) TO WS-AHEAD-DAYS
002955         ELSE
002956             MOVE 99 TO WS-AHEAD-DAYS
002957         END-IF
002958         IF WS-AHEAD-DAYS IS GREATER THAN WS-AHEAD-MAX
002959             DISPLAY "HELLOANV - INVALID AHEAD PARM, "
002961                 "EXPECTED AHEAD=0 TO AHEAD=31"
002962             MOVE ZERO TO WS-AHEAD-DAYS
002963             MOVE "N" TO WS-PARM-OK-SW
002964             MOVE 0016 TO WS-RETURN-CODE
002965         END-IF
002966         GO TO 0110-CHECK-PARM-TOKEN-EXIT
002967     END-IF.
002968     DISPLAY "HELLOANV - UNRECOGNIZED PARM TOKEN " WS-PARM-TOKEN
002969         ", EXPECTED RUNDATE=YYYYMMDD, MODE=BIRTHDAY OR AHEAD=NN".
002971     MOVE "N" TO WS-PARM-OK-SW.
002972     MOVE 0016 TO WS-RETURN-CODE.
002973 0110-CHECK-PARM-TOKEN-EXIT.
002974     EXIT.
002920*-----------------------------------------------------------------
002930* 0150-SET-LEAP-YEAR -- SETTLE WHETHER THE RUN YEAR IS A LEAP
002940*     YEAR.  A YEAR IS A LEAP YEAR WHEN IT DIVIDES BY FOUR,
003130     END-IF.
003140 0150-SET-LEAP-YEAR-EXIT.
003150     EXIT.
003151*-----------------------------------------------------------------
003152* 0160-BUILD-LETTER-WINDOW -- FILL THE LETTER WINDOW WITH THE RUN
003153*     DATE AND EACH OF THE AHEAD= DAYS AFTER IT.
003154*-----------------------------------------------------------------
003155 0160-BUILD-LETTER-WINDOW.
003156     MOVE WS-RUNDATE TO WS-STEP-DATE.
003157     COMPUTE WS-WINDOW-COUNT = WS-AHEAD-DAYS + 1.
003158     PERFORM 0170-ADD-WINDOW-DATE
003159         THRU 0170-ADD-WINDOW-DATE-EXIT
003161         VARYING WS-WIN-SUB FROM 1 BY 1
003162         UNTIL WS-WIN-SUB IS GREATER THAN WS-WINDOW-COUNT.
003163     MOVE WS-WIN-DATE (WS-WINDOW-COUNT) TO WS-LAST-WINDOW-DATE.
003164 0160-BUILD-LETTER-WINDOW-EXIT.
003165     EXIT.
003166*-----------------------------------------------------------------
003167* 0170-ADD-WINDOW-DATE -- STORE WS-STEP-DATE AND ITS YEAR'S LEAP
003168*     STATUS IN THE WINDOW, THEN STEP IT FORWARD ONE DAY.
003169*-----------------------------------------------------------------
003171 0170-ADD-WINDOW-DATE.
003172     PERFORM 0190-SET-STEP-LEAP-YEAR
003173         THRU 0190-SET-STEP-LEAP-YEAR-EXIT.
003174     MOVE WS-STEP-DATE TO WS-WIN-DATE (WS-WIN-SUB).
003175     MOVE WS-STEP-LEAP-SW TO WS-WIN-LEAP-SW (WS-WIN-SUB).
003176     PERFORM 0180-FORWARD-ONE-DAY
003177         THRU 0180-FORWARD-ONE-DAY-EXIT.
003178 0170-ADD-WINDOW-DATE-EXIT.
003179     EXIT.
003181*-----------------------------------------------------------------
003182* 0180-FORWARD-ONE-DAY -- STEP WS-STEP-DATE FORWARD ONE CALENDAR
003183*     DAY.  THE LAST DAY OF A MONTH BECOMES THE FIRST OF THE
003184*     NEXT, AND DECEMBER 31ST BECOMES JANUARY 1ST OF THE YEAR
003185*     AFTER.  WS-STEP-LEAP-SW MUST ALREADY HOLD THE STEP YEAR'S
003186*     LEAP STATUS.
003187*-----------------------------------------------------------------
003188 0180-FORWARD-ONE-DAY.
003189     PERFORM 0210-SET-STEP-MONTH-LENGTH
003191         THRU 0210-SET-STEP-MONTH-LENGTH-EXIT.
003195     IF WS-STEP-DAY IS LESS THAN WS-STEP-MONTH-LENGTH
003196         ADD 1 TO WS-STEP-DAY
003197         GO TO 0180-FORWARD-ONE-DAY-EXIT
003198     END-IF.
003199     MOVE 1 TO WS-STEP-DAY.
003205     IF WS-STEP-MONTH IS LESS THAN 12
003206         ADD 1 TO WS-STEP-MONTH
003207     ELSE
003208         ADD 1 TO WS-STEP-YEAR
003209         MOVE 1 TO WS-STEP-MONTH
003211     END-IF.
003212 0180-FORWARD-ONE-DAY-EXIT.
003213     EXIT.
003214*-----------------------------------------------------------------
003215* 0190-SET-STEP-LEAP-YEAR -- SETTLE WHETHER THE STEP YEAR IS A
003216*     LEAP YEAR, BY THE SAME RULE 0150-SET-LEAP-YEAR APPLIES TO
003217*     THE RUN YEAR.
003218*-----------------------------------------------------------------
003219 0190-SET-STEP-LEAP-YEAR.
003221     MOVE "N" TO WS-STEP-LEAP-SW.
003222     DIVIDE WS-STEP-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
003223         REMAINDER WS-LEAP-REMAINDER.
003224     IF WS-LEAP-REMAINDER IS EQUAL TO ZERO
003225         SET WS-STEP-LEAP-YEAR TO TRUE
003226     END-IF.
003227     DIVIDE WS-STEP-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
003228         REMAINDER WS-LEAP-REMAINDER.
003229     IF WS-LEAP-REMAINDER IS EQUAL TO ZERO
003231         MOVE "N" TO WS-STEP-LEAP-SW
003232         DIVIDE WS-STEP-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
003233             REMAINDER WS-LEAP-REMAINDER
003234         IF WS-LEAP-REMAINDER IS EQUAL TO ZERO
003235             SET WS-STEP-LEAP-YEAR TO TRUE
003236         END-IF
003237     END-IF.
003238 0190-SET-STEP-LEAP-YEAR-EXIT.
003239     EXIT.
003242*-----------------------------------------------------------------
003243* 0200-EDIT-RUNDATE -- IS THE RUNDATE= VALUE A CALENDAR DATE?  IT
003244*     MUST BE EIGHT DIGITS, THE MONTH 01-12 AND THE DAY NO LATER
003245*     THAN THE LAST DAY OF THAT MONTH IN THAT YEAR -- THE SAME
003246*     EDIT HELLOSCH MAKES ON GREETSCH DATES.  A VALID DATE IS
003247*     LEFT IN WS-RUNDATE.
003248*-----------------------------------------------------------------
003249 0200-EDIT-RUNDATE.
003251     MOVE "N" TO WS-RUNDATE-VALID-SW.
003252     IF WS-RUNDATE-X IS NOT NUMERIC
003253         GO TO 0200-EDIT-RUNDATE-EXIT
003254     END-IF.
003255     MOVE WS-RUNDATE-X TO WS-STEP-DATE.
003256     IF WS-STEP-MONTH IS LESS THAN 01
003257         OR WS-STEP-MONTH IS GREATER THAN 12
003258         GO TO 0200-EDIT-RUNDATE-EXIT
003259     END-IF.
003261     PERFORM 0190-SET-STEP-LEAP-YEAR
003262         THRU 0190-SET-STEP-LEAP-YEAR-EXIT.
003263     PERFORM 0210-SET-STEP-MONTH-LENGTH
003264         THRU 0210-SET-STEP-MONTH-LENGTH-EXIT.
003265     IF WS-STEP-DAY IS LESS THAN 01
003266         OR WS-STEP-DAY IS GREATER THAN WS-STEP-MONTH-LENGTH
003267         GO TO 0200-EDIT-RUNDATE-EXIT
003268     END-IF.
003269     MOVE WS-STEP-DATE TO WS-RUNDATE.
003271     SET WS-RUNDATE-VALID TO TRUE.
003272 0200-EDIT-RUNDATE-EXIT.
003273     EXIT.
003274*-----------------------------------------------------------------
003275* 0210-SET-STEP-MONTH-LENGTH -- THE NUMBER OF DAYS IN THE MONTH OF
003276*     WS-STEP-DATE, WITH FEBRUARY 29 IN A LEAP YEAR.
003277*     WS-STEP-LEAP-SW MUST ALREADY HOLD THE STEP YEAR'S LEAP
003278*     STATUS.
003279*-----------------------------------------------------------------
003281 0210-SET-STEP-MONTH-LENGTH.
003282     MOVE WS-MONTH-DAYS (WS-STEP-MONTH) TO WS-STEP-MONTH-LENGTH.
003283     IF WS-STEP-MONTH IS EQUAL TO 2
003284         AND WS-STEP-LEAP-YEAR
003285         MOVE 29 TO WS-STEP-MONTH-LENGTH
003286     END-IF.
003287 0210-SET-STEP-MONTH-LENGTH-EXIT.
003288     EXIT.
003160*-----------------------------------------------------------------
003170* 1000-INITIALIZE -- OPEN THE MASTER, LOAD THE TRANSLATION
003180*     TABLE AND OPEN THE AUDIT TRAIL.  GREETTAB AND GREETLOG
003190*     TROUBLE LEAVES 0004 BUT THE GREETINGS STILL DISPLAY --
003200*     ONLY A MASTER THAT WILL NOT OPEN STOPS THE RUN.  THE
003201*     GREETLDG LEDGER IS OPENED THE SAME WAY AS GREETLOG -- STATUS
003202*     35 MEANS IT HAS NEVER BEEN WRITTEN AND IS OPENED OUTPUT; A
003203*     LEDGER THAT WILL NOT OPEN LEAVES 0004 AND THE RUN GREETS
003204*     WITHOUT THE ALREADY-GREETED CHECK.  AN ANNIVERSARY RUN THEN
003241*     LOADS THE DEPARTMENT NAMES AND OPENS THE LETTER FILES.
003210*-----------------------------------------------------------------
003220 1000-INITIALIZE.
003230     OPEN INPUT GREETING-MASTER.
003420             "STATUS = " WS-GREETLOG-FILE-STATUS
003430         MOVE 0004 TO WS-RETURN-CODE
003440     END-IF.
003441     OPEN I-O GREETLDG-FILE.
003442     IF WS-GREETLDG-FILE-STATUS IS EQUAL TO "35"
003443         OPEN OUTPUT GREETLDG-FILE
003444         SET WS-GREETLDG-NEW TO TRUE
003445     END-IF.
003446     IF WS-GREETLDG-FILE-STATUS IS EQUAL TO "00"
003447         SET WS-GREETLDG-OPEN-OK TO TRUE
003448     ELSE
003449         DISPLAY "HELLOANV - UNABLE TO OPEN GREETLDG, "
003451             "STATUS = " WS-GREETLDG-FILE-STATUS
003452         DISPLAY "HELLOANV - ALREADY-GREETED CHECK IS OFF "
003453             "FOR THIS RUN"
003454         MOVE 0004 TO WS-RETURN-CODE
003455     END-IF.
003456     IF NOT WS-BIRTHDAY-MODE
003457         PERFORM 1200-LOAD-DEPARTMENTS
003458             THRU 1200-LOAD-DEPARTMENTS-EXIT
003459         PERFORM 1300-OPEN-LETTER-FILES
003461             THRU 1300-OPEN-LETTER-FILES-EXIT
003462     END-IF.
003450     PERFORM 2100-READ-MASTER
003460         THRU 2100-READ-MASTER-EXIT.
003470 1000-INITIALIZE-EXIT.
004110     END-READ.
004120 1120-READ-TRANSLATION-EXIT.
004130     EXIT.
004131*-----------------------------------------------------------------
004132* 1200-LOAD-DEPARTMENTS -- LOAD THE CODE AND NAME OF EVERY
004133*     DEPARTMENT ON THE GREETDPT REFERENCE DATASET FOR THE
004134*     LETTERS.  FILE STATUS 35 MEANS NO DEPARTMENT DATASET WAS
004135*     SUPPLIED AND THE LETTERS CARRY THE CODE ALONE; ANY OTHER
004136*     NONZERO STATUS IS REPORTED AND LEAVES RETURN CODE 0004.
004137*     BLANK CODES ARE SKIPPED AND A REPEATED CODE KEEPS ITS
004138*     FIRST RECORD.
004139*-----------------------------------------------------------------
004141 1200-LOAD-DEPARTMENTS.
004142     OPEN INPUT GREETDPT-FILE.
004143     IF WS-GREETDPT-FILE-STATUS IS EQUAL TO "35"
004144         GO TO 1200-LOAD-DEPARTMENTS-EXIT
004145     END-IF.
004146     IF WS-GREETDPT-FILE-STATUS IS NOT EQUAL TO "00"
004147         DISPLAY "HELLOANV - UNABLE TO OPEN GREETDPT, "
004148             "STATUS = " WS-GREETDPT-FILE-STATUS
004149         MOVE 0004 TO WS-RETURN-CODE
004151         GO TO 1200-LOAD-DEPARTMENTS-EXIT
004152     END-IF.
004153     PERFORM 1220-READ-DEPARTMENT
004154         THRU 1220-READ-DEPARTMENT-EXIT.
004155     PERFORM 1210-LOAD-DEPARTMENT-ENTRY
004156         THRU 1210-LOAD-DEPARTMENT-ENTRY-EXIT
004157         UNTIL WS-GREETDPT-EOF.
004158     CLOSE GREETDPT-FILE.
004159     IF WS-DEPT-DROPPED-COUNT IS GREATER THAN ZERO
004161         DISPLAY "HELLOANV - GREETDPT HOLDS MORE DEPARTMENTS "
004162             "THAN THE TABLE LIMIT, "
004163             WS-DEPT-DROPPED-COUNT " DEPARTMENTS IGNORED"
004164         MOVE 0004 TO WS-RETURN-CODE
004166     END-IF.
004167 1200-LOAD-DEPARTMENTS-EXIT.
004168     EXIT.
004169*-----------------------------------------------------------------
004171* 1210-LOAD-DEPARTMENT-ENTRY -- STORE ONE DEPARTMENT RECORD IN
004172*     THE TABLE AND READ THE NEXT ONE.
004173*-----------------------------------------------------------------
004174 1210-LOAD-DEPARTMENT-ENTRY.
004175     IF DP-DEPT-CODE IS EQUAL TO SPACES
004176         GO TO 1210-LOAD-DEPARTMENT-ENTRY-NEXT
004177     END-IF.
004178     MOVE DP-DEPT-CODE TO WS-FIND-DEPT-CODE.
004179     PERFORM 2820-FIND-DEPARTMENT
004181         THRU 2820-FIND-DEPARTMENT-EXIT.
004182     IF WS-DEPT-FOUND
004183         GO TO 1210-LOAD-DEPARTMENT-ENTRY-NEXT
004184     END-IF.
004185     IF WS-DEPT-COUNT IS NOT LESS THAN 200
004186         ADD 1 TO WS-DEPT-DROPPED-COUNT
004187         GO TO 1210-LOAD-DEPARTMENT-ENTRY-NEXT
004188     END-IF.
004189     ADD 1 TO WS-DEPT-COUNT.
004201     MOVE DP-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-COUNT).
004202     MOVE DP-DEPT-NAME TO WS-DEPT-NAME (WS-DEPT-COUNT).
004203 1210-LOAD-DEPARTMENT-ENTRY-NEXT.
004204     PERFORM 1220-READ-DEPARTMENT
004205         THRU 1220-READ-DEPARTMENT-EXIT.
004206 1210-LOAD-DEPARTMENT-ENTRY-EXIT.
004207     EXIT.
004208*-----------------------------------------------------------------
004209* 1220-READ-DEPARTMENT -- READ THE NEXT DEPARTMENT RECORD.
004211*-----------------------------------------------------------------
004212 1220-READ-DEPARTMENT.
004213     READ GREETDPT-FILE
004214         AT END
004215             SET WS-GREETDPT-EOF TO TRUE
004216     END-READ.
004217 1220-READ-DEPARTMENT-EXIT.
004218     EXIT.
004219*-----------------------------------------------------------------
004221* 1300-OPEN-LETTER-FILES -- OPEN THE LETTER PRINT FILE AND THE
004222*     ANVMAIL MAILROOM EXTRACT AND WRITE THE EXTRACT HEADER.  THE
004223*     TWO MUST AGREE, SO IF EITHER WILL NOT OPEN NEITHER IS
004224*     WRITTEN: THE ONE THAT DID OPEN IS CLOSED EMPTY, THE RUN
004225*     STILL GREETS, AND RETURN CODE 0004 IS LEFT.
004226*-----------------------------------------------------------------
004227 1300-OPEN-LETTER-FILES.
004228     OPEN OUTPUT LETTER-FILE.
004229     OPEN OUTPUT ANVMAIL-FILE.
004231     IF WS-LETTER-FILE-STATUS IS EQUAL TO "00"
004232         AND WS-ANVMAIL-FILE-STATUS IS EQUAL TO "00"
004233         SET WS-LETTERS-OPEN-OK TO TRUE
004234     ELSE
004235         DISPLAY "HELLOANV - UNABLE TO OPEN LETTERS OR ANVMAIL, "
004236             "STATUS = " WS-LETTER-FILE-STATUS " "
004237             WS-ANVMAIL-FILE-STATUS
004238         DISPLAY "HELLOANV - NO LETTERS OR MAILROOM EXTRACT "
004239             "FOR THIS RUN"
004241         IF WS-LETTER-FILE-STATUS IS EQUAL TO "00"
004242             CLOSE LETTER-FILE
004243         END-IF
004244         IF WS-ANVMAIL-FILE-STATUS IS EQUAL TO "00"
004245             CLOSE ANVMAIL-FILE
004246         END-IF
004247         MOVE 0004 TO WS-RETURN-CODE
004248         GO TO 1300-OPEN-LETTER-FILES-EXIT
004249     END-IF.
004251     MOVE SPACES              TO ANVMAIL-RECORD.
004252     SET ML-HEADER-REC        TO TRUE.
004253     MOVE WS-RUNDATE          TO ML-HDR-FIRST-DATE.
004254     MOVE WS-LAST-WINDOW-DATE TO ML-HDR-LAST-DATE.
004256     ACCEPT ML-HDR-CREATE-DATE FROM DATE YYYYMMDD.
004257     ACCEPT ML-HDR-CREATE-TIME FROM TIME.
004258     WRITE ANVMAIL-RECORD.
004259     PERFORM 2890-CHECK-LETTER-STATUS
004261         THRU 2890-CHECK-LETTER-STATUS-EXIT.
004262 1300-OPEN-LETTER-FILES-EXIT.
004263     EXIT.
004140*-----------------------------------------------------------------
004150* 2000-PROCESS-MASTER -- TEST ONE EMPLOYEE FOR A SERVICE
004160*     ANNIVERSARY (OR, IN BIRTHDAY MODE, A BIRTHDAY) ON THE RUN
004165*     DATE AND GREET THEM IF SO.
004170*-----------------------------------------------------------------
004180 2000-PROCESS-MASTER.
004190     ADD 1 TO WS-READ-COUNT.
004191     IF WS-BIRTHDAY-MODE
004192         PERFORM 2500-CHECK-BIRTHDAY
004193             THRU 2500-CHECK-BIRTHDAY-EXIT
004194         IF WS-BIRTHDAY-TODAY
004195             PERFORM 2600-GREET-BIRTHDAY
004196                 THRU 2600-GREET-BIRTHDAY-EXIT
004197         END-IF
004198         GO TO 2000-PROCESS-MASTER-NEXT
004199     END-IF.
004200     PERFORM 2200-CHECK-ANNIVERSARY
004210         THRU 2200-CHECK-ANNIVERSARY-EXIT.
004220     IF WS-ANNIV-TODAY
004230         PERFORM 2300-GREET-ANNIVERSARY
004240             THRU 2300-GREET-ANNIVERSARY-EXIT
004250     END-IF.
004264     IF WS-LETTERS-OPEN-OK
004265         PERFORM 2700-CHECK-LETTER-WINDOW
004266             THRU 2700-CHECK-LETTER-WINDOW-EXIT
004267     END-IF.
004255 2000-PROCESS-MASTER-NEXT.
004260     PERFORM 2100-READ-MASTER
004270         THRU 2100-READ-MASTER-EXIT.
004280 2000-PROCESS-MASTER-EXIT.
004690* 2300-GREET-ANNIVERSARY -- BUILD AND DISPLAY THE ANNIVERSARY
004700*     GREETING FOR THE EMPLOYEE NOW IN GREETING-MASTER-RECORD
004710*     AND WRITE IT TO THE AUDIT TRAIL UNDER THE HELLOANV TAG.
004711*     AN EMPLOYEE ALREADY ON THE GREETLDG LEDGER FOR THE RUN
004712*     DATE UNDER THAT TAG IS SKIPPED AND COUNTED.
004720*-----------------------------------------------------------------
004730 2300-GREET-ANNIVERSARY.
004731     MOVE "HELLOANV" TO WS-LEDGER-TAG.
004732     IF WS-GREETLDG-OPEN-OK
004733         PERFORM 8200-CHECK-LEDGER
004734             THRU 8200-CHECK-LEDGER-EXIT
004735         IF WS-ALREADY-GREETED
004736             ADD 1 TO WS-LEDGER-SKIP-COUNT
004737             GO TO 2300-GREET-ANNIVERSARY-EXIT
004738         END-IF
004739     END-IF.
004740     ADD 1 TO WS-ANNIV-COUNT.
004750     COMPUTE WS-SERVICE-YEARS = WS-RUN-YEAR - WS-HIRE-YEAR.
004760     MOVE GM-LANG-CODE TO WS-EMP-LANG-CODE.
004970         PERFORM 8100-WRITE-GREETLOG
004980             THRU 8100-WRITE-GREETLOG-EXIT
004990     END-IF.
004991     IF WS-GREETLDG-OPEN-OK
004992         PERFORM 8300-WRITE-LEDGER
004993             THRU 8300-WRITE-LEDGER-EXIT
004994     END-IF.
005000 2300-GREET-ANNIVERSARY-EXIT.
005010     EXIT.
005020*-----------------------------------------------------------------
005310     END-IF.
005320 2410-SEARCH-TRANS-TABLE-EXIT.
005330     EXIT.
005331*-----------------------------------------------------------------
005332* 2500-CHECK-BIRTHDAY -- DOES THIS EMPLOYEE'S BIRTH DATE FALL ON
005333*     THE RUN DATE?  A RECORD WITHOUT A NUMERIC BIRTH DATE IS
005334*     PASSED OVER.  AN EMPLOYEE BORN ON FEBRUARY 29TH IS GREETED
005335*     ON FEBRUARY 28TH WHEN THE RUN YEAR HAS NO 29TH.
005336*-----------------------------------------------------------------
005337 2500-CHECK-BIRTHDAY.
005338     MOVE "N" TO WS-BIRTHDAY-TODAY-SW.
005339     IF GM-BIRTH-DATE IS NOT NUMERIC
005341         GO TO 2500-CHECK-BIRTHDAY-EXIT
005342     END-IF.
005343     IF GM-BIRTH-DATE IS EQUAL TO WS-RUN-MMDD
005344         SET WS-BIRTHDAY-TODAY TO TRUE
005345         GO TO 2500-CHECK-BIRTHDAY-EXIT
005346     END-IF.
005347     IF GM-BIRTH-DATE IS EQUAL TO 0229
005348         AND WS-RUN-MMDD IS EQUAL TO 0228
005349         AND NOT WS-LEAP-YEAR
005351         SET WS-BIRTHDAY-TODAY TO TRUE
005352     END-IF.
005353 2500-CHECK-BIRTHDAY-EXIT.
005354     EXIT.
005355*-----------------------------------------------------------------
005356* 2600-GREET-BIRTHDAY -- BUILD AND DISPLAY THE BIRTHDAY GREETING
005357*     FOR THE EMPLOYEE NOW IN GREETING-MASTER-RECORD AND WRITE IT
005358*     TO THE AUDIT TRAIL AND LEDGER UNDER THE HELLOBDY TAG.  THE
005359*     SALUTATION IS RESOLVED AS FOR THE ANNIVERSARY GREETING.
005361*-----------------------------------------------------------------
005362 2600-GREET-BIRTHDAY.
005412     MOVE "HELLOBDY" TO WS-LEDGER-TAG.
005413     IF WS-GREETLDG-OPEN-OK
005414         PERFORM 8200-CHECK-LEDGER
005415             THRU 8200-CHECK-LEDGER-EXIT
005416         IF WS-ALREADY-GREETED
005417             ADD 1 TO WS-LEDGER-SKIP-COUNT
005418             GO TO 2600-GREET-BIRTHDAY-EXIT
005419         END-IF
005431     END-IF.
005363     ADD 1 TO WS-BIRTHDAY-COUNT.
005364     MOVE GM-LANG-CODE TO WS-EMP-LANG-CODE.
005365     IF WS-EMP-LANG-CODE IS EQUAL TO SPACES
005366         MOVE "EN" TO WS-EMP-LANG-CODE
005367     END-IF.
005368     MOVE GM-SALUTATION TO WS-SALUTATION.
005369     IF WS-SALUTATION IS EQUAL TO SPACES
005371         PERFORM 2400-RESOLVE-SALUTATION
005372             THRU 2400-RESOLVE-SALUTATION-EXIT
005373     END-IF.
005374     MOVE WS-WISH-TEXT (1) TO WS-BDAY-WISH.
005375     MOVE "N" TO WS-WISH-FOUND-SW.
005376     PERFORM 2610-SEARCH-WISH-TABLE
005377         THRU 2610-SEARCH-WISH-TABLE-EXIT
005378         VARYING WS-WISH-SUB FROM 1 BY 1
005379         UNTIL WS-WISH-SUB IS GREATER THAN 4
005381         OR WS-WISH-FOUND.
005382     MOVE WS-SALUTATION   TO WS-BDAY-SALUTATION.
005383     MOVE GM-FULL-NAME    TO WS-BDAY-NAME.
005384     MOVE SPACES          TO GR-MESSAGE-TEXT OF WS-GREETREC.
005385     MOVE WS-BDAY-LINE    TO GR-MESSAGE-TEXT OF WS-GREETREC.
005386     MOVE WS-EMP-LANG-CODE
005387                          TO GR-LANGUAGE-CODE OF WS-GREETREC.
005388     MOVE "HELLOBDY"      TO GR-SOURCE-PROGRAM OF WS-GREETREC.
005389     MOVE WS-RUNDATE      TO GR-TS-DATE OF WS-GREETREC.
005391     ACCEPT GR-TS-TIME OF WS-GREETREC FROM TIME.
005392     DISPLAY GR-MESSAGE-TEXT OF WS-GREETREC.
005393     IF WS-GREETLOG-OPEN-OK
005394         PERFORM 8100-WRITE-GREETLOG
005395             THRU 8100-WRITE-GREETLOG-EXIT
005396     END-IF.
005432     IF WS-GREETLDG-OPEN-OK
005433         PERFORM 8300-WRITE-LEDGER
005434             THRU 8300-WRITE-LEDGER-EXIT
005435     END-IF.
005397 2600-GREET-BIRTHDAY-EXIT.
005398     EXIT.
005399*-----------------------------------------------------------------
005401* 2610-SEARCH-WISH-TABLE -- TEST ONE BIRTHDAY WISH TABLE ENTRY
005402*     FOR A MATCH ON THE EMPLOYEE'S LANGUAGE CODE.
005403*-----------------------------------------------------------------
005404 2610-SEARCH-WISH-TABLE.
005405     IF WS-WISH-LANG (WS-WISH-SUB) IS EQUAL TO WS-EMP-LANG-CODE
005406         MOVE WS-WISH-TEXT (WS-WISH-SUB) TO WS-BDAY-WISH
005407         SET WS-WISH-FOUND TO TRUE
005408     END-IF.
005409 2610-SEARCH-WISH-TABLE-EXIT.
005411     EXIT.
005443*-----------------------------------------------------------------
005444* 2700-CHECK-LETTER-WINDOW -- TEST THIS EMPLOYEE'S HIRE DATE
005445*     AGAINST EVERY DATE IN THE LETTER WINDOW.  A RECORD WITHOUT
005446*     A NUMERIC HIRE DATE GETS NO LETTER.
005447*-----------------------------------------------------------------
005448 2700-CHECK-LETTER-WINDOW.
005449     IF GM-HIRE-DATE IS NOT NUMERIC
005452         GO TO 2700-CHECK-LETTER-WINDOW-EXIT
005453     END-IF.
005454     MOVE GM-HIRE-DATE TO WS-HIRE-DATE.
005455     IF WS-HIRE-DATE IS EQUAL TO ZERO
005456         GO TO 2700-CHECK-LETTER-WINDOW-EXIT
005457     END-IF.
005458     PERFORM 2710-CHECK-LETTER-DATE
005459         THRU 2710-CHECK-LETTER-DATE-EXIT
005461         VARYING WS-WIN-SUB FROM 1 BY 1
005462         UNTIL WS-WIN-SUB IS GREATER THAN WS-WINDOW-COUNT.
005463 2700-CHECK-LETTER-WINDOW-EXIT.
005464     EXIT.
005465*-----------------------------------------------------------------
005466* 2710-CHECK-LETTER-DATE -- DOES THE HIRE DATE FALL ON ONE
005467*     WINDOW DATE?  THE SAME RULES AS 2200-CHECK-ANNIVERSARY: NOT
005468*     IN THE HIRE YEAR ITSELF, AND FEBRUARY 29TH HIRES ON
005469*     FEBRUARY 28TH WHEN THAT YEAR HAS NO 29TH.  A MATCH PRINTS
005471*     THE LETTER.
005472*-----------------------------------------------------------------
005473 2710-CHECK-LETTER-DATE.
005474     IF WS-HIRE-YEAR IS NOT LESS THAN WS-WIN-YEAR (WS-WIN-SUB)
005475         GO TO 2710-CHECK-LETTER-DATE-EXIT
005476     END-IF.
005477     IF WS-HIRE-MMDD IS EQUAL TO WS-WIN-MMDD (WS-WIN-SUB)
005478         PERFORM 2800-PRINT-LETTER
005479             THRU 2800-PRINT-LETTER-EXIT
005481         GO TO 2710-CHECK-LETTER-DATE-EXIT
005482     END-IF.
005483     IF WS-HIRE-MMDD IS EQUAL TO 0229
005484         AND WS-WIN-MMDD (WS-WIN-SUB) IS EQUAL TO 0228
005485         AND WS-WIN-LEAP-SW (WS-WIN-SUB) IS NOT EQUAL TO "Y"
005486         PERFORM 2800-PRINT-LETTER
005487             THRU 2800-PRINT-LETTER-EXIT
005488     END-IF.
005489 2710-CHECK-LETTER-DATE-EXIT.
005491     EXIT.
005492*-----------------------------------------------------------------
005493* 2800-PRINT-LETTER -- PRINT ONE ANNIVERSARY LETTER PAGE FOR THE
005494*     EMPLOYEE NOW IN GREETING-MASTER-RECORD AND THE WINDOW DATE
005495*     AT WS-WIN-SUB, AND WRITE THE MATCHING MAILROOM DETAIL.  THE
005496*     SALUTATION IS THE GREETTAB ONE FOR THE EMPLOYEE'S LANGUAGE;
005497*     A LANGUAGE NOT ON GREETTAB TAKES THE EMPLOYEE'S OWN
005498*     SALUTATION, ELSE ENGLISH "Hello".
005499*-----------------------------------------------------------------
005501 2800-PRINT-LETTER.
005502     ADD 1 TO WS-LETTER-COUNT.
005503     MOVE WS-WIN-DATE (WS-WIN-SUB) TO WS-LTR-DATE.
005504     COMPUTE WS-LTR-SERVICE-YEARS = WS-LTR-YEAR - WS-HIRE-YEAR.
005505     MOVE GM-LANG-CODE TO WS-EMP-LANG-CODE.
005506     IF WS-EMP-LANG-CODE IS EQUAL TO SPACES
005507         MOVE "EN" TO WS-EMP-LANG-CODE
005508     END-IF.
005509     PERFORM 2400-RESOLVE-SALUTATION
005511         THRU 2400-RESOLVE-SALUTATION-EXIT.
005512     IF NOT WS-TRANS-FOUND
005513         AND GM-SALUTATION IS NOT EQUAL TO SPACES
005514         MOVE GM-SALUTATION TO WS-SALUTATION
005515         IF GM-LANG-CODE IS NOT EQUAL TO SPACES
005516             MOVE GM-LANG-CODE TO WS-EMP-LANG-CODE
005517         END-IF
005518     END-IF.
005519     MOVE SPACES TO WS-LTR-DEPT-NAME.
005521     MOVE GM-DEPT-CODE TO WS-FIND-DEPT-CODE.
005522     PERFORM 2820-FIND-DEPARTMENT
005523         THRU 2820-FIND-DEPARTMENT-EXIT.
005524     IF WS-DEPT-FOUND
005525         MOVE WS-DEPT-NAME (WS-DEPT-SUB) TO WS-LTR-DEPT-NAME
005526     END-IF.
005527     MOVE "N" TO WS-LTR-MILESTONE-SW.
005528     IF WS-LTR-SERVICE-YEARS IS EQUAL TO 5
005529         OR WS-LTR-SERVICE-YEARS IS EQUAL TO 10
005531         OR WS-LTR-SERVICE-YEARS IS EQUAL TO 15
005532         OR WS-LTR-SERVICE-YEARS IS EQUAL TO 20
005533         OR WS-LTR-SERVICE-YEARS IS EQUAL TO 25
005534         SET WS-LTR-MILESTONE TO TRUE
005535         ADD 1 TO WS-MILESTONE-COUNT
005536     END-IF.
005537     PERFORM 2810-WRITE-LETTER-PAGE
005538         THRU 2810-WRITE-LETTER-PAGE-EXIT.
005539     MOVE SPACES               TO ANVMAIL-RECORD.
005541     SET ML-DETAIL-REC         TO TRUE.
005542     MOVE GM-EMPLOYEE-ID       TO ML-EMPLOYEE-ID.
005543     MOVE WS-LTR-DATE          TO ML-ANNIV-DATE.
005544     MOVE WS-LTR-SERVICE-YEARS TO ML-SERVICE-YEARS.
005545     MOVE WS-LTR-MILESTONE-SW  TO ML-MILESTONE-FLAG.
005546     MOVE WS-EMP-LANG-CODE     TO ML-LANG-CODE.
005547     MOVE WS-SALUTATION        TO ML-SALUTATION.
005548     MOVE GM-FULL-NAME         TO ML-FULL-NAME.
005549     MOVE GM-DEPT-CODE         TO ML-DEPT-CODE.
005551     MOVE WS-LTR-DEPT-NAME     TO ML-DEPT-NAME.
005552     WRITE ANVMAIL-RECORD.
005553     PERFORM 2890-CHECK-LETTER-STATUS
005554         THRU 2890-CHECK-LETTER-STATUS-EXIT.
005555 2800-PRINT-LETTER-EXIT.
005556     EXIT.
005557*-----------------------------------------------------------------
005558* 2810-WRITE-LETTER-PAGE -- PRINT THE LETTER: TITLE, GREETING,
005559*     YEARS OF SERVICE, DEPARTMENT, THE MILESTONE LINE WHEN THE
005561*     YEARS ARE A MILESTONE, AND THE EMPLOYEE REFERENCE.
005562*-----------------------------------------------------------------
005563 2810-WRITE-LETTER-PAGE.
005564     MOVE WS-LETTER-COUNT TO LT-LETTER-NUMBER.
005565     MOVE WS-RUNDATE TO LT-RUN-DATE.
005566     WRITE LETTER-RECORD FROM LT-TITLE-LINE.
005567     WRITE LETTER-RECORD FROM LT-RUN-LINE.
005568     MOVE SPACES TO WS-LTR-GREETING.
005569     STRING WS-SALUTATION DELIMITED BY "  "
005571         " "              DELIMITED BY SIZE
005572         GM-FULL-NAME     DELIMITED BY "  "
005573         ","              DELIMITED BY SIZE
005574         INTO WS-LTR-GREETING.
005575     MOVE "-" TO LT-BODY-CONTROL.
005576     MOVE WS-LTR-GREETING TO LT-BODY-TEXT.
005577     WRITE LETTER-RECORD FROM LT-BODY-LINE.
005578     MOVE WS-LTR-MONTH TO WS-LTR-SVC-MONTH.
005579     MOVE WS-LTR-DAY   TO WS-LTR-SVC-DAY.
005581     MOVE WS-LTR-YEAR  TO WS-LTR-SVC-YEAR.
005582     MOVE WS-LTR-SERVICE-YEARS TO WS-LTR-SVC-YEARS.
005583     IF WS-LTR-SERVICE-YEARS IS EQUAL TO 1
005584         MOVE "YEAR" TO WS-LTR-SVC-YEAR-WORD
005585     ELSE
005586         MOVE "YEARS" TO WS-LTR-SVC-YEAR-WORD
005587     END-IF.
005588     MOVE "0" TO LT-BODY-CONTROL.
005589     MOVE WS-LTR-SERVICE-TEXT TO LT-BODY-TEXT.
005591     WRITE LETTER-RECORD FROM LT-BODY-LINE.
005592     MOVE GM-DEPT-CODE     TO WS-LTR-DEPT-CODE.
005593     MOVE WS-LTR-DEPT-NAME TO WS-LTR-DEPT-NAME-TEXT.
005594     MOVE WS-LTR-DEPT-TEXT TO LT-BODY-TEXT.
005595     WRITE LETTER-RECORD FROM LT-BODY-LINE.
005596     IF WS-LTR-MILESTONE
005597         MOVE WS-LTR-SERVICE-YEARS TO WS-LTR-MS-YEARS
005598         MOVE "-" TO LT-BODY-CONTROL
005599         MOVE WS-LTR-MILESTONE-TEXT TO LT-BODY-TEXT
005601         WRITE LETTER-RECORD FROM LT-BODY-LINE
005602     END-IF.
005603     MOVE GM-EMPLOYEE-ID   TO WS-LTR-REF-EMPLOYEE-ID.
005604     MOVE WS-EMP-LANG-CODE TO WS-LTR-REF-LANG-CODE.
005605     MOVE "-" TO LT-BODY-CONTROL.
005606     MOVE WS-LTR-REFERENCE-TEXT TO LT-BODY-TEXT.
005607     WRITE LETTER-RECORD FROM LT-BODY-LINE.
005608 2810-WRITE-LETTER-PAGE-EXIT.
005609     EXIT.
005611*-----------------------------------------------------------------
005612* 2820-FIND-DEPARTMENT -- LOOK FOR WS-FIND-DEPT-CODE IN THE
005613*     DEPARTMENT TABLE.  WS-DEPT-SUB IS LEFT ON THE MATCH.
005614*-----------------------------------------------------------------
005615 2820-FIND-DEPARTMENT.
005616     MOVE "N" TO WS-DEPT-FOUND-SW.
005617     PERFORM 2830-SEARCH-DEPT-TABLE
005618         THRU 2830-SEARCH-DEPT-TABLE-EXIT
005619         VARYING WS-DEPT-SUB FROM 1 BY 1
005621         UNTIL WS-DEPT-SUB IS GREATER THAN WS-DEPT-COUNT
005622         OR WS-DEPT-FOUND.
005623     IF WS-DEPT-FOUND
005624         SUBTRACT 1 FROM WS-DEPT-SUB
005625     END-IF.
005626 2820-FIND-DEPARTMENT-EXIT.
005627     EXIT.
005628*-----------------------------------------------------------------
005629* 2830-SEARCH-DEPT-TABLE -- TEST ONE DEPARTMENT TABLE ENTRY.
005631*-----------------------------------------------------------------
005632 2830-SEARCH-DEPT-TABLE.
005633     IF WS-DEPT-CODE (WS-DEPT-SUB) IS EQUAL TO WS-FIND-DEPT-CODE
005634         SET WS-DEPT-FOUND TO TRUE
005635     END-IF.
005636 2830-SEARCH-DEPT-TABLE-EXIT.
005637     EXIT.
005638*-----------------------------------------------------------------
005639* 2890-CHECK-LETTER-STATUS -- AFTER EACH LETTER, REPORT THE FIRST
005641*     WRITE FAILURE ON EITHER LETTER FILE WITH RETURN CODE 0004.
005642*-----------------------------------------------------------------
005643 2890-CHECK-LETTER-STATUS.
005644     IF WS-LETTER-ERROR
005645         GO TO 2890-CHECK-LETTER-STATUS-EXIT
005646     END-IF.
005647     IF WS-LETTER-FILE-STATUS IS NOT EQUAL TO "00"
005648         OR WS-ANVMAIL-FILE-STATUS IS NOT EQUAL TO "00"
005649         SET WS-LETTER-ERROR TO TRUE
005651         DISPLAY "HELLOANV - LETTERS OR ANVMAIL WRITE FAILED, "
005652             "STATUS = " WS-LETTER-FILE-STATUS " "
005653             WS-ANVMAIL-FILE-STATUS
005654         MOVE 0004 TO WS-RETURN-CODE
005655     END-IF.
005656 2890-CHECK-LETTER-STATUS-EXIT.
005657     EXIT.
005340*-----------------------------------------------------------------
005350* 3000-REPORT-RESULTS -- SAY EXPLICITLY WHAT THE RUN FOUND.  A
005360*     DATE WITH NO ANNIVERSARIES SAYS SO RATHER THAN LEAVING
005370*     EMPTY OUTPUT THAT LOOKS LIKE A DEAD RUN.  EMPLOYEES SKIPPED
005437*     AS ALREADY GREETED ARE COUNTED SEPARATELY AND STILL MEAN
005438*     THE DATE HAD SOMEONE TO CELEBRATE.
005380*-----------------------------------------------------------------
005390 3000-REPORT-RESULTS.
005400     DISPLAY "HELLOANV - RUN DATE                " WS-RUNDATE.
005410     DISPLAY "HELLOANV - MASTER RECORDS READ     "
005420         WS-READ-COUNT.
005439     DISPLAY "HELLOANV - ALREADY GREETED, SKIPPED "
005441         WS-LEDGER-SKIP-COUNT.
005421     IF WS-BIRTHDAY-MODE
005422         DISPLAY "HELLOANV - BIRTHDAYS GREETED       "
005423             WS-BIRTHDAY-COUNT
005424         IF WS-BIRTHDAY-COUNT IS EQUAL TO ZERO
005442             AND WS-LEDGER-SKIP-COUNT IS EQUAL TO ZERO
005425             DISPLAY "HELLOANV - NO BIRTHDAYS FALL ON "
005426                 WS-RUNDATE
005427         END-IF
005428         GO TO 3000-REPORT-RESULTS-EXIT
005429     END-IF.
005430     DISPLAY "HELLOANV - ANNIVERSARIES GREETED   "
005440         WS-ANNIV-COUNT.
005450     IF WS-ANNIV-COUNT IS EQUAL TO ZERO
005451         AND WS-LEDGER-SKIP-COUNT IS EQUAL TO ZERO
005460         DISPLAY "HELLOANV - NO SERVICE ANNIVERSARIES FALL ON "
005470             WS-RUNDATE
005480     END-IF.
005658     IF WS-LETTERS-OPEN-OK
005659         PERFORM 3100-FINISH-LETTERS
005661             THRU 3100-FINISH-LETTERS-EXIT
005662     END-IF.
005490 3000-REPORT-RESULTS-EXIT.
005500     EXIT.
005663*-----------------------------------------------------------------
005664* 3100-FINISH-LETTERS -- REPORT THE LETTERS PRINTED FOR THE
005665*     LETTER WINDOW AND CLOSE THE MAILROOM EXTRACT WITH ITS COUNT
005666*     TRAILER.  A WINDOW WITH NO ANNIVERSARIES PRINTS A PAGE
005667*     SAYING SO, AND THE EXTRACT STILL GETS ITS TRAILER WITH A
005668*     ZERO COUNT.
005669*-----------------------------------------------------------------
005671 3100-FINISH-LETTERS.
005672     DISPLAY "HELLOANV - LETTER WINDOW           " WS-RUNDATE
005673         " TO " WS-LAST-WINDOW-DATE.
005674     DISPLAY "HELLOANV - LETTERS PRINTED         "
005675         WS-LETTER-COUNT.
005676     DISPLAY "HELLOANV - MILESTONE LETTERS       "
005677         WS-MILESTONE-COUNT.
005678     IF WS-LETTER-COUNT IS EQUAL TO ZERO
005679         MOVE ZERO TO LT-LETTER-NUMBER
005681         MOVE WS-RUNDATE TO LT-RUN-DATE
005682         WRITE LETTER-RECORD FROM LT-TITLE-LINE
005683         WRITE LETTER-RECORD FROM LT-RUN-LINE
005684         MOVE WS-RUNDATE TO WS-LTR-NONE-FIRST
005685         MOVE WS-LAST-WINDOW-DATE TO WS-LTR-NONE-LAST
005686         MOVE "-" TO LT-BODY-CONTROL
005687         MOVE WS-LTR-NONE-TEXT TO LT-BODY-TEXT
005688         WRITE LETTER-RECORD FROM LT-BODY-LINE
005689     END-IF.
005691     MOVE SPACES          TO ANVMAIL-RECORD.
005692     SET ML-TRAILER-REC   TO TRUE.
005693     MOVE WS-LETTER-COUNT TO ML-TRL-RECORD-COUNT.
005694     WRITE ANVMAIL-RECORD.
005695     PERFORM 2890-CHECK-LETTER-STATUS
005696         THRU 2890-CHECK-LETTER-STATUS-EXIT.
005697 3100-FINISH-LETTERS-EXIT.
005698     EXIT.
005510*-----------------------------------------------------------------
005520* 8100-WRITE-GREETLOG -- WRITE ONE KEYED AUDIT RECORD FOR THE
005530*     GREETING JUST DISPLAYED, IN THE SAME GLOGREC
005540*     LAYOUT THE OTHER GREETING PROGRAMS WRITE.
005550*-----------------------------------------------------------------
005560 8100-WRITE-GREETLOG.
005860     END-WRITE.
005870 8110-WRITE-KEYED-LOG-EXIT.
005880     EXIT.
005881*-----------------------------------------------------------------
005882* 8200-CHECK-LEDGER -- READ THE GREETLDG LEDGER FOR THIS
005883*     EMPLOYEE, THE RUN DATE AND THE CURRENT LEDGER TAG.  A
005884*     LEDGER OPENED OUTPUT ON ITS FIRST RUN CANNOT BE READ AND
005885*     HOLDS NOTHING EARLIER, SO THE READ IS SKIPPED.
005886*-----------------------------------------------------------------
005887 8200-CHECK-LEDGER.
005888     MOVE "N" TO WS-ALREADY-GREETED-SW.
005889     IF WS-GREETLDG-NEW
005891         GO TO 8200-CHECK-LEDGER-EXIT
005892     END-IF.
005893     MOVE GM-EMPLOYEE-ID  TO LD-KEY-EMPLOYEE-ID.
005894     MOVE WS-RUNDATE      TO LD-KEY-DATE.
005895     MOVE WS-LEDGER-TAG   TO LD-KEY-PROGRAM.
005896     READ GREETLDG-FILE
005897         INVALID KEY
005898             CONTINUE
005899         NOT INVALID KEY
005901             SET WS-ALREADY-GREETED TO TRUE
005902     END-READ.
005903 8200-CHECK-LEDGER-EXIT.
005904     EXIT.
005905*-----------------------------------------------------------------
005906* 8300-WRITE-LEDGER -- RECORD THE GREETING JUST DISPLAYED ON THE
005907*     GREETLDG LEDGER.  A WRITE FAILURE IS REPORTED WITH RETURN
005908*     CODE 0004.
005909*-----------------------------------------------------------------
005911 8300-WRITE-LEDGER.
005912     MOVE SPACES          TO GREETLDG-RECORD.
005913     MOVE GM-EMPLOYEE-ID  TO LD-KEY-EMPLOYEE-ID.
005914     MOVE WS-RUNDATE      TO LD-KEY-DATE.
005915     MOVE WS-LEDGER-TAG   TO LD-KEY-PROGRAM.
005916     MOVE GR-TS-TIME OF WS-GREETREC TO LD-GREET-TIME.
005917     MOVE WS-JOB-NAME     TO LD-JOB-NAME.
005918     MOVE GM-DEPT-CODE    TO LD-DEPT-CODE.
005919     MOVE WS-EMP-LANG-CODE
005921                          TO LD-LANG-CODE.
005922     IF WS-BIRTHDAY-MODE
005923         SET LD-MODE-BIRTHDAY TO TRUE
005924     ELSE
005925         SET LD-MODE-ANNIVERSARY TO TRUE
005926     END-IF.
005927     WRITE GREETLDG-RECORD
005928         INVALID KEY
005929             DISPLAY "HELLOANV - UNABLE TO WRITE GREETLDG FOR "
005931                 GM-EMPLOYEE-ID ", STATUS = "
005932                 WS-GREETLDG-FILE-STATUS
005933             MOVE 0004 TO WS-RETURN-CODE
005934     END-WRITE.
005935 8300-WRITE-LEDGER-EXIT.
005936     EXIT.
005937*-----------------------------------------------------------------
005938* 8900-WRITE-STEP-TIMING -- RECORD THE STEP ON THE SHARED
005939*     STEPTIME DATASET: JOB AND STEP NAME, START AND END DATE AND
005941*     TIME, RECORDS PROCESSED AND THE FINAL RETURN CODE.
005942*     PERFORMED AFTER 9000-TERMINATE SO THE RETURN CODE IS THE
005943*     ONE THE STEP ENDS WITH.  FILE STATUS 35 MEANS THE DATASET
005944*     HAS NEVER BEEN WRITTEN; IT IS OPENED OUTPUT TO CREATE IT.
005945*     THE KEY SEQUENCE IS COUNTED UP FROM ZERO BY
005946*     8910-WRITE-KEYED-TIMING UNTIL THE KEY IS UNIQUE.  THE
005947*     TIMING RECORD IS NOT PART OF THE STEP'S WORK, SO A FAILURE
005948*     HERE IS DISPLAYED BUT LEAVES THE RETURN CODE ALONE.
005949*-----------------------------------------------------------------
005951 8900-WRITE-STEP-TIMING.
005952     OPEN I-O STEPTIME-FILE.
005953     IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "35"
005954         OPEN OUTPUT STEPTIME-FILE
005955     END-IF.
005956     IF WS-STEPTIME-FILE-STATUS IS NOT EQUAL TO "00"
005957         DISPLAY "HELLOANV - UNABLE TO OPEN STEPTIME, "
005958             "STATUS = " WS-STEPTIME-FILE-STATUS
005959         GO TO 8900-WRITE-STEP-TIMING-EXIT
005961     END-IF.
005962     MOVE SPACES               TO STEPTIME-RECORD.
005963     MOVE WS-STEP-START-DATE   TO TM-KEY-START-DATE.
005964     MOVE WS-STEP-START-TIME   TO TM-KEY-START-TIME.
005965     MOVE "HELLOANV"           TO TM-KEY-PROGRAM.
005966     MOVE WS-JOB-NAME          TO TM-JOB-NAME.
005967     MOVE WS-CEE3JBN-STEP-NAME TO TM-STEP-NAME.
005968     ACCEPT TM-END-DATE FROM DATE YYYYMMDD.
005969     ACCEPT TM-END-TIME FROM TIME.
005971     MOVE WS-READ-COUNT TO TM-RECORD-COUNT.
005972     MOVE WS-RETURN-CODE       TO TM-RETURN-CODE.
005973     MOVE ZERO TO WS-STEP-SEQ.
005974     MOVE "N"  TO WS-STEP-WRITTEN-SW.
005975     PERFORM 8910-WRITE-KEYED-TIMING
005976         THRU 8910-WRITE-KEYED-TIMING-EXIT
005977         UNTIL WS-STEP-WRITTEN
005978         OR WS-STEP-SEQ IS GREATER THAN 9998.
005979     IF NOT WS-STEP-WRITTEN
005984         DISPLAY "HELLOANV - STEPTIME WRITE FAILED, "
005985             "STATUS = " WS-STEPTIME-FILE-STATUS
005986     END-IF.
005987     CLOSE STEPTIME-FILE.
005988 8900-WRITE-STEP-TIMING-EXIT.
005989     EXIT.
005991*-----------------------------------------------------------------
005992* 8910-WRITE-KEYED-TIMING -- TRY THE WRITE WITH THE CURRENT
005993*     SEQUENCE NUMBER; A DUPLICATE KEY BUMPS THE SEQUENCE AND THE
005994*     CALLER TRIES AGAIN.  ANY OTHER FAILURE ENDS THE RETRIES.
005995*-----------------------------------------------------------------
005996 8910-WRITE-KEYED-TIMING.
005997     MOVE WS-STEP-SEQ TO TM-KEY-SEQ.
005998     WRITE STEPTIME-RECORD
005999         INVALID KEY
006001             IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "22"
006002                 ADD 1 TO WS-STEP-SEQ
006003             ELSE
006004                 MOVE 9999 TO WS-STEP-SEQ
006005             END-IF
006006         NOT INVALID KEY
006007             SET WS-STEP-WRITTEN TO TRUE
006008     END-WRITE.
006009 8910-WRITE-KEYED-TIMING-EXIT.
006010     EXIT.
005890*-----------------------------------------------------------------
005900* 9000-TERMINATE -- CLOSE FILES.
005910*-----------------------------------------------------------------
005960     IF WS-GREETLOG-OPEN-OK
005970         CLOSE GREETLOG-FILE
005980     END-IF.
005981     IF WS-GREETLDG-OPEN-OK
005982         CLOSE GREETLDG-FILE
005983     END-IF.
006011     IF WS-LETTERS-OPEN-OK
006012         CLOSE LETTER-FILE
006013         CLOSE ANVMAIL-FILE
006014     END-IF.
005990 9000-TERMINATE-EXIT.
006000     EXIT.
