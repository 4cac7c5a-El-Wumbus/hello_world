000300*           HELLONAME BUILDS (TOO LONG FOR ITS COLUMN, OR
000310*           CARRYING NON-PRINTABLE BYTES THAT DISPLAY AS
000320*           NOTHING AND LEAVE ", !" ON SYSOUT)
000322*         - A NON-BLANK GM-BIRTH-DATE THAT IS NOT A REAL MONTH
000324*           AND DAY, WHICH WOULD NEVER MATCH A HELLOANV
000326*           BIRTHDAY RUN
000327*         - A NON-BLANK GM-DEPT-CODE THAT IS NOT ON THE GREETDPT
000328*           DEPARTMENT REFERENCE DATASET OR IS A CLOSED
000329*           DEPARTMENT, WHICH A HELLONAME DEPT= ROLL-CALL WOULD
000331*           NEVER REACH
000330*     CONTROL TOTALS SHOW RECORDS READ, CLEAN AND FLAGGED BY
000340*     REASON, AND THE STEP ENDS NONZERO WHEN ANYTHING IS
000350*     FLAGGED SO THE SCHEDULER CAN HOLD THE ROLL-CALL.
000400*     0016  GREETMST OR GREETTAB WOULD NOT OPEN (THE LANGUAGE
000410*           CHECK IS MEANINGLESS WITHOUT THE TRANSLATION
000420*           DATASET, SO A MISSING GREETTAB STOPS THE AUDIT)
000421*           OR GREETDPT WOULD NOT OPEN (LIKEWISE FOR THE
000422*           DEPARTMENT CHECK)
000430*-----------------------------------------------------------------
000440* MODIFICATION HISTORY.
000450*     DATE       INIT  DESCRIPTION
000478*                       ARE NOT EQUAL TO SPACES, SO A GARBAGE
000481*                       NAME USED TO PASS EVERY CHECK AND
000482*                       STILL DISPLAY AS NOTHING.
000483*     10/15/2026 AN    RECOMPILED FOR THE EXPANDED 100-BYTE
000484*                       GMSTREC LAYOUT AND FLAG A NON-BLANK
000485*                       GM-BIRTH-DATE THAT IS NOT A VALID MMDD.
000486*     10/15/2026 AN    STEP START AND END NOW RECORDED ON THE
000487*                       SHARED STEPTIME DATASET (COPYBOOK
000488*                       GTIMREC) FOR THE HELLOTIM BATCH-WINDOW
000489*                       REPORT.
000491*     10/15/2026 AN    FLAG A NON-BLANK GM-DEPT-CODE THAT IS
000492*                       NOT ON THE NEW GREETDPT DEPARTMENT
000493*                       REFERENCE DATASET (COPYBOOK GDPTREC) OR
000494*                       IS A CLOSED DEPARTMENT.  A GREETDPT THAT
000495*                       WILL NOT OPEN STOPS THE AUDIT WITH 0016.
000480*****************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.     HELLOAUD.
000660     SELECT GREETTAB-FILE ASSIGN TO GREETTAB
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-GREETTAB-FILE-STATUS.
000681     SELECT GREETDPT-FILE ASSIGN TO GREETDPT
000682         ORGANIZATION IS SEQUENTIAL
000683         FILE STATUS IS WS-GREETDPT-FILE-STATUS.
000690     SELECT PRINT-FILE    ASSIGN TO HELLOAUD
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-PRINT-FILE-STATUS.
000711     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000712         ORGANIZATION IS INDEXED
000713         ACCESS MODE IS RANDOM
000714         RECORD KEY IS TM-TIMING-KEY
000715         FILE STATUS IS WS-STEPTIME-FILE-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  GREETING-MASTER
000830     05  TB-LANG-CODE           PIC X(02).
000840     05  TB-SALUTATION          PIC X(10).
000850     05  FILLER                 PIC X(68).
000851 FD  GREETDPT-FILE
000852     RECORDING MODE IS F
000853     LABEL RECORDS ARE STANDARD.
000854 01  GREETDPT-RECORD.
000855     COPY GDPTREC.
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
000950     05  WS-GREETMST-EOF-SW     PIC X(01) VALUE "N".
000960         88  WS-GREETMST-EOF               VALUE "Y".
000970     05  WS-GREETMST-OPEN-SW    PIC X(01) VALUE "N".
001080         88  WS-RECORD-FLAGGED             VALUE "Y".
001090     05  WS-UNPRINTABLE-SW      PIC X(01) VALUE "N".
001100         88  WS-UNPRINTABLE-FOUND          VALUE "Y".
001102     05  WS-BIRTH-DATE-VALID-SW PIC X(01) VALUE "N".
001104         88  WS-BIRTH-DATE-VALID           VALUE "Y".
001105     05  WS-GREETDPT-EOF-SW     PIC X(01) VALUE "N".
001106         88  WS-GREETDPT-EOF               VALUE "Y".
001107     05  WS-GREETDPT-OPEN-SW    PIC X(01) VALUE "N".
001108         88  WS-GREETDPT-OPEN-OK           VALUE "Y".
001109     05  WS-DEPT-FOUND-SW       PIC X(01) VALUE "N".
001113         88  WS-DEPT-FOUND                 VALUE "Y".
001110 01  WS-FILE-STATUSES.
001111     05  WS-STEPTIME-FILE-STATUS
001112                                PIC X(02) VALUE SPACES.
001120     05  WS-GREETMST-FILE-STATUS
001130                                PIC X(02) VALUE SPACES.
001140     05  WS-GREETTAB-FILE-STATUS
001150                                PIC X(02) VALUE SPACES.
001160     05  WS-PRINT-FILE-STATUS   PIC X(02) VALUE SPACES.
001161     05  WS-GREETDPT-FILE-STATUS
001162                                PIC X(02) VALUE SPACES.
001170 01  WS-RETURN-CODE             PIC 9(04) VALUE ZERO.
001180 01  WS-READ-COUNT              PIC 9(06) VALUE ZERO.
001190 01  WS-CLEAN-COUNT             PIC 9(06) VALUE ZERO.
001220 01  WS-BAD-ID-COUNT            PIC 9(06) VALUE ZERO.
001230 01  WS-BAD-LANG-COUNT          PIC 9(06) VALUE ZERO.
001240 01  WS-BAD-SALUT-COUNT         PIC 9(06) VALUE ZERO.
001245 01  WS-BAD-BIRTH-COUNT         PIC 9(06) VALUE ZERO.
001246 01  WS-BAD-DEPT-COUNT          PIC 9(06) VALUE ZERO.
001247 01  WS-CLOSED-DEPT-COUNT       PIC 9(06) VALUE ZERO.
001250 01  WS-TODAYS-DATE             PIC 9(08) VALUE ZERO.
001260*-----------------------------------------------------------------
001270* TRANSLATION TABLE -- THE LANGUAGE CODES OPERATIONS HAS DEFINED
001380 01  WS-TRANS-COUNT             PIC 9(02) COMP VALUE ZERO.
001390 01  WS-TRANS-SUB               PIC 9(02) COMP VALUE ZERO.
001400 01  WS-TRANS-DROPPED-COUNT     PIC 9(04) VALUE ZERO.
001401*-----------------------------------------------------------------
001402* DEPARTMENT TABLE -- THE DEPARTMENT CODES AND THEIR ACTIVE OR
001403* CLOSED STATUS FROM THE GREETDPT REFERENCE DATASET, LOADED BY
001404* 1200-LOAD-DEPARTMENTS THE SAME WAY HELLOMNT LOADS THEM.
001405*-----------------------------------------------------------------
001406 01  WS-DEPT-TABLE.
001407     05  WS-DEPT-ENTRY          OCCURS 200 TIMES.
001408         10  WS-DEPT-CODE       PIC X(03).
001409         10  WS-DEPT-STATUS     PIC X(01).
001411 01  WS-DEPT-COUNT              PIC 9(04) COMP VALUE ZERO.
001412 01  WS-DEPT-SUB                PIC 9(04) COMP VALUE ZERO.
001413 01  WS-DEPT-DROPPED-COUNT      PIC 9(04) VALUE ZERO.
001414 01  WS-LOOKUP-DEPT             PIC X(03) VALUE SPACES.
001410*-----------------------------------------------------------------
001420* SALUTATION-FIT WORK AREA -- THE SALUTATION HELLONAME WOULD
001430* ACTUALLY USE FOR THIS RECORD (THE EMPLOYEE'S OWN, OR THE
001520 01  WS-NAME-LENGTH             PIC 9(02) COMP VALUE ZERO.
001530 01  WS-GREETING-LENGTH         PIC 9(03) COMP VALUE ZERO.
001540 01  WS-SCAN-SUB                PIC 9(02) COMP VALUE ZERO.
001541*-----------------------------------------------------------------
001542* BIRTH DATE CHECK -- THE MASTER MMDD SPLIT FOR CHECKING AGAINST
001543* THE LONGEST MONTH LENGTHS (FEBRUARY 29 ALLOWED, SINCE NO YEAR
001544* IS HELD).
001545*-----------------------------------------------------------------
001546 01  WS-BIRTH-CHECK             PIC X(04) VALUE SPACES.
001547 01  WS-BIRTH-CHECK-R REDEFINES WS-BIRTH-CHECK.
001548     05  WS-BIRTH-CHECK-MONTH   PIC 9(02).
001549     05  WS-BIRTH-CHECK-DAY     PIC 9(02).
001551 01  WS-MONTH-DAYS-VALUES       PIC X(24)
001552                 VALUE "312931303130313130313031".
001553 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001554     05  WS-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
001550*-----------------------------------------------------------------
001560* REPORT PRINT CONTROL.
001570*-----------------------------------------------------------------
002060     05  FILLER                 PIC X(12) VALUE "RUN DATE  ".
002070     05  FL-RUN-DATE            PIC 9(08).
002080     05  FILLER                 PIC X(88) VALUE SPACES.
002081*-----------------------------------------------------------------
002082* JOB NAME CONTROL -- THE JOB AND STEP NAMES ARE STAMPED ON THE
002083* STEPTIME RECORD.  THEY ARE OBTAINED AT RUN TIME FROM THE
002084* LANGUAGE ENVIRONMENT CEE3JBN CALLABLE SERVICE, THE SAME WAY
002085* HELLO-WORLD STAMPS ITS GREETLOG RECORDS.
002086*-----------------------------------------------------------------
002087 01  WS-CEE3JBN-JOBNAME.
002088     05  WS-CEE3JBN-JOB-LEN     PIC S9(04) COMP.
002089     05  WS-CEE3JBN-JOB-NAME    PIC X(08).
002091 01  WS-CEE3JBN-STEPNAME.
002092     05  WS-CEE3JBN-STEP-LEN    PIC S9(04) COMP.
002093     05  WS-CEE3JBN-STEP-NAME   PIC X(08).
002094 01  WS-CEE3JBN-PROCNAME.
002095     05  WS-CEE3JBN-PROC-LEN    PIC S9(04) COMP.
002096     05  WS-CEE3JBN-PROC-NAME   PIC X(08).
002097 01  WS-FEEDBACK-CODE.
002098     05  WS-FDBK-SEVERITY       PIC S9(04) COMP.
002099     05  WS-FDBK-MSG-NO         PIC S9(04) COMP.
002101     05  WS-FDBK-CASE-FACILITY  PIC X(01).
002102     05  WS-FDBK-SEV-CONTROL    PIC X(03).
002103     05  WS-FDBK-FACILITY-ID    PIC X(03).
002104     05  WS-FDBK-ISINFO         PIC X(01).
002105 01  WS-JOB-NAME                PIC X(08) VALUE "HELLOAUD".
002106*-----------------------------------------------------------------
002107* STEP TIMING CONTROL -- THE DATE AND TIME THE STEP STARTED, HELD
002108* FOR THE STEPTIME RECORD WRITTEN AS THE STEP ENDS, AND THE KEY
002109* SEQUENCE THAT KEEPS THAT RECORD'S KEY UNIQUE.
002111*-----------------------------------------------------------------
002112 01  WS-STEP-START-DATE         PIC 9(08) VALUE ZERO.
002113 01  WS-STEP-START-TIME         PIC 9(08) VALUE ZERO.
002114 01  WS-STEP-SEQ                PIC 9(04) VALUE ZERO.
002090 PROCEDURE DIVISION.
002100*-----------------------------------------------------------------
002110* 0000-MAIN-CONTROL -- OVERALL SEQUENCE OF PROCESSING.
002120*-----------------------------------------------------------------
002130 0000-MAIN-CONTROL.
002131     PERFORM 0010-START-STEP-TIMING
002132         THRU 0010-START-STEP-TIMING-EXIT.
002133     PERFORM 0050-GET-JOB-NAME
002134         THRU 0050-GET-JOB-NAME-EXIT.
002140     PERFORM 1000-INITIALIZE
002150         THRU 1000-INITIALIZE-EXIT.
002160     IF WS-GREETMST-OPEN-OK AND WS-GREETTAB-OPEN-OK
002161         AND WS-GREETDPT-OPEN-OK
002170         PERFORM 2000-AUDIT-MASTER
002180             THRU 2000-AUDIT-MASTER-EXIT
002190             UNTIL WS-GREETMST-EOF
002220     END-IF.
002230     PERFORM 9000-TERMINATE
002240         THRU 9000-TERMINATE-EXIT.
002241     PERFORM 8900-WRITE-STEP-TIMING
002242         THRU 8900-WRITE-STEP-TIMING-EXIT.
002250     MOVE WS-RETURN-CODE TO RETURN-CODE.
002260     GOBACK.
002261*-----------------------------------------------------------------
002262* 0010-START-STEP-TIMING -- NOTE THE DATE AND TIME THE STEP
002263*     STARTED, FOR THE STEPTIME RECORD WRITTEN AS IT ENDS.
002264*-----------------------------------------------------------------
002265 0010-START-STEP-TIMING.
002266     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
002267     ACCEPT WS-STEP-START-TIME FROM TIME.
002268 0010-START-STEP-TIMING-EXIT.
002269     EXIT.
002271*-----------------------------------------------------------------
002272* 0050-GET-JOB-NAME -- ASK LANGUAGE ENVIRONMENT FOR THE NAME OF
002273*     THE JOB AND STEP THIS PROGRAM IS ACTUALLY RUNNING UNDER, FOR
002274*     THE STEPTIME RECORD.  WS-JOB-NAME KEEPS ITS VALUE-CLAUSE
002275*     DEFAULT IF THE CALL CANNOT SUPPLY ONE.
002276*-----------------------------------------------------------------
002277 0050-GET-JOB-NAME.
002278     CALL "CEE3JBN" USING WS-CEE3JBN-JOBNAME
002279         WS-CEE3JBN-STEPNAME
002281         WS-CEE3JBN-PROCNAME
002282         WS-FEEDBACK-CODE.
002283     IF WS-CEE3JBN-JOB-NAME IS NOT EQUAL TO SPACES
002284         MOVE WS-CEE3JBN-JOB-NAME TO WS-JOB-NAME
002285     END-IF.
002286 0050-GET-JOB-NAME-EXIT.
002287     EXIT.
002270*-----------------------------------------------------------------
002280* 1000-INITIALIZE -- OPEN FILES, LOAD THE TRANSLATION TABLE,
002290*     PRINT HEADINGS AND PRIME THE MASTER READ.  UNLIKE
002470     IF NOT WS-GREETTAB-OPEN-OK
002480         GO TO 1000-INITIALIZE-EXIT
002490     END-IF.
002491     PERFORM 1200-LOAD-DEPARTMENTS
002492         THRU 1200-LOAD-DEPARTMENTS-EXIT.
002493     IF NOT WS-GREETDPT-OPEN-OK
002494         GO TO 1000-INITIALIZE-EXIT
002495     END-IF.
002500     OPEN OUTPUT PRINT-FILE.
002510     SET WS-PRINT-OPEN-OK TO TRUE.
002520     PERFORM 4000-PRINT-HEADINGS
003140     END-READ.
003150 1120-READ-TRANSLATION-EXIT.
003160     EXIT.
003161*-----------------------------------------------------------------
003162* 1200-LOAD-DEPARTMENTS -- LOAD THE GREETDPT DEPARTMENT REFERENCE
003163*     DATASET INTO THE IN-STORAGE DEPARTMENT TABLE.  ANY OPEN
003164*     FAILURE, INCLUDING A MISSING DATASET, STOPS THE AUDIT WITH
003165*     0016.  BLANK CODES ARE SKIPPED AND A REPEATED CODE KEEPS
003166*     ITS FIRST RECORD.
003167*-----------------------------------------------------------------
003168 1200-LOAD-DEPARTMENTS.
003169     OPEN INPUT GREETDPT-FILE.
003171     IF WS-GREETDPT-FILE-STATUS IS NOT EQUAL TO "00"
003172         DISPLAY "HELLOAUD - UNABLE TO OPEN GREETDPT, "
003173             "STATUS = " WS-GREETDPT-FILE-STATUS
003174         MOVE 0016 TO WS-RETURN-CODE
003175         GO TO 1200-LOAD-DEPARTMENTS-EXIT
003176     END-IF.
003177     SET WS-GREETDPT-OPEN-OK TO TRUE.
003178     PERFORM 1220-READ-DEPARTMENT
003179         THRU 1220-READ-DEPARTMENT-EXIT.
003181     PERFORM 1210-LOAD-DEPARTMENT-ENTRY
003182         THRU 1210-LOAD-DEPARTMENT-ENTRY-EXIT
003183         UNTIL WS-GREETDPT-EOF.
003184     CLOSE GREETDPT-FILE.
003185     IF WS-DEPT-DROPPED-COUNT IS GREATER THAN ZERO
003186         DISPLAY "HELLOAUD - GREETDPT HOLDS MORE ENTRIES THAN "
003187             "THE DEPARTMENT TABLE LIMIT, "
003188             WS-DEPT-DROPPED-COUNT " ENTRIES IGNORED"
003189         MOVE 0004 TO WS-RETURN-CODE
003191     END-IF.
003192 1200-LOAD-DEPARTMENTS-EXIT.
003193     EXIT.
003194*-----------------------------------------------------------------
003195* 1210-LOAD-DEPARTMENT-ENTRY -- STORE ONE DEPARTMENT RECORD IN
003196*     THE TABLE AND READ THE NEXT ONE.
003197*-----------------------------------------------------------------
003198 1210-LOAD-DEPARTMENT-ENTRY.
003199     IF DP-DEPT-CODE IS EQUAL TO SPACES
003201         GO TO 1210-LOAD-DEPARTMENT-ENTRY-NEXT
003202     END-IF.
003203     MOVE DP-DEPT-CODE TO WS-LOOKUP-DEPT.
003204     PERFORM 2320-FIND-DEPARTMENT
003205         THRU 2320-FIND-DEPARTMENT-EXIT.
003206     IF WS-DEPT-FOUND
003207         GO TO 1210-LOAD-DEPARTMENT-ENTRY-NEXT
003208     END-IF.
003209     IF WS-DEPT-COUNT IS LESS THAN 200
003211         ADD 1 TO WS-DEPT-COUNT
003212         MOVE DP-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-COUNT)
003213         MOVE DP-STATUS    TO WS-DEPT-STATUS (WS-DEPT-COUNT)
003214     ELSE
003215         ADD 1 TO WS-DEPT-DROPPED-COUNT
003216     END-IF.
003217 1210-LOAD-DEPARTMENT-ENTRY-NEXT.
003218     PERFORM 1220-READ-DEPARTMENT
003219         THRU 1220-READ-DEPARTMENT-EXIT.
003221 1210-LOAD-DEPARTMENT-ENTRY-EXIT.
003222     EXIT.
003223*-----------------------------------------------------------------
003224* 1220-READ-DEPARTMENT -- READ THE NEXT DEPARTMENT RECORD.
003225*-----------------------------------------------------------------
003226 1220-READ-DEPARTMENT.
003227     READ GREETDPT-FILE
003228         AT END
003229             SET WS-GREETDPT-EOF TO TRUE
003231     END-READ.
003232 1220-READ-DEPARTMENT-EXIT.
003233     EXIT.
003170*-----------------------------------------------------------------
003180* 2000-AUDIT-MASTER -- RUN EVERY CHECK AGAINST THE MASTER RECORD
003190*     JUST READ.  EACH CHECK PRINTS ITS OWN REASON LINE, SO A
003310         THRU 2230-CHECK-LANG-CODE-EXIT.
003320     PERFORM 2240-CHECK-SALUTATION
003330         THRU 2240-CHECK-SALUTATION-EXIT.
003332     PERFORM 2245-CHECK-BIRTH-DATE
003334         THRU 2245-CHECK-BIRTH-DATE-EXIT.
003335     PERFORM 2290-CHECK-DEPT-CODE
003336         THRU 2290-CHECK-DEPT-CODE-EXIT.
003340     IF WS-RECORD-FLAGGED
003350         ADD 1 TO WS-FLAGGED-COUNT
003360     ELSE
004130     END-IF.
004140 2310-SEARCH-TRANS-TABLE-EXIT.
004150     EXIT.
004151*-----------------------------------------------------------------
004152* 2290-CHECK-DEPT-CODE -- A NON-BLANK DEPARTMENT CODE MUST BE AN
004153*     ACTIVE DEPARTMENT ON GREETDPT.  AN UNKNOWN CODE IS USUALLY
004154*     A TYPO THAT PUTS THE EMPLOYEE IN A PHANTOM DEPARTMENT; A
004155*     CLOSED ONE MEANS THE EMPLOYEE WAS NEVER MOVED WHEN THE
004156*     DEPARTMENT CLOSED.  A BLANK CODE MEANS NO DEPARTMENT AND
004157*     IS CLEAN, AS HELLOMNT ALLOWS.
004158*-----------------------------------------------------------------
004159 2290-CHECK-DEPT-CODE.
004161     IF GM-DEPT-CODE IS EQUAL TO SPACES
004162         GO TO 2290-CHECK-DEPT-CODE-EXIT
004163     END-IF.
004164     MOVE GM-DEPT-CODE TO WS-LOOKUP-DEPT.
004165     PERFORM 2320-FIND-DEPARTMENT
004166         THRU 2320-FIND-DEPARTMENT-EXIT.
004167     IF NOT WS-DEPT-FOUND
004168         ADD 1 TO WS-BAD-DEPT-COUNT
004169         MOVE "DEPARTMENT CODE NOT ON GREETDPT" TO DL-REASON
004171         PERFORM 2500-PRINT-FLAGGED-LINE
004172             THRU 2500-PRINT-FLAGGED-LINE-EXIT
004173         GO TO 2290-CHECK-DEPT-CODE-EXIT
004174     END-IF.
004175     IF WS-DEPT-STATUS (WS-DEPT-SUB) IS NOT EQUAL TO "A"
004176         ADD 1 TO WS-CLOSED-DEPT-COUNT
004177         MOVE "DEPARTMENT IS CLOSED" TO DL-REASON
004178         PERFORM 2500-PRINT-FLAGGED-LINE
004179             THRU 2500-PRINT-FLAGGED-LINE-EXIT
004181     END-IF.
004182 2290-CHECK-DEPT-CODE-EXIT.
004183     EXIT.
004184*-----------------------------------------------------------------
004185* 2320-FIND-DEPARTMENT -- LOOK FOR WS-LOOKUP-DEPT IN THE
004186*     DEPARTMENT TABLE.  WS-DEPT-SUB IS LEFT ON THE MATCH.
004187*-----------------------------------------------------------------
004188 2320-FIND-DEPARTMENT.
004189     MOVE "N" TO WS-DEPT-FOUND-SW.
004191     PERFORM 2330-SEARCH-DEPT-TABLE
004192         THRU 2330-SEARCH-DEPT-TABLE-EXIT
004193         VARYING WS-DEPT-SUB FROM 1 BY 1
004194         UNTIL WS-DEPT-SUB IS GREATER THAN WS-DEPT-COUNT
004195         OR WS-DEPT-FOUND.
004196     IF WS-DEPT-FOUND
004197         SUBTRACT 1 FROM WS-DEPT-SUB
004198     END-IF.
004199 2320-FIND-DEPARTMENT-EXIT.
004201     EXIT.
004202*-----------------------------------------------------------------
004203* 2330-SEARCH-DEPT-TABLE -- TEST ONE DEPARTMENT TABLE ENTRY.
004204*-----------------------------------------------------------------
004205 2330-SEARCH-DEPT-TABLE.
004206     IF WS-DEPT-CODE (WS-DEPT-SUB) IS EQUAL TO WS-LOOKUP-DEPT
004207         SET WS-DEPT-FOUND TO TRUE
004208     END-IF.
004209 2330-SEARCH-DEPT-TABLE-EXIT.
004211     EXIT.
004160*-----------------------------------------------------------------
004170* 2240-CHECK-SALUTATION -- PROVE THE SALUTATION HELLONAME WOULD
004180*     USE FITS ITS GREETING LINE.  THE SALUTATION IS RESOLVED
004680     END-IF.
004690 2240-CHECK-SALUTATION-EXIT.
004700     EXIT.
004701*-----------------------------------------------------------------
004702* 2245-CHECK-BIRTH-DATE -- A BLANK BIRTH DATE IS NOT HELD FOR
004703*     THE EMPLOYEE AND IS CLEAN.  OTHERWISE IT MUST BE FOUR
004704*     DIGITS GIVING A MONTH OF 01-12 AND A DAY NO LATER THAN THE
004705*     LAST DAY OF THAT MONTH (0229 IS VALID).
004706*-----------------------------------------------------------------
004707 2245-CHECK-BIRTH-DATE.
004708     IF GM-BIRTH-DATE (1:4) IS EQUAL TO SPACES
004709         GO TO 2245-CHECK-BIRTH-DATE-EXIT
004711     END-IF.
004712     MOVE "N" TO WS-BIRTH-DATE-VALID-SW.
004713     MOVE GM-BIRTH-DATE (1:4) TO WS-BIRTH-CHECK.
004714     IF WS-BIRTH-CHECK IS NUMERIC
004715         IF WS-BIRTH-CHECK-MONTH IS GREATER THAN ZERO
004716             AND WS-BIRTH-CHECK-MONTH IS LESS THAN 13
004717             IF WS-BIRTH-CHECK-DAY IS GREATER THAN ZERO
004718                 AND WS-BIRTH-CHECK-DAY IS NOT GREATER THAN
004719                     WS-MONTH-DAYS (WS-BIRTH-CHECK-MONTH)
004721                 SET WS-BIRTH-DATE-VALID TO TRUE
004722             END-IF
004723         END-IF
004724     END-IF.
004725     IF NOT WS-BIRTH-DATE-VALID
004726         ADD 1 TO WS-BAD-BIRTH-COUNT
004727         MOVE "BIRTH DATE IS NOT A VALID MMDD" TO DL-REASON
004728         PERFORM 2500-PRINT-FLAGGED-LINE
004729             THRU 2500-PRINT-FLAGGED-LINE-EXIT
004731     END-IF.
004732 2245-CHECK-BIRTH-DATE-EXIT.
004733     EXIT.
004710*-----------------------------------------------------------------
004720* 2250-RESOLVE-DEFAULT-SALUT -- THE EMPLOYEE HAS NO SALUTATION
004730*     OF THEIR OWN; RESOLVE THE GREETTAB DEFAULT FOR THEIR
005940     MOVE TL-TOTAL-LINE TO PRINT-RECORD.
005950     PERFORM 4100-WRITE-LINE
005960         THRU 4100-WRITE-LINE-EXIT.
005961     MOVE SPACES TO TL-TOTAL-LINE.
005962     MOVE "  BIRTH DATE NOT A VALID MMDD     "
005963         TO TL-TOTAL-LABEL.
005964     MOVE WS-BAD-BIRTH-COUNT TO TL-TOTAL-COUNT.
005965     MOVE TL-TOTAL-LINE TO PRINT-RECORD.
005966     PERFORM 4100-WRITE-LINE
005967         THRU 4100-WRITE-LINE-EXIT.
005968     MOVE SPACES TO TL-TOTAL-LINE.
005969     MOVE "  DEPARTMENT CODE NOT ON GREETDPT "
005971         TO TL-TOTAL-LABEL.
005972     MOVE WS-BAD-DEPT-COUNT TO TL-TOTAL-COUNT.
005973     MOVE TL-TOTAL-LINE TO PRINT-RECORD.
005974     PERFORM 4100-WRITE-LINE
005975         THRU 4100-WRITE-LINE-EXIT.
005976     MOVE SPACES TO TL-TOTAL-LINE.
005977     MOVE "  DEPARTMENT CLOSED               "
005978         TO TL-TOTAL-LABEL.
005979     MOVE WS-CLOSED-DEPT-COUNT TO TL-TOTAL-COUNT.
005981     MOVE TL-TOTAL-LINE TO PRINT-RECORD.
005982     PERFORM 4100-WRITE-LINE
005983         THRU 4100-WRITE-LINE-EXIT.
005970     MOVE WS-TODAYS-DATE TO FL-RUN-DATE.
005980     MOVE FL-FOOTER TO PRINT-RECORD.
005990     PERFORM 4100-WRITE-LINE
006280     ADD 1 TO WS-LINE-COUNT.
006290 4100-WRITE-LINE-EXIT.
006300     EXIT.
006301*-----------------------------------------------------------------
006302* 8900-WRITE-STEP-TIMING -- RECORD THE STEP ON THE SHARED
006303*     STEPTIME DATASET: JOB AND STEP NAME, START AND END DATE AND
006304*     TIME, RECORDS PROCESSED AND THE FINAL RETURN CODE.
006305*     PERFORMED AFTER 9000-TERMINATE SO THE RETURN CODE IS THE
006306*     ONE THE STEP ENDS WITH.  FILE STATUS 35 MEANS THE DATASET
006307*     HAS NEVER BEEN WRITTEN; IT IS OPENED OUTPUT TO CREATE IT.
006308*     THE KEY SEQUENCE IS COUNTED UP FROM ZERO BY
006309*     8910-WRITE-KEYED-TIMING UNTIL THE KEY IS UNIQUE.  THE
006311*     TIMING RECORD IS NOT PART OF THE STEP'S WORK, SO A FAILURE
006312*     HERE IS DISPLAYED BUT LEAVES THE RETURN CODE ALONE.
006313*-----------------------------------------------------------------
006314 8900-WRITE-STEP-TIMING.
006315     OPEN I-O STEPTIME-FILE.
006316     IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "35"
006317         OPEN OUTPUT STEPTIME-FILE
006318     END-IF.
006319     IF WS-STEPTIME-FILE-STATUS IS NOT EQUAL TO "00"
006321         DISPLAY "HELLOAUD - UNABLE TO OPEN STEPTIME, "
006322             "STATUS = " WS-STEPTIME-FILE-STATUS
006323         GO TO 8900-WRITE-STEP-TIMING-EXIT
006324     END-IF.
006325     MOVE SPACES               TO STEPTIME-RECORD.
006326     MOVE WS-STEP-START-DATE   TO TM-KEY-START-DATE.
006327     MOVE WS-STEP-START-TIME   TO TM-KEY-START-TIME.
006328     MOVE "HELLOAUD"           TO TM-KEY-PROGRAM.
006329     MOVE WS-JOB-NAME          TO TM-JOB-NAME.
006331     MOVE WS-CEE3JBN-STEP-NAME TO TM-STEP-NAME.
006332     ACCEPT TM-END-DATE FROM DATE YYYYMMDD.
006333     ACCEPT TM-END-TIME FROM TIME.
006334     MOVE WS-READ-COUNT TO TM-RECORD-COUNT.
006335     MOVE WS-RETURN-CODE       TO TM-RETURN-CODE.
006336     MOVE ZERO TO WS-STEP-SEQ.
006337     MOVE "N"  TO WS-STEP-WRITTEN-SW.
006338     PERFORM 8910-WRITE-KEYED-TIMING
006339         THRU 8910-WRITE-KEYED-TIMING-EXIT
006341         UNTIL WS-STEP-WRITTEN
006342         OR WS-STEP-SEQ IS GREATER THAN 9998.
006343     IF NOT WS-STEP-WRITTEN
006344         DISPLAY "HELLOAUD - STEPTIME WRITE FAILED, "
006345             "STATUS = " WS-STEPTIME-FILE-STATUS
006346     END-IF.
006347     CLOSE STEPTIME-FILE.
006348 8900-WRITE-STEP-TIMING-EXIT.
006349     EXIT.
006351*-----------------------------------------------------------------
006352* 8910-WRITE-KEYED-TIMING -- TRY THE WRITE WITH THE CURRENT
006353*     SEQUENCE NUMBER; A DUPLICATE KEY BUMPS THE SEQUENCE AND THE
006354*     CALLER TRIES AGAIN.  ANY OTHER FAILURE ENDS THE RETRIES.
006355*-----------------------------------------------------------------
006356 8910-WRITE-KEYED-TIMING.
006357     MOVE WS-STEP-SEQ TO TM-KEY-SEQ.
006358     WRITE STEPTIME-RECORD
006359         INVALID KEY
006361             IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "22"
006362                 ADD 1 TO WS-STEP-SEQ
006363             ELSE
006364                 MOVE 9999 TO WS-STEP-SEQ
006365             END-IF
006366         NOT INVALID KEY
006367             SET WS-STEP-WRITTEN TO TRUE
006368     END-WRITE.
006369 8910-WRITE-KEYED-TIMING-EXIT.
006371     EXIT.
006310*-----------------------------------------------------------------
006320* 9000-TERMINATE -- CLOSE FILES.
006330*-----------------------------------------------------------------
