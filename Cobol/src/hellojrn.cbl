000100*****************************************************************
000110* PROGRAM:      HELLOJRN
000120* AUTHOR:       AIDAN NEAL
000130* INSTALLATION: DATA CENTER - BATCH SYSTEMS GROUP
000140* DATE-WRITTEN: 10/15/2026
000150* DATE-COMPILED:
000160*-----------------------------------------------------------------
000170* PURPOSE.
000180*     HISTORY REPORT OVER THE GREETJRN CHANGE JOURNAL WRITTEN BY
000190*     HELLOMNT.  HR SUPPLIES ONE REQUEST RECORD PER PULL ON THE
000200*     JRNREQ DATASET, AND EACH REQUEST PRINTS ONE OF:
000210*         - EVERY CHANGE TO ONE EMPLOYEE, OPTIONALLY LIMITED TO
000220*           A DATE RANGE, WITH THE BEFORE AND AFTER IMAGE OF
000230*           THE MASTER RECORD FOR EACH CHANGE
000240*         - EVERY CHANGE TO ANY EMPLOYEE WITHIN A DATE RANGE
000250*         - ONE EMPLOYEE'S MASTER RECORD REBUILT AS OF A GIVEN
000260*           DATE -- THE CHANGES UP TO THAT DATE ARE LISTED AND
000270*           THE AFTER IMAGE OF THE LAST ONE IS THE RECORD AS IT
000280*           STOOD.  WHEN NOTHING WAS JOURNALED UP TO THE DATE,
000290*           THE BEFORE IMAGE OF THE FIRST LATER CHANGE IS THE
000300*           RECORD AS IT STOOD, SINCE NOTHING CHANGED BETWEEN.
000301*           WHEN THE EMPLOYEE HAS NO JOURNAL ENTRY AT ALL, THE
000302*           RECORD HAS NOT CHANGED SINCE JOURNALING BEGAN AND
000303*           THE CURRENT GREETMST RECORD IS THE RECORD AS IT
000304*           STOOD.
000310*     THE JOURNAL IS KEYED BY EMPLOYEE ID FIRST, SO AN EMPLOYEE
000320*     REQUEST POSITIONS STRAIGHT TO THAT EMPLOYEE WITH A KEYED
000330*     START; A DATE-RANGE REQUEST FOR ALL EMPLOYEES READS THE
000340*     WHOLE JOURNAL.
000350*-----------------------------------------------------------------
000360* REQUEST LAYOUT (JRNREQ, LRECL 80).  A COMPLETELY BLANK RECORD
000370* IS SKIPPED.
000380*     COL  1-  6  EMPLOYEE ID      BLANK = ALL EMPLOYEES (A DATE
000390*                                  RANGE IS THEN REQUIRED)
000400*     COL  8- 15  FROM DATE        YYYYMMDD, BLANK = NO LOWER
000410*                                  LIMIT
000420*     COL 17- 24  TO DATE          YYYYMMDD, BLANK = NO UPPER
000430*                                  LIMIT
000440*     COL 26- 33  AS-OF DATE       YYYYMMDD -- REBUILD THE
000450*                                  EMPLOYEE'S RECORD AS OF THIS
000460*                                  DATE.  NEEDS AN EMPLOYEE ID
000470*                                  AND NO FROM OR TO DATE.
000480*     COL 34- 80  RESERVED
000490*-----------------------------------------------------------------
000500* RETURN CODES.
000510*     0000  EVERY REQUEST LISTED
000520*     0004  AT LEAST ONE REQUEST WAS REJECTED, OR AN AS-OF
000530*           REQUEST NAMED AN EMPLOYEE WITH NO JOURNAL HISTORY
000540*           WHO IS NOT ON GREETMST
000550*     0016  JRNREQ, GREETJRN OR GREETMST WOULD NOT OPEN (A
000560*           JOURNAL THAT DOES NOT EXIST YET COUNTS AS EMPTY, NOT
000561*           AS AN OPEN FAILURE)
000570*-----------------------------------------------------------------
000580* MODIFICATION HISTORY.
000590*     DATE       INIT  DESCRIPTION
000600*     ---------- ----  ------------------------------------------
000610*     10/15/2026 AN    ORIGINAL PROGRAM.
000612*     10/15/2026 AN    SHOW THE NEW BIRTH DATE (MMDD) ON THE
000614*                       IMAGE LINES NOW THAT THE JOURNAL CARRIES
000616*                       THE EXPANDED 100-BYTE MASTER IMAGES.
000617*     10/15/2026 AN    STEP START AND END NOW RECORDED ON THE
000618*                       SHARED STEPTIME DATASET (COPYBOOK
000619*                       GTIMREC) FOR THE HELLOTIM BATCH-WINDOW
000621*                       REPORT.
000622*     10/15/2026 AN    AS-OF REQUEST FOR AN EMPLOYEE WITH NO
000623*                       JOURNAL HISTORY NOW SHOWS THE CURRENT
000624*                       GREETMST RECORD, UNCHANGED SINCE
000625*                       JOURNALING BEGAN, INSTEAD OF ENDING 0004.
000620*****************************************************************
000630 IDENTIFICATION DIVISION.
000640 PROGRAM-ID.     HELLOJRN.
000650 AUTHOR.         AIDAN NEAL.
000660 INSTALLATION.   DATA CENTER - BATCH SYSTEMS GROUP.
000670 DATE-WRITTEN.   10/15/2026.
000680 DATE-COMPILED.
000690 ENVIRONMENT DIVISION.
000700 CONFIGURATION SECTION.
000710 SOURCE-COMPUTER. IBM-370.
000720 OBJECT-COMPUTER. IBM-370.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT GREETJRN-FILE ASSIGN TO GREETJRN
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS GJ-JRN-KEY
000790         FILE STATUS IS WS-GREETJRN-FILE-STATUS.
000791     SELECT GREETING-MASTER ASSIGN TO GREETMST
000792         ORGANIZATION IS INDEXED
000793         ACCESS MODE IS RANDOM
000794         RECORD KEY IS GM-EMPLOYEE-ID
000795         FILE STATUS IS WS-GREETMST-FILE-STATUS.
000800     SELECT JRNREQ-FILE   ASSIGN TO JRNREQ
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-JRNREQ-FILE-STATUS.
000830     SELECT PRINT-FILE    ASSIGN TO HELLOJRN
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-PRINT-FILE-STATUS.
000851     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000852         ORGANIZATION IS INDEXED
000853         ACCESS MODE IS RANDOM
000854         RECORD KEY IS TM-TIMING-KEY
000855         FILE STATUS IS WS-STEPTIME-FILE-STATUS.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  GREETJRN-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910 01  GREETJRN-RECORD.
000920     COPY GJRNREC.
000921 FD  GREETING-MASTER
000922     RECORDING MODE IS F
000923     LABEL RECORDS ARE STANDARD.
000924 01  GREETING-MASTER-RECORD.
000925     COPY GMSTREC.
000930 FD  JRNREQ-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 01  JRNREQ-RECORD.
000970     05  JQ-EMPLOYEE-ID         PIC X(06).
000980     05  FILLER                 PIC X(01).
000990     05  JQ-FROM-DATE-X         PIC X(08).
001000     05  FILLER                 PIC X(01).
001010     05  JQ-TO-DATE-X           PIC X(08).
001020     05  FILLER                 PIC X(01).
001030     05  JQ-ASOF-DATE-X         PIC X(08).
001040     05  FILLER                 PIC X(47).
001050 FD  PRINT-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 01  PRINT-RECORD               PIC X(133).
001081 FD  STEPTIME-FILE
001082     RECORDING MODE IS F
001083     LABEL RECORDS ARE STANDARD.
001084 01  STEPTIME-RECORD.
001085     COPY GTIMREC.
001090 WORKING-STORAGE SECTION.
001100*-----------------------------------------------------------------
001110* SWITCHES AND COUNTERS.
001120*-----------------------------------------------------------------
001130 01  WS-SWITCHES.
001131     05  WS-STEP-WRITTEN-SW     PIC X(01) VALUE "N".
001132         88  WS-STEP-WRITTEN               VALUE "Y".
001140     05  WS-JRNREQ-EOF-SW       PIC X(01) VALUE "N".
001150         88  WS-JRNREQ-EOF                 VALUE "Y".
001160     05  WS-JRNREQ-OPEN-SW      PIC X(01) VALUE "N".
001170         88  WS-JRNREQ-OPEN-OK             VALUE "Y".
001180     05  WS-GREETJRN-OPEN-SW    PIC X(01) VALUE "N".
001190         88  WS-GREETJRN-OPEN-OK           VALUE "Y".
001191     05  WS-GREETMST-OPEN-SW    PIC X(01) VALUE "N".
001192         88  WS-GREETMST-OPEN-OK           VALUE "Y".
001200     05  WS-PRINT-OPEN-SW       PIC X(01) VALUE "N".
001210         88  WS-PRINT-OPEN-OK              VALUE "Y".
001220     05  WS-LIST-END-SW         PIC X(01) VALUE "N".
001230         88  WS-LIST-END                   VALUE "Y".
001240     05  WS-REQUEST-BAD-SW      PIC X(01) VALUE "N".
001250         88  WS-REQUEST-BAD                VALUE "Y".
001260     05  WS-ASOF-MODE-SW        PIC X(01) VALUE "N".
001270         88  WS-ASOF-MODE                  VALUE "Y".
001280     05  WS-ASOF-FOUND-SW       PIC X(01) VALUE "N".
001290         88  WS-ASOF-FOUND                 VALUE "Y".
001300     05  WS-ASOF-LATER-SW       PIC X(01) VALUE "N".
001310         88  WS-ASOF-FROM-LATER            VALUE "Y".
001311     05  WS-ASOF-CURRENT-SW     PIC X(01) VALUE "N".
001312         88  WS-ASOF-FROM-CURRENT          VALUE "Y".
001320 01  WS-FILE-STATUSES.
001321     05  WS-STEPTIME-FILE-STATUS
001322                                PIC X(02) VALUE SPACES.
001330     05  WS-GREETJRN-FILE-STATUS
001340                                PIC X(02) VALUE SPACES.
001341     05  WS-GREETMST-FILE-STATUS
001342                                PIC X(02) VALUE SPACES.
001350     05  WS-JRNREQ-FILE-STATUS  PIC X(02) VALUE SPACES.
001360     05  WS-PRINT-FILE-STATUS   PIC X(02) VALUE SPACES.
001370 01  WS-RETURN-CODE             PIC 9(04) VALUE ZERO.
001380 01  WS-REQUEST-COUNT           PIC 9(06) VALUE ZERO.
001390 01  WS-REJECT-COUNT            PIC 9(06) VALUE ZERO.
001400 01  WS-REBUILD-COUNT           PIC 9(06) VALUE ZERO.
001410 01  WS-MATCH-COUNT             PIC 9(06) VALUE ZERO.
001420 01  WS-TODAYS-DATE             PIC 9(08) VALUE ZERO.
001430*-----------------------------------------------------------------
001440* REQUEST FILTER WORK AREA -- THE CURRENT REQUEST'S CRITERIA,
001450* EDITED AND CONVERTED BY 2200-EDIT-REQUEST.
001460*-----------------------------------------------------------------
001470 01  WS-FILTER-EMPLOYEE-ID      PIC X(06) VALUE SPACES.
001480 01  WS-FILTER-FROM-DATE        PIC 9(08) VALUE ZERO.
001490 01  WS-FILTER-TO-DATE          PIC 9(08) VALUE 99999999.
001500 01  WS-ASOF-DATE               PIC 9(08) VALUE ZERO.
001510 01  WS-REJECT-REASON           PIC X(60) VALUE SPACES.
001520*-----------------------------------------------------------------
001530* REBUILT MASTER RECORD -- THE EMPLOYEE'S GREETMST RECORD AS IT
001540* STOOD ON THE AS-OF DATE.  ALL SPACES MEANS THE EMPLOYEE WAS
001550* NOT ON THE MASTER THAT DAY.
001560*-----------------------------------------------------------------
001570 01  WS-ASOF-MASTER.
001580     COPY GMSTREC REPLACING LEADING ==GM== BY ==GMR==.
001590*-----------------------------------------------------------------
001600* REPORT PRINT CONTROL.
001610*-----------------------------------------------------------------
001620 01  WS-PAGE-NUMBER             PIC 9(04) VALUE ZERO.
001630 01  WS-LINE-COUNT              PIC 9(04) VALUE 99.
001640 01  WS-LINES-PER-PAGE          PIC 9(04) VALUE 55.
001650*-----------------------------------------------------------------
001660* REPORT LINE LAYOUTS.
001670*-----------------------------------------------------------------
001680 01  HL-HEADING-1.
001690     05  FILLER                 PIC X(01) VALUE "1".
001700     05  FILLER                 PIC X(10) VALUE SPACES.
001710     05  FILLER                 PIC X(40)
001720                 VALUE "GREETING-MASTER JOURNAL HISTORY".
001730     05  FILLER                 PIC X(10) VALUE "PAGE ".
001740     05  HL-PAGE-NUMBER         PIC ZZZ9.
001750     05  FILLER                 PIC X(60) VALUE SPACES.
001760 01  HL-HEADING-2.
001770     05  FILLER                 PIC X(01) VALUE " ".
001780     05  FILLER                 PIC X(10) VALUE SPACES.
001790     05  FILLER                 PIC X(17)
001800                 VALUE "PROGRAM HELLOJRN".
001810     05  FILLER                 PIC X(10) VALUE "RUN DATE ".
001820     05  HL-RUN-DATE            PIC 9(08).
001830     05  FILLER                 PIC X(87) VALUE SPACES.
001840 01  RL-REQUEST-LINE.
001850     05  FILLER                 PIC X(01) VALUE "0".
001860     05  FILLER                 PIC X(10) VALUE SPACES.
001870     05  FILLER                 PIC X(08) VALUE "REQUEST ".
001880     05  RL-REQUEST-NUMBER      PIC ZZZ9.
001890     05  FILLER                 PIC X(11) VALUE "  EMPLOYEE ".
001900     05  RL-EMPLOYEE-ID         PIC X(06).
001910     05  FILLER                 PIC X(07) VALUE "  FROM ".
001920     05  RL-FROM-DATE           PIC X(08).
001930     05  FILLER                 PIC X(05) VALUE "  TO ".
001940     05  RL-TO-DATE             PIC X(08).
001950     05  FILLER                 PIC X(08) VALUE "  AS OF ".
001960     05  RL-ASOF-DATE           PIC X(08).
001970     05  FILLER                 PIC X(49) VALUE SPACES.
001980 01  HL-HEADING-3.
001990     05  FILLER                 PIC X(01) VALUE "-".
002000     05  FILLER                 PIC X(10) VALUE SPACES.
002010     05  FILLER                 PIC X(10) VALUE "DATE".
002020     05  FILLER                 PIC X(10) VALUE "TIME".
002030     05  FILLER                 PIC X(08) VALUE "ACTION".
002040     05  FILLER                 PIC X(10) VALUE "EMPL-ID".
002050     05  FILLER                 PIC X(10) VALUE "JOB NAME".
002060     05  FILLER                 PIC X(74) VALUE SPACES.
002070 01  DL-ENTRY-LINE.
002080     05  FILLER                 PIC X(01) VALUE " ".
002090     05  FILLER                 PIC X(10) VALUE SPACES.
002100     05  DL-ENTRY-DATE          PIC 9(08).
002110     05  FILLER                 PIC X(02) VALUE SPACES.
002120     05  DL-ENTRY-TIME          PIC 9(08).
002130     05  FILLER                 PIC X(02) VALUE SPACES.
002140     05  DL-ENTRY-ACTION        PIC X(08).
002150     05  DL-EMPLOYEE-ID         PIC X(06).
002160     05  FILLER                 PIC X(04) VALUE SPACES.
002170     05  DL-JOB-NAME            PIC X(08).
002180     05  FILLER                 PIC X(76) VALUE SPACES.
002190 01  DL-IMAGE-LINE.
002200     05  FILLER                 PIC X(01) VALUE " ".
002210     05  FILLER                 PIC X(14) VALUE SPACES.
002220     05  DL-IMAGE-TAG           PIC X(08).
002230     05  FILLER                 PIC X(06) VALUE "NAME ".
002240     05  DL-IMAGE-NAME          PIC X(30).
002250     05  FILLER                 PIC X(13) VALUE "  SALUTATION ".
002260     05  DL-IMAGE-SALUTATION    PIC X(10).
002270     05  FILLER                 PIC X(07) VALUE "  LANG ".
002280     05  DL-IMAGE-LANG          PIC X(02).
002290     05  FILLER                 PIC X(07) VALUE "  DEPT ".
002300     05  DL-IMAGE-DEPT          PIC X(03).
002310     05  FILLER                 PIC X(07) VALUE "  HIRE ".
002320     05  DL-IMAGE-HIRE          PIC X(08).
002322     05  FILLER                 PIC X(07) VALUE "  BDAY ".
002324     05  DL-IMAGE-BIRTH         PIC X(04).
002330     05  FILLER                 PIC X(06) VALUE SPACES.
002340 01  NL-NOTE-LINE.
002350     05  FILLER                 PIC X(01) VALUE " ".
002360     05  FILLER                 PIC X(10) VALUE SPACES.
002370     05  NL-NOTE-TEXT           PIC X(60).
002380     05  FILLER                 PIC X(62) VALUE SPACES.
002390 01  TL-TOTAL-LINE.
002400     05  FILLER                 PIC X(01) VALUE " ".
002410     05  FILLER                 PIC X(10) VALUE SPACES.
002420     05  TL-TOTAL-LABEL         PIC X(34).
002430     05  TL-TOTAL-COUNT         PIC ZZZ,ZZ9.
002440     05  FILLER                 PIC X(81) VALUE SPACES.
002450 01  FL-FOOTER.
002460     05  FILLER                 PIC X(01) VALUE "0".
002470     05  FILLER                 PIC X(10) VALUE SPACES.
002480     05  FILLER                 PIC X(14) VALUE "END OF REPORT".
002490     05  FILLER                 PIC X(12) VALUE "RUN DATE  ".
002500     05  FL-RUN-DATE            PIC 9(08).
002510     05  FILLER                 PIC X(88) VALUE SPACES.
002511*-----------------------------------------------------------------
002512* JOB NAME CONTROL -- THE JOB AND STEP NAMES ARE STAMPED ON THE
002513* STEPTIME RECORD.  THEY ARE OBTAINED AT RUN TIME FROM THE
002514* LANGUAGE ENVIRONMENT CEE3JBN CALLABLE SERVICE, THE SAME WAY
002515* HELLO-WORLD STAMPS ITS GREETLOG RECORDS.
002516*-----------------------------------------------------------------
002517 01  WS-CEE3JBN-JOBNAME.
002518     05  WS-CEE3JBN-JOB-LEN     PIC S9(04) COMP.
002519     05  WS-CEE3JBN-JOB-NAME    PIC X(08).
002521 01  WS-CEE3JBN-STEPNAME.
002522     05  WS-CEE3JBN-STEP-LEN    PIC S9(04) COMP.
002523     05  WS-CEE3JBN-STEP-NAME   PIC X(08).
002524 01  WS-CEE3JBN-PROCNAME.
002525     05  WS-CEE3JBN-PROC-LEN    PIC S9(04) COMP.
002526     05  WS-CEE3JBN-PROC-NAME   PIC X(08).
002527 01  WS-FEEDBACK-CODE.
002528     05  WS-FDBK-SEVERITY       PIC S9(04) COMP.
002529     05  WS-FDBK-MSG-NO         PIC S9(04) COMP.
002531     05  WS-FDBK-CASE-FACILITY  PIC X(01).
002532     05  WS-FDBK-SEV-CONTROL    PIC X(03).
002533     05  WS-FDBK-FACILITY-ID    PIC X(03).
002534     05  WS-FDBK-ISINFO         PIC X(01).
002535 01  WS-JOB-NAME                PIC X(08) VALUE "HELLOJRN".
002536*-----------------------------------------------------------------
002537* STEP TIMING CONTROL -- THE DATE AND TIME THE STEP STARTED, HELD
002538* FOR THE STEPTIME RECORD WRITTEN AS THE STEP ENDS, AND THE KEY
002539* SEQUENCE THAT KEEPS THAT RECORD'S KEY UNIQUE.
002541*-----------------------------------------------------------------
002542 01  WS-STEP-START-DATE         PIC 9(08) VALUE ZERO.
002543 01  WS-STEP-START-TIME         PIC 9(08) VALUE ZERO.
002544 01  WS-STEP-SEQ                PIC 9(04) VALUE ZERO.
002520 PROCEDURE DIVISION.
002530*-----------------------------------------------------------------
002540* 0000-MAIN-CONTROL -- OVERALL SEQUENCE OF PROCESSING.
002550*-----------------------------------------------------------------
002560 0000-MAIN-CONTROL.
002561     PERFORM 0010-START-STEP-TIMING
002562         THRU 0010-START-STEP-TIMING-EXIT.
002563     PERFORM 0050-GET-JOB-NAME
002564         THRU 0050-GET-JOB-NAME-EXIT.
002570     PERFORM 1000-INITIALIZE
002580         THRU 1000-INITIALIZE-EXIT.
002590     IF WS-JRNREQ-OPEN-OK
002600         AND WS-RETURN-CODE IS LESS THAN 0016
002610         PERFORM 2000-PROCESS-REQUEST
002620             THRU 2000-PROCESS-REQUEST-EXIT
002630             UNTIL WS-JRNREQ-EOF
002640         PERFORM 3500-FINALIZE
002650             THRU 3500-FINALIZE-EXIT
002660     END-IF.
002670     PERFORM 9000-TERMINATE
002680         THRU 9000-TERMINATE-EXIT.
002681     PERFORM 8900-WRITE-STEP-TIMING
002682         THRU 8900-WRITE-STEP-TIMING-EXIT.
002690     MOVE WS-RETURN-CODE TO RETURN-CODE.
002700     GOBACK.
002701*-----------------------------------------------------------------
002702* 0010-START-STEP-TIMING -- NOTE THE DATE AND TIME THE STEP
002703*     STARTED, FOR THE STEPTIME RECORD WRITTEN AS IT ENDS.
002704*-----------------------------------------------------------------
002705 0010-START-STEP-TIMING.
002706     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
002707     ACCEPT WS-STEP-START-TIME FROM TIME.
002708 0010-START-STEP-TIMING-EXIT.
002709     EXIT.
002711*-----------------------------------------------------------------
002712* 0050-GET-JOB-NAME -- ASK LANGUAGE ENVIRONMENT FOR THE NAME OF
002713*     THE JOB AND STEP THIS PROGRAM IS ACTUALLY RUNNING UNDER, FOR
002714*     THE STEPTIME RECORD.  WS-JOB-NAME KEEPS ITS VALUE-CLAUSE
002715*     DEFAULT IF THE CALL CANNOT SUPPLY ONE.
002716*-----------------------------------------------------------------
002717 0050-GET-JOB-NAME.
002718     CALL "CEE3JBN" USING WS-CEE3JBN-JOBNAME
002719         WS-CEE3JBN-STEPNAME
002721         WS-CEE3JBN-PROCNAME
002722         WS-FEEDBACK-CODE.
002723     IF WS-CEE3JBN-JOB-NAME IS NOT EQUAL TO SPACES
002724         MOVE WS-CEE3JBN-JOB-NAME TO WS-JOB-NAME
002725     END-IF.
002726 0050-GET-JOB-NAME-EXIT.
002727     EXIT.
002710*-----------------------------------------------------------------
002720* 1000-INITIALIZE -- OPEN THE REQUEST DATASET, THE JOURNAL AND
002730*     THE REPORT, PRINT HEADINGS AND PRIME THE REQUEST READ.  A
002740*     JOURNAL THAT DOES NOT EXIST YET (STATUS 35 -- HELLOMNT HAS
002750*     NEVER APPLIED A CHANGE) LEAVES EVERY REQUEST EMPTY RATHER
002760*     THAN STOPPING THE RUN.
002770*-----------------------------------------------------------------
002780 1000-INITIALIZE.
002790     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
002800     OPEN INPUT JRNREQ-FILE.
002810     IF WS-JRNREQ-FILE-STATUS IS EQUAL TO "00"
002820         SET WS-JRNREQ-OPEN-OK TO TRUE
002830     ELSE
002840         DISPLAY "HELLOJRN - UNABLE TO OPEN JRNREQ, STATUS = "
002850             WS-JRNREQ-FILE-STATUS
002860         MOVE 0016 TO WS-RETURN-CODE
002870         GO TO 1000-INITIALIZE-EXIT
002880     END-IF.
002890     OPEN INPUT GREETJRN-FILE.
002900     IF WS-GREETJRN-FILE-STATUS IS EQUAL TO "00"
002910         SET WS-GREETJRN-OPEN-OK TO TRUE
002920     ELSE
002930         IF WS-GREETJRN-FILE-STATUS IS NOT EQUAL TO "35"
002940             DISPLAY "HELLOJRN - UNABLE TO OPEN GREETJRN, "
002950                 "STATUS = " WS-GREETJRN-FILE-STATUS
002960             MOVE 0016 TO WS-RETURN-CODE
002970             GO TO 1000-INITIALIZE-EXIT
002980         END-IF
002990     END-IF.
002991     OPEN INPUT GREETING-MASTER.
002992     IF WS-GREETMST-FILE-STATUS IS EQUAL TO "00"
002993         SET WS-GREETMST-OPEN-OK TO TRUE
002994     ELSE
002995         DISPLAY "HELLOJRN - UNABLE TO OPEN GREETMST, STATUS = "
002996             WS-GREETMST-FILE-STATUS
002997         MOVE 0016 TO WS-RETURN-CODE
002998         GO TO 1000-INITIALIZE-EXIT
002999     END-IF.
003000     OPEN OUTPUT PRINT-FILE.
003010     SET WS-PRINT-OPEN-OK TO TRUE.
003020     PERFORM 4000-PRINT-HEADINGS
003030         THRU 4000-PRINT-HEADINGS-EXIT.
003040     PERFORM 2100-READ-REQUEST
003050         THRU 2100-READ-REQUEST-EXIT.
003060 1000-INITIALIZE-EXIT.
003070     EXIT.
003080*-----------------------------------------------------------------
003090* 2000-PROCESS-REQUEST -- EDIT ONE REQUEST RECORD AND, IF IT
003100*     PASSES, LIST THE MATCHING JOURNAL ENTRIES AND, FOR AN
003110*     AS-OF REQUEST, PRINT THE REBUILT MASTER RECORD.
003120*-----------------------------------------------------------------
003130 2000-PROCESS-REQUEST.
003140     IF JRNREQ-RECORD IS EQUAL TO SPACES
003150         GO TO 2000-PROCESS-REQUEST-NEXT
003160     END-IF.
003170     ADD 1 TO WS-REQUEST-COUNT.
003180     PERFORM 2200-EDIT-REQUEST
003190         THRU 2200-EDIT-REQUEST-EXIT.
003200     IF WS-REQUEST-BAD
003210         GO TO 2000-PROCESS-REQUEST-NEXT
003220     END-IF.
003230     MOVE ZERO TO WS-MATCH-COUNT.
003240     MOVE HL-HEADING-3 TO PRINT-RECORD.
003250     PERFORM 4100-WRITE-LINE
003260         THRU 4100-WRITE-LINE-EXIT.
003270     IF WS-FILTER-EMPLOYEE-ID IS EQUAL TO SPACES
003280         PERFORM 2400-LIST-DATE-RANGE
003290             THRU 2400-LIST-DATE-RANGE-EXIT
003300     ELSE
003310         PERFORM 2300-LIST-EMPLOYEE
003320             THRU 2300-LIST-EMPLOYEE-EXIT
003330     END-IF.
003340     MOVE SPACES TO TL-TOTAL-LINE.
003350     MOVE "JOURNAL ENTRIES LISTED            "
003360         TO TL-TOTAL-LABEL.
003370     MOVE WS-MATCH-COUNT TO TL-TOTAL-COUNT.
003380     MOVE TL-TOTAL-LINE TO PRINT-RECORD.
003390     PERFORM 4100-WRITE-LINE
003400         THRU 4100-WRITE-LINE-EXIT.
003410     IF WS-ASOF-MODE
003420         PERFORM 2600-PRINT-REBUILD
003430             THRU 2600-PRINT-REBUILD-EXIT
003440     END-IF.
003450 2000-PROCESS-REQUEST-NEXT.
003460     PERFORM 2100-READ-REQUEST
003470         THRU 2100-READ-REQUEST-EXIT.
003480 2000-PROCESS-REQUEST-EXIT.
003490     EXIT.
003500*-----------------------------------------------------------------
003510* 2100-READ-REQUEST -- READ THE NEXT REQUEST RECORD.
003520*-----------------------------------------------------------------
003530 2100-READ-REQUEST.
003540     READ JRNREQ-FILE
003550         AT END
003560             SET WS-JRNREQ-EOF TO TRUE
003570     END-READ.
003580 2100-READ-REQUEST-EXIT.
003590     EXIT.
003600*-----------------------------------------------------------------
003610* 2200-EDIT-REQUEST -- CONVERT THE REQUEST FIELDS TO WORKING
003620*     FILTERS AND PRINT THE REQUEST HEADING.  A REQUEST IS
003630*     REJECTED WITH A PRINTED NOTE AND 0004 WHEN A DATE IS NOT
003640*     EIGHT DIGITS, WHEN IT NAMES NEITHER AN EMPLOYEE NOR A
003650*     DATE RANGE, OR WHEN AN AS-OF DATE COMES WITHOUT AN
003660*     EMPLOYEE OR ALONGSIDE A DATE RANGE.  AN AS-OF REQUEST
003670*     LISTS EVERYTHING UP TO AND INCLUDING THE AS-OF DATE.
003680*-----------------------------------------------------------------
003690 2200-EDIT-REQUEST.
003700     MOVE "N"    TO WS-REQUEST-BAD-SW.
003710     MOVE "N"    TO WS-ASOF-MODE-SW.
003720     MOVE SPACES TO WS-REJECT-REASON.
003730     MOVE JQ-EMPLOYEE-ID TO WS-FILTER-EMPLOYEE-ID.
003740     MOVE ZERO     TO WS-FILTER-FROM-DATE.
003750     MOVE 99999999 TO WS-FILTER-TO-DATE.
003760     MOVE ZERO     TO WS-ASOF-DATE.
003770     IF JQ-FROM-DATE-X IS NOT EQUAL TO SPACES
003780         IF JQ-FROM-DATE-X IS NUMERIC
003790             MOVE JQ-FROM-DATE-X TO WS-FILTER-FROM-DATE
003800         ELSE
003810             MOVE "REQUEST REJECTED - DATE IS NOT YYYYMMDD"
003820                 TO WS-REJECT-REASON
003830         END-IF
003840     END-IF.
003850     IF JQ-TO-DATE-X IS NOT EQUAL TO SPACES
003860         IF JQ-TO-DATE-X IS NUMERIC
003870             MOVE JQ-TO-DATE-X TO WS-FILTER-TO-DATE
003880         ELSE
003890             MOVE "REQUEST REJECTED - DATE IS NOT YYYYMMDD"
003900                 TO WS-REJECT-REASON
003910         END-IF
003920     END-IF.
003930     IF JQ-ASOF-DATE-X IS NOT EQUAL TO SPACES
003940         IF JQ-ASOF-DATE-X IS NUMERIC
003950             MOVE JQ-ASOF-DATE-X TO WS-ASOF-DATE
003960             MOVE JQ-ASOF-DATE-X TO WS-FILTER-TO-DATE
003970             SET WS-ASOF-MODE TO TRUE
003980         ELSE
003990             MOVE "REQUEST REJECTED - DATE IS NOT YYYYMMDD"
004000                 TO WS-REJECT-REASON
004010         END-IF
004020     END-IF.
004030     IF WS-REJECT-REASON IS EQUAL TO SPACES
004040         AND WS-ASOF-MODE
004050         IF JQ-EMPLOYEE-ID IS EQUAL TO SPACES
004060             MOVE "REQUEST REJECTED - AS-OF NEEDS AN EMPLOYEE"
004070                 TO WS-REJECT-REASON
004080         END-IF
004090         IF JQ-FROM-DATE-X IS NOT EQUAL TO SPACES
004100             OR JQ-TO-DATE-X IS NOT EQUAL TO SPACES
004110             MOVE "REQUEST REJECTED - AS-OF WITH DATE RANGE"
004120                 TO WS-REJECT-REASON
004130         END-IF
004140     END-IF.
004150     IF WS-REJECT-REASON IS EQUAL TO SPACES
004160         AND JQ-EMPLOYEE-ID IS EQUAL TO SPACES
004170         AND JQ-FROM-DATE-X IS EQUAL TO SPACES
004180         AND JQ-TO-DATE-X IS EQUAL TO SPACES
004190         MOVE "REQUEST REJECTED - NO EMPLOYEE ID OR DATE RANGE"
004200             TO WS-REJECT-REASON
004210     END-IF.
004220     MOVE WS-REQUEST-COUNT TO RL-REQUEST-NUMBER.
004230     MOVE JQ-EMPLOYEE-ID   TO RL-EMPLOYEE-ID.
004240     MOVE JQ-FROM-DATE-X   TO RL-FROM-DATE.
004250     MOVE JQ-TO-DATE-X     TO RL-TO-DATE.
004260     MOVE JQ-ASOF-DATE-X   TO RL-ASOF-DATE.
004270     MOVE RL-REQUEST-LINE  TO PRINT-RECORD.
004280     PERFORM 4100-WRITE-LINE
004290         THRU 4100-WRITE-LINE-EXIT.
004300     IF WS-REJECT-REASON IS NOT EQUAL TO SPACES
004310         SET WS-REQUEST-BAD TO TRUE
004320         ADD 1 TO WS-REJECT-COUNT
004330         MOVE SPACES TO NL-NOTE-LINE
004340         MOVE WS-REJECT-REASON TO NL-NOTE-TEXT
004350         MOVE NL-NOTE-LINE TO PRINT-RECORD
004360         PERFORM 4100-WRITE-LINE
004370             THRU 4100-WRITE-LINE-EXIT
004380         IF WS-RETURN-CODE IS LESS THAN 0004
004390             MOVE 0004 TO WS-RETURN-CODE
004400         END-IF
004410     END-IF.
004420 2200-EDIT-REQUEST-EXIT.
004430     EXIT.
004440*-----------------------------------------------------------------
004450* 2300-LIST-EMPLOYEE -- POSITION THE JOURNAL AT THE EMPLOYEE'S
004460*     FIRST ENTRY ON OR AFTER THE FROM DATE WITH A KEYED START
004470*     AND LIST FORWARD UNTIL THE EMPLOYEE CHANGES OR THE TO
004480*     DATE IS PASSED.  AN AS-OF REQUEST ALSO RESETS THE REBUILT
004490*     RECORD HERE, BEFORE 2310-EMPLOYEE-ENTRY BUILDS IT UP.
004500*-----------------------------------------------------------------
004510 2300-LIST-EMPLOYEE.
004520     MOVE "N"    TO WS-LIST-END-SW.
004530     MOVE "N"    TO WS-ASOF-FOUND-SW.
004540     MOVE "N"    TO WS-ASOF-LATER-SW.
004541     MOVE "N"    TO WS-ASOF-CURRENT-SW.
004550     MOVE SPACES TO WS-ASOF-MASTER.
004560     IF NOT WS-GREETJRN-OPEN-OK
004570         GO TO 2300-LIST-EMPLOYEE-EXIT
004580     END-IF.
004590     MOVE WS-FILTER-EMPLOYEE-ID TO GJ-KEY-EMPLOYEE-ID.
004600     MOVE WS-FILTER-FROM-DATE   TO GJ-KEY-DATE.
004610     MOVE ZERO                  TO GJ-KEY-TIME.
004620     MOVE ZERO                  TO GJ-KEY-SEQ.
004630     START GREETJRN-FILE KEY IS NOT LESS THAN GJ-JRN-KEY
004640         INVALID KEY
004650             GO TO 2300-LIST-EMPLOYEE-EXIT
004660     END-START.
004670     PERFORM 2700-READ-JOURNAL
004680         THRU 2700-READ-JOURNAL-EXIT.
004690     PERFORM 2310-EMPLOYEE-ENTRY
004700         THRU 2310-EMPLOYEE-ENTRY-EXIT
004710         UNTIL WS-LIST-END.
004720 2300-LIST-EMPLOYEE-EXIT.
004730     EXIT.
004740*-----------------------------------------------------------------
004750* 2310-EMPLOYEE-ENTRY -- LIST ONE JOURNAL ENTRY FOR THE
004760*     REQUESTED EMPLOYEE.  FOR AN AS-OF REQUEST THE ENTRY'S
004770*     AFTER IMAGE BECOMES THE REBUILT RECORD (ALL SPACES AFTER A
004780*     DELETE).  THE FIRST ENTRY PAST THE AS-OF DATE ENDS THE
004790*     LIST; IF NOTHING AT OR BEFORE THE DATE WAS FOUND, ITS
004800*     BEFORE IMAGE IS THE RECORD AS IT STOOD (ALL SPACES WHEN
004810*     THAT LATER ENTRY IS THE ADD -- NOT YET ON THE MASTER).
004820*-----------------------------------------------------------------
004830 2310-EMPLOYEE-ENTRY.
004840     IF GJ-KEY-EMPLOYEE-ID IS NOT EQUAL TO WS-FILTER-EMPLOYEE-ID
004850         SET WS-LIST-END TO TRUE
004860         GO TO 2310-EMPLOYEE-ENTRY-EXIT
004870     END-IF.
004880     IF GJ-KEY-DATE IS GREATER THAN WS-FILTER-TO-DATE
004890         IF WS-ASOF-MODE
004900             AND NOT WS-ASOF-FOUND
004910             MOVE GJ-BEFORE-IMAGE TO WS-ASOF-MASTER
004920             SET WS-ASOF-FOUND TO TRUE
004930             SET WS-ASOF-FROM-LATER TO TRUE
004940         END-IF
004950         SET WS-LIST-END TO TRUE
004960         GO TO 2310-EMPLOYEE-ENTRY-EXIT
004970     END-IF.
004980     PERFORM 2500-PRINT-JOURNAL-ENTRY
004990         THRU 2500-PRINT-JOURNAL-ENTRY-EXIT.
005000     IF WS-ASOF-MODE
005010         MOVE GJ-AFTER-IMAGE TO WS-ASOF-MASTER
005020         SET WS-ASOF-FOUND TO TRUE
005030     END-IF.
005040     PERFORM 2700-READ-JOURNAL
005050         THRU 2700-READ-JOURNAL-EXIT.
005060 2310-EMPLOYEE-ENTRY-EXIT.
005070     EXIT.
005080*-----------------------------------------------------------------
005090* 2400-LIST-DATE-RANGE -- NO EMPLOYEE WAS NAMED, SO READ THE
005100*     WHOLE JOURNAL FROM THE TOP AND LIST EVERY ENTRY WHOSE
005110*     DATE FALLS IN THE RANGE.  THE LISTING COMES OUT IN
005120*     EMPLOYEE ORDER, EACH EMPLOYEE'S CHANGES IN THE ORDER THEY
005130*     WERE APPLIED.
005140*-----------------------------------------------------------------
005150 2400-LIST-DATE-RANGE.
005160     MOVE "N" TO WS-LIST-END-SW.
005170     IF NOT WS-GREETJRN-OPEN-OK
005180         GO TO 2400-LIST-DATE-RANGE-EXIT
005190     END-IF.
005200     MOVE LOW-VALUES TO GJ-JRN-KEY.
005210     START GREETJRN-FILE KEY IS NOT LESS THAN GJ-JRN-KEY
005220         INVALID KEY
005230             GO TO 2400-LIST-DATE-RANGE-EXIT
005240     END-START.
005250     PERFORM 2700-READ-JOURNAL
005260         THRU 2700-READ-JOURNAL-EXIT.
005270     PERFORM 2410-RANGE-ENTRY
005280         THRU 2410-RANGE-ENTRY-EXIT
005290         UNTIL WS-LIST-END.
005300 2400-LIST-DATE-RANGE-EXIT.
005310     EXIT.
005320*-----------------------------------------------------------------
005330* 2410-RANGE-ENTRY -- LIST ONE JOURNAL ENTRY IF ITS DATE FALLS
005340*     IN THE REQUESTED RANGE, AND READ THE NEXT.
005350*-----------------------------------------------------------------
005360 2410-RANGE-ENTRY.
005370     IF GJ-KEY-DATE IS NOT LESS THAN WS-FILTER-FROM-DATE
005380         AND GJ-KEY-DATE IS NOT GREATER THAN WS-FILTER-TO-DATE
005390         PERFORM 2500-PRINT-JOURNAL-ENTRY
005400             THRU 2500-PRINT-JOURNAL-ENTRY-EXIT
005410     END-IF.
005420     PERFORM 2700-READ-JOURNAL
005430         THRU 2700-READ-JOURNAL-EXIT.
005440 2410-RANGE-ENTRY-EXIT.
005450     EXIT.
005460*-----------------------------------------------------------------
005470* 2500-PRINT-JOURNAL-ENTRY -- PRINT ONE JOURNAL ENTRY: THE
005480*     DATE, TIME, ACTION, EMPLOYEE AND JOB, FOLLOWED BY THE
005490*     BEFORE IMAGE (CHANGE AND DELETE) AND AFTER IMAGE (ADD AND
005500*     CHANGE), IN THE SAME FORM AS THE HELLOMNT EDIT REPORT.
005510*-----------------------------------------------------------------
005520 2500-PRINT-JOURNAL-ENTRY.
005530     ADD 1 TO WS-MATCH-COUNT.
005540     MOVE SPACES             TO DL-ENTRY-LINE.
005550     MOVE GJ-KEY-DATE        TO DL-ENTRY-DATE.
005560     MOVE GJ-KEY-TIME        TO DL-ENTRY-TIME.
005570     MOVE GJ-KEY-EMPLOYEE-ID TO DL-EMPLOYEE-ID.
005580     MOVE GJ-JOB-NAME        TO DL-JOB-NAME.
005590     IF GJ-ACTION-ADD
005600         MOVE "ADD"          TO DL-ENTRY-ACTION
005610     ELSE
005620         IF GJ-ACTION-CHANGE
005630             MOVE "CHANGE"   TO DL-ENTRY-ACTION
005640         ELSE
005650             MOVE "DELETE"   TO DL-ENTRY-ACTION
005660         END-IF
005670     END-IF.
005680     MOVE DL-ENTRY-LINE TO PRINT-RECORD.
005690     PERFORM 4100-WRITE-LINE
005700         THRU 4100-WRITE-LINE-EXIT.
005710     IF GJ-BEFORE-IMAGE IS NOT EQUAL TO SPACES
005730         MOVE "BEFORE"        TO DL-IMAGE-TAG
005740         MOVE GJB-FULL-NAME   TO DL-IMAGE-NAME
005750         MOVE GJB-SALUTATION  TO DL-IMAGE-SALUTATION
005760         MOVE GJB-LANG-CODE   TO DL-IMAGE-LANG
005770         MOVE GJB-DEPT-CODE   TO DL-IMAGE-DEPT
005780         MOVE GJB-HIRE-DATE   TO DL-IMAGE-HIRE
005782         MOVE GJB-BIRTH-DATE  TO DL-IMAGE-BIRTH
005790         MOVE DL-IMAGE-LINE   TO PRINT-RECORD
005800         PERFORM 4100-WRITE-LINE
005810             THRU 4100-WRITE-LINE-EXIT
005820     END-IF.
005830     IF GJ-AFTER-IMAGE IS NOT EQUAL TO SPACES
005850         MOVE "AFTER"         TO DL-IMAGE-TAG
005860         MOVE GJA-FULL-NAME   TO DL-IMAGE-NAME
005870         MOVE GJA-SALUTATION  TO DL-IMAGE-SALUTATION
005880         MOVE GJA-LANG-CODE   TO DL-IMAGE-LANG
005890         MOVE GJA-DEPT-CODE   TO DL-IMAGE-DEPT
005900         MOVE GJA-HIRE-DATE   TO DL-IMAGE-HIRE
005902         MOVE GJA-BIRTH-DATE  TO DL-IMAGE-BIRTH
005910         MOVE DL-IMAGE-LINE   TO PRINT-RECORD
005920         PERFORM 4100-WRITE-LINE
005930             THRU 4100-WRITE-LINE-EXIT
005940     END-IF.
005950 2500-PRINT-JOURNAL-ENTRY-EXIT.
005960     EXIT.
005970*-----------------------------------------------------------------
005980* 2600-PRINT-REBUILD -- PRINT THE EMPLOYEE'S MASTER RECORD AS IT
005990*     STOOD ON THE AS-OF DATE.  NO JOURNAL ENTRY AT ALL FOR THE
006000*     EMPLOYEE MEANS THE RECORD HAS NOT CHANGED SINCE JOURNALING
006010*     BEGAN, SO THE CURRENT GREETMST RECORD IS THE RECORD AS IT
006020*     STOOD.  AN EMPLOYEE ON NEITHER IS REPORTED AND LEAVES 0004.
006030*-----------------------------------------------------------------
006040 2600-PRINT-REBUILD.
006050     MOVE SPACES TO NL-NOTE-TEXT.
006060     IF NOT WS-ASOF-FOUND
006061         PERFORM 2610-READ-CURRENT-MASTER
006062             THRU 2610-READ-CURRENT-MASTER-EXIT
006063     END-IF.
006064     IF NOT WS-ASOF-FOUND
006070         MOVE "EMPLOYEE NOT ON GREETMST"
006080             TO NL-NOTE-TEXT
006090         MOVE NL-NOTE-LINE TO PRINT-RECORD
006100         PERFORM 4100-WRITE-LINE
006110             THRU 4100-WRITE-LINE-EXIT
006120         IF WS-RETURN-CODE IS LESS THAN 0004
006130             MOVE 0004 TO WS-RETURN-CODE
006140         END-IF
006150         GO TO 2600-PRINT-REBUILD-EXIT
006160     END-IF.
006170     ADD 1 TO WS-REBUILD-COUNT.
006180     IF WS-ASOF-MASTER IS EQUAL TO SPACES
006190         MOVE "EMPLOYEE WAS NOT ON THE MASTER AS OF THE DATE"
006200             TO NL-NOTE-TEXT
006210         MOVE NL-NOTE-LINE TO PRINT-RECORD
006220         PERFORM 4100-WRITE-LINE
006230             THRU 4100-WRITE-LINE-EXIT
006240         GO TO 2600-PRINT-REBUILD-EXIT
006250     END-IF.
006260     MOVE "MASTER RECORD AS IT STOOD ON THE AS-OF DATE"
006270         TO NL-NOTE-TEXT.
006280     MOVE NL-NOTE-LINE TO PRINT-RECORD.
006290     PERFORM 4100-WRITE-LINE
006300         THRU 4100-WRITE-LINE-EXIT.
006320     MOVE "AS OF"         TO DL-IMAGE-TAG.
006330     MOVE GMR-FULL-NAME   TO DL-IMAGE-NAME.
006340     MOVE GMR-SALUTATION  TO DL-IMAGE-SALUTATION.
006350     MOVE GMR-LANG-CODE   TO DL-IMAGE-LANG.
006360     MOVE GMR-DEPT-CODE   TO DL-IMAGE-DEPT.
006370     MOVE GMR-HIRE-DATE   TO DL-IMAGE-HIRE.
006372     MOVE GMR-BIRTH-DATE  TO DL-IMAGE-BIRTH.
006380     MOVE DL-IMAGE-LINE   TO PRINT-RECORD.
006390     PERFORM 4100-WRITE-LINE
006400         THRU 4100-WRITE-LINE-EXIT.
006410     IF WS-ASOF-FROM-LATER
006420         MOVE SPACES TO NL-NOTE-TEXT
006430         MOVE "REBUILT FROM BEFORE IMAGE OF NEXT CHANGE"
006440             TO NL-NOTE-TEXT
006450         MOVE NL-NOTE-LINE TO PRINT-RECORD
006460         PERFORM 4100-WRITE-LINE
006470             THRU 4100-WRITE-LINE-EXIT
006480     END-IF.
006481     IF WS-ASOF-FROM-CURRENT
006482         MOVE "CURRENT GREETMST RECORD - UNCHANGED SINCE "
006483             TO NL-NOTE-TEXT
006484         MOVE "JOURNALING BEGAN" TO NL-NOTE-TEXT (43:16)
006485         MOVE NL-NOTE-LINE TO PRINT-RECORD
006486         PERFORM 4100-WRITE-LINE
006487             THRU 4100-WRITE-LINE-EXIT
006488     END-IF.
006490 2600-PRINT-REBUILD-EXIT.
006500     EXIT.
006501*-----------------------------------------------------------------
006502* 2610-READ-CURRENT-MASTER -- THE EMPLOYEE HAS NO JOURNAL ENTRY,
006503*     SO THE RECORD HAS NOT CHANGED SINCE JOURNALING BEGAN.  READ
006504*     IT FROM GREETMST BY EMPLOYEE ID AS THE AS-OF IMAGE.  NOT
006505*     FOUND (STATUS 23) LEAVES WS-ASOF-FOUND OFF.
006506*-----------------------------------------------------------------
006507 2610-READ-CURRENT-MASTER.
006508     MOVE WS-FILTER-EMPLOYEE-ID TO GM-EMPLOYEE-ID.
006509     READ GREETING-MASTER
006510         INVALID KEY
006511             CONTINUE
006512         NOT INVALID KEY
006513             MOVE GREETING-MASTER-RECORD TO WS-ASOF-MASTER
006514             SET WS-ASOF-FOUND TO TRUE
006515             SET WS-ASOF-FROM-CURRENT TO TRUE
006516     END-READ.
006517 2610-READ-CURRENT-MASTER-EXIT.
006518     EXIT.
006519*-----------------------------------------------------------------
006520* 2700-READ-JOURNAL -- READ THE NEXT JOURNAL ENTRY IN KEY ORDER.
006530*-----------------------------------------------------------------
006540 2700-READ-JOURNAL.
006550     READ GREETJRN-FILE NEXT RECORD
006560         AT END
006570             SET WS-LIST-END TO TRUE
006580     END-READ.
006590 2700-READ-JOURNAL-EXIT.
006600     EXIT.
006610*-----------------------------------------------------------------
006620* 3500-FINALIZE -- PRINT THE RUN TOTALS AND REPORT FOOTER.
006630*-----------------------------------------------------------------
006640 3500-FINALIZE.
006650     MOVE SPACES TO TL-TOTAL-LINE.
006660     MOVE "REQUESTS PROCESSED                "
006670         TO TL-TOTAL-LABEL.
006680     MOVE WS-REQUEST-COUNT TO TL-TOTAL-COUNT.
006690     MOVE TL-TOTAL-LINE TO PRINT-RECORD.
006700     PERFORM 4100-WRITE-LINE
006710         THRU 4100-WRITE-LINE-EXIT.
006720     MOVE SPACES TO TL-TOTAL-LINE.
006730     MOVE "REQUESTS REJECTED                 "
006740         TO TL-TOTAL-LABEL.
006750     MOVE WS-REJECT-COUNT TO TL-TOTAL-COUNT.
006760     MOVE TL-TOTAL-LINE TO PRINT-RECORD.
006770     PERFORM 4100-WRITE-LINE
006780         THRU 4100-WRITE-LINE-EXIT.
006790     MOVE SPACES TO TL-TOTAL-LINE.
006800     MOVE "MASTER RECORDS REBUILT AS OF DATE "
006810         TO TL-TOTAL-LABEL.
006820     MOVE WS-REBUILD-COUNT TO TL-TOTAL-COUNT.
006830     MOVE TL-TOTAL-LINE TO PRINT-RECORD.
006840     PERFORM 4100-WRITE-LINE
006850         THRU 4100-WRITE-LINE-EXIT.
006860     MOVE WS-TODAYS-DATE TO FL-RUN-DATE.
006870     MOVE FL-FOOTER TO PRINT-RECORD.
006880     PERFORM 4100-WRITE-LINE
006890         THRU 4100-WRITE-LINE-EXIT.
006900 3500-FINALIZE-EXIT.
006910     EXIT.
006920*-----------------------------------------------------------------
006930* 4000-PRINT-HEADINGS -- START A NEW PAGE WITH THE STANDARD
006940*     REPORT HEADING LINES.
006950*-----------------------------------------------------------------
006960 4000-PRINT-HEADINGS.
006970     ADD 1 TO WS-PAGE-NUMBER.
006980     MOVE WS-PAGE-NUMBER TO HL-PAGE-NUMBER.
006990     MOVE WS-TODAYS-DATE TO HL-RUN-DATE.
007000     WRITE PRINT-RECORD FROM HL-HEADING-1.
007010     WRITE PRINT-RECORD FROM HL-HEADING-2.
007020     MOVE 2 TO WS-LINE-COUNT.
007030 4000-PRINT-HEADINGS-EXIT.
007040     EXIT.
007050*-----------------------------------------------------------------
007060* 4100-WRITE-LINE -- WRITE ONE REPORT LINE, STARTING A NEW PAGE
007070*     WHEN THE CURRENT PAGE IS FULL.
007080*-----------------------------------------------------------------
007090 4100-WRITE-LINE.
007100     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL
007110         TO WS-LINES-PER-PAGE
007120         PERFORM 4000-PRINT-HEADINGS
007130             THRU 4000-PRINT-HEADINGS-EXIT
007140     END-IF.
007150     WRITE PRINT-RECORD.
007160     ADD 1 TO WS-LINE-COUNT.
007170 4100-WRITE-LINE-EXIT.
007180     EXIT.
007181*-----------------------------------------------------------------
007182* 8900-WRITE-STEP-TIMING -- RECORD THE STEP ON THE SHARED
007183*     STEPTIME DATASET: JOB AND STEP NAME, START AND END DATE AND
007184*     TIME, RECORDS PROCESSED AND THE FINAL RETURN CODE.
007185*     PERFORMED AFTER 9000-TERMINATE SO THE RETURN CODE IS THE
007186*     ONE THE STEP ENDS WITH.  FILE STATUS 35 MEANS THE DATASET
007187*     HAS NEVER BEEN WRITTEN; IT IS OPENED OUTPUT TO CREATE IT.
007188*     THE KEY SEQUENCE IS COUNTED UP FROM ZERO BY
007189*     8910-WRITE-KEYED-TIMING UNTIL THE KEY IS UNIQUE.  THE
007191*     TIMING RECORD IS NOT PART OF THE STEP'S WORK, SO A FAILURE
007192*     HERE IS DISPLAYED BUT LEAVES THE RETURN CODE ALONE.
007193*-----------------------------------------------------------------
007194 8900-WRITE-STEP-TIMING.
007195     OPEN I-O STEPTIME-FILE.
007196     IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "35"
007197         OPEN OUTPUT STEPTIME-FILE
007198     END-IF.
007199     IF WS-STEPTIME-FILE-STATUS IS NOT EQUAL TO "00"
007201         DISPLAY "HELLOJRN - UNABLE TO OPEN STEPTIME, "
007202             "STATUS = " WS-STEPTIME-FILE-STATUS
007203         GO TO 8900-WRITE-STEP-TIMING-EXIT
007204     END-IF.
007205     MOVE SPACES               TO STEPTIME-RECORD.
007206     MOVE WS-STEP-START-DATE   TO TM-KEY-START-DATE.
007207     MOVE WS-STEP-START-TIME   TO TM-KEY-START-TIME.
007208     MOVE "HELLOJRN"           TO TM-KEY-PROGRAM.
007209     MOVE WS-JOB-NAME          TO TM-JOB-NAME.
007211     MOVE WS-CEE3JBN-STEP-NAME TO TM-STEP-NAME.
007212     ACCEPT TM-END-DATE FROM DATE YYYYMMDD.
007213     ACCEPT TM-END-TIME FROM TIME.
007214     MOVE WS-REQUEST-COUNT TO TM-RECORD-COUNT.
007215     MOVE WS-RETURN-CODE       TO TM-RETURN-CODE.
007216     MOVE ZERO TO WS-STEP-SEQ.
007217     MOVE "N"  TO WS-STEP-WRITTEN-SW.
007218     PERFORM 8910-WRITE-KEYED-TIMING
007219         THRU 8910-WRITE-KEYED-TIMING-EXIT
007221         UNTIL WS-STEP-WRITTEN
007222         OR WS-STEP-SEQ IS GREATER THAN 9998.
007223     IF NOT WS-STEP-WRITTEN
007224         DISPLAY "HELLOJRN - STEPTIME WRITE FAILED, "
007225             "STATUS = " WS-STEPTIME-FILE-STATUS
007226     END-IF.
007227     CLOSE STEPTIME-FILE.
007228 8900-WRITE-STEP-TIMING-EXIT.
007229     EXIT.
007231*-----------------------------------------------------------------
007232* 8910-WRITE-KEYED-TIMING -- TRY THE WRITE WITH THE CURRENT
007233*     SEQUENCE NUMBER; A DUPLICATE KEY BUMPS THE SEQUENCE AND THE
007234*     CALLER TRIES AGAIN.  ANY OTHER FAILURE ENDS THE RETRIES.
007235*-----------------------------------------------------------------
007236 8910-WRITE-KEYED-TIMING.
007237     MOVE WS-STEP-SEQ TO TM-KEY-SEQ.
007238     WRITE STEPTIME-RECORD
007239         INVALID KEY
007241             IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "22"
007242                 ADD 1 TO WS-STEP-SEQ
007243             ELSE
007244                 MOVE 9999 TO WS-STEP-SEQ
007245             END-IF
007246         NOT INVALID KEY
007247             SET WS-STEP-WRITTEN TO TRUE
007248     END-WRITE.
007249 8910-WRITE-KEYED-TIMING-EXIT.
007251     EXIT.
007190*-----------------------------------------------------------------
007200* 9000-TERMINATE -- CLOSE FILES.
007210*-----------------------------------------------------------------
007220 9000-TERMINATE.
007230     IF WS-JRNREQ-OPEN-OK
007240         CLOSE JRNREQ-FILE
007250     END-IF.
007260     IF WS-GREETJRN-OPEN-OK
007270         CLOSE GREETJRN-FILE
007280     END-IF.
007281     IF WS-GREETMST-OPEN-OK
007282         CLOSE GREETING-MASTER
007283     END-IF.
007290     IF WS-PRINT-OPEN-OK
007300         CLOSE PRINT-FILE
007310     END-IF.
007320 9000-TERMINATE-EXIT.
007330     EXIT.
