000100*****************************************************************
000110* PROGRAM:      HELLOCNV
000120* AUTHOR:       AIDAN NEAL
000130* INSTALLATION: DATA CENTER - BATCH SYSTEMS GROUP
000140* DATE-WRITTEN: 10/15/2026
000150* DATE-COMPILED:
000160*-----------------------------------------------------------------
000170* PURPOSE.
000180*     ONE-TIME CONVERSION OF THE GREETING-MASTER AND ITS CHANGE
000190*     JOURNAL TO THE EXPANDED 100-BYTE GMSTREC LAYOUT.  JOB
000200*     HELLOCNV UNLOADS THE OLD CLUSTERS TO FLAT FILES WITH
000210*     IDCAMS REPRO AND DEFINES EMPTY NEW CLUSTERS; THIS PROGRAM
000220*     READS EACH UNLOAD IN THE OLD LAYOUT, CARRIES EVERY FIELD
000230*     ACROSS UNCHANGED, LEAVES THE NEW GM-BIRTH-DATE AND THE
000240*     NEW FILLER BLANK, AND LOADS THE NEW CLUSTER IN KEY ORDER.
000250*     IT THEN READS EACH NEW CLUSTER BACK END TO END AND PROVES
000260*     THE BEFORE AND AFTER RECORD COUNTS BALANCE -- RECORDS
000270*     UNLOADED = RECORDS WRITTEN = RECORDS READ BACK.  THE JOB
000280*     RENAMES THE NEW CLUSTERS INTO PLACE ONLY WHEN THIS STEP
000290*     ENDS ZERO, SO AN OUT-OF-BALANCE RUN LEAVES THE OLD
000300*     MASTER AND JOURNAL UNTOUCHED.
000310*
000320*     THE JOURNAL UNLOAD IS OPTIONAL -- WHERE GREETJRN HAS NEVER
000330*     BEEN DEFINED, JOB HELLOCNM RUNS THIS PROGRAM WITH A DUMMY
000340*     JRNUNL, SO ONLY THE MASTER IS CONVERTED AND THE NEW, EMPTY
000345*     JOURNAL BALANCES AT ZERO.
000350*-----------------------------------------------------------------
000360* OLD MASTER LAYOUT (GREETUNL, LRECL 62).
000370*     COL  1-  6  EMPLOYEE ID
000380*     COL  7- 36  FULL NAME
000390*     COL 37- 46  SALUTATION
000400*     COL 47- 48  LANGUAGE CODE
000410*     COL 49- 51  DEPARTMENT CODE
000420*     COL 52- 59  HIRE DATE        YYYYMMDD OR BLANK
000430*     COL 60- 62  FILLER
000440* THE FIRST 59 BYTES ARE THE SAME FIELDS IN THE SAME PLACES IN
000450* THE NEW LAYOUT, SO THEY ARE CARRIED ACROSS AS ONE BLOCK.
000460*-----------------------------------------------------------------
000470* OLD JOURNAL LAYOUT (JRNUNL, LRECL 176).
000480*     COL   1- 35  KEY, ACTION CODE AND JOB NAME (AS GJRNREC)
000490*     COL  36- 97  BEFORE IMAGE IN THE OLD 62-BYTE LAYOUT
000500*     COL  98-159  AFTER IMAGE IN THE OLD 62-BYTE LAYOUT
000510*     COL 160-176  FILLER
000520*-----------------------------------------------------------------
000530* RETURN CODES.
000540*     0000  EVERY RECORD CONVERTED AND THE COUNTS BALANCE
000550*     0008  A WRITE FAILED OR THE COUNTS DO NOT BALANCE -- THE
000560*           NEW CLUSTERS MUST NOT BE RENAMED INTO PLACE
000570*     0016  A FILE WOULD NOT OPEN
000580*-----------------------------------------------------------------
000590* MODIFICATION HISTORY.
000600*     DATE       INIT  DESCRIPTION
000610*     ---------- ----  ------------------------------------------
000620*     10/15/2026 AN    ORIGINAL PROGRAM.
000630*****************************************************************
000640 IDENTIFICATION DIVISION.
000650 PROGRAM-ID.     HELLOCNV.
000660 AUTHOR.         AIDAN NEAL.
000670 INSTALLATION.   DATA CENTER - BATCH SYSTEMS GROUP.
000680 DATE-WRITTEN.   10/15/2026.
000690 DATE-COMPILED.
000700 ENVIRONMENT DIVISION.
000710 CONFIGURATION SECTION.
000720 SOURCE-COMPUTER. IBM-370.
000730 OBJECT-COMPUTER. IBM-370.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT GREETUNL-FILE ASSIGN TO GREETUNL
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-GREETUNL-FILE-STATUS.
000790     SELECT GREETING-MASTER ASSIGN TO GREETMST
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS SEQUENTIAL
000820         RECORD KEY IS GM-EMPLOYEE-ID
000830         FILE STATUS IS WS-GREETMST-FILE-STATUS.
000840     SELECT JRNUNL-FILE   ASSIGN TO JRNUNL
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-JRNUNL-FILE-STATUS.
000870     SELECT GREETJRN-FILE ASSIGN TO GREETJRN
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS SEQUENTIAL
000900         RECORD KEY IS GJ-JRN-KEY
000910         FILE STATUS IS WS-GREETJRN-FILE-STATUS.
000920     SELECT PRINT-FILE    ASSIGN TO HELLOCNV
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-PRINT-FILE-STATUS.
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  GREETUNL-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 01  OLD-MASTER-RECORD.
001010     05  OM-CARRIED-FIELDS.
001020         10  OM-EMPLOYEE-ID     PIC X(06).
001030         10  OM-FULL-NAME       PIC X(30).
001040         10  OM-SALUTATION      PIC X(10).
001050         10  OM-LANG-CODE       PIC X(02).
001060         10  OM-DEPT-CODE       PIC X(03).
001070         10  OM-HIRE-DATE       PIC X(08).
001080     05  FILLER                 PIC X(03).
001090 FD  GREETING-MASTER
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 01  GREETING-MASTER-RECORD.
001130     COPY GMSTREC.
001140 FD  JRNUNL-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170 01  OLD-JOURNAL-RECORD.
001180     05  OJ-JRN-KEY             PIC X(26).
001190     05  OJ-ACTION-CODE         PIC X(01).
001200     05  OJ-JOB-NAME            PIC X(08).
001210     05  OJ-BEFORE-IMAGE.
001220         10  OJ-BEFORE-CARRIED  PIC X(59).
001230         10  FILLER             PIC X(03).
001240     05  OJ-AFTER-IMAGE.
001250         10  OJ-AFTER-CARRIED   PIC X(59).
001260         10  FILLER             PIC X(03).
001270     05  FILLER                 PIC X(17).
001280 FD  GREETJRN-FILE
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE STANDARD.
001310 01  GREETJRN-RECORD.
001320     COPY GJRNREC.
001330 FD  PRINT-FILE
001340     RECORDING MODE IS F
001350     LABEL RECORDS ARE STANDARD.
001360 01  PRINT-RECORD               PIC X(133).
001370 WORKING-STORAGE SECTION.
001380*-----------------------------------------------------------------
001390* SWITCHES AND COUNTERS.
001400*-----------------------------------------------------------------
001410 01  WS-SWITCHES.
001420     05  WS-GREETUNL-EOF-SW     PIC X(01) VALUE "N".
001430         88  WS-GREETUNL-EOF               VALUE "Y".
001440     05  WS-GREETUNL-OPEN-SW    PIC X(01) VALUE "N".
001450         88  WS-GREETUNL-OPEN-OK           VALUE "Y".
001460     05  WS-GREETMST-EOF-SW     PIC X(01) VALUE "N".
001470         88  WS-GREETMST-EOF               VALUE "Y".
001480     05  WS-GREETMST-OPEN-SW    PIC X(01) VALUE "N".
001490         88  WS-GREETMST-OPEN-OK           VALUE "Y".
001500     05  WS-JRNUNL-EOF-SW       PIC X(01) VALUE "N".
001510         88  WS-JRNUNL-EOF                 VALUE "Y".
001520     05  WS-JRNUNL-OPEN-SW      PIC X(01) VALUE "N".
001530         88  WS-JRNUNL-OPEN-OK             VALUE "Y".
001540     05  WS-GREETJRN-EOF-SW     PIC X(01) VALUE "N".
001550         88  WS-GREETJRN-EOF               VALUE "Y".
001560     05  WS-GREETJRN-OPEN-SW    PIC X(01) VALUE "N".
001570         88  WS-GREETJRN-OPEN-OK           VALUE "Y".
001580     05  WS-PRINT-OPEN-SW       PIC X(01) VALUE "N".
001590         88  WS-PRINT-OPEN-OK              VALUE "Y".
001600 01  WS-FILE-STATUSES.
001610     05  WS-GREETUNL-FILE-STATUS
001620                                PIC X(02) VALUE SPACES.
001630     05  WS-GREETMST-FILE-STATUS
001640                                PIC X(02) VALUE SPACES.
001650     05  WS-JRNUNL-FILE-STATUS  PIC X(02) VALUE SPACES.
001660     05  WS-GREETJRN-FILE-STATUS
001670                                PIC X(02) VALUE SPACES.
001680     05  WS-PRINT-FILE-STATUS   PIC X(02) VALUE SPACES.
001690 01  WS-RETURN-CODE             PIC 9(04) VALUE ZERO.
001700 01  WS-MST-UNLOAD-COUNT        PIC 9(06) VALUE ZERO.
001710 01  WS-MST-WRITTEN-COUNT       PIC 9(06) VALUE ZERO.
001720 01  WS-MST-FAILED-COUNT        PIC 9(06) VALUE ZERO.
001730 01  WS-MST-REREAD-COUNT        PIC 9(06) VALUE ZERO.
001740 01  WS-JRN-UNLOAD-COUNT        PIC 9(06) VALUE ZERO.
001750 01  WS-JRN-WRITTEN-COUNT       PIC 9(06) VALUE ZERO.
001760 01  WS-JRN-FAILED-COUNT        PIC 9(06) VALUE ZERO.
001770 01  WS-JRN-REREAD-COUNT        PIC 9(06) VALUE ZERO.
001780 01  WS-TODAYS-DATE             PIC 9(08) VALUE ZERO.
001790*-----------------------------------------------------------------
001800* REPORT PRINT CONTROL.
001810*-----------------------------------------------------------------
001820 01  WS-PAGE-NUMBER             PIC 9(04) VALUE ZERO.
001830 01  WS-LINE-COUNT              PIC 9(04) VALUE 99.
001840 01  WS-LINES-PER-PAGE          PIC 9(04) VALUE 55.
001850*-----------------------------------------------------------------
001860* REPORT LINE LAYOUTS.
001870*-----------------------------------------------------------------
001880 01  HL-HEADING-1.
001890     05  FILLER                 PIC X(01) VALUE "1".
001900     05  FILLER                 PIC X(10) VALUE SPACES.
001910     05  FILLER                 PIC X(40)
001920                 VALUE "GREETING-MASTER LAYOUT CONVERSION".
001930     05  FILLER                 PIC X(10) VALUE "PAGE ".
001940     05  HL-PAGE-NUMBER         PIC ZZZ9.
001950     05  FILLER                 PIC X(68) VALUE SPACES.
001960 01  HL-HEADING-2.
001970     05  FILLER                 PIC X(01) VALUE " ".
001980     05  FILLER                 PIC X(10) VALUE SPACES.
001990     05  FILLER                 PIC X(17)
002000                 VALUE "PROGRAM HELLOCNV".
002010     05  FILLER                 PIC X(10) VALUE "RUN DATE ".
002020     05  HL-RUN-DATE            PIC 9(08).
002030     05  FILLER                 PIC X(87) VALUE SPACES.
002040 01  HL-HEADING-3.
002050     05  FILLER                 PIC X(01) VALUE "-".
002060     05  FILLER                 PIC X(10) VALUE SPACES.
002070     05  FILLER                 PIC X(34) VALUE "CONTROL TOTAL".
002080     05  FILLER                 PIC X(07) VALUE "  COUNT".
002090     05  FILLER                 PIC X(81) VALUE SPACES.
002100 01  NL-NOTE-LINE.
002110     05  FILLER                 PIC X(01) VALUE "0".
002120     05  FILLER                 PIC X(10) VALUE SPACES.
002130     05  NL-NOTE-TEXT           PIC X(60).
002140     05  FILLER                 PIC X(62) VALUE SPACES.
002150 01  TL-TOTAL-LINE.
002160     05  FILLER                 PIC X(01) VALUE " ".
002170     05  FILLER                 PIC X(10) VALUE SPACES.
002180     05  TL-TOTAL-LABEL         PIC X(34).
002190     05  TL-TOTAL-COUNT         PIC ZZZ,ZZ9.
002200     05  FILLER                 PIC X(81) VALUE SPACES.
002210 01  FL-FOOTER.
002220     05  FILLER                 PIC X(01) VALUE "0".
002230     05  FILLER                 PIC X(10) VALUE SPACES.
002240     05  FILLER                 PIC X(14) VALUE "END OF REPORT".
002250     05  FILLER                 PIC X(12) VALUE "RUN DATE  ".
002260     05  FL-RUN-DATE            PIC 9(08).
002270     05  FILLER                 PIC X(88) VALUE SPACES.
002280 PROCEDURE DIVISION.
002290*-----------------------------------------------------------------
002300* 0000-MAIN-CONTROL -- OVERALL SEQUENCE OF PROCESSING.  THE
002310*     MASTER IS CONVERTED FIRST, THEN THE JOURNAL IF ONE WAS
002320*     SUPPLIED, THEN BOTH NEW CLUSTERS ARE READ BACK AND THE
002330*     COUNTS PROVED.
002340*-----------------------------------------------------------------
002350 0000-MAIN-CONTROL.
002360     PERFORM 1000-INITIALIZE
002370         THRU 1000-INITIALIZE-EXIT.
002380     IF WS-RETURN-CODE IS LESS THAN 0016
002390         PERFORM 2000-CONVERT-MASTER
002400             THRU 2000-CONVERT-MASTER-EXIT
002410             UNTIL WS-GREETUNL-EOF
002420         PERFORM 2500-CONVERT-JOURNAL
002430             THRU 2500-CONVERT-JOURNAL-EXIT
002440             UNTIL WS-JRNUNL-EOF
002450         PERFORM 2800-REREAD-MASTER
002460             THRU 2800-REREAD-MASTER-EXIT
002470         PERFORM 2900-REREAD-JOURNAL
002480             THRU 2900-REREAD-JOURNAL-EXIT
002490         PERFORM 3000-FINALIZE
002500             THRU 3000-FINALIZE-EXIT
002510     END-IF.
002520     PERFORM 9000-TERMINATE
002530         THRU 9000-TERMINATE-EXIT.
002540     MOVE WS-RETURN-CODE TO RETURN-CODE.
002550     GOBACK.
002560*-----------------------------------------------------------------
002570* 1000-INITIALIZE -- OPEN THE UNLOADS AND THE NEW CLUSTERS AND
002580*     PRIME THE FIRST READS.  THE NEW CLUSTERS ARE OPENED OUTPUT
002590*     -- THE JOB HAS JUST DEFINED THEM EMPTY.  A JOURNAL UNLOAD
002600*     THAT IS DUMMY OR EMPTY SIMPLY HITS END OF FILE, AND THE
002610*     NEW JOURNAL CLUSTER IS LEFT EMPTY.  ANY OPEN FAILURE IS
002620*     0016 AND NOTHING IS CONVERTED.
002630*-----------------------------------------------------------------
002640 1000-INITIALIZE.
002650     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
002660     OPEN INPUT GREETUNL-FILE.
002670     IF WS-GREETUNL-FILE-STATUS IS EQUAL TO "00"
002680         SET WS-GREETUNL-OPEN-OK TO TRUE
002690     ELSE
002700         DISPLAY "HELLOCNV - UNABLE TO OPEN GREETUNL, "
002710             "STATUS = " WS-GREETUNL-FILE-STATUS
002720         MOVE 0016 TO WS-RETURN-CODE
002730         GO TO 1000-INITIALIZE-EXIT
002740     END-IF.
002750     OPEN OUTPUT GREETING-MASTER.
002760     IF WS-GREETMST-FILE-STATUS IS EQUAL TO "00"
002770         SET WS-GREETMST-OPEN-OK TO TRUE
002780     ELSE
002790         DISPLAY "HELLOCNV - UNABLE TO OPEN GREETING-MASTER, "
002800             "STATUS = " WS-GREETMST-FILE-STATUS
002810         MOVE 0016 TO WS-RETURN-CODE
002820         GO TO 1000-INITIALIZE-EXIT
002830     END-IF.
002840     OPEN INPUT JRNUNL-FILE.
002850     IF WS-JRNUNL-FILE-STATUS IS EQUAL TO "00"
002860         SET WS-JRNUNL-OPEN-OK TO TRUE
002870     ELSE
002880         DISPLAY "HELLOCNV - UNABLE TO OPEN JRNUNL, "
002890             "STATUS = " WS-JRNUNL-FILE-STATUS
002900         MOVE 0016 TO WS-RETURN-CODE
002910         GO TO 1000-INITIALIZE-EXIT
002920     END-IF.
002930     OPEN OUTPUT GREETJRN-FILE.
002940     IF WS-GREETJRN-FILE-STATUS IS EQUAL TO "00"
002950         SET WS-GREETJRN-OPEN-OK TO TRUE
002960     ELSE
002970         DISPLAY "HELLOCNV - UNABLE TO OPEN GREETJRN, "
002980             "STATUS = " WS-GREETJRN-FILE-STATUS
002990         MOVE 0016 TO WS-RETURN-CODE
003000         GO TO 1000-INITIALIZE-EXIT
003010     END-IF.
003020     OPEN OUTPUT PRINT-FILE.
003030     SET WS-PRINT-OPEN-OK TO TRUE.
003040     PERFORM 4000-PRINT-HEADINGS
003050         THRU 4000-PRINT-HEADINGS-EXIT.
003060     PERFORM 2100-READ-OLD-MASTER
003070         THRU 2100-READ-OLD-MASTER-EXIT.
003080     PERFORM 2600-READ-OLD-JOURNAL
003090         THRU 2600-READ-OLD-JOURNAL-EXIT.
003100 1000-INITIALIZE-EXIT.
003110     EXIT.
003120*-----------------------------------------------------------------
003130* 2000-CONVERT-MASTER -- CARRY ONE OLD MASTER RECORD INTO THE
003140*     NEW LAYOUT AND WRITE IT.  THE GROUP MOVE PADS THE NEW
003150*     BIRTH DATE AND FILLER WITH SPACES, THE SAME AS A RECORD
003160*     HELLOMNT ADDS WITHOUT A BIRTH DATE.  A FAILED WRITE (A
003170*     KEY OUT OF SEQUENCE OR A DUPLICATE IN THE UNLOAD) IS
003180*     LISTED ON SYSOUT AND COUNTED.
003190*-----------------------------------------------------------------
003200 2000-CONVERT-MASTER.
003210     MOVE OM-CARRIED-FIELDS TO GREETING-MASTER-RECORD.
003220     WRITE GREETING-MASTER-RECORD
003230         INVALID KEY
003240             DISPLAY "HELLOCNV - GREETMST WRITE FAILED FOR "
003250                 "EMPLOYEE " OM-EMPLOYEE-ID
003260                 ", STATUS = " WS-GREETMST-FILE-STATUS
003270             ADD 1 TO WS-MST-FAILED-COUNT
003280         NOT INVALID KEY
003290             ADD 1 TO WS-MST-WRITTEN-COUNT
003300     END-WRITE.
003310     PERFORM 2100-READ-OLD-MASTER
003320         THRU 2100-READ-OLD-MASTER-EXIT.
003330 2000-CONVERT-MASTER-EXIT.
003340     EXIT.
003350*-----------------------------------------------------------------
003360* 2100-READ-OLD-MASTER -- READ THE NEXT UNLOADED MASTER RECORD.
003370*-----------------------------------------------------------------
003380 2100-READ-OLD-MASTER.
003390     READ GREETUNL-FILE
003400         AT END
003410             SET WS-GREETUNL-EOF TO TRUE
003420     END-READ.
003430     IF NOT WS-GREETUNL-EOF
003440         ADD 1 TO WS-MST-UNLOAD-COUNT
003450     END-IF.
003460 2100-READ-OLD-MASTER-EXIT.
003470     EXIT.
003480*-----------------------------------------------------------------
003490* 2500-CONVERT-JOURNAL -- CARRY ONE OLD JOURNAL RECORD INTO THE
003500*     NEW LAYOUT AND WRITE IT.  THE KEY, ACTION CODE AND JOB
003510*     NAME ARE UNCHANGED; EACH IMAGE IS WIDENED THE SAME WAY AS
003520*     THE MASTER, SO A BLANK BEFORE IMAGE (AN ADD) OR AFTER
003530*     IMAGE (A DELETE) STAYS BLANK.
003540*-----------------------------------------------------------------
003550 2500-CONVERT-JOURNAL.
003560     MOVE SPACES            TO GREETJRN-RECORD.
003570     MOVE OJ-JRN-KEY        TO GJ-JRN-KEY.
003580     MOVE OJ-ACTION-CODE    TO GJ-ACTION-CODE.
003590     MOVE OJ-JOB-NAME       TO GJ-JOB-NAME.
003600     MOVE OJ-BEFORE-CARRIED TO GJ-BEFORE-IMAGE.
003610     MOVE OJ-AFTER-CARRIED  TO GJ-AFTER-IMAGE.
003620     WRITE GREETJRN-RECORD
003630         INVALID KEY
003640             DISPLAY "HELLOCNV - GREETJRN WRITE FAILED FOR "
003650                 "KEY " OJ-JRN-KEY
003660                 ", STATUS = " WS-GREETJRN-FILE-STATUS
003670             ADD 1 TO WS-JRN-FAILED-COUNT
003680         NOT INVALID KEY
003690             ADD 1 TO WS-JRN-WRITTEN-COUNT
003700     END-WRITE.
003710     PERFORM 2600-READ-OLD-JOURNAL
003720         THRU 2600-READ-OLD-JOURNAL-EXIT.
003730 2500-CONVERT-JOURNAL-EXIT.
003740     EXIT.
003750*-----------------------------------------------------------------
003760* 2600-READ-OLD-JOURNAL -- READ THE NEXT UNLOADED JOURNAL RECORD.
003770*-----------------------------------------------------------------
003780 2600-READ-OLD-JOURNAL.
003790     READ JRNUNL-FILE
003800         AT END
003810             SET WS-JRNUNL-EOF TO TRUE
003820     END-READ.
003830     IF NOT WS-JRNUNL-EOF
003840         ADD 1 TO WS-JRN-UNLOAD-COUNT
003850     END-IF.
003860 2600-READ-OLD-JOURNAL-EXIT.
003870     EXIT.
003880*-----------------------------------------------------------------
003890* 2800-REREAD-MASTER -- CLOSE THE NEW MASTER, REOPEN IT FOR
003900*     INPUT AND COUNT WHAT IS REALLY ON IT.  A CLUSTER THAT
003910*     WILL NOT REOPEN LEAVES THE REREAD COUNT AT ZERO, WHICH
003920*     FAILS THE BALANCE.
003930*-----------------------------------------------------------------
003940 2800-REREAD-MASTER.
003950     CLOSE GREETING-MASTER.
003960     MOVE "N" TO WS-GREETMST-OPEN-SW.
003970     OPEN INPUT GREETING-MASTER.
003980     IF WS-GREETMST-FILE-STATUS IS NOT EQUAL TO "00"
003990         DISPLAY "HELLOCNV - UNABLE TO REOPEN GREETING-MASTER, "
004000             "STATUS = " WS-GREETMST-FILE-STATUS
004010         GO TO 2800-REREAD-MASTER-EXIT
004020     END-IF.
004030     SET WS-GREETMST-OPEN-OK TO TRUE.
004040     PERFORM 2810-COUNT-MASTER
004050         THRU 2810-COUNT-MASTER-EXIT
004060         UNTIL WS-GREETMST-EOF.
004070 2800-REREAD-MASTER-EXIT.
004080     EXIT.
004090*-----------------------------------------------------------------
004100* 2810-COUNT-MASTER -- READ AND COUNT ONE NEW MASTER RECORD.
004110*-----------------------------------------------------------------
004120 2810-COUNT-MASTER.
004130     READ GREETING-MASTER NEXT RECORD
004140         AT END
004150             SET WS-GREETMST-EOF TO TRUE
004160     END-READ.
004170     IF NOT WS-GREETMST-EOF
004180         ADD 1 TO WS-MST-REREAD-COUNT
004190     END-IF.
004200 2810-COUNT-MASTER-EXIT.
004210     EXIT.
004220*-----------------------------------------------------------------
004230* 2900-REREAD-JOURNAL -- THE SAME PROOF FOR THE NEW JOURNAL.
004240*-----------------------------------------------------------------
004250 2900-REREAD-JOURNAL.
004260     CLOSE GREETJRN-FILE.
004270     MOVE "N" TO WS-GREETJRN-OPEN-SW.
004280     OPEN INPUT GREETJRN-FILE.
004290     IF WS-GREETJRN-FILE-STATUS IS NOT EQUAL TO "00"
004300         DISPLAY "HELLOCNV - UNABLE TO REOPEN GREETJRN, "
004310             "STATUS = " WS-GREETJRN-FILE-STATUS
004320         GO TO 2900-REREAD-JOURNAL-EXIT
004330     END-IF.
004340     SET WS-GREETJRN-OPEN-OK TO TRUE.
004350     PERFORM 2910-COUNT-JOURNAL
004360         THRU 2910-COUNT-JOURNAL-EXIT
004370         UNTIL WS-GREETJRN-EOF.
004380 2900-REREAD-JOURNAL-EXIT.
004390     EXIT.
004400*-----------------------------------------------------------------
004410* 2910-COUNT-JOURNAL -- READ AND COUNT ONE NEW JOURNAL RECORD.
004420*-----------------------------------------------------------------
004430 2910-COUNT-JOURNAL.
004440     READ GREETJRN-FILE NEXT RECORD
004450         AT END
004460             SET WS-GREETJRN-EOF TO TRUE
004470     END-READ.
004480     IF NOT WS-GREETJRN-EOF
004490         ADD 1 TO WS-JRN-REREAD-COUNT
004500     END-IF.
004510 2910-COUNT-JOURNAL-EXIT.
004520     EXIT.
004530*-----------------------------------------------------------------
004540* 3000-FINALIZE -- PRINT THE CONTROL TOTALS AND PROVE THEM.  FOR
004550*     THE MASTER AND THE JOURNAL ALIKE, EVERY RECORD UNLOADED
004560*     MUST HAVE BEEN WRITTEN AND READ BACK, WITH NO WRITE
004570*     FAILURES.  A FAILURE ON EITHER IS 0008.
004580*-----------------------------------------------------------------
004590 3000-FINALIZE.
004600     MOVE "MASTER RECORDS UNLOADED (BEFORE) "
004610         TO TL-TOTAL-LABEL.
004620     MOVE WS-MST-UNLOAD-COUNT TO TL-TOTAL-COUNT.
004630     PERFORM 3100-PRINT-TOTAL
004640         THRU 3100-PRINT-TOTAL-EXIT.
004650     MOVE "MASTER RECORDS WRITTEN           "
004660         TO TL-TOTAL-LABEL.
004670     MOVE WS-MST-WRITTEN-COUNT TO TL-TOTAL-COUNT.
004680     PERFORM 3100-PRINT-TOTAL
004690         THRU 3100-PRINT-TOTAL-EXIT.
004700     MOVE "MASTER WRITES FAILED             "
004710         TO TL-TOTAL-LABEL.
004720     MOVE WS-MST-FAILED-COUNT TO TL-TOTAL-COUNT.
004730     PERFORM 3100-PRINT-TOTAL
004740         THRU 3100-PRINT-TOTAL-EXIT.
004750     MOVE "MASTER RECORDS READ BACK (AFTER) "
004760         TO TL-TOTAL-LABEL.
004770     MOVE WS-MST-REREAD-COUNT TO TL-TOTAL-COUNT.
004780     PERFORM 3100-PRINT-TOTAL
004790         THRU 3100-PRINT-TOTAL-EXIT.
004800     MOVE "JOURNAL RECORDS UNLOADED (BEFORE)"
004810         TO TL-TOTAL-LABEL.
004820     MOVE WS-JRN-UNLOAD-COUNT TO TL-TOTAL-COUNT.
004830     PERFORM 3100-PRINT-TOTAL
004840         THRU 3100-PRINT-TOTAL-EXIT.
004850     MOVE "JOURNAL RECORDS WRITTEN          "
004860         TO TL-TOTAL-LABEL.
004870     MOVE WS-JRN-WRITTEN-COUNT TO TL-TOTAL-COUNT.
004880     PERFORM 3100-PRINT-TOTAL
004890         THRU 3100-PRINT-TOTAL-EXIT.
004900     MOVE "JOURNAL WRITES FAILED            "
004910         TO TL-TOTAL-LABEL.
004920     MOVE WS-JRN-FAILED-COUNT TO TL-TOTAL-COUNT.
004930     PERFORM 3100-PRINT-TOTAL
004940         THRU 3100-PRINT-TOTAL-EXIT.
004950     MOVE "JOURNAL RECORDS READ BACK (AFTER)"
004960         TO TL-TOTAL-LABEL.
004970     MOVE WS-JRN-REREAD-COUNT TO TL-TOTAL-COUNT.
004980     PERFORM 3100-PRINT-TOTAL
004990         THRU 3100-PRINT-TOTAL-EXIT.
005010     MOVE "CONTROL TOTALS BALANCE" TO NL-NOTE-TEXT.
005020     IF WS-MST-WRITTEN-COUNT IS NOT EQUAL TO WS-MST-UNLOAD-COUNT
005030         OR WS-MST-REREAD-COUNT IS NOT EQUAL TO
005040             WS-MST-UNLOAD-COUNT
005050         OR WS-MST-FAILED-COUNT IS GREATER THAN ZERO
005060         MOVE "CONTROL TOTALS DO NOT BALANCE - MASTER"
005070             TO NL-NOTE-TEXT
005080     END-IF.
005090     IF WS-JRN-WRITTEN-COUNT IS NOT EQUAL TO WS-JRN-UNLOAD-COUNT
005100         OR WS-JRN-REREAD-COUNT IS NOT EQUAL TO
005110             WS-JRN-UNLOAD-COUNT
005120         OR WS-JRN-FAILED-COUNT IS GREATER THAN ZERO
005130         MOVE "CONTROL TOTALS DO NOT BALANCE - JOURNAL"
005140             TO NL-NOTE-TEXT
005150     END-IF.
005160     IF NL-NOTE-TEXT IS NOT EQUAL TO "CONTROL TOTALS BALANCE"
005170         MOVE 0008 TO WS-RETURN-CODE
005180     END-IF.
005190     MOVE NL-NOTE-LINE TO PRINT-RECORD.
005200     PERFORM 4100-WRITE-LINE
005210         THRU 4100-WRITE-LINE-EXIT.
005220     MOVE WS-TODAYS-DATE TO FL-RUN-DATE.
005230     MOVE FL-FOOTER TO PRINT-RECORD.
005240     PERFORM 4100-WRITE-LINE
005250         THRU 4100-WRITE-LINE-EXIT.
005260 3000-FINALIZE-EXIT.
005270     EXIT.
005280*-----------------------------------------------------------------
005290* 3100-PRINT-TOTAL -- PRINT ONE CONTROL TOTAL LINE.  THE LABEL
005300*     AND COUNT ARE SET BY THE CALLER.
005310*-----------------------------------------------------------------
005320 3100-PRINT-TOTAL.
005330     MOVE TL-TOTAL-LINE TO PRINT-RECORD.
005340     PERFORM 4100-WRITE-LINE
005350         THRU 4100-WRITE-LINE-EXIT.
005360 3100-PRINT-TOTAL-EXIT.
005370     EXIT.
005380*-----------------------------------------------------------------
005390* 4000-PRINT-HEADINGS -- START A NEW PAGE WITH THE STANDARD
005400*     REPORT HEADING LINES.
005410*-----------------------------------------------------------------
005420 4000-PRINT-HEADINGS.
005430     ADD 1 TO WS-PAGE-NUMBER.
005440     MOVE WS-PAGE-NUMBER TO HL-PAGE-NUMBER.
005450     MOVE WS-TODAYS-DATE TO HL-RUN-DATE.
005460     WRITE PRINT-RECORD FROM HL-HEADING-1.
005470     WRITE PRINT-RECORD FROM HL-HEADING-2.
005480     WRITE PRINT-RECORD FROM HL-HEADING-3.
005490     MOVE 3 TO WS-LINE-COUNT.
005500 4000-PRINT-HEADINGS-EXIT.
005510     EXIT.
005520*-----------------------------------------------------------------
005530* 4100-WRITE-LINE -- WRITE ONE REPORT LINE, STARTING A NEW PAGE
005540*     WHEN THE CURRENT PAGE IS FULL.
005550*-----------------------------------------------------------------
005560 4100-WRITE-LINE.
005570     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL
005580         TO WS-LINES-PER-PAGE
005590         PERFORM 4000-PRINT-HEADINGS
005600             THRU 4000-PRINT-HEADINGS-EXIT
005610     END-IF.
005620     WRITE PRINT-RECORD.
005630     ADD 1 TO WS-LINE-COUNT.
005640 4100-WRITE-LINE-EXIT.
005650     EXIT.
005660*-----------------------------------------------------------------
005670* 9000-TERMINATE -- CLOSE FILES.
005680*-----------------------------------------------------------------
005690 9000-TERMINATE.
005700     IF WS-GREETUNL-OPEN-OK
005710         CLOSE GREETUNL-FILE
005720     END-IF.
005730     IF WS-GREETMST-OPEN-OK
005740         CLOSE GREETING-MASTER
005750     END-IF.
005760     IF WS-JRNUNL-OPEN-OK
005770         CLOSE JRNUNL-FILE
005780     END-IF.
005790     IF WS-GREETJRN-OPEN-OK
005800         CLOSE GREETJRN-FILE
005810     END-IF.
005820     IF WS-PRINT-OPEN-OK
005830         CLOSE PRINT-FILE
005840     END-IF.
005850 9000-TERMINATE-EXIT.
005860     EXIT.
