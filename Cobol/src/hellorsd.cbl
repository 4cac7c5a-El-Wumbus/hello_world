000100*****************************************************************
000110* PROGRAM:      HELLORSD
000120* AUTHOR:       AIDAN NEAL
000130* INSTALLATION: DATA CENTER - BATCH SYSTEMS GROUP
000140* DATE-WRITTEN: 10/15/2026
000150* DATE-COMPILED:
000160*-----------------------------------------------------------------
000170* PURPOSE.
000180*     CUT THE GREETFEED DASHBOARD EXTRACT AGAIN FOR AN EARLIER
000190*     DAY WHEN THE ORIGINAL TRANSMISSION WAS LOST OR ARRIVED
000200*     SHORT, WITHOUT RERUNNING HELLO-WORLD -- WHICH RUNCTL
000210*     STOPS, AND WHICH WOULD ADD A SECOND SET OF GREETLOG
000220*     RECORDS FOR THE DAY IF FORCED.  THE FEED IS REBUILT FROM
000230*     THE GREETLOG AUDIT RECORDS HELLO-WORLD WROTE FOR THE
000240*     RUNDATE=YYYYMMDD PARM DATE -- ONE DETAIL RECORD PER
000250*     HELLO-WORLD RUN, CARRYING ITS MESSAGE TEXT, THE RUN DATE
000260*     AND ITS FINAL RETURN CODE -- BETWEEN THE USUAL HEADER AND
000270*     TRAILER CONTROL RECORDS (COPYBOOK GFEEDREC).
000280*         HEADER  -- FEED DATE IS THE ORIGINAL DAY, CREATE DATE
000290*                    AND TIME ARE NOW, AND GF-HDR-RESEND-FLAG
000300*                    IS "R" TO MARK THE FILE AS A RESEND
000310*         TRAILER -- THE DETAIL COUNT AND THE NEXT NUMBER FROM
000320*                    THE FEEDSEQ DATASET, TAKEN THE SAME WAY
000330*                    HELLO-WORLD TAKES IT, SO THE RECEIVER'S
000340*                    SEQUENCE CHECK STILL HOLDS
000350*     EVERY RESEND IS RECORDED ON THE GREETRSD RESEND LOG
000360*     (COPYBOOK GRSDREC), WHICH HELLORCN READS SO ITS REPORT
000370*     SHOWS A RESENT DAY AS RESENT RATHER THAN AS A PLAIN
000380*     MISMATCH.  A CONTROL REPORT LISTS THE RECORDS RESENT.
000390*-----------------------------------------------------------------
000400* RETURN CODES.
000410*     0000  FEED CUT AND THE RESEND LOGGED
000420*     0004  FEED CUT BUT THE RESEND COULD NOT BE LOGGED ON
000430*           GREETRSD -- HELLORCN WILL NOT KNOW OF IT
000440*     0008  NO HELLO-WORLD GREETLOG RECORDS FOR THE DATE --
000450*           NOTHING TO RESEND, NO FEED CUT
000460*     0016  MISSING OR INVALID RUNDATE PARM, A FILE WOULD NOT
000470*           OPEN, OR NO FEED SEQUENCE NUMBER COULD BE TAKEN --
000480*           NO FEED CUT
000490*-----------------------------------------------------------------
000500* MODIFICATION HISTORY.
000510*     DATE       INIT  DESCRIPTION
000520*     ---------- ----  ------------------------------------------
000530*     10/15/2026 AN    ORIGINAL PROGRAM.
000531*     10/15/2026 AN    STEP START AND END NOW RECORDED ON THE
000532*                       SHARED STEPTIME DATASET (COPYBOOK
000533*                       GTIMREC) FOR THE HELLOTIM BATCH-WINDOW
000534*                       REPORT.
000535*     10/15/2026 AN    THE REPORT OPEN IS NOW CHECKED -- A
000536*                       HELLORSD DD THAT WILL NOT OPEN ENDS 0016
000537*                       BEFORE GREETLOG, GREETFEED OR FEEDSEQ
000538*                       IS TOUCHED.
000540*****************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID.     HELLORSD.
000570 AUTHOR.         AIDAN NEAL.
000580 INSTALLATION.   DATA CENTER - BATCH SYSTEMS GROUP.
000590 DATE-WRITTEN.   10/15/2026.
000600 DATE-COMPILED.
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER. IBM-370.
000640 OBJECT-COMPUTER. IBM-370.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT GREETLOG-FILE ASSIGN TO GREETLOG
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS GL-LOG-KEY
000710         FILE STATUS IS WS-GREETLOG-FILE-STATUS.
000720     SELECT GREETFEED-FILE ASSIGN TO GREETFEED
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-GREETFEED-FILE-STATUS.
000750     SELECT FEEDSEQ-FILE  ASSIGN TO FEEDSEQ
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-FEEDSEQ-FILE-STATUS.
000780     SELECT GREETRSD-FILE ASSIGN TO GREETRSD
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS RD-RESEND-KEY
000820         FILE STATUS IS WS-GREETRSD-FILE-STATUS.
000830     SELECT PRINT-FILE    ASSIGN TO HELLORSD
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-PRINT-FILE-STATUS.
000851     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000852         ORGANIZATION IS INDEXED
000853         ACCESS MODE IS RANDOM
000854         RECORD KEY IS TM-TIMING-KEY
000855         FILE STATUS IS WS-STEPTIME-FILE-STATUS.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  GREETLOG-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910 01  GREETLOG-RECORD.
000920     COPY GLOGREC.
000930 FD  GREETFEED-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 01  GREETFEED-RECORD.
000970     COPY GFEEDREC.
000980 FD  FEEDSEQ-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 01  FEEDSEQ-RECORD.
001020     05  FS-FEED-SEQ            PIC 9(08).
001030     05  FILLER                 PIC X(72).
001040 FD  GREETRSD-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 01  GREETRSD-RECORD.
001080     COPY GRSDREC.
001090 FD  PRINT-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 01  PRINT-RECORD               PIC X(133).
001121 FD  STEPTIME-FILE
001122     RECORDING MODE IS F
001123     LABEL RECORDS ARE STANDARD.
001124 01  STEPTIME-RECORD.
001125     COPY GTIMREC.
001130 WORKING-STORAGE SECTION.
001140*-----------------------------------------------------------------
001150* SWITCHES AND COUNTERS.
001160*-----------------------------------------------------------------
001170 01  WS-SWITCHES.
001171     05  WS-STEP-WRITTEN-SW     PIC X(01) VALUE "N".
001172         88  WS-STEP-WRITTEN               VALUE "Y".
001180     05  WS-GREETLOG-EOF-SW     PIC X(01) VALUE "N".
001190         88  WS-GREETLOG-EOF               VALUE "Y".
001200     05  WS-GREETLOG-OPEN-SW    PIC X(01) VALUE "N".
001210         88  WS-GREETLOG-OPEN-OK           VALUE "Y".
001220     05  WS-PRINT-OPEN-SW       PIC X(01) VALUE "N".
001230         88  WS-PRINT-OPEN-OK              VALUE "Y".
001240     05  WS-PARM-OK-SW          PIC X(01) VALUE "N".
001250         88  WS-PARM-OK                    VALUE "Y".
001260     05  WS-FEED-CUT-SW         PIC X(01) VALUE "N".
001270         88  WS-FEED-CUT                   VALUE "Y".
001280     05  WS-SEQ-TAKEN-SW        PIC X(01) VALUE "N".
001290         88  WS-SEQ-TAKEN                  VALUE "Y".
001300 01  WS-FILE-STATUSES.
001301     05  WS-STEPTIME-FILE-STATUS
001302                                PIC X(02) VALUE SPACES.
001310     05  WS-GREETLOG-FILE-STATUS
001320                                PIC X(02) VALUE SPACES.
001330     05  WS-GREETFEED-FILE-STATUS
001340                                PIC X(02) VALUE SPACES.
001350     05  WS-FEEDSEQ-FILE-STATUS PIC X(02) VALUE SPACES.
001360     05  WS-GREETRSD-FILE-STATUS
001370                                PIC X(02) VALUE SPACES.
001380     05  WS-PRINT-FILE-STATUS   PIC X(02) VALUE SPACES.
001390 01  WS-RETURN-CODE             PIC 9(04) VALUE ZERO.
001400 01  WS-LOG-DATE-COUNT          PIC 9(06) VALUE ZERO.
001410 01  WS-LOG-HELLOWLD-COUNT      PIC 9(06) VALUE ZERO.
001420 01  WS-FEED-DETAIL-COUNT       PIC 9(08) VALUE ZERO.
001430 01  WS-FEED-SEQ                PIC 9(08) VALUE ZERO.
001440 01  WS-TODAYS-DATE             PIC 9(08) VALUE ZERO.
001450 01  WS-RUN-TIME                PIC 9(08) VALUE ZERO.
001460*-----------------------------------------------------------------
001470* JOB NAME CONTROL -- THE JOB NAME IS STAMPED ON THE RESEND LOG
001480* RECORD.  IT IS OBTAINED AT RUN TIME FROM THE LANGUAGE
001490* ENVIRONMENT CEE3JBN CALLABLE SERVICE, THE SAME WAY HELLO-WORLD
001500* STAMPS ITS GREETLOG RECORDS.
001510*-----------------------------------------------------------------
001520 01  WS-CEE3JBN-JOBNAME.
001530     05  WS-CEE3JBN-JOB-LEN     PIC S9(04) COMP.
001540     05  WS-CEE3JBN-JOB-NAME    PIC X(08).
001550 01  WS-CEE3JBN-STEPNAME.
001560     05  WS-CEE3JBN-STEP-LEN    PIC S9(04) COMP.
001570     05  WS-CEE3JBN-STEP-NAME   PIC X(08).
001580 01  WS-CEE3JBN-PROCNAME.
001590     05  WS-CEE3JBN-PROC-LEN    PIC S9(04) COMP.
001600     05  WS-CEE3JBN-PROC-NAME   PIC X(08).
001610 01  WS-FEEDBACK-CODE.
001620     05  WS-FDBK-SEVERITY       PIC S9(04) COMP.
001630     05  WS-FDBK-MSG-NO         PIC S9(04) COMP.
001640     05  WS-FDBK-CASE-FACILITY  PIC X(01).
001650     05  WS-FDBK-SEV-CONTROL    PIC X(03).
001660     05  WS-FDBK-FACILITY-ID    PIC X(03).
001670     05  WS-FDBK-ISINFO         PIC X(01).
001680 01  WS-JOB-NAME                PIC X(08) VALUE "HELLORSD".
001690*-----------------------------------------------------------------
001700* RUN DATE PARM CONTROL.
001710*-----------------------------------------------------------------
001720 01  WS-PARM-FIELD              PIC X(80) VALUE SPACES.
001730 01  WS-PARM-TOKEN-1            PIC X(20) VALUE SPACES.
001740 01  WS-PARM-TOKEN-2            PIC X(20) VALUE SPACES.
001750 01  WS-RUNDATE-X               PIC X(08) VALUE SPACES.
001760 01  WS-RUNDATE                 PIC 9(08) VALUE ZERO.
001770*-----------------------------------------------------------------
001780* REPORT PRINT CONTROL.
001790*-----------------------------------------------------------------
001800 01  WS-PAGE-NUMBER             PIC 9(04) VALUE ZERO.
001810 01  WS-LINE-COUNT              PIC 9(04) VALUE 99.
001820 01  WS-LINES-PER-PAGE          PIC 9(04) VALUE 55.
001830*-----------------------------------------------------------------
001840* REPORT LINE LAYOUTS.
001850*-----------------------------------------------------------------
001860 01  HL-HEADING-1.
001870     05  FILLER                 PIC X(01) VALUE "1".
001880     05  FILLER                 PIC X(10) VALUE SPACES.
001890     05  FILLER                 PIC X(40)
001900                 VALUE "GREETFEED RETRANSMISSION REPORT".
001910     05  FILLER                 PIC X(10) VALUE "PAGE ".
001920     05  HL-PAGE-NUMBER         PIC ZZZ9.
001930     05  FILLER                 PIC X(60) VALUE SPACES.
001940 01  HL-HEADING-2.
001950     05  FILLER                 PIC X(01) VALUE " ".
001960     05  FILLER                 PIC X(10) VALUE SPACES.
001970     05  FILLER                 PIC X(17)
001980                 VALUE "PROGRAM HELLORSD".
001990     05  FILLER                 PIC X(10) VALUE "RUN DATE ".
002000     05  HL-RUN-DATE            PIC 9(08).
002010     05  FILLER                 PIC X(87) VALUE SPACES.
002020 01  SL-SECTION-HEADING.
002030     05  FILLER                 PIC X(01) VALUE "0".
002040     05  FILLER                 PIC X(10) VALUE SPACES.
002050     05  SL-SECTION-TITLE       PIC X(50).
002060     05  FILLER                 PIC X(72) VALUE SPACES.
002070 01  DL-DETAIL-LINE.
002080     05  FILLER                 PIC X(01) VALUE " ".
002090     05  FILLER                 PIC X(10) VALUE SPACES.
002100     05  DL-RUN-DATE            PIC 9(08).
002110     05  FILLER                 PIC X(02) VALUE SPACES.
002120     05  DL-RETURN-CODE         PIC 9(04).
002130     05  FILLER                 PIC X(02) VALUE SPACES.
002140     05  DL-MESSAGE-TEXT        PIC X(60).
002150     05  FILLER                 PIC X(46) VALUE SPACES.
002160 01  TL-TOTAL-LINE.
002170     05  FILLER                 PIC X(01) VALUE " ".
002180     05  FILLER                 PIC X(10) VALUE SPACES.
002190     05  TL-TOTAL-LABEL         PIC X(34).
002200     05  TL-TOTAL-COUNT         PIC ZZZ,ZZ9.
002210     05  FILLER                 PIC X(81) VALUE SPACES.
002220 01  NL-NOTE-LINE.
002230     05  FILLER                 PIC X(01) VALUE " ".
002240     05  FILLER                 PIC X(10) VALUE SPACES.
002250     05  NL-NOTE-TEXT           PIC X(60).
002260     05  FILLER                 PIC X(62) VALUE SPACES.
002270 01  QL-SEQ-LINE.
002280     05  FILLER                 PIC X(01) VALUE " ".
002290     05  FILLER                 PIC X(10) VALUE SPACES.
002300     05  QL-SEQ-LABEL           PIC X(34).
002310     05  QL-SEQ-VALUE           PIC ZZZZZZZ9.
002320     05  FILLER                 PIC X(80) VALUE SPACES.
002330 01  FL-FOOTER.
002340     05  FILLER                 PIC X(01) VALUE "0".
002350     05  FILLER                 PIC X(10) VALUE SPACES.
002360     05  FILLER                 PIC X(14) VALUE "END OF REPORT".
002370     05  FILLER                 PIC X(12) VALUE "RUN DATE  ".
002380     05  FL-RUN-DATE            PIC 9(08).
002390     05  FILLER                 PIC X(88) VALUE SPACES.
002391*-----------------------------------------------------------------
002392* STEP TIMING CONTROL -- THE DATE AND TIME THE STEP STARTED, HELD
002393* FOR THE STEPTIME RECORD WRITTEN AS THE STEP ENDS, AND THE KEY
002394* SEQUENCE THAT KEEPS THAT RECORD'S KEY UNIQUE.
002395*-----------------------------------------------------------------
002396 01  WS-STEP-START-DATE         PIC 9(08) VALUE ZERO.
002397 01  WS-STEP-START-TIME         PIC 9(08) VALUE ZERO.
002398 01  WS-STEP-SEQ                PIC 9(04) VALUE ZERO.
002400 LINKAGE SECTION.
002410 01  WS-PARM-AREA.
002420     05  WS-PARM-LENGTH         PIC S9(04) COMP.
002430     05  WS-PARM-TEXT           PIC X(80).
002440 PROCEDURE DIVISION USING WS-PARM-AREA.
002450*-----------------------------------------------------------------
002460* 0000-MAIN-CONTROL -- OVERALL SEQUENCE OF PROCESSING.  THE
002470*     GREETLOG RECORDS FOR THE DATE ARE COUNTED BEFORE A
002480*     SEQUENCE NUMBER IS TAKEN, SO A DATE WITH NOTHING TO RESEND
002490*     DOES NOT BURN A NUMBER THE RECEIVER WOULD THEN SEE AS A
002500*     GAP.
002510*-----------------------------------------------------------------
002520 0000-MAIN-CONTROL.
002521     PERFORM 0010-START-STEP-TIMING
002522         THRU 0010-START-STEP-TIMING-EXIT.
002530     PERFORM 0050-GET-JOB-NAME
002540         THRU 0050-GET-JOB-NAME-EXIT.
002550     PERFORM 0100-CHECK-RUNDATE-PARM
002560         THRU 0100-CHECK-RUNDATE-PARM-EXIT.
002570     IF WS-PARM-OK
002580         PERFORM 1000-INITIALIZE
002590             THRU 1000-INITIALIZE-EXIT
002600     END-IF.
002610     IF WS-GREETLOG-OPEN-OK
002620         PERFORM 2000-COUNT-LOG-RECORDS
002630             THRU 2000-COUNT-LOG-RECORDS-EXIT
002640         PERFORM 2200-CUT-FEED
002650             THRU 2200-CUT-FEED-EXIT
002660     END-IF.
002670     IF WS-FEED-CUT
002680         PERFORM 2500-LOG-RESEND
002690             THRU 2500-LOG-RESEND-EXIT
002700     END-IF.
002710     IF WS-PRINT-OPEN-OK
002720         PERFORM 3500-FINALIZE
002730             THRU 3500-FINALIZE-EXIT
002740     END-IF.
002750     PERFORM 9000-TERMINATE
002760         THRU 9000-TERMINATE-EXIT.
002761     PERFORM 8900-WRITE-STEP-TIMING
002762         THRU 8900-WRITE-STEP-TIMING-EXIT.
002770     MOVE WS-RETURN-CODE TO RETURN-CODE.
002780     GOBACK.
002781*-----------------------------------------------------------------
002782* 0010-START-STEP-TIMING -- NOTE THE DATE AND TIME THE STEP
002783*     STARTED, FOR THE STEPTIME RECORD WRITTEN AS IT ENDS.
002784*-----------------------------------------------------------------
002785 0010-START-STEP-TIMING.
002786     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
002787     ACCEPT WS-STEP-START-TIME FROM TIME.
002788 0010-START-STEP-TIMING-EXIT.
002789     EXIT.
002790*-----------------------------------------------------------------
002800* 0050-GET-JOB-NAME -- ASK LANGUAGE ENVIRONMENT FOR THE NAME OF
002810*     THE JOB THIS PROGRAM IS ACTUALLY RUNNING UNDER SO THE
002820*     RESEND LOG REFLECTS THE REAL JOB NAME.  WS-JOB-NAME KEEPS
002830*     ITS VALUE-CLAUSE DEFAULT IF THE CALL CANNOT SUPPLY ONE.
002840*-----------------------------------------------------------------
002850 0050-GET-JOB-NAME.
002860     CALL "CEE3JBN" USING WS-CEE3JBN-JOBNAME
002870         WS-CEE3JBN-STEPNAME
002880         WS-CEE3JBN-PROCNAME
002890         WS-FEEDBACK-CODE.
002900     IF WS-CEE3JBN-JOB-NAME IS NOT EQUAL TO SPACES
002910         MOVE WS-CEE3JBN-JOB-NAME TO WS-JOB-NAME
002920     END-IF.
002930 0050-GET-JOB-NAME-EXIT.
002940     EXIT.
002950*-----------------------------------------------------------------
002960* 0100-CHECK-RUNDATE-PARM -- THE PARM RUNDATE=YYYYMMDD NAMES THE
002970*     DAY WHOSE FEED IS TO BE CUT AGAIN.  UNLIKE THE REPORT
002980*     PROGRAMS THERE IS NO DEFAULT -- A RESEND IS ALWAYS FOR A
002990*     DAY THE OPERATOR NAMES.  THE PARM IS UNSTRUNG INTO
003000*     SPACE-DELIMITED TOKENS THE SAME WAY HELLORCN LOCATES ITS
003010*     RUNDATE= TOKEN.  A MISSING, MALFORMED OR FUTURE DATE STOPS
003020*     THE RUN WITH 0016.
003030*-----------------------------------------------------------------
003040 0100-CHECK-RUNDATE-PARM.
003050     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
003060     MOVE SPACES TO WS-PARM-FIELD.
003070     IF WS-PARM-LENGTH IS GREATER THAN ZERO
003080         IF WS-PARM-LENGTH IS GREATER THAN 80
003090             MOVE 80 TO WS-PARM-LENGTH
003100         END-IF
003110         MOVE WS-PARM-TEXT (1:WS-PARM-LENGTH) TO WS-PARM-FIELD
003120     END-IF.
003130     UNSTRING WS-PARM-FIELD DELIMITED BY SPACE
003140         INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2.
003150     IF WS-PARM-TOKEN-1 (1:8) IS EQUAL TO "RUNDATE="
003160         MOVE WS-PARM-TOKEN-1 (9:8) TO WS-RUNDATE-X
003170     END-IF.
003180     IF WS-PARM-TOKEN-2 (1:8) IS EQUAL TO "RUNDATE="
003190         MOVE WS-PARM-TOKEN-2 (9:8) TO WS-RUNDATE-X
003200     END-IF.
003210     IF WS-RUNDATE-X IS NUMERIC
003220         MOVE WS-RUNDATE-X TO WS-RUNDATE
003230         IF WS-RUNDATE IS GREATER THAN WS-TODAYS-DATE
003240             DISPLAY "HELLORSD - RUNDATE PARM IS A FUTURE DATE, "
003250                 "NOTHING TO RESEND"
003260             MOVE 0016 TO WS-RETURN-CODE
003270         ELSE
003280             SET WS-PARM-OK TO TRUE
003290         END-IF
003300     ELSE
003310         DISPLAY "HELLORSD - MISSING OR INVALID RUNDATE PARM, "
003320             "EXPECTED RUNDATE=YYYYMMDD"
003330         MOVE 0016 TO WS-RETURN-CODE
003340     END-IF.
003350 0100-CHECK-RUNDATE-PARM-EXIT.
003360     EXIT.
003370*-----------------------------------------------------------------
003380* 1000-INITIALIZE -- OPEN THE REPORT AND THE AUDIT TRAIL AND
003390*     PRINT HEADINGS.  A GREETLOG THAT DOES NOT EXIST YET HOLDS
003400*     NOTHING TO RESEND -- 0008, THE SAME AS AN EMPTY DATE.
003410*-----------------------------------------------------------------
003420 1000-INITIALIZE.
003430     OPEN OUTPUT PRINT-FILE.
003432     IF WS-PRINT-FILE-STATUS IS EQUAL TO "00"
003434         SET WS-PRINT-OPEN-OK TO TRUE
003435     ELSE
003436         DISPLAY "HELLORSD - UNABLE TO OPEN HELLORSD, "
003437             "STATUS = " WS-PRINT-FILE-STATUS
003438         MOVE 0016 TO WS-RETURN-CODE
003439         GO TO 1000-INITIALIZE-EXIT
003440     END-IF.
003450     PERFORM 4000-PRINT-HEADINGS
003460         THRU 4000-PRINT-HEADINGS-EXIT.
003470     OPEN INPUT GREETLOG-FILE.
003480     IF WS-GREETLOG-FILE-STATUS IS EQUAL TO "00"
003490         SET WS-GREETLOG-OPEN-OK TO TRUE
003500         GO TO 1000-INITIALIZE-EXIT
003510     END-IF.
003520     IF WS-GREETLOG-FILE-STATUS IS EQUAL TO "35"
003530         MOVE SPACES TO NL-NOTE-LINE
003540         MOVE "NO GREETLOG ON FILE - NOTHING TO RESEND"
003550             TO NL-NOTE-TEXT
003560         MOVE NL-NOTE-LINE TO PRINT-RECORD
003570         PERFORM 4100-WRITE-LINE
003580             THRU 4100-WRITE-LINE-EXIT
003590         MOVE 0008 TO WS-RETURN-CODE
003600     ELSE
003610         DISPLAY "HELLORSD - UNABLE TO OPEN GREETLOG, "
003620             "STATUS = " WS-GREETLOG-FILE-STATUS
003630         MOVE 0016 TO WS-RETURN-CODE
003640     END-IF.
003650 1000-INITIALIZE-EXIT.
003660     EXIT.
003670*-----------------------------------------------------------------
003680* 2000-COUNT-LOG-RECORDS -- FIRST PASS OVER THE RUN DATE'S AUDIT
003690*     RECORDS, POSITIONED WITH A KEYED START THE SAME WAY
003700*     HELLOEOD READS THEM.  EVERY RECORD FOR THE DATE IS
003710*     COUNTED, AND SEPARATELY THE HELLO-WORLD ONES -- ONLY
003720*     HELLO-WORLD FEEDS THE DASHBOARD.
003730*-----------------------------------------------------------------
003740 2000-COUNT-LOG-RECORDS.
003750     PERFORM 2050-START-GREETLOG
003760         THRU 2050-START-GREETLOG-EXIT.
003770     PERFORM 2010-COUNT-ONE-LOG-RECORD
003780         THRU 2010-COUNT-ONE-LOG-RECORD-EXIT
003790         UNTIL WS-GREETLOG-EOF.
003800 2000-COUNT-LOG-RECORDS-EXIT.
003810     EXIT.
003820*-----------------------------------------------------------------
003830* 2010-COUNT-ONE-LOG-RECORD -- COUNT ONE AUDIT RECORD FOR THE
003840*     RUN DATE AND READ THE NEXT.
003850*-----------------------------------------------------------------
003860 2010-COUNT-ONE-LOG-RECORD.
003870     ADD 1 TO WS-LOG-DATE-COUNT.
003880     IF GR-SOURCE-PROGRAM OF GL-GREETREC IS EQUAL TO "HELLOWLD"
003890         ADD 1 TO WS-LOG-HELLOWLD-COUNT
003900     END-IF.
003910     PERFORM 2100-READ-GREETLOG
003920         THRU 2100-READ-GREETLOG-EXIT.
003930 2010-COUNT-ONE-LOG-RECORD-EXIT.
003940     EXIT.
003950*-----------------------------------------------------------------
003960* 2050-START-GREETLOG -- POSITION THE AUDIT TRAIL AT THE FIRST
003970*     RECORD FOR THE RUN DATE AND READ IT.  PERFORMED ONCE FOR
003980*     EACH PASS.
003990*-----------------------------------------------------------------
004000 2050-START-GREETLOG.
004010     MOVE "N" TO WS-GREETLOG-EOF-SW.
004020     MOVE WS-RUNDATE TO GL-KEY-DATE.
004030     MOVE ZERO       TO GL-KEY-TIME.
004040     MOVE ZERO       TO GL-KEY-SEQ.
004050     START GREETLOG-FILE KEY IS NOT LESS THAN GL-LOG-KEY
004060         INVALID KEY
004070             SET WS-GREETLOG-EOF TO TRUE
004080             GO TO 2050-START-GREETLOG-EXIT
004090     END-START.
004100     PERFORM 2100-READ-GREETLOG
004110         THRU 2100-READ-GREETLOG-EXIT.
004120 2050-START-GREETLOG-EXIT.
004130     EXIT.
004140*-----------------------------------------------------------------
004150* 2100-READ-GREETLOG -- READ THE NEXT AUDIT TRAIL RECORD.  THE
004160*     FIRST RECORD PAST THE RUN DATE ENDS THE PASS.
004170*-----------------------------------------------------------------
004180 2100-READ-GREETLOG.
004190     READ GREETLOG-FILE NEXT RECORD
004200         AT END
004210             SET WS-GREETLOG-EOF TO TRUE
004220             GO TO 2100-READ-GREETLOG-EXIT
004230     END-READ.
004240     IF GL-KEY-DATE IS GREATER THAN WS-RUNDATE
004250         SET WS-GREETLOG-EOF TO TRUE
004260     END-IF.
004270 2100-READ-GREETLOG-EXIT.
004280     EXIT.
004290*-----------------------------------------------------------------
004300* 2200-CUT-FEED -- TAKE THE NEXT FEED SEQUENCE NUMBER AND WRITE
004310*     THE NEW FEED: A HEADER MARKED AS A RESEND OF THE RUN DATE,
004320*     ONE DETAIL RECORD PER HELLO-WORLD AUDIT RECORD ON A SECOND
004330*     PASS OVER THE DATE, AND THE TRAILER.  A DATE WITH NO
004340*     HELLO-WORLD RECORDS ENDS 0008 WITHOUT A FEED.  A FEEDSEQ
004350*     THAT CANNOT BE READ OR REWRITTEN ENDS 0016 WITHOUT A FEED
004360*     -- UNLIKE HELLO-WORLD'S DAILY RUN, A RESEND CARRYING A
004370*     GUESSED SEQUENCE NUMBER WOULD ONLY TRADE ONE REJECTED FILE
004380*     FOR ANOTHER.
004390*-----------------------------------------------------------------
004400 2200-CUT-FEED.
004410     IF WS-LOG-HELLOWLD-COUNT IS EQUAL TO ZERO
004420         MOVE SPACES TO NL-NOTE-LINE
004430         MOVE "NO HELLO-WORLD GREETLOG RECORDS FOR THE RUN DATE"
004440             TO NL-NOTE-TEXT
004450         MOVE NL-NOTE-LINE TO PRINT-RECORD
004460         PERFORM 4100-WRITE-LINE
004470             THRU 4100-WRITE-LINE-EXIT
004480         MOVE SPACES TO NL-NOTE-LINE
004490         MOVE "NO FEED CUT" TO NL-NOTE-TEXT
004500         MOVE NL-NOTE-LINE TO PRINT-RECORD
004510         PERFORM 4100-WRITE-LINE
004520             THRU 4100-WRITE-LINE-EXIT
004530         MOVE 0008 TO WS-RETURN-CODE
004540         GO TO 2200-CUT-FEED-EXIT
004550     END-IF.
004560     PERFORM 8250-GET-FEED-SEQUENCE
004570         THRU 8250-GET-FEED-SEQUENCE-EXIT.
004580     IF NOT WS-SEQ-TAKEN
004590         MOVE SPACES TO NL-NOTE-LINE
004600         MOVE "FEEDSEQ COULD NOT BE UPDATED - NO FEED CUT"
004610             TO NL-NOTE-TEXT
004620         MOVE NL-NOTE-LINE TO PRINT-RECORD
004630         PERFORM 4100-WRITE-LINE
004640             THRU 4100-WRITE-LINE-EXIT
004650         MOVE 0016 TO WS-RETURN-CODE
004660         GO TO 2200-CUT-FEED-EXIT
004670     END-IF.
004680     OPEN OUTPUT GREETFEED-FILE.
004690     IF WS-GREETFEED-FILE-STATUS IS NOT EQUAL TO "00"
004700         DISPLAY "HELLORSD - UNABLE TO OPEN GREETFEED, "
004710             "STATUS = " WS-GREETFEED-FILE-STATUS
004720         MOVE 0016 TO WS-RETURN-CODE
004730         GO TO 2200-CUT-FEED-EXIT
004740     END-IF.
004750     ACCEPT WS-RUN-TIME FROM TIME.
004760     MOVE SPACES          TO GREETFEED-RECORD.
004770     SET GF-HEADER-REC    TO TRUE.
004780     MOVE WS-RUNDATE      TO GF-HDR-FEED-DATE.
004790     MOVE WS-TODAYS-DATE  TO GF-HDR-CREATE-DATE.
004800     MOVE WS-RUN-TIME     TO GF-HDR-CREATE-TIME.
004810     SET GF-HDR-RESEND    TO TRUE.
004820     WRITE GREETFEED-RECORD.
004840     MOVE "FEED RECORDS RESENT" TO SL-SECTION-TITLE.
004850     MOVE SL-SECTION-HEADING TO PRINT-RECORD.
004860     PERFORM 4100-WRITE-LINE
004870         THRU 4100-WRITE-LINE-EXIT.
004880     PERFORM 2050-START-GREETLOG
004890         THRU 2050-START-GREETLOG-EXIT.
004900     PERFORM 2300-WRITE-ONE-DETAIL
004910         THRU 2300-WRITE-ONE-DETAIL-EXIT
004920         UNTIL WS-GREETLOG-EOF.
004930     MOVE SPACES          TO GREETFEED-RECORD.
004940     SET GF-TRAILER-REC   TO TRUE.
004950     MOVE WS-FEED-DETAIL-COUNT TO GF-TRL-RECORD-COUNT.
004960     MOVE WS-FEED-SEQ     TO GF-TRL-FEED-SEQ.
004970     WRITE GREETFEED-RECORD.
004980     IF WS-GREETFEED-FILE-STATUS IS NOT EQUAL TO "00"
004990         DISPLAY "HELLORSD - GREETFEED WRITE FAILED, "
005000             "STATUS = " WS-GREETFEED-FILE-STATUS
005010         MOVE 0016 TO WS-RETURN-CODE
005020         CLOSE GREETFEED-FILE
005030         GO TO 2200-CUT-FEED-EXIT
005040     END-IF.
005050     CLOSE GREETFEED-FILE.
005060     SET WS-FEED-CUT TO TRUE.
005070 2200-CUT-FEED-EXIT.
005080     EXIT.
005090*-----------------------------------------------------------------
005100* 2300-WRITE-ONE-DETAIL -- WRITE ONE FEED DETAIL RECORD FOR A
005110*     HELLO-WORLD AUDIT RECORD, LIST IT ON THE REPORT AND READ
005120*     THE NEXT.  THE RETURN CODE IS THE ONE HELLO-WORLD LOGGED
005130*     AT THE END OF THAT RUN -- THE SAME VALUE IT PUT ON THE
005140*     ORIGINAL FEED.
005150*-----------------------------------------------------------------
005160 2300-WRITE-ONE-DETAIL.
005170     IF GR-SOURCE-PROGRAM OF GL-GREETREC IS NOT EQUAL TO
005180         "HELLOWLD"
005190         GO TO 2300-WRITE-ONE-DETAIL-NEXT
005200     END-IF.
005210     MOVE SPACES          TO GREETFEED-RECORD.
005220     SET GF-DETAIL-REC    TO TRUE.
005230     MOVE GR-MESSAGE-TEXT OF GL-GREETREC TO GF-MESSAGE-TEXT.
005240     MOVE WS-RUNDATE      TO GF-RUN-DATE.
005250     MOVE GL-RETURN-CODE  TO GF-RETURN-CODE.
005260     WRITE GREETFEED-RECORD.
005270     ADD 1 TO WS-FEED-DETAIL-COUNT.
005280     MOVE SPACES TO DL-DETAIL-LINE.
005290     MOVE GF-RUN-DATE     TO DL-RUN-DATE.
005300     MOVE GF-RETURN-CODE  TO DL-RETURN-CODE.
005310     MOVE GF-MESSAGE-TEXT TO DL-MESSAGE-TEXT.
005320     MOVE DL-DETAIL-LINE TO PRINT-RECORD.
005330     PERFORM 4100-WRITE-LINE
005340         THRU 4100-WRITE-LINE-EXIT.
005350 2300-WRITE-ONE-DETAIL-NEXT.
005360     PERFORM 2100-READ-GREETLOG
005370         THRU 2100-READ-GREETLOG-EXIT.
005380 2300-WRITE-ONE-DETAIL-EXIT.
005390     EXIT.
005400*-----------------------------------------------------------------
005410* 2500-LOG-RESEND -- RECORD THE RESEND ON THE GREETRSD LOG FOR
005420*     HELLORCN.  FILE STATUS 35 MEANS THE LOG HAS NEVER BEEN
005430*     WRITTEN; IT IS OPENED OUTPUT TO CREATE IT.  THE FEED IS
005440*     ALREADY CUT, SO A LOG FAILURE ONLY WARNS WITH 0004.
005450*-----------------------------------------------------------------
005460 2500-LOG-RESEND.
005470     OPEN I-O GREETRSD-FILE.
005480     IF WS-GREETRSD-FILE-STATUS IS EQUAL TO "35"
005490         OPEN OUTPUT GREETRSD-FILE
005500     END-IF.
005510     IF WS-GREETRSD-FILE-STATUS IS NOT EQUAL TO "00"
005520         DISPLAY "HELLORSD - UNABLE TO OPEN GREETRSD, "
005530             "STATUS = " WS-GREETRSD-FILE-STATUS
005540         MOVE 0004 TO WS-RETURN-CODE
005550         GO TO 2500-LOG-RESEND-EXIT
005560     END-IF.
005570     MOVE SPACES               TO GREETRSD-RECORD.
005580     MOVE WS-RUNDATE           TO RD-KEY-FEED-DATE.
005590     MOVE WS-TODAYS-DATE       TO RD-KEY-RESEND-DATE.
005600     MOVE WS-RUN-TIME          TO RD-KEY-RESEND-TIME.
005610     MOVE WS-FEED-SEQ          TO RD-FEED-SEQ.
005620     MOVE WS-FEED-DETAIL-COUNT TO RD-RECORD-COUNT.
005630     MOVE WS-JOB-NAME          TO RD-JOB-NAME.
005640     WRITE GREETRSD-RECORD
005650         INVALID KEY
005660             DISPLAY "HELLORSD - GREETRSD WRITE FAILED, "
005670                 "STATUS = " WS-GREETRSD-FILE-STATUS
005680             MOVE 0004 TO WS-RETURN-CODE
005690     END-WRITE.
005700     CLOSE GREETRSD-FILE.
005710 2500-LOG-RESEND-EXIT.
005720     EXIT.
005730*-----------------------------------------------------------------
005740* 3500-FINALIZE -- PRINT THE CONTROL TOTALS, THE SEQUENCE NUMBER
005750*     THE RESEND CARRIES AND THE FOOTER.
005760*-----------------------------------------------------------------
005770 3500-FINALIZE.
005780     MOVE SPACES TO TL-TOTAL-LINE.
005790     MOVE "GREETLOG RECORDS FOR RUN DATE     "
005800         TO TL-TOTAL-LABEL.
005810     MOVE WS-LOG-DATE-COUNT TO TL-TOTAL-COUNT.
005820     MOVE TL-TOTAL-LINE TO PRINT-RECORD.
005830     PERFORM 4100-WRITE-LINE
005840         THRU 4100-WRITE-LINE-EXIT.
005850     MOVE SPACES TO TL-TOTAL-LINE.
005860     MOVE "HELLO-WORLD RECORDS FOR RUN DATE  "
005870         TO TL-TOTAL-LABEL.
005880     MOVE WS-LOG-HELLOWLD-COUNT TO TL-TOTAL-COUNT.
005890     MOVE TL-TOTAL-LINE TO PRINT-RECORD.
005900     PERFORM 4100-WRITE-LINE
005910         THRU 4100-WRITE-LINE-EXIT.
005920     MOVE SPACES TO TL-TOTAL-LINE.
005930     MOVE "FEED DETAIL RECORDS RESENT        "
005940         TO TL-TOTAL-LABEL.
005950     MOVE WS-FEED-DETAIL-COUNT TO TL-TOTAL-COUNT.
005960     MOVE TL-TOTAL-LINE TO PRINT-RECORD.
005970     PERFORM 4100-WRITE-LINE
005980         THRU 4100-WRITE-LINE-EXIT.
005990     IF WS-FEED-CUT
006000         MOVE SPACES TO QL-SEQ-LINE
006010         MOVE "FEED SEQUENCE ASSIGNED            "
006020             TO QL-SEQ-LABEL
006030         MOVE WS-FEED-SEQ TO QL-SEQ-VALUE
006040         MOVE QL-SEQ-LINE TO PRINT-RECORD
006050         PERFORM 4100-WRITE-LINE
006060             THRU 4100-WRITE-LINE-EXIT
006070     END-IF.
006080     MOVE WS-TODAYS-DATE TO FL-RUN-DATE.
006090     MOVE FL-FOOTER TO PRINT-RECORD.
006100     PERFORM 4100-WRITE-LINE
006110         THRU 4100-WRITE-LINE-EXIT.
006120     DISPLAY "HELLORSD - FEED DETAIL RECORDS RESENT: "
006130         WS-FEED-DETAIL-COUNT.
006140 3500-FINALIZE-EXIT.
006150     EXIT.
006160*-----------------------------------------------------------------
006170* 4000-PRINT-HEADINGS -- START A NEW PAGE WITH THE STANDARD
006180*     REPORT HEADING LINES.  THE HEADING CARRIES THE DATE BEING
006190*     RESENT.
006200*-----------------------------------------------------------------
006210 4000-PRINT-HEADINGS.
006220     ADD 1 TO WS-PAGE-NUMBER.
006230     MOVE WS-PAGE-NUMBER TO HL-PAGE-NUMBER.
006240     MOVE WS-RUNDATE TO HL-RUN-DATE.
006250     WRITE PRINT-RECORD FROM HL-HEADING-1.
006260     WRITE PRINT-RECORD FROM HL-HEADING-2.
006270     MOVE 2 TO WS-LINE-COUNT.
006280 4000-PRINT-HEADINGS-EXIT.
006290     EXIT.
006300*-----------------------------------------------------------------
006310* 4100-WRITE-LINE -- WRITE ONE REPORT LINE, STARTING A NEW PAGE
006320*     WHEN THE CURRENT PAGE IS FULL.
006330*-----------------------------------------------------------------
006340 4100-WRITE-LINE.
006350     IF WS-LINE-COUNT IS GREATER THAN OR EQUAL
006360         TO WS-LINES-PER-PAGE
006370         PERFORM 4000-PRINT-HEADINGS
006380             THRU 4000-PRINT-HEADINGS-EXIT
006390     END-IF.
006400     WRITE PRINT-RECORD.
006410     ADD 1 TO WS-LINE-COUNT.
006420 4100-WRITE-LINE-EXIT.
006430     EXIT.
006440*-----------------------------------------------------------------
006450* 8250-GET-FEED-SEQUENCE -- TAKE THE NEXT TRANSMISSION NUMBER
006460*     FROM THE ONE-RECORD FEEDSEQ DATASET AND PUT THE NEW VALUE
006470*     BACK, EXACTLY AS HELLO-WORLD'S PARAGRAPH OF THE SAME NAME
006480*     DOES, SO A RESEND TAKES ITS PLACE IN THE ONE NUMBERING
006490*     THE RECEIVER CHECKS.  A FEEDSEQ THAT DOES NOT EXIST YET
006500*     STARTS THE NUMBERING AT ONE.  WS-SEQ-TAKEN IS SET ONLY
006510*     WHEN THE NEW VALUE WAS WRITTEN BACK.
006520*-----------------------------------------------------------------
006530 8250-GET-FEED-SEQUENCE.
006540     MOVE 1 TO WS-FEED-SEQ.
006550     OPEN I-O FEEDSEQ-FILE.
006560     IF WS-FEEDSEQ-FILE-STATUS IS EQUAL TO "35"
006570         OPEN OUTPUT FEEDSEQ-FILE
006580         IF WS-FEEDSEQ-FILE-STATUS IS EQUAL TO "00"
006590             MOVE SPACES      TO FEEDSEQ-RECORD
006600             MOVE WS-FEED-SEQ TO FS-FEED-SEQ
006610             WRITE FEEDSEQ-RECORD
006620             IF WS-FEEDSEQ-FILE-STATUS IS EQUAL TO "00"
006630                 SET WS-SEQ-TAKEN TO TRUE
006640             END-IF
006650             CLOSE FEEDSEQ-FILE
006660         END-IF
006670         GO TO 8250-GET-FEED-SEQUENCE-EXIT
006680     END-IF.
006690     IF WS-FEEDSEQ-FILE-STATUS IS NOT EQUAL TO "00"
006700         DISPLAY "HELLORSD - UNABLE TO OPEN FEEDSEQ, "
006710             "STATUS = " WS-FEEDSEQ-FILE-STATUS
006720         GO TO 8250-GET-FEED-SEQUENCE-EXIT
006730     END-IF.
006740     READ FEEDSEQ-FILE
006750         AT END
006760             CLOSE FEEDSEQ-FILE
006770             OPEN OUTPUT FEEDSEQ-FILE
006780             MOVE SPACES      TO FEEDSEQ-RECORD
006790             MOVE WS-FEED-SEQ TO FS-FEED-SEQ
006800             WRITE FEEDSEQ-RECORD
006810             IF WS-FEEDSEQ-FILE-STATUS IS EQUAL TO "00"
006820                 SET WS-SEQ-TAKEN TO TRUE
006830             END-IF
006840             CLOSE FEEDSEQ-FILE
006850             GO TO 8250-GET-FEED-SEQUENCE-EXIT
006860     END-READ.
006870     IF FS-FEED-SEQ IS NOT NUMERIC
006880         MOVE ZERO TO FS-FEED-SEQ
006890     END-IF.
006900     COMPUTE WS-FEED-SEQ = FS-FEED-SEQ + 1.
006910     MOVE WS-FEED-SEQ TO FS-FEED-SEQ.
006920     REWRITE FEEDSEQ-RECORD.
006930     IF WS-FEEDSEQ-FILE-STATUS IS EQUAL TO "00"
006940         SET WS-SEQ-TAKEN TO TRUE
006950     ELSE
006960         DISPLAY "HELLORSD - FEEDSEQ REWRITE FAILED, "
006970             "STATUS = " WS-FEEDSEQ-FILE-STATUS
006980     END-IF.
006990     CLOSE FEEDSEQ-FILE.
007000 8250-GET-FEED-SEQUENCE-EXIT.
007010     EXIT.
007011*-----------------------------------------------------------------
007012* 8900-WRITE-STEP-TIMING -- RECORD THE STEP ON THE SHARED
007013*     STEPTIME DATASET: JOB AND STEP NAME, START AND END DATE AND
007014*     TIME, RECORDS PROCESSED AND THE FINAL RETURN CODE.
007015*     PERFORMED AFTER 9000-TERMINATE SO THE RETURN CODE IS THE
007016*     ONE THE STEP ENDS WITH.  FILE STATUS 35 MEANS THE DATASET
007017*     HAS NEVER BEEN WRITTEN; IT IS OPENED OUTPUT TO CREATE IT.
007018*     THE KEY SEQUENCE IS COUNTED UP FROM ZERO BY
007019*     8910-WRITE-KEYED-TIMING UNTIL THE KEY IS UNIQUE.  THE
007021*     TIMING RECORD IS NOT PART OF THE STEP'S WORK, SO A FAILURE
007022*     HERE IS DISPLAYED BUT LEAVES THE RETURN CODE ALONE.
007023*-----------------------------------------------------------------
007024 8900-WRITE-STEP-TIMING.
007025     OPEN I-O STEPTIME-FILE.
007026     IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "35"
007027         OPEN OUTPUT STEPTIME-FILE
007028     END-IF.
007029     IF WS-STEPTIME-FILE-STATUS IS NOT EQUAL TO "00"
007031         DISPLAY "HELLORSD - UNABLE TO OPEN STEPTIME, "
007032             "STATUS = " WS-STEPTIME-FILE-STATUS
007033         GO TO 8900-WRITE-STEP-TIMING-EXIT
007034     END-IF.
007035     MOVE SPACES               TO STEPTIME-RECORD.
007036     MOVE WS-STEP-START-DATE   TO TM-KEY-START-DATE.
007037     MOVE WS-STEP-START-TIME   TO TM-KEY-START-TIME.
007038     MOVE "HELLORSD"           TO TM-KEY-PROGRAM.
007039     MOVE WS-JOB-NAME          TO TM-JOB-NAME.
007041     MOVE WS-CEE3JBN-STEP-NAME TO TM-STEP-NAME.
007042     ACCEPT TM-END-DATE FROM DATE YYYYMMDD.
007043     ACCEPT TM-END-TIME FROM TIME.
007044     MOVE WS-LOG-DATE-COUNT TO TM-RECORD-COUNT.
007045     MOVE WS-RETURN-CODE       TO TM-RETURN-CODE.
007046     MOVE ZERO TO WS-STEP-SEQ.
007047     MOVE "N"  TO WS-STEP-WRITTEN-SW.
007048     PERFORM 8910-WRITE-KEYED-TIMING
007049         THRU 8910-WRITE-KEYED-TIMING-EXIT
007051         UNTIL WS-STEP-WRITTEN
007052         OR WS-STEP-SEQ IS GREATER THAN 9998.
007053     IF NOT WS-STEP-WRITTEN
007054         DISPLAY "HELLORSD - STEPTIME WRITE FAILED, "
007055             "STATUS = " WS-STEPTIME-FILE-STATUS
007056     END-IF.
007057     CLOSE STEPTIME-FILE.
007058 8900-WRITE-STEP-TIMING-EXIT.
007059     EXIT.
007061*-----------------------------------------------------------------
007062* 8910-WRITE-KEYED-TIMING -- TRY THE WRITE WITH THE CURRENT
007063*     SEQUENCE NUMBER; A DUPLICATE KEY BUMPS THE SEQUENCE AND THE
007064*     CALLER TRIES AGAIN.  ANY OTHER FAILURE ENDS THE RETRIES.
007065*-----------------------------------------------------------------
007066 8910-WRITE-KEYED-TIMING.
007067     MOVE WS-STEP-SEQ TO TM-KEY-SEQ.
007068     WRITE STEPTIME-RECORD
007069         INVALID KEY
007071             IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "22"
007072                 ADD 1 TO WS-STEP-SEQ
007073             ELSE
007074                 MOVE 9999 TO WS-STEP-SEQ
007075             END-IF
007076         NOT INVALID KEY
007077             SET WS-STEP-WRITTEN TO TRUE
007078     END-WRITE.
007079 8910-WRITE-KEYED-TIMING-EXIT.
007081     EXIT.
007020*-----------------------------------------------------------------
007030* 9000-TERMINATE -- CLOSE FILES.
007040*-----------------------------------------------------------------
007050 9000-TERMINATE.
007060     IF WS-GREETLOG-OPEN-OK
007070         CLOSE GREETLOG-FILE
007080     END-IF.
007090     IF WS-PRINT-OPEN-OK
007100         CLOSE PRINT-FILE
007110     END-IF.
007120 9000-TERMINATE-EXIT.
007130     EXIT.
