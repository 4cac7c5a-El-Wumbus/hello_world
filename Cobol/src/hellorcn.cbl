000284*     DETAIL RECORDS AND ACKNOWLEDGMENTS ARE STILL LIMITED TO
000286*     ONE RUN DATE -- FROM A RUNDATE=YYYYMMDD PARM, OR TODAY
000288*     WHEN NO PARM IS SUPPLIED.
000289*     A DAY WHOSE FEED HELLORSD HAS CUT AGAIN IS LOGGED ON THE
000290*     GREETRSD RESEND LOG.  FOR SUCH A DAY THE REPORT SAYS WHEN
000291*     IT WAS RESENT, MARKS EVERY MISMATCHED RECORD "RESENT ON",
000292*     AND A MISMATCH THAT THE RESEND HAS ALREADY ANSWERED ENDS
000293*     0004 RATHER THAN PAGING AGAIN -- SEE 2400-RATE-MISMATCH.
000294*     FEED SEQUENCE NUMBERS TAKEN BY RESENDS ARE NOT COUNTED AS
000295*     GAPS IN THE DAILY SEQUENCE.
000300*-----------------------------------------------------------------
000310* RETURN CODES.
000320*     0000  EVERY FEED RECORD ACKNOWLEDGED AND EVERY
000330*           ACKNOWLEDGMENT MATCHED
000331*     0004  MISMATCHES ONLY ON A DAY ALREADY RESENT, WHERE THE
000332*           FEED ON HAND IS THE ORIGINAL THE RESEND REPLACED,
000333*           OR ACKNOWLEDGMENTS ECHOED TWICE FOR A RESENT DAY
000340*     0008  AT LEAST ONE UNACKNOWLEDGED FEED RECORD, AT LEAST
000350*           ONE ACKNOWLEDGMENT FOR A RECORD NEVER SENT, OR MORE
000360*           ACKNOWLEDGMENTS THAN THE TABLE HOLDS
000434*                       A SHORT, HEADERLESS OR OUT-OF-SEQUENCE
000435*                       FILE ENDS 0008 SO THE SCHEDULER PAGES
000436*                       THE SAME NIGHT.
000437*     10/15/2026 AN    READ THE GREETRSD RESEND LOG WRITTEN BY
000438*                       HELLORSD.  A RESENT RUN DATE IS NOTED
000439*                       WITH ITS RESEND DATE AND SEQUENCE, ITS
000441*                       MISMATCHES ARE MARKED "RESENT ON" AND
000442*                       END 0004 WHERE THE RESEND ANSWERS THEM,
000443*                       A FEED HEADER FLAGGED AS A RESEND IS
000444*                       NOTED, AND SEQUENCE NUMBERS TAKEN BY
000445*                       RESENDS ARE BRIDGED IN THE SEQUENCE
000446*                       CHECK INSTEAD OF REPORTED AS SKIPPED.
000447*     10/15/2026 AN    STEP START AND END NOW RECORDED ON THE
000448*                       SHARED STEPTIME DATASET (COPYBOOK
000449*                       GTIMREC) FOR THE HELLOTIM BATCH-WINDOW
000451*                       REPORT.
000452*     10/15/2026 AN    A GREETRSD RESEND LOG THAT WILL NOT
000453*                       OPEN NOW STOPS THE RUN WITH 0016 LIKE
000454*                       GREETFEED AND GREETACK, AND A LATER
000455*                       MISMATCH NO LONGER LOWERS A 0016 TO
000456*                       0008.
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.     HELLORCN.
000642     SELECT RCNSEQ-FILE   ASSIGN TO RCNSEQ
000644         ORGANIZATION IS SEQUENTIAL
000646         FILE STATUS IS WS-RCNSEQ-FILE-STATUS.
000647     SELECT GREETRSD-FILE ASSIGN TO GREETRSD
000648         ORGANIZATION IS INDEXED
000649         ACCESS MODE IS DYNAMIC
000651         RECORD KEY IS RD-RESEND-KEY
000652         FILE STATUS IS WS-GREETRSD-FILE-STATUS.
000653     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000654         ORGANIZATION IS INDEXED
000655         ACCESS MODE IS RANDOM
000656         RECORD KEY IS TM-TIMING-KEY
000657         FILE STATUS IS WS-STEPTIME-FILE-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  GREETFEED-FILE
000868 01  RCNSEQ-RECORD.
000871     05  RS-FEED-SEQ            PIC 9(08).
000872     05  FILLER                 PIC X(72).
000873 FD  GREETRSD-FILE
000874     RECORDING MODE IS F
000875     LABEL RECORDS ARE STANDARD.
000876 01  GREETRSD-RECORD.
000877     COPY GRSDREC.
000878 FD  STEPTIME-FILE
000879     RECORDING MODE IS F
000881     LABEL RECORDS ARE STANDARD.
000882 01  STEPTIME-RECORD.
000883     COPY GTIMREC.
000870 WORKING-STORAGE SECTION.
000880*-----------------------------------------------------------------
000890* SWITCHES AND COUNTERS.
000900*-----------------------------------------------------------------
000910 01  WS-SWITCHES.
000911     05  WS-STEP-WRITTEN-SW     PIC X(01) VALUE "N".
000912         88  WS-STEP-WRITTEN               VALUE "Y".
000920     05  WS-GREETFEED-EOF-SW    PIC X(01) VALUE "N".
000930         88  WS-GREETFEED-EOF              VALUE "Y".
000940     05  WS-GREETFEED-OPEN-SW   PIC X(01) VALUE "N".
001055         88  WS-TRAILER-SEEN               VALUE "Y".
001056     05  WS-RCNSEQ-KNOWN-SW     PIC X(01) VALUE "N".
001057         88  WS-RCNSEQ-KNOWN               VALUE "Y".
001058     05  WS-GREETRSD-OPEN-SW    PIC X(01) VALUE "N".
001059         88  WS-GREETRSD-OPEN-OK           VALUE "Y".
001061     05  WS-GREETRSD-EOF-SW     PIC X(01) VALUE "N".
001062         88  WS-GREETRSD-EOF               VALUE "Y".
001063     05  WS-DATE-RESENT-SW      PIC X(01) VALUE "N".
001064         88  WS-DATE-RESENT                VALUE "Y".
001065     05  WS-FEED-IS-RESEND-SW   PIC X(01) VALUE "N".
001066         88  WS-FEED-IS-RESEND             VALUE "Y".
001067     05  WS-RESEND-SEQ-FOUND-SW PIC X(01) VALUE "N".
001068         88  WS-RESEND-SEQ-FOUND           VALUE "Y".
001069     05  WS-SEQ-BRIDGE-DONE-SW  PIC X(01) VALUE "N".
001071         88  WS-SEQ-BRIDGE-DONE            VALUE "Y".
001060 01  WS-FILE-STATUSES.
001072     05  WS-STEPTIME-FILE-STATUS
001073                                PIC X(02) VALUE SPACES.
001070     05  WS-GREETFEED-FILE-STATUS
001080                                PIC X(02) VALUE SPACES.
001090     05  WS-GREETACK-FILE-STATUS
001100                                PIC X(02) VALUE SPACES.
001110     05  WS-PRINT-FILE-STATUS   PIC X(02) VALUE SPACES.
001112     05  WS-RCNSEQ-FILE-STATUS  PIC X(02) VALUE SPACES.
001113     05  WS-GREETRSD-FILE-STATUS
001114                                PIC X(02) VALUE SPACES.
001120 01  WS-RETURN-CODE             PIC 9(04) VALUE ZERO.
001130 01  WS-FEED-READ-COUNT         PIC 9(06) VALUE ZERO.
001140 01  WS-FEED-DATE-COUNT         PIC 9(06) VALUE ZERO.
001218 01  WS-TRAILER-SEQ             PIC 9(08) VALUE ZERO.
001219 01  WS-LAST-FEED-SEQ           PIC 9(08) VALUE ZERO.
001221 01  WS-EXPECTED-SEQ            PIC 9(08) VALUE ZERO.
001222*-----------------------------------------------------------------
001223* RESEND CONTROL -- THE RUN DATE'S ENTRIES ON THE GREETRSD
001224* RESEND LOG: HOW MANY, AND THE DATE AND FEED SEQUENCE OF THE
001225* LATEST.  WS-RESENT-ON-TEXT IS THE MARK PRINTED BESIDE A
001226* MISMATCHED RECORD FOR A RESENT DAY.
001227*-----------------------------------------------------------------
001228 01  WS-RESEND-COUNT            PIC 9(06) VALUE ZERO.
001229 01  WS-LAST-RESEND-DATE        PIC 9(08) VALUE ZERO.
001231 01  WS-LAST-RESEND-SEQ         PIC 9(08) VALUE ZERO.
001232 01  WS-SEQ-BRIDGED-COUNT       PIC 9(06) VALUE ZERO.
001233 01  WS-RESENT-ON-TEXT.
001234     05  FILLER                 PIC X(10) VALUE "RESENT ON ".
001235     05  WS-RESENT-ON-DATE      PIC 9(08) VALUE ZERO.
001220*-----------------------------------------------------------------
001230* RUN DATE PARM CONTROL.
001240*-----------------------------------------------------------------
001800     05  DL-RETURN-CODE         PIC 9(04).
001810     05  FILLER                 PIC X(02) VALUE SPACES.
001820     05  DL-MESSAGE-TEXT        PIC X(60).
001830     05  FILLER                 PIC X(02) VALUE SPACES.
001831     05  DL-RESEND-MARK         PIC X(18).
001832     05  FILLER                 PIC X(26) VALUE SPACES.
001840 01  TL-TOTAL-LINE.
001850     05  FILLER                 PIC X(01) VALUE " ".
001860     05  FILLER                 PIC X(10) VALUE SPACES.
001945     05  QL-SEQ-LABEL           PIC X(34).
001946     05  QL-SEQ-VALUE           PIC ZZZZZZZ9.
001947     05  FILLER                 PIC X(80) VALUE SPACES.
001948 01  RL-RESEND-LINE.
001949     05  FILLER                 PIC X(01) VALUE " ".
001951     05  FILLER                 PIC X(10) VALUE SPACES.
001952     05  RL-RESEND-LABEL        PIC X(30).
001953     05  RL-RESEND-DATE         PIC 9(08).
001954     05  FILLER                 PIC X(02) VALUE SPACES.
001955     05  RL-SEQ-LABEL           PIC X(14).
001956     05  RL-RESEND-SEQ          PIC ZZZZZZZ9 BLANK WHEN ZERO.
001957     05  FILLER                 PIC X(60) VALUE SPACES.
001950 01  FL-FOOTER.
001960     05  FILLER                 PIC X(01) VALUE "0".
001970     05  FILLER                 PIC X(10) VALUE SPACES.
001990     05  FILLER                 PIC X(12) VALUE "RUN DATE  ".
002000     05  FL-RUN-DATE            PIC 9(08).
002010     05  FILLER                 PIC X(88) VALUE SPACES.
002011*-----------------------------------------------------------------
002012* JOB NAME CONTROL -- THE JOB AND STEP NAMES ARE STAMPED ON THE
002013* STEPTIME RECORD.  THEY ARE OBTAINED AT RUN TIME FROM THE
002014* LANGUAGE ENVIRONMENT CEE3JBN CALLABLE SERVICE, THE SAME WAY
002015* HELLO-WORLD STAMPS ITS GREETLOG RECORDS.
002016*-----------------------------------------------------------------
002017 01  WS-CEE3JBN-JOBNAME.
002018     05  WS-CEE3JBN-JOB-LEN     PIC S9(04) COMP.
002019     05  WS-CEE3JBN-JOB-NAME    PIC X(08).
002021 01  WS-CEE3JBN-STEPNAME.
002022     05  WS-CEE3JBN-STEP-LEN    PIC S9(04) COMP.
002023     05  WS-CEE3JBN-STEP-NAME   PIC X(08).
002024 01  WS-CEE3JBN-PROCNAME.
002025     05  WS-CEE3JBN-PROC-LEN    PIC S9(04) COMP.
002026     05  WS-CEE3JBN-PROC-NAME   PIC X(08).
002027 01  WS-FEEDBACK-CODE.
002028     05  WS-FDBK-SEVERITY       PIC S9(04) COMP.
002029     05  WS-FDBK-MSG-NO         PIC S9(04) COMP.
002031     05  WS-FDBK-CASE-FACILITY  PIC X(01).
002032     05  WS-FDBK-SEV-CONTROL    PIC X(03).
002033     05  WS-FDBK-FACILITY-ID    PIC X(03).
002034     05  WS-FDBK-ISINFO         PIC X(01).
002035 01  WS-JOB-NAME                PIC X(08) VALUE "HELLORCN".
002036*-----------------------------------------------------------------
002037* STEP TIMING CONTROL -- THE DATE AND TIME THE STEP STARTED, HELD
002038* FOR THE STEPTIME RECORD WRITTEN AS THE STEP ENDS, AND THE KEY
002039* SEQUENCE THAT KEEPS THAT RECORD'S KEY UNIQUE.
002041*-----------------------------------------------------------------
002042 01  WS-STEP-START-DATE         PIC 9(08) VALUE ZERO.
002043 01  WS-STEP-START-TIME         PIC 9(08) VALUE ZERO.
002044 01  WS-STEP-SEQ                PIC 9(04) VALUE ZERO.
002020 LINKAGE SECTION.
002030 01  WS-PARM-AREA.
002040     05  WS-PARM-LENGTH         PIC S9(04) COMP.
002080* 0000-MAIN-CONTROL -- OVERALL SEQUENCE OF PROCESSING.
002090*-----------------------------------------------------------------
002100 0000-MAIN-CONTROL.
002101     PERFORM 0010-START-STEP-TIMING
002102         THRU 0010-START-STEP-TIMING-EXIT.
002103     PERFORM 0050-GET-JOB-NAME
002104         THRU 0050-GET-JOB-NAME-EXIT.
002110     PERFORM 0100-CHECK-RUNDATE-PARM
002120         THRU 0100-CHECK-RUNDATE-PARM-EXIT.
002130     IF WS-PARM-OK
002150             THRU 1000-INITIALIZE-EXIT
002160     END-IF.
002170     IF WS-GREETFEED-OPEN-OK AND WS-GREETACK-OPEN-OK
002174         AND WS-RETURN-CODE IS LESS THAN 0016
002180         PERFORM 2000-PROCESS-FEED
002190             THRU 2000-PROCESS-FEED-EXIT
002200             UNTIL WS-GREETFEED-EOF
002250     END-IF.
002260     PERFORM 9000-TERMINATE
002270         THRU 9000-TERMINATE-EXIT.
002271     PERFORM 8900-WRITE-STEP-TIMING
002272         THRU 8900-WRITE-STEP-TIMING-EXIT.
002280     MOVE WS-RETURN-CODE TO RETURN-CODE.
002290     GOBACK.
002291*-----------------------------------------------------------------
002292* 0010-START-STEP-TIMING -- NOTE THE DATE AND TIME THE STEP
002293*     STARTED, FOR THE STEPTIME RECORD WRITTEN AS IT ENDS.
002294*-----------------------------------------------------------------
002295 0010-START-STEP-TIMING.
002296     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
002297     ACCEPT WS-STEP-START-TIME FROM TIME.
002298 0010-START-STEP-TIMING-EXIT.
002299     EXIT.
002301*-----------------------------------------------------------------
002302* 0050-GET-JOB-NAME -- ASK LANGUAGE ENVIRONMENT FOR THE NAME OF
002303*     THE JOB AND STEP THIS PROGRAM IS ACTUALLY RUNNING UNDER, FOR
002304*     THE STEPTIME RECORD.  WS-JOB-NAME KEEPS ITS VALUE-CLAUSE
002305*     DEFAULT IF THE CALL CANNOT SUPPLY ONE.
002306*-----------------------------------------------------------------
002307 0050-GET-JOB-NAME.
002308     CALL "CEE3JBN" USING WS-CEE3JBN-JOBNAME
002309         WS-CEE3JBN-STEPNAME
002311         WS-CEE3JBN-PROCNAME
002312         WS-FEEDBACK-CODE.
002313     IF WS-CEE3JBN-JOB-NAME IS NOT EQUAL TO SPACES
002314         MOVE WS-CEE3JBN-JOB-NAME TO WS-JOB-NAME
002315     END-IF.
002316 0050-GET-JOB-NAME-EXIT.
002317     EXIT.
002300*-----------------------------------------------------------------
002310* 0100-CHECK-RUNDATE-PARM -- AN OPTIONAL PARM OF
002320*     RUNDATE=YYYYMMDD NAMES THE RUN DATE TO RECONCILE; WITH NO
002700     EXIT.
002710*-----------------------------------------------------------------
002720* 1000-INITIALIZE -- OPEN FILES, PRINT HEADINGS, LOAD THE
002730*     ACKNOWLEDGMENT TABLE, LOOK THE RUN DATE UP ON THE RESEND
002731*     LOG AND PRIME THE FEED READ.
002740*-----------------------------------------------------------------
002750 1000-INITIALIZE.
002760     OPEN INPUT GREETFEED-FILE.
002970         THRU 4000-PRINT-HEADINGS-EXIT.
002980     PERFORM 1100-LOAD-ACKS
002990         THRU 1100-LOAD-ACKS-EXIT.
002991     PERFORM 1200-LOAD-RESENDS
002992         THRU 1200-LOAD-RESENDS-EXIT.
002993     IF WS-RETURN-CODE IS EQUAL TO 0016
002994         GO TO 1000-INITIALIZE-EXIT
002995     END-IF.
003000     MOVE SPACES TO SL-SECTION-HEADING.
003010     MOVE "FEED RECORDS NOT ACKNOWLEDGED" TO SL-SECTION-TITLE.
003020     MOVE SL-SECTION-HEADING TO PRINT-RECORD.
003550     END-READ.
003560 1120-READ-ACK-EXIT.
003570     EXIT.
003571*-----------------------------------------------------------------
003572* 1200-LOAD-RESENDS -- READ THE RUN DATE'S ENTRIES ON THE
003573*     GREETRSD RESEND LOG, POSITIONED WITH A KEYED START ON THE
003574*     FEED DATE, AND PRINT A NOTE NAMING THE LATEST RESEND.
003575*     THE LOG STAYS OPEN FOR THE SEQUENCE CHECK.  A LOG THAT
003576*     DOES NOT EXIST YET MEANS NOTHING HAS EVER BEEN RESENT; ONE
003656*     THAT WILL NOT OPEN FOR ANY OTHER REASON STOPS THE RUN WITH
003657*     0016, THE SAME AS GREETFEED OR GREETACK -- WITHOUT THE LOG
003658*     A RESENT DAY WOULD BE REPORTED AS NEVER RESENT.
003577*-----------------------------------------------------------------
003578 1200-LOAD-RESENDS.
003579     OPEN INPUT GREETRSD-FILE.
003581     IF WS-GREETRSD-FILE-STATUS IS EQUAL TO "35"
003582         GO TO 1200-LOAD-RESENDS-EXIT
003583     END-IF.
003584     IF WS-GREETRSD-FILE-STATUS IS NOT EQUAL TO "00"
003585         DISPLAY "HELLORCN - UNABLE TO OPEN GREETRSD, "
003586             "STATUS = " WS-GREETRSD-FILE-STATUS
003587         MOVE 0016 TO WS-RETURN-CODE
003588         GO TO 1200-LOAD-RESENDS-EXIT
003589     END-IF.
003591     SET WS-GREETRSD-OPEN-OK TO TRUE.
003593     MOVE WS-RUNDATE TO RD-KEY-FEED-DATE.
003595     MOVE ZERO       TO RD-KEY-RESEND-DATE.
003596     MOVE ZERO       TO RD-KEY-RESEND-TIME.
003597     START GREETRSD-FILE KEY IS NOT LESS THAN RD-RESEND-KEY
003598         INVALID KEY
003599             SET WS-GREETRSD-EOF TO TRUE
003601     END-START.
003602     IF NOT WS-GREETRSD-EOF
003603         PERFORM 1220-READ-RESEND-LOG
003604             THRU 1220-READ-RESEND-LOG-EXIT
003605     END-IF.
003606     PERFORM 1210-LOAD-ONE-RESEND
003607         THRU 1210-LOAD-ONE-RESEND-EXIT
003608         UNTIL WS-GREETRSD-EOF
003609         OR RD-KEY-FEED-DATE IS NOT EQUAL TO WS-RUNDATE.
003611     IF NOT WS-DATE-RESENT
003612         GO TO 1200-LOAD-RESENDS-EXIT
003613     END-IF.
003614     MOVE WS-LAST-RESEND-DATE TO WS-RESENT-ON-DATE.
003615     MOVE SPACES TO RL-RESEND-LINE.
003616     MOVE "RUN DATE RESENT - LATEST ON" TO RL-RESEND-LABEL.
003617     MOVE WS-LAST-RESEND-DATE TO RL-RESEND-DATE.
003618     MOVE "FEED SEQUENCE" TO RL-SEQ-LABEL.
003619     MOVE WS-LAST-RESEND-SEQ TO RL-RESEND-SEQ.
003621     MOVE RL-RESEND-LINE TO PRINT-RECORD.
003622     PERFORM 4100-WRITE-LINE
003623         THRU 4100-WRITE-LINE-EXIT.
003624 1200-LOAD-RESENDS-EXIT.
003625     EXIT.
003626*-----------------------------------------------------------------
003627* 1210-LOAD-ONE-RESEND -- COUNT ONE RESEND OF THE RUN DATE AND
003628*     KEEP IT AS THE LATEST -- THE LOG IS IN RESEND DATE AND
003629*     TIME ORDER WITHIN THE FEED DATE.
003631*-----------------------------------------------------------------
003632 1210-LOAD-ONE-RESEND.
003633     SET WS-DATE-RESENT TO TRUE.
003634     ADD 1 TO WS-RESEND-COUNT.
003635     MOVE RD-KEY-RESEND-DATE TO WS-LAST-RESEND-DATE.
003636     MOVE RD-FEED-SEQ        TO WS-LAST-RESEND-SEQ.
003637     PERFORM 1220-READ-RESEND-LOG
003638         THRU 1220-READ-RESEND-LOG-EXIT.
003639 1210-LOAD-ONE-RESEND-EXIT.
003641     EXIT.
003643*-----------------------------------------------------------------
003644* 1220-READ-RESEND-LOG -- READ THE NEXT RESEND LOG RECORD.
003645*-----------------------------------------------------------------
003646 1220-READ-RESEND-LOG.
003647     READ GREETRSD-FILE NEXT RECORD
003648         AT END
003649             SET WS-GREETRSD-EOF TO TRUE
003651     END-READ.
003652 1220-READ-RESEND-LOG-EXIT.
003653     EXIT.
003580*-----------------------------------------------------------------
003590* 2000-PROCESS-FEED -- ROUTE ONE FEED RECORD BY ITS TYPE.  THE
003592*     HEADER AND TRAILER ARE CAPTURED FOR 3200-VERIFY-CONTROLS;
003630*     RECORDS NEEDS TWO ACKNOWLEDGMENTS.  FEED RECORDS FOR
003640*     OTHER RUN DATES ARE SKIPPED.  A RECORD WITH AN UNKNOWN
003642*     TYPE BYTE MEANS A GARBLED TRANSMISSION AND ENDS 0008.
003654*     A HEADER FLAGGED AS A RESEND IS NOTED WITH THE DATE
003655*     HELLORSD CUT IT.
003650*-----------------------------------------------------------------
003660 2000-PROCESS-FEED.
003661     IF GF-HEADER-REC
003662         SET WS-HEADER-SEEN TO TRUE
003695         IF GF-HDR-RESEND
003696             SET WS-FEED-IS-RESEND TO TRUE
003697             MOVE SPACES TO RL-RESEND-LINE
003698             MOVE "FEED FILE IS A RESEND CUT ON"
003699                 TO RL-RESEND-LABEL
003701             MOVE GF-HDR-CREATE-DATE TO RL-RESEND-DATE
003702             MOVE RL-RESEND-LINE TO PRINT-RECORD
003703             PERFORM 4100-WRITE-LINE
003704                 THRU 4100-WRITE-LINE-EXIT
003705         END-IF
003663         IF GF-HDR-FEED-DATE IS NOT EQUAL TO WS-RUNDATE
003664             MOVE SPACES TO NL-NOTE-LINE
003665             MOVE "FEED HEADER DATE DOES NOT MATCH RUN DATE"
003667             MOVE NL-NOTE-LINE TO PRINT-RECORD
003668             PERFORM 4100-WRITE-LINE
003669                 THRU 4100-WRITE-LINE-EXIT
003671             IF WS-RETURN-CODE IS LESS THAN 0008
003693                 MOVE 0008 TO WS-RETURN-CODE
003694             END-IF
003672         END-IF
003673         GO TO 2000-PROCESS-FEED-NEXT
003674     END-IF.
003686         MOVE NL-NOTE-LINE TO PRINT-RECORD
003687         PERFORM 4100-WRITE-LINE
003688             THRU 4100-WRITE-LINE-EXIT
003689         IF WS-RETURN-CODE IS LESS THAN 0008
003706             MOVE 0008 TO WS-RETURN-CODE
003707         END-IF
003691         GO TO 2000-PROCESS-FEED-NEXT
003692     END-IF.
003670     ADD 1 TO WS-FEED-READ-COUNT.
003770             ADD 1 TO WS-MATCHED-COUNT
003780         ELSE
003790             ADD 1 TO WS-UNACKED-COUNT
003800             PERFORM 2400-RATE-MISMATCH
003801                 THRU 2400-RATE-MISMATCH-EXIT
003810             MOVE GF-RUN-DATE TO DL-RUN-DATE
003820             MOVE GF-RETURN-CODE TO DL-RETURN-CODE
003830             MOVE GF-MESSAGE-TEXT TO DL-MESSAGE-TEXT
004150     END-IF.
004160 2200-MATCH-ACK-EXIT.
004170     EXIT.
004171*-----------------------------------------------------------------
004172* 2400-RATE-MISMATCH -- SET THE RETURN CODE AND THE RESEND MARK
004173*     FOR AN UNACKNOWLEDGED FEED RECORD.  ON A DAY NEVER RESENT
004174*     IT IS A PLAIN MISMATCH -- 0008.  ON A RESENT DAY THE LINE
004175*     IS MARKED "RESENT ON" THE LATEST RESEND DATE; IF THE FEED
004176*     ON HAND IS THE ORIGINAL, THE RESEND HAS ALREADY ANSWERED
004177*     THE MISMATCH AND IT ENDS 0004, BUT IF THE FEED ON HAND IS
004178*     THE RESEND ITSELF THE RECORD IS STILL MISSING DOWNSTREAM
004179*     AND IT ENDS 0008.
004181*-----------------------------------------------------------------
004182 2400-RATE-MISMATCH.
004183     MOVE SPACES TO DL-RESEND-MARK.
004184     IF NOT WS-DATE-RESENT
004185         IF WS-RETURN-CODE IS LESS THAN 0008
004199             MOVE 0008 TO WS-RETURN-CODE
004201         END-IF
004186         GO TO 2400-RATE-MISMATCH-EXIT
004187     END-IF.
004188     MOVE WS-RESENT-ON-TEXT TO DL-RESEND-MARK.
004189     IF WS-FEED-IS-RESEND
004191         IF WS-RETURN-CODE IS LESS THAN 0008
004202             MOVE 0008 TO WS-RETURN-CODE
004203         END-IF
004192         GO TO 2400-RATE-MISMATCH-EXIT
004193     END-IF.
004194     IF WS-RETURN-CODE IS LESS THAN 0004
004195         MOVE 0004 TO WS-RETURN-CODE
004196     END-IF.
004197 2400-RATE-MISMATCH-EXIT.
004198     EXIT.
004180*-----------------------------------------------------------------
004190* 3000-REPORT-ORPHAN-ACKS -- PRINT EVERY ACKNOWLEDGMENT THAT NO
004200*     FEED RECORD CLAIMED -- THE DOWNSTREAM TEAM SAYS THEY
004210*     LOADED SOMETHING WE NEVER SENT.  ON A RESENT DAY THE
004211*     DASHBOARD MAY HAVE LOADED THE SAME RECORD FROM BOTH THE
004212*     ORIGINAL AND THE RESEND, SO THE EXTRA ECHO IS MARKED
004213*     "RESENT ON" AND ENDS 0004 INSTEAD OF 0008.
004220*-----------------------------------------------------------------
004230 3000-REPORT-ORPHAN-ACKS.
004240     MOVE SPACES TO SL-SECTION-HEADING.
004390 3100-REPORT-ONE-ORPHAN.
004400     IF WS-ACK-MATCHED-SW (WS-ACK-SUB) IS EQUAL TO "N"
004410         ADD 1 TO WS-ORPHAN-ACK-COUNT
004420         MOVE SPACES TO DL-RESEND-MARK
004421         IF WS-DATE-RESENT
004422             MOVE WS-RESENT-ON-TEXT TO DL-RESEND-MARK
004423             IF WS-RETURN-CODE IS LESS THAN 0004
004424                 MOVE 0004 TO WS-RETURN-CODE
004425             END-IF
004426         ELSE
004427             IF WS-RETURN-CODE IS LESS THAN 0008
004429                 MOVE 0008 TO WS-RETURN-CODE
004431             END-IF
004428         END-IF
004430         MOVE WS-ACK-DATE (WS-ACK-SUB) TO DL-RUN-DATE
004440         MOVE WS-ACK-RC (WS-ACK-SUB) TO DL-RETURN-CODE
004450         MOVE WS-ACK-TEXT (WS-ACK-SUB) TO DL-MESSAGE-TEXT
004526         MOVE NL-NOTE-LINE TO PRINT-RECORD
004527         PERFORM 4100-WRITE-LINE
004528             THRU 4100-WRITE-LINE-EXIT
004529         IF WS-RETURN-CODE IS LESS THAN 0008
004756             MOVE 0008 TO WS-RETURN-CODE
004757         END-IF
004531     END-IF.
004532     IF NOT WS-TRAILER-SEEN
004533         MOVE SPACES TO NL-NOTE-LINE
004536         MOVE NL-NOTE-LINE TO PRINT-RECORD
004537         PERFORM 4100-WRITE-LINE
004538             THRU 4100-WRITE-LINE-EXIT
004539         IF WS-RETURN-CODE IS LESS THAN 0008
004758             MOVE 0008 TO WS-RETURN-CODE
004759         END-IF
004541         GO TO 3200-VERIFY-CONTROLS-EXIT
004542     END-IF.
004543     IF WS-TRAILER-COUNT IS NOT EQUAL TO WS-FEED-READ-COUNT
004547         MOVE NL-NOTE-LINE TO PRINT-RECORD
004548         PERFORM 4100-WRITE-LINE
004549             THRU 4100-WRITE-LINE-EXIT
004551         IF WS-RETURN-CODE IS LESS THAN 0008
004761             MOVE 0008 TO WS-RETURN-CODE
004762         END-IF
004552     END-IF.
004553     PERFORM 3300-VERIFY-SEQUENCE
004554         THRU 3300-VERIFY-SEQUENCE-EXIT.
004562*     AS THE NEW BASELINE EITHER WAY -- A GAP IS REPORTED THE
004563*     NIGHT IT HAPPENS, NOT EVERY NIGHT AFTER.  AN RCNSEQ THAT
004564*     DOES NOT EXIST YET MAKES THIS THE FIRST VERIFIED
004565*     TRANSMISSION AND JUST RECORDS THE BASELINE.  NUMBERS
004647*     TAKEN BY HELLORSD RESENDS SINCE THE LAST VERIFIED FEED
004648*     ARE STEPPED OVER BY 3310-BRIDGE-RESEND-SEQ.  A FEED THAT
004649*     IS ITSELF A RESEND IS OUTSIDE THE DAILY SEQUENCE: ITS
004651*     NUMBER IS CHECKED AGAINST THE RESEND LOG INSTEAD, AND THE
004652*     BASELINE IS LEFT FOR THE NEXT DAILY FEED.
004566*-----------------------------------------------------------------
004567 3300-VERIFY-SEQUENCE.
004653     IF WS-FEED-IS-RESEND
004654         PERFORM 3350-VERIFY-RESEND-SEQ
004655             THRU 3350-VERIFY-RESEND-SEQ-EXIT
004656         GO TO 3300-VERIFY-SEQUENCE-EXIT
004657     END-IF.
004568     OPEN I-O RCNSEQ-FILE.
004569     IF WS-RCNSEQ-FILE-STATUS IS EQUAL TO "35"
004571         OPEN OUTPUT RCNSEQ-FILE
004609     END-IF.
004611     MOVE RS-FEED-SEQ TO WS-LAST-FEED-SEQ.
004612     COMPUTE WS-EXPECTED-SEQ = WS-LAST-FEED-SEQ + 1.
004658     IF WS-TRAILER-SEQ IS GREATER THAN WS-EXPECTED-SEQ
004659         AND WS-GREETRSD-OPEN-OK
004661         PERFORM 3310-BRIDGE-RESEND-SEQ
004662             THRU 3310-BRIDGE-RESEND-SEQ-EXIT
004663             UNTIL WS-TRAILER-SEQ IS EQUAL TO WS-EXPECTED-SEQ
004664             OR WS-SEQ-BRIDGE-DONE
004665     END-IF.
004666     IF WS-SEQ-BRIDGED-COUNT IS GREATER THAN ZERO
004667         MOVE SPACES TO QL-SEQ-LINE
004668         MOVE "FEED SEQUENCES TAKEN BY RESENDS   "
004669             TO QL-SEQ-LABEL
004671         MOVE WS-SEQ-BRIDGED-COUNT TO QL-SEQ-VALUE
004672         MOVE QL-SEQ-LINE TO PRINT-RECORD
004673         PERFORM 4100-WRITE-LINE
004674             THRU 4100-WRITE-LINE-EXIT
004675     END-IF.
004613     IF WS-TRAILER-SEQ IS NOT EQUAL TO WS-EXPECTED-SEQ
004614         MOVE SPACES TO NL-NOTE-LINE
004615         MOVE "FEED SEQUENCE SKIPPED OR REPEATED"
004633         MOVE QL-SEQ-LINE TO PRINT-RECORD
004634         PERFORM 4100-WRITE-LINE
004635             THRU 4100-WRITE-LINE-EXIT
004636         IF WS-RETURN-CODE IS LESS THAN 0008
004763             MOVE 0008 TO WS-RETURN-CODE
004764         END-IF
004637     END-IF.
004638     MOVE WS-TRAILER-SEQ TO RS-FEED-SEQ.
004639     REWRITE RCNSEQ-RECORD.
004644     CLOSE RCNSEQ-FILE.
004645 3300-VERIFY-SEQUENCE-EXIT.
004646     EXIT.
004676*-----------------------------------------------------------------
004677* 3310-BRIDGE-RESEND-SEQ -- IF THE NEXT EXPECTED FEED SEQUENCE
004678*     NUMBER WAS TAKEN BY A RESEND, STEP THE EXPECTED NUMBER
004679*     PAST IT; OTHERWISE STOP BRIDGING.  THE RESEND LOG IS
004681*     KEYED BY FEED DATE, NOT SEQUENCE, SO IT IS READ FROM THE
004682*     TOP FOR EACH NUMBER -- RESENDS ARE RARE AND THE LOG IS
004683*     SMALL.
004684*-----------------------------------------------------------------
004685 3310-BRIDGE-RESEND-SEQ.
004686     MOVE "N" TO WS-RESEND-SEQ-FOUND-SW.
004687     MOVE "N" TO WS-GREETRSD-EOF-SW.
004688     MOVE LOW-VALUES TO RD-RESEND-KEY.
004689     START GREETRSD-FILE KEY IS NOT LESS THAN RD-RESEND-KEY
004691         INVALID KEY
004692             SET WS-SEQ-BRIDGE-DONE TO TRUE
004693             GO TO 3310-BRIDGE-RESEND-SEQ-EXIT
004694     END-START.
004695     PERFORM 1220-READ-RESEND-LOG
004696         THRU 1220-READ-RESEND-LOG-EXIT.
004697     PERFORM 3320-TEST-RESEND-SEQ
004698         THRU 3320-TEST-RESEND-SEQ-EXIT
004699         UNTIL WS-GREETRSD-EOF
004701         OR WS-RESEND-SEQ-FOUND.
004702     IF WS-RESEND-SEQ-FOUND
004703         ADD 1 TO WS-EXPECTED-SEQ
004704         ADD 1 TO WS-SEQ-BRIDGED-COUNT
004705     ELSE
004706         SET WS-SEQ-BRIDGE-DONE TO TRUE
004707     END-IF.
004708 3310-BRIDGE-RESEND-SEQ-EXIT.
004709     EXIT.
004711*-----------------------------------------------------------------
004712* 3320-TEST-RESEND-SEQ -- TEST ONE RESEND LOG RECORD FOR THE
004713*     EXPECTED SEQUENCE NUMBER, READING THE NEXT IF IT IS NOT.
004714*-----------------------------------------------------------------
004715 3320-TEST-RESEND-SEQ.
004716     IF RD-FEED-SEQ IS EQUAL TO WS-EXPECTED-SEQ
004717         SET WS-RESEND-SEQ-FOUND TO TRUE
004718         GO TO 3320-TEST-RESEND-SEQ-EXIT
004719     END-IF.
004721     PERFORM 1220-READ-RESEND-LOG
004722         THRU 1220-READ-RESEND-LOG-EXIT.
004723 3320-TEST-RESEND-SEQ-EXIT.
004724     EXIT.
004725*-----------------------------------------------------------------
004726* 3350-VERIFY-RESEND-SEQ -- A FEED FLAGGED AS A RESEND MUST
004727*     CARRY THE SEQUENCE NUMBER THE RESEND LOG RECORDED FOR IT.
004728*     ONLY THE LATEST RESEND OF THE RUN DATE IS COMPARED -- AN
004729*     OLDER RESEND OF THE SAME DAY SHOULD NOT BE IN CIRCULATION.
004731*     RCNSEQ IS NOT TOUCHED.
004732*-----------------------------------------------------------------
004733 3350-VERIFY-RESEND-SEQ.
004734     IF WS-DATE-RESENT
004735         AND WS-TRAILER-SEQ IS EQUAL TO WS-LAST-RESEND-SEQ
004736         GO TO 3350-VERIFY-RESEND-SEQ-EXIT
004737     END-IF.
004738     MOVE SPACES TO NL-NOTE-LINE.
004739     MOVE "RESEND FEED SEQUENCE NOT THE LATEST ON RESEND LOG"
004741         TO NL-NOTE-TEXT.
004742     MOVE NL-NOTE-LINE TO PRINT-RECORD.
004743     PERFORM 4100-WRITE-LINE
004744         THRU 4100-WRITE-LINE-EXIT.
004745     MOVE SPACES TO QL-SEQ-LINE.
004746     MOVE "FEED SEQUENCE RECEIVED            "
004747         TO QL-SEQ-LABEL.
004748     MOVE WS-TRAILER-SEQ TO QL-SEQ-VALUE.
004749     MOVE QL-SEQ-LINE TO PRINT-RECORD.
004751     PERFORM 4100-WRITE-LINE
004752         THRU 4100-WRITE-LINE-EXIT.
004753     IF WS-RETURN-CODE IS LESS THAN 0008
004765         MOVE 0008 TO WS-RETURN-CODE
004766     END-IF.
004754 3350-VERIFY-RESEND-SEQ-EXIT.
004755     EXIT.
004520*-----------------------------------------------------------------
004530* 3500-FINALIZE -- PRINT NOTES, CONTROL TOTALS AND THE FOOTER.
004540*-----------------------------------------------------------------
004600         MOVE NL-NOTE-LINE TO PRINT-RECORD
004610         PERFORM 4100-WRITE-LINE
004620             THRU 4100-WRITE-LINE-EXIT
004630         IF WS-RETURN-CODE IS LESS THAN 0008
004767             MOVE 0008 TO WS-RETURN-CODE
004768         END-IF
004640     END-IF.
004650     MOVE SPACES TO TL-TOTAL-LINE.
004660     MOVE "FEED RECORDS FOR RUN DATE         "
004970     MOVE TL-TOTAL-LINE TO PRINT-RECORD.
004980     PERFORM 4100-WRITE-LINE
004990         THRU 4100-WRITE-LINE-EXIT.
004991     MOVE SPACES TO TL-TOTAL-LINE.
004992     MOVE "RESENDS LOGGED FOR RUN DATE       "
004993         TO TL-TOTAL-LABEL.
004994     MOVE WS-RESEND-COUNT TO TL-TOTAL-COUNT.
004995     MOVE TL-TOTAL-LINE TO PRINT-RECORD.
004996     PERFORM 4100-WRITE-LINE
004997         THRU 4100-WRITE-LINE-EXIT.
005000     MOVE WS-TODAYS-DATE TO FL-RUN-DATE.
005010     MOVE FL-FOOTER TO PRINT-RECORD.
005020     PERFORM 4100-WRITE-LINE
005300     ADD 1 TO WS-LINE-COUNT.
005310 4100-WRITE-LINE-EXIT.
005320     EXIT.
005321*-----------------------------------------------------------------
005322* 8900-WRITE-STEP-TIMING -- RECORD THE STEP ON THE SHARED
005323*     STEPTIME DATASET: JOB AND STEP NAME, START AND END DATE AND
005324*     TIME, RECORDS PROCESSED AND THE FINAL RETURN CODE.
005325*     PERFORMED AFTER 9000-TERMINATE SO THE RETURN CODE IS THE
005326*     ONE THE STEP ENDS WITH.  FILE STATUS 35 MEANS THE DATASET
005327*     HAS NEVER BEEN WRITTEN; IT IS OPENED OUTPUT TO CREATE IT.
005328*     THE KEY SEQUENCE IS COUNTED UP FROM ZERO BY
005329*     8910-WRITE-KEYED-TIMING UNTIL THE KEY IS UNIQUE.  THE
005331*     TIMING RECORD IS NOT PART OF THE STEP'S WORK, SO A FAILURE
005332*     HERE IS DISPLAYED BUT LEAVES THE RETURN CODE ALONE.
005333*-----------------------------------------------------------------
005334 8900-WRITE-STEP-TIMING.
005335     OPEN I-O STEPTIME-FILE.
005336     IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "35"
005337         OPEN OUTPUT STEPTIME-FILE
005338     END-IF.
005339     IF WS-STEPTIME-FILE-STATUS IS NOT EQUAL TO "00"
005341         DISPLAY "HELLORCN - UNABLE TO OPEN STEPTIME, "
005342             "STATUS = " WS-STEPTIME-FILE-STATUS
005343         GO TO 8900-WRITE-STEP-TIMING-EXIT
005344     END-IF.
005345     MOVE SPACES               TO STEPTIME-RECORD.
005346     MOVE WS-STEP-START-DATE   TO TM-KEY-START-DATE.
005347     MOVE WS-STEP-START-TIME   TO TM-KEY-START-TIME.
005348     MOVE "HELLORCN"           TO TM-KEY-PROGRAM.
005349     MOVE WS-JOB-NAME          TO TM-JOB-NAME.
005351     MOVE WS-CEE3JBN-STEP-NAME TO TM-STEP-NAME.
005352     ACCEPT TM-END-DATE FROM DATE YYYYMMDD.
005353     ACCEPT TM-END-TIME FROM TIME.
005354     MOVE WS-FEED-READ-COUNT TO TM-RECORD-COUNT.
005355     MOVE WS-RETURN-CODE       TO TM-RETURN-CODE.
005356     MOVE ZERO TO WS-STEP-SEQ.
005357     MOVE "N"  TO WS-STEP-WRITTEN-SW.
005358     PERFORM 8910-WRITE-KEYED-TIMING
005359         THRU 8910-WRITE-KEYED-TIMING-EXIT
005361         UNTIL WS-STEP-WRITTEN
005362         OR WS-STEP-SEQ IS GREATER THAN 9998.
005363     IF NOT WS-STEP-WRITTEN
005364         DISPLAY "HELLORCN - STEPTIME WRITE FAILED, "
005365             "STATUS = " WS-STEPTIME-FILE-STATUS
005366     END-IF.
005367     CLOSE STEPTIME-FILE.
005368 8900-WRITE-STEP-TIMING-EXIT.
005369     EXIT.
005371*-----------------------------------------------------------------
005372* 8910-WRITE-KEYED-TIMING -- TRY THE WRITE WITH THE CURRENT
005373*     SEQUENCE NUMBER; A DUPLICATE KEY BUMPS THE SEQUENCE AND THE
005374*     CALLER TRIES AGAIN.  ANY OTHER FAILURE ENDS THE RETRIES.
005375*-----------------------------------------------------------------
005376 8910-WRITE-KEYED-TIMING.
005377     MOVE WS-STEP-SEQ TO TM-KEY-SEQ.
005378     WRITE STEPTIME-RECORD
005379         INVALID KEY
005381             IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "22"
005382                 ADD 1 TO WS-STEP-SEQ
005383             ELSE
005384                 MOVE 9999 TO WS-STEP-SEQ
005385             END-IF
005386         NOT INVALID KEY
005387             SET WS-STEP-WRITTEN TO TRUE
005388     END-WRITE.
005389 8910-WRITE-KEYED-TIMING-EXIT.
005391     EXIT.
005330*-----------------------------------------------------------------
005340* 9000-TERMINATE -- CLOSE FILES.
005350*-----------------------------------------------------------------
005430     IF WS-PRINT-OPEN-OK
005440         CLOSE PRINT-FILE
005450     END-IF.
005451     IF WS-GREETRSD-OPEN-OK
005452         CLOSE GREETRSD-FILE
005453     END-IF.
005460 9000-TERMINATE-EXIT.
005470     EXIT.
