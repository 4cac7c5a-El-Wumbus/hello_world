000230*     APPLIED OR REJECTED, WITH BEFORE-AND-AFTER IMAGES OF THE
000240*     MASTER RECORD, SO HR CAN SIGN OFF ON EACH MAINTENANCE RUN
000250*     INSTEAD OF REBUILDING THE WHOLE DATASET BY HAND.
000252*     EVERY APPLIED TRANSACTION IS ALSO WRITTEN TO THE GREETJRN
000254*     CHANGE JOURNAL, THE PERMANENT RECORD OF WHO CHANGED WHAT
000256*     ON THE MASTER AND WHEN.
000257*     A DEPARTMENT CODE ON AN ADD OR CHANGE MUST BE AN ACTIVE
000258*     DEPARTMENT ON THE GREETDPT DEPARTMENT REFERENCE DATASET.
000260*-----------------------------------------------------------------
000270* TRANSACTION LAYOUT (GREETTRN, LRECL 80, COPYBOOK GTRNREC).
000280*     COL  1      ACTION CODE      A = ADD, C = CHANGE, D = DELETE
000290*     COL  2-  7  EMPLOYEE ID
000300*     COL  8- 37  FULL NAME        (BLANK ON A CHANGE = NO CHANGE)
000314*     COL 50- 52  DEPARTMENT CODE  (BLANK ON A CHANGE = NO CHANGE)
000316*     COL 53- 60  HIRE DATE        YYYYMMDD
000318*                                  (BLANK ON A CHANGE = NO CHANGE)
000319*     COL 61- 64  BIRTH DATE       MMDD
000321*                                  (BLANK ON A CHANGE = NO CHANGE)
000322*     COL 65- 80  RESERVED
000330*-----------------------------------------------------------------
000340* MODIFICATION HISTORY.
000350*     DATE       INIT  DESCRIPTION
000385*                       SERVICE-ANNIVERSARY GREETINGS.  A
000386*                       NON-BLANK HIRE DATE MUST BE EIGHT
000387*                       DIGITS OR THE TRANSACTION IS REJECTED.
000388*     10/15/2026 AN    WRITE EVERY APPLIED TRANSACTION TO THE
000389*                       NEW GREETJRN CHANGE JOURNAL KSDS (SHARED
000391*                       GJRNREC LAYOUT) WITH THE FULL BEFORE AND
000392*                       AFTER MASTER IMAGES, THE ACTION CODE,
000393*                       THE DATE AND TIME AND THE JOB NAME FROM
000394*                       CEE3JBN, SO HELLOJRN CAN LIST AN
000395*                       EMPLOYEE'S HISTORY AND REBUILD THEIR
000396*                       RECORD AS OF ANY DATE.  A JOURNAL THAT
000397*                       WILL NOT OPEN STOPS THE RUN WITH 0016
000398*                       BEFORE ANYTHING IS APPLIED.
000399*     10/15/2026 AN    TRANSACTION LAYOUT MOVED TO THE SHARED
000401*                       GTRNREC COPYBOOK NOW THAT HELLOHRX
000402*                       WRITES GREETTRN FROM THE HR EXTRACT.
000403*     10/15/2026 AN    CARRY THE NEW GM-BIRTH-DATE (MMDD) FIELD
000404*                       OF THE EXPANDED 100-BYTE GMSTREC LAYOUT
000405*                       ON ADDS AND CHANGES AND SHOW IT ON THE
000406*                       REPORT IMAGES.  A NON-BLANK BIRTH DATE
000407*                       MUST BE A REAL MONTH AND DAY (0229 IS
000408*                       ALLOWED) OR THE TRANSACTION IS REJECTED.
000409*     10/15/2026 AN    STEP START AND END NOW RECORDED ON THE
000411*                       SHARED STEPTIME DATASET (COPYBOOK
000412*                       GTIMREC) FOR THE HELLOTIM BATCH-WINDOW
000413*                       REPORT.
000414*     10/15/2026 AN    A DEPARTMENT CODE ON AN ADD OR CHANGE
000415*                       MUST NOW BE AN ACTIVE DEPARTMENT ON THE
000416*                       NEW GREETDPT REFERENCE DATASET (COPYBOOK
000417*                       GDPTREC) OR THE TRANSACTION IS REJECTED.
000418*                       A GREETDPT THAT WILL NOT OPEN STOPS THE
000419*                       RUN WITH 0016.
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     HELLOMNT.
000560     SELECT GREETTRN-FILE ASSIGN TO GREETTRN
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-GREETTRN-FILE-STATUS.
000581     SELECT GREETDPT-FILE ASSIGN TO GREETDPT
000583         ORGANIZATION IS SEQUENTIAL
000585         FILE STATUS IS WS-GREETDPT-FILE-STATUS.
000582     SELECT GREETJRN-FILE ASSIGN TO GREETJRN
000584         ORGANIZATION IS INDEXED
000586         ACCESS MODE IS RANDOM
000588         RECORD KEY IS GJ-JRN-KEY
000589         FILE STATUS IS WS-GREETJRN-FILE-STATUS.
000590     SELECT PRINT-FILE    ASSIGN TO HELLOMNT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-PRINT-FILE-STATUS.
000611     SELECT STEPTIME-FILE ASSIGN TO STEPTIME
000612         ORGANIZATION IS INDEXED
000613         ACCESS MODE IS RANDOM
000614         RECORD KEY IS TM-TIMING-KEY
000615         FILE STATUS IS WS-STEPTIME-FILE-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  GREETING-MASTER
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 01  GREETTRN-RECORD.
000730     COPY GTRNREC.
000731 FD  GREETDPT-FILE
000732     RECORDING MODE IS F
000733     LABEL RECORDS ARE STANDARD.
000734 01  GREETDPT-RECORD.
000735     COPY GDPTREC.
000802 FD  GREETJRN-FILE
000804     RECORDING MODE IS F
000806     LABEL RECORDS ARE STANDARD.
000808 01  GREETJRN-RECORD.
000809     COPY GJRNREC.
000810 FD  PRINT-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 01  PRINT-RECORD               PIC X(133).
000841 FD  STEPTIME-FILE
000842     RECORDING MODE IS F
000843     LABEL RECORDS ARE STANDARD.
000844 01  STEPTIME-RECORD.
000845     COPY GTIMREC.
000850 WORKING-STORAGE SECTION.
000860*-----------------------------------------------------------------
000870* SWITCHES AND COUNTERS.
000880*-----------------------------------------------------------------
000890 01  WS-SWITCHES.
000891     05  WS-STEP-WRITTEN-SW     PIC X(01) VALUE "N".
000892         88  WS-STEP-WRITTEN               VALUE "Y".
000900     05  WS-GREETTRN-EOF-SW     PIC X(01) VALUE "N".
000910         88  WS-GREETTRN-EOF               VALUE "Y".
000920     05  WS-GREETTRN-OPEN-SW    PIC X(01) VALUE "N".
000970         88  WS-PRINT-OPEN-OK              VALUE "Y".
000980     05  WS-MASTER-FOUND-SW     PIC X(01) VALUE "N".
000990         88  WS-MASTER-FOUND               VALUE "Y".
000992     05  WS-GREETJRN-OPEN-SW    PIC X(01) VALUE "N".
000994         88  WS-GREETJRN-OPEN-OK           VALUE "Y".
000996     05  WS-JRN-WRITTEN-SW      PIC X(01) VALUE "N".
000998         88  WS-JRN-WRITTEN                VALUE "Y".
000999     05  WS-BIRTH-DATE-VALID-SW PIC X(01) VALUE "N".
001001         88  WS-BIRTH-DATE-VALID           VALUE "Y".
001004     05  WS-GREETDPT-EOF-SW     PIC X(01) VALUE "N".
001005         88  WS-GREETDPT-EOF               VALUE "Y".
001006     05  WS-GREETDPT-OPEN-SW    PIC X(01) VALUE "N".
001007         88  WS-GREETDPT-OPEN-OK           VALUE "Y".
001008     05  WS-DEPT-FOUND-SW       PIC X(01) VALUE "N".
001009         88  WS-DEPT-FOUND                 VALUE "Y".
001000 01  WS-FILE-STATUSES.
001002     05  WS-STEPTIME-FILE-STATUS
001003                                PIC X(02) VALUE SPACES.
001010     05  WS-GREETMST-FILE-STATUS
001020                                PIC X(02) VALUE SPACES.
001030     05  WS-GREETTRN-FILE-STATUS
001040                                PIC X(02) VALUE SPACES.
001050     05  WS-PRINT-FILE-STATUS   PIC X(02) VALUE SPACES.
001052     05  WS-GREETJRN-FILE-STATUS
001054                                PIC X(02) VALUE SPACES.
001055     05  WS-GREETDPT-FILE-STATUS
001056                                PIC X(02) VALUE SPACES.
001060 01  WS-RETURN-CODE             PIC 9(04) VALUE ZERO.
001070 01  WS-TRANS-READ-COUNT        PIC 9(06) VALUE ZERO.
001080 01  WS-TRANS-APPLIED-COUNT     PIC 9(06) VALUE ZERO.
001120 01  WS-DELETE-COUNT            PIC 9(06) VALUE ZERO.
001130 01  WS-REJECT-REASON           PIC X(40) VALUE SPACES.
001140 01  WS-TODAYS-DATE             PIC 9(08) VALUE ZERO.
001141 01  WS-JRN-WRITTEN-COUNT       PIC 9(06) VALUE ZERO.
001142 01  WS-JRN-FAILED-COUNT        PIC 9(06) VALUE ZERO.
001143 01  WS-JRN-SEQ                 PIC 9(04) VALUE ZERO.
001144 01  WS-JRN-DATE                PIC 9(08) VALUE ZERO.
001145 01  WS-JRN-TIME                PIC 9(08) VALUE ZERO.
001171*-----------------------------------------------------------------
001172* BIRTH DATE EDIT -- THE TRANSACTION'S MMDD SPLIT FOR CHECKING
001173* AGAINST THE LONGEST MONTH LENGTHS (FEBRUARY 29 ALLOWED, SINCE
001174* NO YEAR IS HELD).
001175*-----------------------------------------------------------------
001176 01  WS-BIRTH-CHECK             PIC X(04) VALUE SPACES.
001177 01  WS-BIRTH-CHECK-R REDEFINES WS-BIRTH-CHECK.
001178     05  WS-BIRTH-CHECK-MONTH   PIC 9(02).
001179     05  WS-BIRTH-CHECK-DAY     PIC 9(02).
001181 01  WS-MONTH-DAYS-VALUES       PIC X(24)
001182                 VALUE "312931303130313130313031".
001183 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001184     05  WS-MONTH-DAYS          PIC 9(02) OCCURS 12 TIMES.
001185*-----------------------------------------------------------------
001186* DEPARTMENT TABLE -- THE DEPARTMENT CODES AND THEIR ACTIVE OR
001187* CLOSED STATUS FROM THE GREETDPT REFERENCE DATASET, LOADED BY
001188* 1100-LOAD-DEPARTMENTS THE SAME WAY HELLONAME LOADS GREETTAB.
001189* ENTRIES BEYOND THE TABLE LIMIT ARE COUNTED AND REPORTED, NOT
001191* SILENTLY DROPPED.
001192*-----------------------------------------------------------------
001193 01  WS-DEPT-TABLE.
001194     05  WS-DEPT-ENTRY          OCCURS 200 TIMES.
001195         10  WS-DEPT-CODE       PIC X(03).
001196         10  WS-DEPT-STATUS     PIC X(01).
001197 01  WS-DEPT-COUNT              PIC 9(04) COMP VALUE ZERO.
001198 01  WS-DEPT-SUB                PIC 9(04) COMP VALUE ZERO.
001199 01  WS-DEPT-DROPPED-COUNT      PIC 9(04) VALUE ZERO.
001201 01  WS-LOOKUP-DEPT             PIC X(03) VALUE SPACES.
001146*-----------------------------------------------------------------
001147* RUN-ENVIRONMENT JOB NAME -- POPULATED BY 0050-GET-JOB-NAME VIA
001148* THE LANGUAGE ENVIRONMENT CEE3JBN CALLABLE SERVICE, THE SAME WAY
001149* HELLONAME STAMPS ITS GREETLOG RECORDS, FOR THE JOURNAL.
001151*-----------------------------------------------------------------
001152 01  WS-CEE3JBN-JOBNAME.
001153     05  WS-CEE3JBN-JOB-LEN     PIC S9(04) COMP.
001154     05  WS-CEE3JBN-JOB-NAME    PIC X(08).
001155 01  WS-CEE3JBN-STEPNAME.
001156     05  WS-CEE3JBN-STEP-LEN    PIC S9(04) COMP.
001157     05  WS-CEE3JBN-STEP-NAME   PIC X(08).
001158 01  WS-CEE3JBN-PROCNAME.
001159     05  WS-CEE3JBN-PROC-LEN    PIC S9(04) COMP.
001161     05  WS-CEE3JBN-PROC-NAME   PIC X(08).
001162 01  WS-FEEDBACK-CODE.
001163     05  WS-FDBK-SEVERITY       PIC S9(04) COMP.
001164     05  WS-FDBK-MSG-NO         PIC S9(04) COMP.
001165     05  WS-FDBK-CASE-FACILITY  PIC X(01).
001166     05  WS-FDBK-SEV-CONTROL    PIC X(03).
001167     05  WS-FDBK-FACILITY-ID    PIC X(03).
001168     05  WS-FDBK-ISINFO         PIC X(01).
001169 01  WS-JOB-NAME                PIC X(08) VALUE "HELLOMNT".
001150*-----------------------------------------------------------------
001160* BEFORE-IMAGE WORK AREA -- THE MASTER RECORD AS IT STOOD BEFORE
001170* THIS TRANSACTION WAS APPLIED, FOR THE EDIT REPORT.
001718     05  DL-IMAGE-DEPT          PIC X(03).
001721     05  FILLER                 PIC X(07) VALUE "  HIRE ".
001722     05  DL-IMAGE-HIRE          PIC X(08).
001723     05  FILLER                 PIC X(07) VALUE "  BDAY ".
001724     05  DL-IMAGE-BIRTH         PIC X(04).
001720     05  FILLER                 PIC X(06) VALUE SPACES.
001730 01  TL-TOTAL-LINE.
001740     05  FILLER                 PIC X(01) VALUE " ".
001750     05  FILLER                 PIC X(10) VALUE SPACES.
001830     05  FILLER                 PIC X(12) VALUE "RUN DATE  ".
001840     05  FL-RUN-DATE            PIC 9(08).
001850     05  FILLER                 PIC X(88) VALUE SPACES.
001851*-----------------------------------------------------------------
001852* STEP TIMING CONTROL -- THE DATE AND TIME THE STEP STARTED, HELD
001853* FOR THE STEPTIME RECORD WRITTEN AS THE STEP ENDS, AND THE KEY
001854* SEQUENCE THAT KEEPS THAT RECORD'S KEY UNIQUE.
001855*-----------------------------------------------------------------
001856 01  WS-STEP-START-DATE         PIC 9(08) VALUE ZERO.
001857 01  WS-STEP-START-TIME         PIC 9(08) VALUE ZERO.
001858 01  WS-STEP-SEQ                PIC 9(04) VALUE ZERO.
001860 PROCEDURE DIVISION.
001870*-----------------------------------------------------------------
001880* 0000-MAIN-CONTROL -- OVERALL SEQUENCE OF PROCESSING.  ANY
001910*     ANY FILE IS 0016 AND NOTHING IS APPLIED.
001920*-----------------------------------------------------------------
001930 0000-MAIN-CONTROL.
001931     PERFORM 0010-START-STEP-TIMING
001933         THRU 0010-START-STEP-TIMING-EXIT.
001932     PERFORM 0050-GET-JOB-NAME
001934         THRU 0050-GET-JOB-NAME-EXIT.
001940     PERFORM 1000-INITIALIZE
001950         THRU 1000-INITIALIZE-EXIT.
001960     IF WS-GREETMST-OPEN-OK AND WS-GREETTRN-OPEN-OK
001965         AND WS-GREETJRN-OPEN-OK AND WS-GREETDPT-OPEN-OK
001970         PERFORM 2000-PROCESS-TRANSACTION
001980             THRU 2000-PROCESS-TRANSACTION-EXIT
001990             UNTIL WS-GREETTRN-EOF
002020     END-IF.
002030     PERFORM 9000-TERMINATE
002040         THRU 9000-TERMINATE-EXIT.
002041     PERFORM 8900-WRITE-STEP-TIMING
002042         THRU 8900-WRITE-STEP-TIMING-EXIT.
002050     MOVE WS-RETURN-CODE TO RETURN-CODE.
002060     GOBACK.
002061*-----------------------------------------------------------------
002081* 0010-START-STEP-TIMING -- NOTE THE DATE AND TIME THE STEP
002082*     STARTED, FOR THE STEPTIME RECORD WRITTEN AS IT ENDS.
002083*-----------------------------------------------------------------
002084 0010-START-STEP-TIMING.
002085     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
002086     ACCEPT WS-STEP-START-TIME FROM TIME.
002087 0010-START-STEP-TIMING-EXIT.
002088     EXIT.
002062*-----------------------------------------------------------------
002063* 0050-GET-JOB-NAME -- ASK LANGUAGE ENVIRONMENT FOR THE NAME OF
002064*     THE JOB THIS PROGRAM IS ACTUALLY RUNNING UNDER SO THE
002065*     JOURNAL SHOWS WHICH JOB APPLIED EACH CHANGE.  WS-JOB-NAME
002066*     KEEPS ITS VALUE-CLAUSE DEFAULT IF THE CALL CANNOT SUPPLY
002067*     ONE.
002068*-----------------------------------------------------------------
002069 0050-GET-JOB-NAME.
002071     CALL "CEE3JBN" USING WS-CEE3JBN-JOBNAME
002072         WS-CEE3JBN-STEPNAME
002073         WS-CEE3JBN-PROCNAME
002074         WS-FEEDBACK-CODE.
002075     IF WS-CEE3JBN-JOB-NAME IS NOT EQUAL TO SPACES
002076         MOVE WS-CEE3JBN-JOB-NAME TO WS-JOB-NAME
002077     END-IF.
002078 0050-GET-JOB-NAME-EXIT.
002079     EXIT.
002070*-----------------------------------------------------------------
002080* 1000-INITIALIZE -- OPEN FILES, PRINT HEADINGS, PRIME THE READ.
002090*     THE MASTER IS OPENED I-O AND MUST ALREADY EXIST -- A
002100*     MAINTENANCE RUN AGAINST A MISSING MASTER IS AN ERROR, NOT
002110*     AN INVITATION TO CREATE AN EMPTY ONE.  THE GREETJRN
002112*     JOURNAL IS OPENED I-O; STATUS 35 MEANS IT HAS NEVER BEEN
002114*     WRITTEN AND IT IS OPENED OUTPUT INSTEAD.  ANY OTHER
002116*     FAILURE STOPS THE RUN -- NO CHANGE MAY REACH THE MASTER
002118*     WITHOUT REACHING THE JOURNAL.
002120*-----------------------------------------------------------------
002130 1000-INITIALIZE.
002140     ACCEPT WS-TODAYS-DATE FROM DATE YYYYMMDD.
002300         MOVE 0016 TO WS-RETURN-CODE
002310         GO TO 1000-INITIALIZE-EXIT
002320     END-IF.
002322     OPEN I-O GREETJRN-FILE.
002324     IF WS-GREETJRN-FILE-STATUS IS EQUAL TO "35"
002326         OPEN OUTPUT GREETJRN-FILE
002328     END-IF.
002331     IF WS-GREETJRN-FILE-STATUS IS EQUAL TO "00"
002332         SET WS-GREETJRN-OPEN-OK TO TRUE
002333     ELSE
002334         DISPLAY "HELLOMNT - UNABLE TO OPEN GREETJRN, "
002335             "STATUS = " WS-GREETJRN-FILE-STATUS
002336         MOVE 0016 TO WS-RETURN-CODE
002337         GO TO 1000-INITIALIZE-EXIT
002338     END-IF.
002339     PERFORM 1100-LOAD-DEPARTMENTS
002341         THRU 1100-LOAD-DEPARTMENTS-EXIT.
002342     IF NOT WS-GREETDPT-OPEN-OK
002343         GO TO 1000-INITIALIZE-EXIT
002344     END-IF.
002330     OPEN OUTPUT PRINT-FILE.
002340     SET WS-PRINT-OPEN-OK TO TRUE.
002350     PERFORM 4000-PRINT-HEADINGS
002380         THRU 2100-READ-TRANSACTION-EXIT.
002390 1000-INITIALIZE-EXIT.
002400     EXIT.
002401*-----------------------------------------------------------------
002402* 1100-LOAD-DEPARTMENTS -- LOAD THE GREETDPT DEPARTMENT REFERENCE
002403*     DATASET INTO THE IN-STORAGE DEPARTMENT TABLE.  ANY OPEN
002404*     FAILURE, INCLUDING A MISSING DATASET, STOPS THE RUN WITH
002405*     0016 -- NO DEPARTMENT CODE CAN BE PROVED VALID WITHOUT IT.
002406*     BLANK CODES ARE SKIPPED AND A REPEATED CODE KEEPS ITS
002407*     FIRST RECORD.
002408*-----------------------------------------------------------------
002409 1100-LOAD-DEPARTMENTS.
002411     OPEN INPUT GREETDPT-FILE.
002412     IF WS-GREETDPT-FILE-STATUS IS NOT EQUAL TO "00"
002413         DISPLAY "HELLOMNT - UNABLE TO OPEN GREETDPT, "
002414             "STATUS = " WS-GREETDPT-FILE-STATUS
002415         MOVE 0016 TO WS-RETURN-CODE
002416         GO TO 1100-LOAD-DEPARTMENTS-EXIT
002417     END-IF.
002418     SET WS-GREETDPT-OPEN-OK TO TRUE.
002419     PERFORM 1120-READ-DEPARTMENT
002421         THRU 1120-READ-DEPARTMENT-EXIT.
002422     PERFORM 1110-LOAD-DEPARTMENT-ENTRY
002423         THRU 1110-LOAD-DEPARTMENT-ENTRY-EXIT
002424         UNTIL WS-GREETDPT-EOF.
002425     CLOSE GREETDPT-FILE.
002426     IF WS-DEPT-DROPPED-COUNT IS GREATER THAN ZERO
002427         DISPLAY "HELLOMNT - GREETDPT HOLDS MORE ENTRIES THAN "
002428             "THE DEPARTMENT TABLE LIMIT, "
002429             WS-DEPT-DROPPED-COUNT " ENTRIES IGNORED"
002431         MOVE 0004 TO WS-RETURN-CODE
002432     END-IF.
002433 1100-LOAD-DEPARTMENTS-EXIT.
002434     EXIT.
002435*-----------------------------------------------------------------
002436* 1110-LOAD-DEPARTMENT-ENTRY -- STORE ONE DEPARTMENT RECORD IN
002437*     THE TABLE AND READ THE NEXT ONE.
002438*-----------------------------------------------------------------
002439 1110-LOAD-DEPARTMENT-ENTRY.
002441     IF DP-DEPT-CODE IS EQUAL TO SPACES
002442         GO TO 1110-LOAD-DEPARTMENT-ENTRY-NEXT
002443     END-IF.
002444     MOVE DP-DEPT-CODE TO WS-LOOKUP-DEPT.
002445     PERFORM 2070-FIND-DEPARTMENT
002446         THRU 2070-FIND-DEPARTMENT-EXIT.
002447     IF WS-DEPT-FOUND
002448         GO TO 1110-LOAD-DEPARTMENT-ENTRY-NEXT
002449     END-IF.
002451     IF WS-DEPT-COUNT IS LESS THAN 200
002452         ADD 1 TO WS-DEPT-COUNT
002453         MOVE DP-DEPT-CODE TO WS-DEPT-CODE (WS-DEPT-COUNT)
002454         MOVE DP-STATUS    TO WS-DEPT-STATUS (WS-DEPT-COUNT)
002455     ELSE
002456         ADD 1 TO WS-DEPT-DROPPED-COUNT
002457     END-IF.
002458 1110-LOAD-DEPARTMENT-ENTRY-NEXT.
002459     PERFORM 1120-READ-DEPARTMENT
002461         THRU 1120-READ-DEPARTMENT-EXIT.
002462 1110-LOAD-DEPARTMENT-ENTRY-EXIT.
002463     EXIT.
002464*-----------------------------------------------------------------
002465* 1120-READ-DEPARTMENT -- READ THE NEXT DEPARTMENT RECORD.
002466*-----------------------------------------------------------------
002467 1120-READ-DEPARTMENT.
002468     READ GREETDPT-FILE
002469         AT END
002471             SET WS-GREETDPT-EOF TO TRUE
002472     END-READ.
002473 1120-READ-DEPARTMENT-EXIT.
002474     EXIT.
002410*-----------------------------------------------------------------
002420* 2000-PROCESS-TRANSACTION -- EDIT ONE TRANSACTION AND APPLY IT
002430*     TO THE MASTER IF IT PASSES.  EVERY TRANSACTION GETS A
002627             THRU 2500-REJECT-TRANSACTION-EXIT
002628         GO TO 2000-PROCESS-TRANSACTION-NEXT
002629     END-IF.
002631     IF TR-BIRTH-DATE-X IS NOT EQUAL TO SPACES
002632         PERFORM 2050-EDIT-BIRTH-DATE
002633             THRU 2050-EDIT-BIRTH-DATE-EXIT
002634         IF NOT WS-BIRTH-DATE-VALID
002635             MOVE "BIRTH DATE IS NOT A VALID MMDD"
002636                 TO WS-REJECT-REASON
002637             PERFORM 2500-REJECT-TRANSACTION
002638                 THRU 2500-REJECT-TRANSACTION-EXIT
002639             GO TO 2000-PROCESS-TRANSACTION-NEXT
002641         END-IF
002642     END-IF.
002643     IF TR-DEPT-CODE IS NOT EQUAL TO SPACES
002644         AND NOT TR-ACTION-DELETE
002645         PERFORM 2060-EDIT-DEPARTMENT
002646             THRU 2060-EDIT-DEPARTMENT-EXIT
002647         IF WS-REJECT-REASON IS NOT EQUAL TO SPACES
002648             PERFORM 2500-REJECT-TRANSACTION
002649                 THRU 2500-REJECT-TRANSACTION-EXIT
002651             GO TO 2000-PROCESS-TRANSACTION-NEXT
002652         END-IF
002653     END-IF.
002630     PERFORM 2150-READ-MASTER-BY-KEY
002640         THRU 2150-READ-MASTER-BY-KEY-EXIT.
002650     IF TR-ACTION-ADD
002790         THRU 2100-READ-TRANSACTION-EXIT.
002800 2000-PROCESS-TRANSACTION-EXIT.
002810     EXIT.
002811*-----------------------------------------------------------------
002812* 2050-EDIT-BIRTH-DATE -- A BIRTH DATE MUST BE FOUR DIGITS
002813*     GIVING A MONTH OF 01-12 AND A DAY NO LATER THAN THE LAST
002814*     DAY OF THAT MONTH.  NO YEAR IS HELD, SO 0229 IS VALID.
002815*-----------------------------------------------------------------
002816 2050-EDIT-BIRTH-DATE.
002817     MOVE "N" TO WS-BIRTH-DATE-VALID-SW.
002818     IF TR-BIRTH-DATE-X IS NOT NUMERIC
002819         GO TO 2050-EDIT-BIRTH-DATE-EXIT
002820     END-IF.
002821     MOVE TR-BIRTH-DATE-X TO WS-BIRTH-CHECK.
002822     IF WS-BIRTH-CHECK-MONTH IS LESS THAN 01
002823         OR WS-BIRTH-CHECK-MONTH IS GREATER THAN 12
002824         GO TO 2050-EDIT-BIRTH-DATE-EXIT
002825     END-IF.
002826     IF WS-BIRTH-CHECK-DAY IS LESS THAN 01
002827         OR WS-BIRTH-CHECK-DAY IS GREATER THAN
002828             WS-MONTH-DAYS (WS-BIRTH-CHECK-MONTH)
002829         GO TO 2050-EDIT-BIRTH-DATE-EXIT
002830     END-IF.
002831     SET WS-BIRTH-DATE-VALID TO TRUE.
002832 2050-EDIT-BIRTH-DATE-EXIT.
002833     EXIT.
002836*-----------------------------------------------------------------
002837* 2060-EDIT-DEPARTMENT -- THE DEPARTMENT CODE ON AN ADD OR
002838*     CHANGE MUST BE ON GREETDPT AND ACTIVE.  A BLANK CODE IS
002839*     NOT EDITED -- ON A CHANGE IT MEANS NO CHANGE, AND ON AN
002841*     ADD IT LEAVES THE EMPLOYEE WITHOUT A DEPARTMENT, AS
002842*     BEFORE.  THE REASON IS LEFT IN WS-REJECT-REASON.
002843*-----------------------------------------------------------------
002844 2060-EDIT-DEPARTMENT.
002845     MOVE TR-DEPT-CODE TO WS-LOOKUP-DEPT.
002846     PERFORM 2070-FIND-DEPARTMENT
002847         THRU 2070-FIND-DEPARTMENT-EXIT.
002848     IF NOT WS-DEPT-FOUND
002849         MOVE "DEPARTMENT NOT ON GREETDPT" TO WS-REJECT-REASON
002851         GO TO 2060-EDIT-DEPARTMENT-EXIT
002852     END-IF.
002853     IF WS-DEPT-STATUS (WS-DEPT-SUB) IS NOT EQUAL TO "A"
002854         MOVE "DEPARTMENT IS CLOSED" TO WS-REJECT-REASON
002855     END-IF.
002856 2060-EDIT-DEPARTMENT-EXIT.
002857     EXIT.
002858*-----------------------------------------------------------------
002859* 2070-FIND-DEPARTMENT -- LOOK FOR WS-LOOKUP-DEPT IN THE
002861*     DEPARTMENT TABLE.  WS-DEPT-SUB IS LEFT ON THE MATCH.
002862*-----------------------------------------------------------------
002863 2070-FIND-DEPARTMENT.
002864     MOVE "N" TO WS-DEPT-FOUND-SW.
002865     PERFORM 2080-SEARCH-DEPARTMENT
002866         THRU 2080-SEARCH-DEPARTMENT-EXIT
002867         VARYING WS-DEPT-SUB FROM 1 BY 1
002868         UNTIL WS-DEPT-SUB IS GREATER THAN WS-DEPT-COUNT
002869         OR WS-DEPT-FOUND.
002871     IF WS-DEPT-FOUND
002872         SUBTRACT 1 FROM WS-DEPT-SUB
002873     END-IF.
002874 2070-FIND-DEPARTMENT-EXIT.
002875     EXIT.
002876*-----------------------------------------------------------------
002877* 2080-SEARCH-DEPARTMENT -- TEST ONE DEPARTMENT TABLE ENTRY.
002878*-----------------------------------------------------------------
002879 2080-SEARCH-DEPARTMENT.
002881     IF WS-DEPT-CODE (WS-DEPT-SUB) IS EQUAL TO WS-LOOKUP-DEPT
002882         SET WS-DEPT-FOUND TO TRUE
002883     END-IF.
002884 2080-SEARCH-DEPARTMENT-EXIT.
002885     EXIT.
002886*-----------------------------------------------------------------
002887* 2100-READ-TRANSACTION -- READ THE NEXT MAINTENANCE TRANSACTION.
002840*-----------------------------------------------------------------
002850 2100-READ-TRANSACTION.
002860     READ GREETTRN-FILE
003318     IF TR-HIRE-DATE-X IS NUMERIC
003319         MOVE TR-HIRE-DATE-X TO GM-HIRE-DATE
003321     END-IF.
003322     IF TR-BIRTH-DATE-X IS NUMERIC
003323         MOVE TR-BIRTH-DATE-X TO GM-BIRTH-DATE
003324     END-IF.
003320     WRITE GREETING-MASTER-RECORD
003330         INVALID KEY
003340             MOVE "MASTER WRITE FAILED" TO WS-REJECT-REASON
003615         AND TR-LANG-CODE IS EQUAL TO SPACES
003617         AND TR-DEPT-CODE IS EQUAL TO SPACES
003618         AND TR-HIRE-DATE-X IS EQUAL TO SPACES
003619         AND TR-BIRTH-DATE-X IS EQUAL TO SPACES
003620         MOVE "NO FIELDS SUPPLIED ON CHANGE"
003630             TO WS-REJECT-REASON
003640         PERFORM 2500-REJECT-TRANSACTION
003741     IF TR-HIRE-DATE-X IS NUMERIC
003742         MOVE TR-HIRE-DATE-X TO GM-HIRE-DATE
003743     END-IF.
003744     IF TR-BIRTH-DATE-X IS NUMERIC
003745         MOVE TR-BIRTH-DATE-X TO GM-BIRTH-DATE
003746     END-IF.
003740     REWRITE GREETING-MASTER-RECORD
003750         INVALID KEY
003760             MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
004290*-----------------------------------------------------------------
004300* 2600-PRINT-APPLIED -- COUNT AND REPORT ONE APPLIED TRANSACTION
004310*     WITH ITS BEFORE IMAGE (CHANGE AND DELETE) AND AFTER IMAGE
004320*     (ADD AND CHANGE), AND JOURNAL IT.
004330*-----------------------------------------------------------------
004340 2600-PRINT-APPLIED.
004350     ADD 1 TO WS-TRANS-APPLIED-COUNT.
004355     PERFORM 2800-WRITE-JOURNAL
004357         THRU 2800-WRITE-JOURNAL-EXIT.
004360     PERFORM 2700-PRINT-TRANS-LINE
004370         THRU 2700-PRINT-TRANS-LINE-EXIT.
004380     IF WS-MASTER-FOUND
004755     MOVE GMO-LANG-CODE   TO DL-IMAGE-LANG.
004757     MOVE GMO-DEPT-CODE   TO DL-IMAGE-DEPT.
004758     MOVE GMO-HIRE-DATE   TO DL-IMAGE-HIRE.
004759     MOVE GMO-BIRTH-DATE  TO DL-IMAGE-BIRTH.
004760     MOVE DL-IMAGE-LINE   TO PRINT-RECORD.
004770     PERFORM 4100-WRITE-LINE
004780         THRU 4100-WRITE-LINE-EXIT.
004895     MOVE GM-LANG-CODE    TO DL-IMAGE-LANG.
004897     MOVE GM-DEPT-CODE    TO DL-IMAGE-DEPT.
004898     MOVE GM-HIRE-DATE    TO DL-IMAGE-HIRE.
004899     MOVE GM-BIRTH-DATE   TO DL-IMAGE-BIRTH.
004900     MOVE DL-IMAGE-LINE   TO PRINT-RECORD.
004910     PERFORM 4100-WRITE-LINE
004920         THRU 4100-WRITE-LINE-EXIT.
004930 2720-PRINT-AFTER-IMAGE-EXIT.
004940     EXIT.
004941*-----------------------------------------------------------------
004942* 2800-WRITE-JOURNAL -- WRITE ONE GREETJRN RECORD FOR THE
004943*     TRANSACTION JUST APPLIED.  THE BEFORE IMAGE IS THE MASTER
004944*     AS READ BY 2150-READ-MASTER-BY-KEY (BLANK ON AN ADD); THE
004945*     AFTER IMAGE IS THE MASTER AS WRITTEN (BLANK ON A DELETE).
004946*     THE KEY IS THE EMPLOYEE ID, DATE AND TIME PLUS A SEQUENCE
004947*     NUMBER COUNTED UP FROM ZERO BY 2810-WRITE-KEYED-JOURNAL
004948*     UNTIL THE KEY IS UNIQUE.  A JOURNAL RECORD THAT CANNOT BE
004949*     WRITTEN IS COUNTED AND LEAVES RETURN CODE 0004 -- THE
004951*     MASTER CHANGE HAS ALREADY BEEN MADE AND STANDS.
004952*-----------------------------------------------------------------
004953 2800-WRITE-JOURNAL.
004954     ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
004955     ACCEPT WS-JRN-TIME FROM TIME.
004956     MOVE SPACES          TO GREETJRN-RECORD.
004957     MOVE TR-EMPLOYEE-ID  TO GJ-KEY-EMPLOYEE-ID.
004958     MOVE WS-JRN-DATE     TO GJ-KEY-DATE.
004959     MOVE WS-JRN-TIME     TO GJ-KEY-TIME.
004961     MOVE TR-ACTION-CODE  TO GJ-ACTION-CODE.
004962     MOVE WS-JOB-NAME     TO GJ-JOB-NAME.
004963     IF WS-MASTER-FOUND
004964         MOVE WS-OLD-MASTER TO GJ-BEFORE-IMAGE
004965     END-IF.
004966     IF NOT TR-ACTION-DELETE
004967         MOVE GREETING-MASTER-RECORD TO GJ-AFTER-IMAGE
004968     END-IF.
004969     MOVE ZERO TO WS-JRN-SEQ.
004971     MOVE "N"  TO WS-JRN-WRITTEN-SW.
004972     PERFORM 2810-WRITE-KEYED-JOURNAL
004973         THRU 2810-WRITE-KEYED-JOURNAL-EXIT
004974         UNTIL WS-JRN-WRITTEN
004975         OR WS-JRN-SEQ IS GREATER THAN 9998.
004976     IF WS-JRN-WRITTEN
004977         ADD 1 TO WS-JRN-WRITTEN-COUNT
004978     ELSE
004979         DISPLAY "HELLOMNT - GREETJRN WRITE FAILED FOR EMPLOYEE "
004981             TR-EMPLOYEE-ID ", STATUS = " WS-GREETJRN-FILE-STATUS
004982         ADD 1 TO WS-JRN-FAILED-COUNT
004983         MOVE 0004 TO WS-RETURN-CODE
004984     END-IF.
004985 2800-WRITE-JOURNAL-EXIT.
004986     EXIT.
004987*-----------------------------------------------------------------
004988* 2810-WRITE-KEYED-JOURNAL -- TRY THE WRITE WITH THE CURRENT
004989*     SEQUENCE NUMBER; A DUPLICATE KEY BUMPS THE SEQUENCE AND THE
004991*     CALLER TRIES AGAIN.  ANY OTHER FAILURE ENDS THE RETRIES.
004992*-----------------------------------------------------------------
004993 2810-WRITE-KEYED-JOURNAL.
004994     MOVE WS-JRN-SEQ TO GJ-KEY-SEQ.
004995     WRITE GREETJRN-RECORD
004996         INVALID KEY
004997             ADD 1 TO WS-JRN-SEQ
004998         NOT INVALID KEY
004999             SET WS-JRN-WRITTEN TO TRUE
005001     END-WRITE.
005002     IF NOT WS-JRN-WRITTEN
005003         AND WS-GREETJRN-FILE-STATUS IS NOT EQUAL TO "22"
005004         MOVE 9999 TO WS-JRN-SEQ
005005     END-IF.
005006 2810-WRITE-KEYED-JOURNAL-EXIT.
005007     EXIT.
004950*-----------------------------------------------------------------
004960* 3000-FINALIZE -- PRINT THE CONTROL TOTALS AND REPORT FOOTER.
004970*-----------------------------------------------------------------
005320     MOVE TL-TOTAL-LINE TO PRINT-RECORD.
005330     PERFORM 4100-WRITE-LINE
005340         THRU 4100-WRITE-LINE-EXIT.
005342     MOVE SPACES TO TL-TOTAL-LINE.
005344     MOVE "JOURNAL RECORDS WRITTEN " TO TL-TOTAL-LABEL.
005346     MOVE WS-JRN-WRITTEN-COUNT TO TL-TOTAL-COUNT.
005348     MOVE TL-TOTAL-LINE TO PRINT-RECORD.
005350     PERFORM 4100-WRITE-LINE
005352         THRU 4100-WRITE-LINE-EXIT.
005354     MOVE SPACES TO TL-TOTAL-LINE.
005355     MOVE "JOURNAL WRITES FAILED   " TO TL-TOTAL-LABEL.
005356     MOVE WS-JRN-FAILED-COUNT TO TL-TOTAL-COUNT.
005357     MOVE TL-TOTAL-LINE TO PRINT-RECORD.
005358     PERFORM 4100-WRITE-LINE
005359         THRU 4100-WRITE-LINE-EXIT.
005360     MOVE WS-TODAYS-DATE TO FL-RUN-DATE.
005370     MOVE FL-FOOTER TO PRINT-RECORD.
005380     PERFORM 4100-WRITE-LINE
005670     ADD 1 TO WS-LINE-COUNT.
005680 4100-WRITE-LINE-EXIT.
005690     EXIT.
005691*-----------------------------------------------------------------
005692* 8900-WRITE-STEP-TIMING -- RECORD THE STEP ON THE SHARED
005693*     STEPTIME DATASET: JOB AND STEP NAME, START AND END DATE AND
005694*     TIME, RECORDS PROCESSED AND THE FINAL RETURN CODE.
005695*     PERFORMED AFTER 9000-TERMINATE SO THE RETURN CODE IS THE
005696*     ONE THE STEP ENDS WITH.  FILE STATUS 35 MEANS THE DATASET
005697*     HAS NEVER BEEN WRITTEN; IT IS OPENED OUTPUT TO CREATE IT.
005698*     THE KEY SEQUENCE IS COUNTED UP FROM ZERO BY
005699*     8910-WRITE-KEYED-TIMING UNTIL THE KEY IS UNIQUE.  THE
005701*     TIMING RECORD IS NOT PART OF THE STEP'S WORK, SO A FAILURE
005702*     HERE IS DISPLAYED BUT LEAVES THE RETURN CODE ALONE.
005703*-----------------------------------------------------------------
005704 8900-WRITE-STEP-TIMING.
005705     OPEN I-O STEPTIME-FILE.
005706     IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "35"
005707         OPEN OUTPUT STEPTIME-FILE
005708     END-IF.
005709     IF WS-STEPTIME-FILE-STATUS IS NOT EQUAL TO "00"
005711         DISPLAY "HELLOMNT - UNABLE TO OPEN STEPTIME, "
005712             "STATUS = " WS-STEPTIME-FILE-STATUS
005713         GO TO 8900-WRITE-STEP-TIMING-EXIT
005714     END-IF.
005715     MOVE SPACES               TO STEPTIME-RECORD.
005716     MOVE WS-STEP-START-DATE   TO TM-KEY-START-DATE.
005717     MOVE WS-STEP-START-TIME   TO TM-KEY-START-TIME.
005718     MOVE "HELLOMNT"           TO TM-KEY-PROGRAM.
005719     MOVE WS-JOB-NAME          TO TM-JOB-NAME.
005721     MOVE WS-CEE3JBN-STEP-NAME TO TM-STEP-NAME.
005722     ACCEPT TM-END-DATE FROM DATE YYYYMMDD.
005723     ACCEPT TM-END-TIME FROM TIME.
005724     MOVE WS-TRANS-READ-COUNT TO TM-RECORD-COUNT.
005725     MOVE WS-RETURN-CODE       TO TM-RETURN-CODE.
005726     MOVE ZERO TO WS-STEP-SEQ.
005727     MOVE "N"  TO WS-STEP-WRITTEN-SW.
005728     PERFORM 8910-WRITE-KEYED-TIMING
005729         THRU 8910-WRITE-KEYED-TIMING-EXIT
005731         UNTIL WS-STEP-WRITTEN
005732         OR WS-STEP-SEQ IS GREATER THAN 9998.
005733     IF NOT WS-STEP-WRITTEN
005734         DISPLAY "HELLOMNT - STEPTIME WRITE FAILED, "
005735             "STATUS = " WS-STEPTIME-FILE-STATUS
005736     END-IF.
005737     CLOSE STEPTIME-FILE.
005738 8900-WRITE-STEP-TIMING-EXIT.
005739     EXIT.
005741*-----------------------------------------------------------------
005742* 8910-WRITE-KEYED-TIMING -- TRY THE WRITE WITH THE CURRENT
005743*     SEQUENCE NUMBER; A DUPLICATE KEY BUMPS THE SEQUENCE AND THE
005744*     CALLER TRIES AGAIN.  ANY OTHER FAILURE ENDS THE RETRIES.
005745*-----------------------------------------------------------------
005746 8910-WRITE-KEYED-TIMING.
005747     MOVE WS-STEP-SEQ TO TM-KEY-SEQ.
005748     WRITE STEPTIME-RECORD
005749         INVALID KEY
005751             IF WS-STEPTIME-FILE-STATUS IS EQUAL TO "22"
005752                 ADD 1 TO WS-STEP-SEQ
005753             ELSE
005754                 MOVE 9999 TO WS-STEP-SEQ
005755             END-IF
005756         NOT INVALID KEY
005757             SET WS-STEP-WRITTEN TO TRUE
005758     END-WRITE.
005759 8910-WRITE-KEYED-TIMING-EXIT.
005761     EXIT.
005700*-----------------------------------------------------------------
005710* 9000-TERMINATE -- CLOSE FILES.
005720*-----------------------------------------------------------------
005770     IF WS-GREETTRN-OPEN-OK
005780         CLOSE GREETTRN-FILE
005790     END-IF.
005792     IF WS-GREETJRN-OPEN-OK
005794         CLOSE GREETJRN-FILE
005796     END-IF.
005800     IF WS-PRINT-OPEN-OK
005810         CLOSE PRINT-FILE
005820     END-IF.
