000100*****************************************************************
000110* COPYBOOK:     GTIMREC
000120* AUTHOR:       AIDAN NEAL
000130* INSTALLATION: DATA CENTER - BATCH SYSTEMS GROUP
000140* DATE-WRITTEN: 10/15/2026
000150*-----------------------------------------------------------------
000160* PURPOSE.
000170*     COMMON STEPTIME STEP-TIMING RECORD LAYOUT.  STEPTIME IS A
000180*     VSAM KSDS SHARED BY EVERY BATCH PROGRAM IN THE GREETING
000190*     SYSTEM; EACH PROGRAM WRITES ONE RECORD AS IT ENDS, HOLDING
000200*     THE JOB AND STEP IT RAN UNDER, THE DATE AND TIME THE STEP
000210*     STARTED AND ENDED, THE NUMBER OF RECORDS IT PROCESSED AND
000220*     ITS FINAL RETURN CODE.  HELLOTIM READS THE DATASET FOR THE
000230*     BATCH-WINDOW REPORT.  THE KEY LEADS WITH THE START DATE
000240*     AND TIME SO A DATE RANGE IS ONE KEYED START AND A READ
000250*     FORWARD; THE PROGRAM NAME AND A SEQUENCE NUMBER COUNTED
000260*     UP FROM ZERO KEEP TWO STEPS STARTING IN THE SAME
000270*     HUNDREDTH OF A SECOND APART.  TIMES ARE HHMMSSHH AS
000280*     RETURNED BY ACCEPT FROM TIME.  COPY THIS MEMBER UNDER A
000290*     LOCALLY-DEFINED 01 LEVEL, FOR EXAMPLE:
000300*         01  STEPTIME-RECORD.
000310*             COPY GTIMREC.
000320*-----------------------------------------------------------------
000330* RECORD LENGTH IS 80 BYTES.  DEFINE THE CLUSTER WITH
000340*     INDEXED KEYS(28 0) RECORDSIZE(80 80).
000350*-----------------------------------------------------------------
000360* MODIFICATION HISTORY.
000370*     DATE       INIT  DESCRIPTION
000380*     ---------- ----  ------------------------------------------
000390*     10/15/2026 AN    ORIGINAL COPYBOOK.
000400*****************************************************************
000410     05  TM-TIMING-KEY.
000420         10  TM-KEY-START-DATE      PIC 9(08).
000430         10  TM-KEY-START-TIME      PIC 9(08).
000440         10  TM-KEY-PROGRAM         PIC X(08).
000450         10  TM-KEY-SEQ             PIC 9(04).
000460     05  TM-JOB-NAME                PIC X(08).
000470     05  TM-STEP-NAME               PIC X(08).
000480     05  TM-END-DATE                PIC 9(08).
000490     05  TM-END-TIME                PIC 9(08).
000500     05  TM-RECORD-COUNT            PIC 9(08).
000510     05  TM-RETURN-CODE             PIC 9(04).
000520     05  FILLER                     PIC X(08).
