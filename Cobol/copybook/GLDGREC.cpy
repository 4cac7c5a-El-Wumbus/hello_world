000100*****************************************************************
000110* COPYBOOK:     GLDGREC
000120* AUTHOR:       AIDAN NEAL
000130* INSTALLATION: DATA CENTER - BATCH SYSTEMS GROUP
000140* DATE-WRITTEN: 10/15/2026
000150*-----------------------------------------------------------------
000160* PURPOSE.
000170*     COMMON GREETLDG GREETING LEDGER RECORD LAYOUT.  THE LEDGER
000180*     IS A VSAM KSDS HOLDING ONE RECORD FOR EVERY EMPLOYEE
000190*     GREETED ON A GIVEN DATE, KEYED BY EMPLOYEE ID, GREETING
000200*     DATE AND THE SOURCE TAG OF THE PROGRAM THAT GREETED THEM
000210*     (HELLONAM, HELLOANV OR HELLOBDY).  EACH GREETING PROGRAM
000220*     READS ITS OWN KEY BEFORE GREETING AN EMPLOYEE AND SKIPS
000230*     ANYONE IT HAS ALREADY GREETED THAT DATE, SO A RESUBMITTED
000240*     STEP DOES NOT GREET THE SAME PEOPLE TWICE.  THE SOURCE TAG
000250*     IS PART OF THE KEY SO THE ROLL-CALL, THE ANNIVERSARY RUN
000260*     AND THE BIRTHDAY RUN CAN EACH GREET THE SAME EMPLOYEE ON
000270*     THE SAME DATE.  EMPLOYEE ID LEADS THE KEY SO HELLONGR CAN
000280*     READ AN EMPLOYEE'S WHOLE HISTORY IN ONE PASS.  COPY THIS
000290*     MEMBER UNDER A LOCALLY-DEFINED 01 LEVEL, FOR EXAMPLE:
000300*         01  GREETLDG-RECORD.
000310*             COPY GLDGREC.
000320*-----------------------------------------------------------------
000330* RECORD LENGTH IS 80 BYTES.  DEFINE THE CLUSTER WITH
000340*     INDEXED KEYS(22 0) RECORDSIZE(80 80).
000350*-----------------------------------------------------------------
000360* MODIFICATION HISTORY.
000370*     DATE       INIT  DESCRIPTION
000380*     ---------- ----  ------------------------------------------
000390*     10/15/2026 AN    ORIGINAL COPYBOOK.
000400*****************************************************************
000410     05  LD-LEDGER-KEY.
000420         10  LD-KEY-EMPLOYEE-ID     PIC X(06).
000430         10  LD-KEY-DATE            PIC 9(08).
000440         10  LD-KEY-PROGRAM         PIC X(08).
000450     05  LD-GREET-TIME              PIC 9(08).
000460     05  LD-JOB-NAME                PIC X(08).
000470     05  LD-GREET-MODE              PIC X(01).
000480         88  LD-MODE-ROLL-CALL          VALUE "R".
000490         88  LD-MODE-REQUEST            VALUE "Q".
000500         88  LD-MODE-DEPARTMENT         VALUE "D".
000510         88  LD-MODE-ANNIVERSARY        VALUE "A".
000520         88  LD-MODE-BIRTHDAY           VALUE "B".
000530     05  LD-DEPT-CODE               PIC X(03).
000540     05  LD-LANG-CODE               PIC X(02).
000550     05  FILLER                     PIC X(36).
