000100*****************************************************************
000110* COPYBOOK:     GDPTREC
000120* AUTHOR:       AIDAN NEAL
000130* INSTALLATION: DATA CENTER - BATCH SYSTEMS GROUP
000140* DATE-WRITTEN: 10/15/2026
000150*-----------------------------------------------------------------
000160* PURPOSE.
000170*     COMMON GREETDPT DEPARTMENT REFERENCE RECORD LAYOUT.
000180*     GREETDPT IS AN OPERATIONS-EDITABLE SEQUENTIAL DATASET,
000190*     ONE RECORD PER DEPARTMENT CODE THAT GM-DEPT-CODE MAY
000200*     CARRY, WITH THE DEPARTMENT NAME, ITS MANAGER AND WHETHER
000210*     IT IS STILL OPEN.  HELLOMNT REJECTS ADDS AND CHANGES TO A
000220*     CODE THAT IS NOT HERE OR IS CLOSED, HELLOAUD FLAGS MASTER
000230*     RECORDS THAT CARRY ONE, AND HELLODPT PRINTS THE
000240*     DEPARTMENTAL HEADCOUNT REPORT FROM IT.  EACH READER LOADS
000250*     THE DATASET INTO AN IN-STORAGE TABLE AT THE START OF THE
000260*     RUN; BLANK CODES ARE SKIPPED AND ONLY THE FIRST RECORD
000270*     FOR A CODE IS USED.  A CLOSED DEPARTMENT IS KEPT ON THE
000280*     DATASET, NOT DELETED, SO THE REPORT CAN STILL NAME IT.
000290*     COPY THIS MEMBER UNDER A LOCALLY-DEFINED 01 LEVEL, FOR
000300*     EXAMPLE:
000310*         01  GREETDPT-RECORD.
000320*             COPY GDPTREC.
000330*-----------------------------------------------------------------
000340* RECORD LENGTH IS 80 BYTES.
000350*     COL  1-  3  DEPARTMENT CODE
000360*     COL  4- 33  DEPARTMENT NAME
000370*     COL 34- 63  MANAGER NAME
000380*     COL 64      STATUS           A = ACTIVE, C = CLOSED
000390*     COL 65- 80  RESERVED
000400*-----------------------------------------------------------------
000410* MODIFICATION HISTORY.
000420*     DATE       INIT  DESCRIPTION
000430*     ---------- ----  ------------------------------------------
000440*     10/15/2026 AN    ORIGINAL COPYBOOK.
000450*****************************************************************
000460     05  DP-DEPT-CODE               PIC X(03).
000470     05  DP-DEPT-NAME               PIC X(30).
000480     05  DP-MANAGER-NAME            PIC X(30).
000490     05  DP-STATUS                  PIC X(01).
000500         88  DP-STATUS-ACTIVE                 VALUE "A".
000510         88  DP-STATUS-CLOSED                 VALUE "C".
000520     05  FILLER                     PIC X(16).
