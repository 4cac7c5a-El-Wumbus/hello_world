000100*****************************************************************
000110* COPYBOOK:     GTRNREC
000120* AUTHOR:       AIDAN NEAL
000130* INSTALLATION: DATA CENTER - BATCH SYSTEMS GROUP
000140* DATE-WRITTEN: 10/15/2026
000150*-----------------------------------------------------------------
000160* PURPOSE.
000170*     COMMON GREETTRN MAINTENANCE TRANSACTION LAYOUT SHARED BY
000180*     HELLOMNT, WHICH EDITS AND APPLIES THE TRANSACTIONS TO THE
000190*     GREETMST GREETING-MASTER, AND HELLOHRX, WHICH GENERATES
000200*     THEM FROM THE NIGHTLY HR EXTRACT, SO THE WRITER AND THE
000210*     READER CANNOT DRIFT APART.  COPY THIS MEMBER UNDER A
000220*     LOCALLY-DEFINED 01 LEVEL, FOR EXAMPLE:
000230*         01  GREETTRN-RECORD.
000240*             COPY GTRNREC.
000250*-----------------------------------------------------------------
000260* TRANSACTION LAYOUT (GREETTRN, LRECL 80).
000270*     COL  1      ACTION CODE      A = ADD, C = CHANGE, D = DELETE
000280*     COL  2-  7  EMPLOYEE ID
000290*     COL  8- 37  FULL NAME        (BLANK ON A CHANGE = NO CHANGE)
000300*     COL 38- 47  SALUTATION       (BLANK ON A CHANGE = NO CHANGE)
000310*     COL 48- 49  LANGUAGE CODE    (BLANK ON A CHANGE = NO CHANGE)
000320*     COL 50- 52  DEPARTMENT CODE  (BLANK ON A CHANGE = NO CHANGE)
000330*     COL 53- 60  HIRE DATE        YYYYMMDD
000340*                                  (BLANK ON A CHANGE = NO CHANGE)
000345*     COL 61- 64  BIRTH DATE       MMDD
000347*                                  (BLANK ON A CHANGE = NO CHANGE)
000350*     COL 65- 80  RESERVED
000360*-----------------------------------------------------------------
000370* MODIFICATION HISTORY.
000380*     DATE       INIT  DESCRIPTION
000390*     ---------- ----  ------------------------------------------
000400*     10/15/2026 AN    ORIGINAL COPYBOOK, LIFTED OUT OF HELLOMNT
000410*                       UNCHANGED WHEN HELLOHRX BEGAN WRITING
000420*                       THE SAME DATASET.
000422*     10/15/2026 AN    ADDED TR-BIRTH-DATE-X (MMDD) IN COLUMNS
000424*                       61-64 FOR THE EXPANDED GMSTREC LAYOUT.
000430*****************************************************************
000440     05  TR-ACTION-CODE             PIC X(01).
000450         88  TR-ACTION-ADD                     VALUE "A".
000460         88  TR-ACTION-CHANGE                  VALUE "C".
000470         88  TR-ACTION-DELETE                  VALUE "D".
000480     05  TR-EMPLOYEE-ID             PIC X(06).
000490     05  TR-FULL-NAME               PIC X(30).
000500     05  TR-SALUTATION              PIC X(10).
000510     05  TR-LANG-CODE               PIC X(02).
000520     05  TR-DEPT-CODE               PIC X(03).
000530     05  TR-HIRE-DATE-X             PIC X(08).
000535     05  TR-BIRTH-DATE-X            PIC X(04).
000540     05  FILLER                     PIC X(16).
