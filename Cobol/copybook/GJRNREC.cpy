000100*****************************************************************
000110* COPYBOOK:     GJRNREC
000120* AUTHOR:       AIDAN NEAL
000130* INSTALLATION: DATA CENTER - BATCH SYSTEMS GROUP
000140* DATE-WRITTEN: 10/15/2026
000150*-----------------------------------------------------------------
000160* PURPOSE.
000170*     COMMON GREETJRN CHANGE JOURNAL RECORD LAYOUT SHARED BY
000180*     HELLOMNT, WHICH WRITES ONE RECORD FOR EVERY TRANSACTION
000190*     IT APPLIES TO THE GREETMST GREETING-MASTER, AND HELLOJRN,
000200*     WHICH LISTS THE JOURNAL AND REBUILDS A MASTER RECORD AS
000210*     OF A GIVEN DATE.  THE JOURNAL IS A VSAM KSDS KEYED BY
000220*     EMPLOYEE ID, RUN DATE, TIME AND A SEQUENCE NUMBER --
000230*     KEYS(26 0), RECORDSIZE(250 250) -- SO ONE EMPLOYEE'S
000240*     HISTORY SITS TOGETHER IN THE ORDER IT WAS APPLIED.  THE
000250*     SEQUENCE NUMBER TELLS APART CHANGES TO THE SAME EMPLOYEE
000260*     WITHIN THE SAME HUNDREDTH OF A SECOND -- THE WRITER STARTS
000270*     AT ZERO AND COUNTS UP UNTIL THE KEY IS UNIQUE.  COPY THIS
000280*     MEMBER UNDER A LOCALLY-DEFINED 01 LEVEL, FOR EXAMPLE:
000290*         01  GREETJRN-RECORD.
000300*             COPY GJRNREC.
000310*-----------------------------------------------------------------
000320* GJ-BEFORE-IMAGE AND GJ-AFTER-IMAGE MUST MATCH COPYBOOK GMSTREC
000330* FIELD FOR FIELD -- THE WRITER MOVES THE MASTER RECORD STRAIGHT
000340* INTO THEM.  THE FIELDS ARE SPELLED OUT HERE RATHER THAN COPIED
000350* BECAUSE A NESTED COPY MAY NOT CARRY A REPLACING PHRASE.  A
000360* WIDTH CHANGE IN GMSTREC MUST BE MADE HERE AS WELL.  AN ADD
000370* CARRIES A BLANK BEFORE IMAGE; A DELETE CARRIES A BLANK AFTER
000380* IMAGE.
000390*-----------------------------------------------------------------
000400* MODIFICATION HISTORY.
000410*     DATE       INIT  DESCRIPTION
000420*     ---------- ----  ------------------------------------------
000430*     10/15/2026 AN    ORIGINAL COPYBOOK.
000432*     10/15/2026 AN    WIDENED BOTH IMAGES TO THE 100-BYTE
000434*                       GMSTREC LAYOUT (GJB-/GJA-BIRTH-DATE
000436*                       ADDED).  RECORD IS NOW 250 BYTES -- THE
000438*                       180 QUOTED HERE BEFORE WAS WRONG, THE
000439*                       OLD RECORD WAS 176.
000440*****************************************************************
000450     05  GJ-JRN-KEY.
000460         10  GJ-KEY-EMPLOYEE-ID     PIC X(06).
000470         10  GJ-KEY-DATE            PIC 9(08).
000480         10  GJ-KEY-TIME            PIC 9(08).
000490         10  GJ-KEY-SEQ             PIC 9(04).
000500     05  GJ-ACTION-CODE             PIC X(01).
000510         88  GJ-ACTION-ADD                     VALUE "A".
000520         88  GJ-ACTION-CHANGE                  VALUE "C".
000530         88  GJ-ACTION-DELETE                  VALUE "D".
000540     05  GJ-JOB-NAME                PIC X(08).
000550     05  GJ-BEFORE-IMAGE.
000560         10  GJB-EMPLOYEE-ID        PIC X(06).
000570         10  GJB-FULL-NAME          PIC X(30).
000580         10  GJB-SALUTATION         PIC X(10).
000590         10  GJB-LANG-CODE          PIC X(02).
000600         10  GJB-DEPT-CODE          PIC X(03).
000610         10  GJB-HIRE-DATE          PIC 9(08).
000615         10  GJB-BIRTH-DATE         PIC 9(04).
000620         10  FILLER                 PIC X(37).
000630     05  GJ-AFTER-IMAGE.
000640         10  GJA-EMPLOYEE-ID        PIC X(06).
000650         10  GJA-FULL-NAME          PIC X(30).
000660         10  GJA-SALUTATION         PIC X(10).
000670         10  GJA-LANG-CODE          PIC X(02).
000680         10  GJA-DEPT-CODE          PIC X(03).
000690         10  GJA-HIRE-DATE          PIC 9(08).
000695         10  GJA-BIRTH-DATE         PIC 9(04).
000700         10  FILLER                 PIC X(37).
000710     05  FILLER                     PIC X(15).
