000100*****************************************************************
000110* COPYBOOK:     GMLRREC
000120* AUTHOR:       AIDAN NEAL
000130* INSTALLATION: DATA CENTER - BATCH SYSTEMS GROUP
000140* DATE-WRITTEN: 10/15/2026
000150*-----------------------------------------------------------------
000160* PURPOSE.
000170*     ANVMAIL MAILROOM EXTRACT RECORD LAYOUT.  HELLOANV CUTS THE
000180*     EXTRACT AS A FRESH GDG GENERATION ON EVERY ANNIVERSARY RUN,
000190*     ONE DETAIL RECORD FOR EVERY SERVICE-ANNIVERSARY LETTER IT
000200*     PRINTS, FOR HR'S PRINT VENDOR TO PICK UP.  THIS MEMBER IS
000210*     THE LAYOUT AGREED WITH THE VENDOR -- DO NOT MOVE A FIELD
000220*     WITHOUT TELLING THEM.  COPY THIS MEMBER UNDER A
000230*     LOCALLY-DEFINED 01 LEVEL, FOR EXAMPLE:
000240*         01  ANVMAIL-RECORD.
000250*             COPY GMLRREC.
000260*-----------------------------------------------------------------
000270* THE EXTRACT CARRIES THREE RECORD TYPES, TOLD APART BY THE
000280* FIRST BYTE, AS GREETFEED DOES:
000290*     H  HEADER  -- THE FIRST AND LAST ANNIVERSARY DATE THE RUN
000300*                   COVERED AND THE CREATION TIMESTAMP
000310*     D  DETAIL  -- ONE LETTER: EMPLOYEE, ANNIVERSARY DATE,
000320*                   YEARS OF SERVICE, MILESTONE FLAG, LANGUAGE,
000330*                   SALUTATION AND DEPARTMENT
000340*     T  TRAILER -- DETAIL RECORD COUNT, ALWAYS EQUAL TO THE
000350*                   NUMBER OF LETTERS ON THE PRINTED LETTER FILE
000360* A RUN WITH NO ANNIVERSARIES STILL WRITES THE HEADER AND A
000370* TRAILER WITH A ZERO COUNT, SO AN EMPTY DAY CAN BE TOLD FROM A
000380* MISSING FILE.
000390*-----------------------------------------------------------------
000400* RECORD LENGTH IS 120 BYTES.
000410*-----------------------------------------------------------------
000420* MODIFICATION HISTORY.
000430*     DATE       INIT  DESCRIPTION
000440*     ---------- ----  ------------------------------------------
000450*     10/15/2026 AN    ORIGINAL COPYBOOK.
000460*****************************************************************
000470     05  ML-REC-TYPE                PIC X(01).
000480         88  ML-HEADER-REC                     VALUE "H".
000490         88  ML-DETAIL-REC                     VALUE "D".
000500         88  ML-TRAILER-REC                    VALUE "T".
000510     05  ML-REC-DATA                PIC X(119).
000520     05  ML-HEADER-DATA REDEFINES ML-REC-DATA.
000530         10  ML-HDR-FIRST-DATE      PIC 9(08).
000540         10  ML-HDR-LAST-DATE       PIC 9(08).
000550         10  ML-HDR-CREATE-DATE     PIC 9(08).
000560         10  ML-HDR-CREATE-TIME     PIC 9(08).
000570         10  FILLER                 PIC X(87).
000580     05  ML-DETAIL-DATA REDEFINES ML-REC-DATA.
000590         10  ML-EMPLOYEE-ID         PIC X(06).
000600         10  ML-ANNIV-DATE          PIC 9(08).
000610         10  ML-SERVICE-YEARS       PIC 9(02).
000620         10  ML-MILESTONE-FLAG      PIC X(01).
000630             88  ML-MILESTONE                  VALUE "Y".
000640         10  ML-LANG-CODE           PIC X(02).
000650         10  ML-SALUTATION          PIC X(10).
000660         10  ML-FULL-NAME           PIC X(30).
000670         10  ML-DEPT-CODE           PIC X(03).
000680         10  ML-DEPT-NAME           PIC X(30).
000690         10  FILLER                 PIC X(27).
000700     05  ML-TRAILER-DATA REDEFINES ML-REC-DATA.
000710         10  ML-TRL-RECORD-COUNT    PIC 9(08).
000720         10  FILLER                 PIC X(111).
