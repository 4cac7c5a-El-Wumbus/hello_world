000160* PURPOSE.
000170*     COMMON GREETFEED EXTRACT RECORD LAYOUT SHARED BY EVERY
000180*     PROGRAM THAT WRITES OR READS THE DAILY DASHBOARD FEED
000190*     (HELLO-WORLD, HELLORSD, HELLORCN) SO A FIELD-WIDTH CHANGE
000200*     ONLY HAS TO BE MADE IN ONE PLACE.  COPY THIS MEMBER UNDER A
000210*     LOCALLY-DEFINED 01 LEVEL, FOR EXAMPLE:
000220*         01  GREETFEED-RECORD.
000230*             COPY GFEEDREC.
000330*                   NUMBER, WHICH INCREMENTS BY ONE ON EVERY
000340*                   TRANSMISSION SO THE RECEIVER CAN CATCH A
000350*                   SKIPPED OR REPEATED FILE
000352* A FEED CUT AGAIN FOR AN EARLIER DAY BY HELLORSD CARRIES THE
000354* ORIGINAL DAY IN GF-HDR-FEED-DATE, TODAY'S DATE AND TIME IN THE
000356* CREATE FIELDS AND "R" IN GF-HDR-RESEND-FLAG.  HELLO-WORLD'S
000357* OWN DAILY FEED LEAVES THE FLAG BLANK.
000360*-----------------------------------------------------------------
000370* MODIFICATION HISTORY.
000380*     DATE       INIT  DESCRIPTION
000390*     ---------- ----  ------------------------------------------
000400*     09/01/2026 AN    ORIGINAL COPYBOOK.
000402*     10/15/2026 AN    ADDED GF-HDR-RESEND-FLAG TO THE HEADER,
000404*                       CARVED FROM FILLER, TO MARK A FEED
000406*                       RETRANSMITTED BY HELLORSD.
000410*****************************************************************
000420     05  GF-REC-TYPE                PIC X(01).
000430         88  GF-HEADER-REC                     VALUE "H".
000480         10  GF-HDR-FEED-DATE       PIC 9(08).
000490         10  GF-HDR-CREATE-DATE     PIC 9(08).
000500         10  GF-HDR-CREATE-TIME     PIC 9(08).
000505         10  GF-HDR-RESEND-FLAG     PIC X(01).
000506             88  GF-HDR-RESEND                 VALUE "R".
000510         10  FILLER                 PIC X(54).
000520     05  GF-DETAIL-DATA REDEFINES GF-REC-DATA.
000530         10  GF-MESSAGE-TEXT        PIC X(60).
000540         10  GF-RUN-DATE            PIC 9(08).
