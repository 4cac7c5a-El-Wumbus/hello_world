000160* PURPOSE.
000170*     COMMON GREETING-MASTER RECORD LAYOUT SHARED BY EVERY
000180*     PROGRAM THAT READS OR MAINTAINS THE GREETMST INDEXED FILE
000190*     (HELLONAME, HELLOMNT, HELLOANV, HELLOAUD, HELLOHRX,
000195*     HELLOJRN, HELLOCNV) SO A FIELD-WIDTH CHANGE ONLY HAS TO
000200*     BE MADE IN ONE PLACE.  COPY THIS MEMBER UNDER A LOCALLY-
000210*     DEFINED 01 LEVEL, FOR EXAMPLE:
000220*         01  GREETING-MASTER-RECORD.
000302*                       USING IT.  ONLY THREE FILLER BYTES
000303*                       REMAIN, SO THE BIRTH DATE HR ASKED
000304*                       ABOUT NEEDS A RECORD EXPANSION FIRST.
000305*     10/15/2026 AN    EXPANDED THE RECORD FROM 62 TO 100 BYTES
000306*                       -- KEYS(6 0), RECORDSIZE(100 100).
000307*                       ADDED GM-BIRTH-DATE (MMDD ONLY, NO
000308*                       YEAR IS HELD) FOR THE HELLOANV BIRTHDAY
000309*                       GREETINGS AND LEFT 37 BYTES OF FILLER
000310*                       FOR GROWTH.  EXISTING RECORDS ARE
000311*                       CARRIED ACROSS BY HELLOCNV WITH A BLANK
000312*                       BIRTH DATE -- READERS MUST TEST IT
000313*                       NUMERIC BEFORE USING IT.
000292*-----------------------------------------------------------------
000300* WHEN A SECOND COPY OF THE LAYOUT IS NEEDED IN THE SAME PROGRAM
000310* (FOR EXAMPLE A BEFORE-IMAGE WORK AREA), USE REPLACING TO GIVE
000385     05  GM-LANG-CODE               PIC X(02).
000387     05  GM-DEPT-CODE               PIC X(03).
000388     05  GM-HIRE-DATE               PIC 9(08).
000389     05  GM-BIRTH-DATE              PIC 9(04).
000390     05  FILLER                     PIC X(37).
