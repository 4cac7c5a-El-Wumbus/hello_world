000100*****************************************************************
000110* COPYBOOK:     GRSDREC
000120* AUTHOR:       AIDAN NEAL
000130* INSTALLATION: DATA CENTER - BATCH SYSTEMS GROUP
000140* DATE-WRITTEN: 10/15/2026
000150*-----------------------------------------------------------------
000160* PURPOSE.
000170*     COMMON GREETRSD FEED RESEND LOG RECORD LAYOUT.  THE LOG IS
000180*     A VSAM KSDS HOLDING ONE RECORD FOR EVERY GREETFEED FILE
000190*     HELLORSD HAS CUT AGAIN FOR AN EARLIER DAY, KEYED BY THE
000200*     ORIGINAL FEED DATE AND THE DATE AND TIME OF THE RESEND.
000210*     FEED DATE LEADS THE KEY SO HELLORCN CAN POSITION STRAIGHT
000220*     TO THE RUN DATE IT IS RECONCILING AND READ EVERY RESEND
000230*     OF THAT DAY IN ORDER.  COPY THIS MEMBER UNDER A
000240*     LOCALLY-DEFINED 01 LEVEL, FOR EXAMPLE:
000250*         01  GREETRSD-RECORD.
000260*             COPY GRSDREC.
000270*-----------------------------------------------------------------
000280* RECORD LENGTH IS 80 BYTES.  DEFINE THE CLUSTER WITH
000290*     INDEXED KEYS(24 0) RECORDSIZE(80 80).
000300*-----------------------------------------------------------------
000310* MODIFICATION HISTORY.
000320*     DATE       INIT  DESCRIPTION
000330*     ---------- ----  ------------------------------------------
000340*     10/15/2026 AN    ORIGINAL COPYBOOK.
000350*****************************************************************
000360     05  RD-RESEND-KEY.
000370         10  RD-KEY-FEED-DATE       PIC 9(08).
000380         10  RD-KEY-RESEND-DATE     PIC 9(08).
000390         10  RD-KEY-RESEND-TIME     PIC 9(08).
000400     05  RD-FEED-SEQ                PIC 9(08).
000410     05  RD-RECORD-COUNT            PIC 9(08).
000420     05  RD-JOB-NAME                PIC X(08).
000430     05  FILLER                     PIC X(32).
