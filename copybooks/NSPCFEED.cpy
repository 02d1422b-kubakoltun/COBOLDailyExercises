000010******************************************************************
000020*                                                                *
000030*   NSPCFEED.CPY                                                 *
000040*                                                                *
000050*   FEED PROFILE CONTROL-FILE LAYOUT - ONE 80-BYTE RECORD PER    *
000060*   UPSTREAM FEED, KEYED BY HAND (ISPF EDIT) WHEN A FEED IS SET  *
000070*   UP, HOLDING THE THINGS ABOUT A FEED THAT ARE DECLARED ONCE   *
000080*   RATHER THAN PASSED ON EVERY PARM.  THE FILE IS SMALL AND IS  *
000090*   READ FRONT TO BACK FOR THE FEED WANTED; A FEED WITH NO       *
000100*   RECORD HAS NO PROFILE.  A BLANK FEED-ID READS AS DAILYEXT,   *
000110*   THE SAME AS EVERYWHERE ELSE IN THE SUITE.                    *
000120*                                                                *
000130*   FEED-KEY-OFFSET/FEED-KEY-LENGTH NAME THE BUSINESS KEY OF     *
000140*   THE FEED'S CLEANED RECORD - 1-RELATIVE WITHIN THE DATA AREA, *
000150*   AT MOST 50 BYTES - THAT NSPCNCHG MATCHES ONE NSPCOUT         *
000160*   GENERATION AGAINST THE NEXT ON.  THE KEY SHOULD BE A FIELD   *
000170*   THE RULES LEAVE WHERE IT IS (NOT A WHOLE-RECORD STRIP).      *
000180*                                                                *
000181*   THE FEED-HDR-TYPE THROUGH FEED-TOTAL-LENGTH FIELDS DECLARE   *
000182*   THE FEED'S OWN RECEIPT CONTROLS FOR NSPCRCPT, WHICH CHECKS A *
000183*   DELIVERY BEFORE NOSPCBAT CLEANS IT.  THE UPSTREAM HEADER AND *
000184*   TRAILER ARE THE RECORDS WHOSE FIRST DATA BYTE IS             *
000185*   FEED-HDR-TYPE AND FEED-TRL-TYPE; EVERY OTHER RECORD IS A     *
000186*   DETAIL.  THE HEADER CARRIES THE EXTRACT DATE (YYYYMMDD) AT   *
000187*   FEED-DATE-OFFSET, EXPECTED TO BE FEED-DATE-LAG DAYS BEFORE   *
000188*   THE RUN DATE.  THE TRAILER CARRIES THE DETAIL COUNT AT       *
000189*   FEED-COUNT-OFFSET/LENGTH (AT MOST 9 DIGITS) AND THE HASH     *
000190*   TOTAL AT FEED-TOTAL-OFFSET/LENGTH (AT MOST 15 DIGITS) OF THE *
000191*   UNSIGNED NUMERIC DETAIL FIELD AT FEED-HASH-OFFSET/LENGTH (AT *
000192*   MOST 15 DIGITS), KEPT TO THE TRAILER'S WIDTH AS THE EXTRACT  *
000193*   TEAM TRUNCATES IT.  ALL OFFSETS ARE 1-RELATIVE WITHIN THE    *
000194*   DATA AREA.  A FEED WITH A BLANK FEED-HDR-TYPE HAS NO RECEIPT *
000195*   CONTROLS DECLARED.                                           *
000196*                                                                *
000197*   COPIED BY NSPCNCHG AND NSPCRCPT.                             *
000200*                                                                *
000210*   MODIFICATION HISTORY                                         *
000220*   ---------------------------------------------------------    *
000230*   DATE       INIT  DESCRIPTION                                 *
000240*   ---------- ----  ----------------------------------------    *
000250*   2026-10-08 RLK   ORIGINAL.                                   *
000252*   2026-10-12 RLK   ADDED THE RECEIPT CONTROLS NSPCRCPT CHECKS  *
000254*                    A DELIVERY BY, ON THE FIRST 21 BYTES OF     *
000256*                    THE FILLER.  RECORD LENGTH UNCHANGED.       *
000260*                                                                *
000270******************************************************************
000280 01  NSPCFEED-RECORD.
000290     03  FEED-ID                     PIC X(08).
000300     03  FEED-KEY-OFFSET             PIC 9(03).
000310     03  FEED-KEY-LENGTH             PIC 9(03).
000320     03  FEED-HDR-TYPE               PIC X(01).
000330     03  FEED-TRL-TYPE               PIC X(01).
000340     03  FEED-DATE-OFFSET            PIC 9(03).
000350     03  FEED-DATE-LAG               PIC 9(01).
000360     03  FEED-COUNT-OFFSET           PIC 9(03).
000370     03  FEED-COUNT-LENGTH           PIC 9(02).
000380     03  FEED-HASH-OFFSET            PIC 9(03).
000390     03  FEED-HASH-LENGTH            PIC 9(02).
000400     03  FEED-TOTAL-OFFSET           PIC 9(03).
000410     03  FEED-TOTAL-LENGTH           PIC 9(02).
000420     03  FILLER                      PIC X(45).
