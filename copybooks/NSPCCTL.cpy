000030*   NSPCCTL.CPY                                                 *
000040*                                                                *
000050*   HEADER/TRAILER CONTROL-RECORD LAYOUT FOR THE CLEANED        *
000060*   OUTPUT FILES.  NOSPCBAT WRITES ONE HEADER (RUN DATE,        *
000070*   NSPCOUT GENERATION, AND FEED ID) AS THE FIRST RECORD OF     *
000075*   NSPCOUT AND ONE TRAILER (RECORDS WRITTEN, REJECTS,          *
000080*   CHARACTERS REMOVED - THE SAME TOTALS THAT GO TO NSPCHIST)   *
000090*   AS THE LAST; NSPCREPR DOES THE SAME ON NSPCSUPP             *
000100*   (GENERATION ZERO).  THE TRAILER COUNTS DESCRIBE THE FILE    *
000102*   THEY RIDE ON: CTL-RECS-WRITTEN IS THE DATA RECORDS PRESENT  *
000104*   AND CTL-RECS-REJECTED IS THE 999 REJECT MARKERS PRESENT -   *
000106*   NSPCVRFY RECOUNTS BOTH.  NSPCSUPP CARRIES NO MARKERS, SO    *
000108*   ITS TRAILER ALWAYS SAYS ZERO REJECTED.  A CONTROL RECORD    *
000109*   RIDES IN THE NORMAL OUTPUT LAYOUT WITH THE LENGTH FIELD     *
000110*   SET TO 998 (THE REJECT MARKER IS 999) AND THIS LAYOUT       *
000120*   OVERLAID ON THE 150-BYTE DATA AREA, SO EVERY EXISTING       *
000130*   READER CAN TELL A CONTROL RECORD FROM DATA BY LENGTH        *
000140*   ALONE.  THE STANDALONE NSPCVRFY VERIFIER RECOUNTS THE FILE  *
000150*   AGAINST ITS TRAILER SO A TRUNCATED GENERATION IS CAUGHT     *
000160*   BEFORE THE DOWNSTREAM LOAD RUNS, NOT TWO DAYS AFTER.        *
000190*                                                                *
000200*   COPIED BY NOSPCBAT, NSPCREPR, NSPCVRFY, AND NSPCRPT SO THE  *
000210*   WRITERS AND THE READERS SHARE ONE LAYOUT THAT CANNOT DRIFT. *
000220*                                                                *
000230*   MODIFICATION HISTORY                                         *
000240*   ---------------------------------------------------------    *
000250*   DATE       INIT  DESCRIPTION                                 *
000260*   ---------- ----  ----------------------------------------    *
000270*   2026-09-02 RLK   ORIGINAL.                                   *
000272*   2026-10-05 RLK   ADDED CTL-FEED-ID, CARVED FROM THE          *
000274*                    TRAILING FILLER - THE UPSTREAM FEED THE     *
000276*                    GENERATION BELONGS TO.  LENGTH UNCHANGED.   *
000280*                                                                *
000290******************************************************************
000300 01  NSPCCTL-RECORD.
000360     03  CTL-RECS-WRITTEN            PIC 9(07).
000370     03  CTL-RECS-REJECTED           PIC 9(07).
000380     03  CTL-CHARS-REMOVED           PIC 9(09).
000385     03  CTL-FEED-ID                 PIC X(08).
000390     03  FILLER                      PIC X(104).
