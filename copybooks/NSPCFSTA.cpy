000110*   ALREADY CARRIES.  NSPCFTRD READS THE FILE BACK AND REPORTS   *
000120*   EACH RULE'S NIGHT-OVER-NIGHT MOVEMENT, SO A SINGLE           *
000130*   DEGRADING FIELD OF THE EXTRACT IS NAMED BY RULE NUMBER       *
000140*   INSTEAD OF INFERRED FROM SYSOUT.  RECORD LENGTH 48.          *
000143*   FSTA-FEED-ID NAMES THE UPSTREAM FEED - RULE NUMBERS ARE      *
000146*   ONLY MEANINGFUL WITHIN ONE FEED'S RULE SET.                  *
000147*   FSTA-RUN-STATUS IS BLANK OR 'C' FOR A CURRENT RUN AND 'S'    *
000148*   FOR ONE THE NSPCBKOT BACK-OUT JOB HAS SUPERSEDED; NSPCFTRD   *
000149*   PASSES SUPERSEDED RECORDS OVER.                              *
000150*                                                                *
000160*   A WHOLE-RECORD RUN (EMPTY NSPCRULE) HAS NO RULES AND         *
000170*   APPENDS NOTHING HERE - ITS TOTALS LIVE IN NSPCHIST ALONE.    *
000240*   DATE       INIT  DESCRIPTION                                 *
000250*   ---------- ----  ----------------------------------------    *
000260*   2026-09-02 RLK   ORIGINAL.                                   *
000262*   2026-10-05 RLK   ADDED FSTA-FEED-ID AHEAD OF THE TRAILING    *
000264*                    FILLER (EXISTING FIELD OFFSETS UNCHANGED).  *
000266*                    RECORD LENGTH 40 TO 48.                     *
000268*   2026-10-15 RLK   FSTA-RUN-STATUS TAKEN FROM THE TRAILING     *
000270*                    FILLER BYTE - NSPCBKOT MARKS A BACKED-OUT   *
000272*                    RUN'S RECORDS SUPERSEDED IN PLACE.  RECORD  *
000274*                    LENGTH UNCHANGED.                           *
000276*                                                                *
000280******************************************************************
000290 01  NSPCFSTA-RECORD.
000300     03  FSTA-RUN-DATE               PIC 9(08).
000330     03  FSTA-FLDS-CLEANED           PIC 9(09).
000340     03  FSTA-CHARS-REMOVED          PIC 9(09).
000350     03  FSTA-FLDS-REJECTED          PIC 9(07).
000355     03  FSTA-FEED-ID                PIC X(08).
000360     03  FSTA-RUN-STATUS             PIC X(01).
000370         88  FSTA-CURRENT                VALUE ' ' 'C'.
000380         88  FSTA-SUPERSEDED             VALUE 'S'.
