000060*   NOSPCBAT APPENDS ONE RECORD PER COMPLETED RUN, KEYED BY RUN  *
000070*   DATE AND NSPCOUT GENERATION, CARRYING THE NIGHT'S RECORD     *
000080*   COUNTERS AND NoSpace STATS; NSPCTRND READS THE FILE BACK     *
000090*   FOR THE NIGHT-OVER-NIGHT TREND REPORT.  RECORD LENGTH 69.    *
000092*                                                                *
000094*   HIST-FEED-ID NAMES THE UPSTREAM FEED THE RUN CLEANED - ALL   *
000096*   FEEDS APPEND TO THE ONE FILE, AND EVERY READER COMPARES A    *
000098*   RUN ONLY AGAINST EARLIER RUNS OF THE SAME FEED.              *
000099*                                                                *
000100*   HIST-RUN-STATUS IS BLANK OR 'C' FOR A CURRENT RUN AND 'S'    *
000101*   FOR ONE THE NSPCBKOT BACK-OUT JOB HAS SUPERSEDED - THE BAD   *
000102*   NIGHT STAYS ON FILE FOR THE RECORD, BUT EVERY READER PASSES  *
000103*   IT OVER, SO ONLY THE RERUN THAT REPLACED IT IS REPORTED.     *
000104*                                                                *
000110*   COPIED UNDER THE NSPCHIST FD OF BOTH PROGRAMS SO THE         *
000120*   WRITER AND THE READER SHARE ONE LAYOUT THAT CAN NEVER        *
000130*   DRIFT APART.                                                 *
000190*   2026-08-21 RLK   ORIGINAL - PULLED OUT OF NOSPCBAT AND       *
000200*                    NSPCTRND, WHICH EACH CARRIED A HAND-KEPT    *
000210*                    COPY OF THE SAME LAYOUT.                    *
000212*   2026-10-05 RLK   ADDED HIST-FEED-ID AT THE END OF THE        *
000214*                    RECORD (EXISTING FIELD OFFSETS UNCHANGED).  *
000216*                    RECORD LENGTH 60 TO 68.                     *
000218*   2026-10-15 RLK   ADDED HIST-RUN-STATUS AT THE END OF THE     *
000220*                    RECORD (EXISTING FIELD OFFSETS              *
000222*                    UNCHANGED).  NSPCBKOT MARKS A BACKED-OUT    *
000224*                    RUN SUPERSEDED IN PLACE, AND EVERY READER   *
000226*                    PASSES IT OVER.  RECORD LENGTH 68 TO 69.    *
000228*                                                                *
000230******************************************************************
000240 01  NSPCHIST-RECORD.
000250     03  HIST-RUN-DATE               PIC 9(08).
000300     03  HIST-FLDS-PROCESSED         PIC 9(09).
000310     03  HIST-FLDS-REJECTED          PIC 9(09).
000320     03  HIST-CHARS-REMOVED          PIC 9(09).
000330     03  HIST-FEED-ID                PIC X(08).
000340     03  HIST-RUN-STATUS             PIC X(01).
000350         88  HIST-CURRENT                VALUE ' ' 'C'.
000360         88  HIST-SUPERSEDED             VALUE 'S'.
