000060*   FILE.  NSPCRPT WRITES ONE RECORD PER EXCEPTION IT FINDS -    *
000070*   A REJECTED-MARKER PAIR OR A PAIR AT/OVER THE PERCENT-        *
000080*   REMOVED THRESHOLD - CARRYING THE FULL BEFORE AND AFTER      *
000090*   IMAGES.  THE NSPCINQ ON-LINE INQUIRY READS IT BACK BY FEED,  *
000100*   RUN DATE, AND RECORD NUMBER.  COPIED BY BOTH SIDES SO THE   *
000110*   LAYOUTS NEVER DRIFT APART.                                   *
000111*                                                                *
000112*   THE FIELDS THE RULE SET MARKS SENSITIVE ARE MASKED IN BOTH   *
000113*   IMAGES (SEE NSPCMBLK).  NSPCRPT KEYS THE UNMASKED RECORD, IN *
000114*   THIS SAME LAYOUT AND UNDER THE SAME KEY, TO THE              *
000115*   READ-PROTECTED NSPCEXCU CLEAR-COPY KSDS, WHICH NSPCINQ SHOWS *
000116*   ONLY TO THE AUTHORIZED GROUP.                                *
000120*                                                                *
000130*   KSDS KEY: EXCP-KEY (FEED ID + RUN DATE + RECORD NUMBER),     *
000140*   OFFSET 0, LENGTH 23.  RECORD LENGTH 333.                     *
000150*                                                                *
000160*   MODIFICATION HISTORY                                         *
000170*   ---------------------------------------------------------    *
000180*   DATE       INIT  DESCRIPTION                                 *
000190*   ---------- ----  ----------------------------------------    *
000200*   2026-08-21 RLK   ORIGINAL.                                   *
000202*   2026-10-05 RLK   ADDED EXCP-FEED-ID AT THE FRONT OF THE KEY  *
000204*                    SO TWO FEEDS' RECORD NUMBERS FOR ONE NIGHT  *
000206*                    NEVER COLLIDE.  KEY 15 TO 23, RECORD        *
000208*                    LENGTH 325 TO 333.                          *
000210*   2026-10-10 RLK   REMARKS ONLY - SENSITIVE FIELDS ARE NOW     *
000212*                    MASKED IN BOTH IMAGES; THE CLEAR COPY IS    *
000214*                    KEPT ON NSPCEXCU.  LAYOUT UNCHANGED.        *
000216*                                                                *
000220******************************************************************
000230 01  NSPCEXCP-RECORD.
000240     03  EXCP-KEY.
000245         05  EXCP-FEED-ID            PIC X(08).
000250         05  EXCP-RUN-DATE           PIC 9(08).
000260         05  EXCP-RECORD-NUMBER      PIC 9(07).
000270     03  EXCP-REASON                 PIC X(01).
