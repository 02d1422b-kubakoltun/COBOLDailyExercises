000010******************************************************************
000020*                                                                *
000030*   NSPCLEDG.CPY                                                 *
000040*                                                                *
000050*   RECORD LAYOUT OF THE NSPCLEDG RUN-CONTROL LEDGER.  EVERY JOB *
000060*   OF THE NIGHTLY SUITE (NSPCRCPT, NSPCRSEL, NOSPCBAT, NSPCRPT, *
000070*   NSPCVRFY, NSPCDUPE, NSPCREPR, NSPCJRNL, NSPCSAGE) BUILDS ONE *
000080*   ENTRY IN THIS LAYOUT AND HANDS IT TO NSPCLPST AT END OF JOB, *
000090*   WHICH STAMPS THE END DATE AND TIME AND APPENDS IT TO THE     *
000100*   LEDGER.  NSPCOPSM READS THE LEDGER BACK FOR THE MORNING      *
000110*   OPERATIONS SUMMARY.  RECORD LENGTH 200.  THE LEDGER IS       *
000120*   CUMULATIVE, LIKE NSPCHIST, AND A RERUN SIMPLY ADDS A LATER   *
000126*   ENTRY.  NSPCBKOT, WHICH BACKS OUT A BAD NIGHT AHEAD OF ITS   *
000132*   RERUN, POSTS ONE THE SAME WAY.                               *
000140*                                                                *
000150*   LEDG-FEED-ID IS SPACES FOR A JOB THAT IS NOT RUN FOR ONE     *
000160*   FEED (NSPCJRNL, NSPCSAGE).  LEDG-RUN-DATE IS THE DATE THE    *
000170*   JOB RAN FOR - THE NSPCOUT HEADER'S RUN DATE WHERE THE JOB    *
000180*   READS ONE, OTHERWISE THE JOB'S OWN RUN DATE.                 *
000190*   LEDG-GENERATION IS THE NSPCOUT GENERATION WHERE THE JOB      *
000200*   KNOWS IT, OTHERWISE ZERO.  THE START AND END TIMES ARE       *
000210*   HHMMSSHH.                                                    *
000220*                                                                *
000230*   LEDG-COUNTS CARRIES UP TO SIX OF THE JOB'S KEY COUNTS, EACH  *
000240*   UNDER A NAME, UNUSED SLOTS BLANK AND ZERO:                   *
000250*     NSPCRCPT  RECORDS  DETAILS  REASON                         *
000260*     NSPCRSEL  RULESRD  RULESWRT SETDATE                        *
000270*     NOSPCBAT  READ     CLEANED  REJECTED SUSPENSE CHARSOUT     *
000280*     NSPCRPT   PAIRS    EXCEPTNS KEYED    MASKED                *
000290*     NSPCVRFY  DATARECS REJECTS  TRLRECS  TRLREJ   BALANCED     *
000300*     NSPCDUPE  PAIRS    COMPARED DUPGRPS  DUPRECS               *
000310*     NSPCREPR  RELEASED CLEANED  RESUSP   PASSED                *
000320*     NSPCJRNL  ONLCALLS ONLREJ   BATRUNS  BATFLDS  BATREJ       *
000330*     NSPCSAGE  OPEN     ESCALATE                                *
000333*     NSPCBKOT  HISTSUPR FSTASUPR EXCPDEL  EXCUDEL  WITHDRWN     *
000336*               RESTORED                                         *
000340*   BALANCED IS 1 WHEN NSPCVRFY BALANCED THE FILE AGAINST ITS    *
000350*   TRAILER, OTHERWISE 0.                                        *
000352*                                                                *
000354*   LEDG-FILE-ID NAMES THE FILE NSPCVRFY CHECKED - NSPCOUT,      *
000356*   NSPCSUPP, OR NSPCMOUT - SO THE BALANCE OF EACH IS KEPT       *
000358*   APART.  ONLY NSPCVRFY SETS IT; AN NSPCVRFY ENTRY POSTED      *
000359*   BEFORE THE FILE WAS RECORDED HAS IT BLANK.                   *
000360*                                                                *
000370*   COPIED INTO WORKING-STORAGE BY EACH POSTING JOB AND BY       *
000380*   NSPCOPSM, AND INTO THE LINKAGE SECTION OF NSPCLPST.          *
000390*                                                                *
000400*   MODIFICATION HISTORY                                         *
000410*   ---------------------------------------------------------    *
000420*   DATE       INIT  DESCRIPTION                                 *
000430*   ---------- ----  ----------------------------------------    *
000440*   2026-10-13 RLK   ORIGINAL.                                   *
000442*   2026-10-15 RLK   NSPCBKOT, THE BACK-OUT OF A BAD NIGHT,      *
000444*                    POSTS AN ENTRY TOO; ITS COUNTS ADDED TO     *
000446*                    THE LIST.                                   *
000447*   2026-10-15 RLK   LEDG-FILE-ID ADDED, FROM THE FILLER, FOR    *
000448*                    THE FILE NSPCVRFY CHECKED.                  *
000450*                                                                *
000460******************************************************************
000470 01  NSPCLEDG-RECORD.
000480     03  LEDG-JOB                    PIC X(08).
000490     03  LEDG-FEED-ID                PIC X(08).
000500     03  LEDG-RUN-DATE               PIC 9(08).
000510     03  LEDG-GENERATION             PIC 9(04).
000520     03  LEDG-RETURN-CODE            PIC 9(02).
000530     03  LEDG-START-DATE             PIC 9(08).
000540     03  LEDG-START-TIME             PIC 9(08).
000550     03  LEDG-END-DATE               PIC 9(08).
000560     03  LEDG-END-TIME               PIC 9(08).
000570     03  LEDG-COUNTS.
000580         05  LEDG-COUNT              OCCURS 6 TIMES.
000590             07  LEDG-COUNT-NAME     PIC X(08).
000600             07  LEDG-COUNT-VALUE    PIC 9(11).
000605     03  LEDG-FILE-ID                PIC X(08).
000610     03  FILLER                      PIC X(16).
