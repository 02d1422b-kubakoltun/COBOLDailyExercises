000010******************************************************************
000020*                                                                *
000030*   NSPCDLTA.CPY                                                 *
000040*                                                                *
000050*   NET-CHANGE DELTA RECORD LAYOUT.  NSPCNCHG MATCHES TONIGHT'S  *
000060*   NSPCOUT GENERATION AGAINST THE PRIOR ONE ON THE FEED'S       *
000070*   BUSINESS KEY (SEE NSPCFEED) AND WRITES ONE RECORD PER KEY    *
000080*   THAT WAS ADDED, CHANGED, OR DELETED, SO THE DOWNSTREAM LOAD  *
000090*   CAN APPLY THE NIGHT'S CHANGES INSTEAD OF RELOADING THE WHOLE *
000100*   GENERATION.  DLTA-LEN/DLTA-DATA ARE THE CLEANED RECORD       *
000110*   EXACTLY AS IT STANDS ON NSPCOUT - TONIGHT'S IMAGE FOR AN ADD *
000120*   OR CHANGE, THE PRIOR NIGHT'S IMAGE FOR A DELETE.             *
000130*                                                                *
000140*   DLTA-TYPE SAYS WHAT HAPPENED TO THE KEY:                     *
000150*     A - ADDED    - NEW TONIGHT.                                *
000160*     C - CHANGED  - THE UPSTREAM DATA CHANGED.                  *
000170*     R - RULE     - THE UPSTREAM DATA IS THE SAME, ONLY THE     *
000180*                    CLEANING RULES CHANGED (TONIGHT'S INPUT,    *
000190*                    CLEANED UNDER THE PRIOR NIGHT'S RULE SET,   *
000200*                    GIVES THE PRIOR NIGHT'S IMAGE BACK).        *
000210*     D - DELETED  - GONE TONIGHT.                               *
000220*                                                                *
000230*   THE FIRST AND LAST RECORDS ARE HEADER AND TRAILER CONTROL    *
000240*   RECORDS IN THE NSPCCTL STYLE - LENGTH 998, DLTA-TYPE BLANK,  *
000250*   AND THE CONTROL VIEW BELOW OVERLAID ON THE DATA AREA.  BOTH  *
000260*   CARRY THE RUN DATES, GENERATIONS, AND FEED OF THE TWO        *
000270*   GENERATIONS COMPARED; THE TRAILER ADDS THE COUNTS BY TYPE    *
000280*   (ZERO ON THE HEADER).  DCTL-RECS-WRITTEN IS THE DELTA        *
000290*   RECORDS BETWEEN THEM.                                        *
000300*                                                                *
000310*   COPIED BY NSPCNCHG.                                          *
000320*                                                                *
000330*   MODIFICATION HISTORY                                         *
000340*   ---------------------------------------------------------    *
000350*   DATE       INIT  DESCRIPTION                                 *
000360*   ---------- ----  ----------------------------------------    *
000370*   2026-10-08 RLK   ORIGINAL.                                   *
000380*                                                                *
000390******************************************************************
000400 01  NSPCDLTA-RECORD.
000410     03  DLTA-LEN                    PIC 9(03).
000420         88  DLTA-CONTROL                VALUE 998.
000430     03  DLTA-TYPE                   PIC X(01).
000440         88  DLTA-ADDED                  VALUE 'A'.
000450         88  DLTA-CHANGED                VALUE 'C'.
000460         88  DLTA-RULE-CHANGED           VALUE 'R'.
000470         88  DLTA-DELETED                VALUE 'D'.
000480     03  DLTA-DATA                   PIC X(150).
000490     03  DLTA-CTL                    REDEFINES DLTA-DATA.
000500         05  DCTL-ID                 PIC X(03).
000510             88  DCTL-ID-HEADER          VALUE 'HDR'.
000520             88  DCTL-ID-TRAILER         VALUE 'TRL'.
000530         05  DCTL-FEED-ID            PIC X(08).
000540         05  DCTL-RUN-DATE           PIC 9(08).
000550         05  DCTL-GENERATION         PIC 9(04).
000560         05  DCTL-PRIOR-RUN-DATE     PIC 9(08).
000570         05  DCTL-PRIOR-GENERATION   PIC 9(04).
000580         05  DCTL-KEY-OFFSET         PIC 9(03).
000590         05  DCTL-KEY-LENGTH         PIC 9(03).
000600         05  DCTL-RECS-WRITTEN       PIC 9(07).
000610         05  DCTL-ADDS               PIC 9(07).
000620         05  DCTL-CHANGES            PIC 9(07).
000630         05  DCTL-RULE-CHANGES       PIC 9(07).
000640         05  DCTL-DELETES            PIC 9(07).
000650         05  FILLER                  PIC X(74).
