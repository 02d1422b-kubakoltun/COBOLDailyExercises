000010******************************************************************
000020*                                                                *
000030*   NSPCSWQ.CPY                                                  *
000040*                                                                *
000050*   RECORD LAYOUT OF THE NSPCSWQ KEYED (VSAM KSDS) SUSPENSE WORK *
000060*   QUEUE.  NSPCSWLD LOADS EVERY NSPCSUSP RECORD NOSPCBAT WRITES *
000070*   ONTO THE QUEUE AS AN OPEN ITEM; THE EXTRACT TEAM WORKS THE   *
000080*   ITEMS ON-LINE WITH THE NSPW TRANSACTION (NSPCSWRK) - BROWSE  *
000090*   BY AGE OR REASON, SHOW AN ITEM AGAINST ITS RULE, CORRECT THE *
000100*   DATA, RELEASE IT, OR WRITE IT OFF - AND NSPCREPR CLEANS THE  *
000110*   RELEASED ITEMS INTO NSPCSUPP.  AN ITEM NSPCREPR CLEANS IS    *
000120*   MARKED REPROCESSED; ONE THAT STILL REJECTS GOES BACK TO OPEN *
000125*   WITH THE NEW REASON AND ONE MORE ATTEMPT.  AN ITEM OF A      *
000130*   NIGHT BACKED OUT BY NSPCBKOT IS MARKED WITHDRAWN; THE        *
000135*   RERUN'S LOAD REPLACES IT UNDER THE SAME KEY.                 *
000140*                                                                *
000150*   THE KEY IS THE FEED, THE NIGHT THE RECORD FIRST SUSPENDED,   *
000160*   AND ITS RECORD NUMBER ON THAT NIGHT'S NSPCIN, SO AN ITEM     *
000170*   KEEPS ONE KEY FOR ITS WHOLE LIFE AND A FEED'S ITEMS BROWSE   *
000180*   OLDEST FIRST.  SWQ-RUN-DATE IS THE NIGHT IT LAST SUSPENDED   *
000190*   AND SWQ-REASON/SWQ-FIELD-NUMBER WHY (SAME CODES AS           *
000200*   SUSP-REASON AND SUSP-FIELD-NUMBER - SEE NSPCSUSP).           *
000210*                                                                *
000220*   SWQ-ITEM-IMAGE (STATUS, WRITE-OFF CODE, LENGTH, AND DATA) IS *
000230*   THE PART AN ON-LINE ACTION CHANGES, AND IS THE BEFORE AND    *
000240*   AFTER IMAGE WRITTEN TO THE NSPCQAUD AUDIT FILE.              *
000250*                                                                *
000260*   KSDS KEY: SWQ-KEY (FEED ID + FIRST-SUSPENDED DATE + RECORD   *
000270*   NUMBER), OFFSET 0, LENGTH 23.  RECORD LENGTH 230.            *
000280*                                                                *
000290*   MODIFICATION HISTORY                                         *
000300*   ---------------------------------------------------------    *
000310*   DATE       INIT  DESCRIPTION                                 *
000320*   ---------- ----  ----------------------------------------    *
000330*   2026-10-09 RLK   ORIGINAL.                                   *
000331*   2026-10-15 RLK   NEW STATUS X (WITHDRAWN) - AN ITEM OF A     *
000332*                    NIGHT THE NSPCBKOT BACK-OUT JOB HAS BACKED  *
000333*                    OUT.  IT IS NOT WORKABLE, AND NSPCSWLD      *
000334*                    REPLACES IT WHEN THE RERUN SUSPENDS THE     *
000335*                    SAME RECORD AGAIN.                          *
000340*                                                                *
000350******************************************************************
000360 01  NSPCSWQ-RECORD.
000370     03  SWQ-KEY.
000380         05  SWQ-FEED-ID             PIC X(08).
000390         05  SWQ-FIRST-DATE          PIC 9(08).
000400         05  SWQ-RECORD-NUMBER       PIC 9(07).
000410     03  SWQ-ITEM-IMAGE.
000420         05  SWQ-STATUS              PIC X(01).
000430             88  SWQ-STATUS-OPEN         VALUE 'O'.
000440             88  SWQ-STATUS-CORRECTED    VALUE 'C'.
000450             88  SWQ-STATUS-RELEASED     VALUE 'R'.
000460             88  SWQ-STATUS-WRITTEN-OFF  VALUE 'W'.
000470             88  SWQ-STATUS-REPROCESSED  VALUE 'P'.
000475             88  SWQ-STATUS-WITHDRAWN    VALUE 'X'.
000480             88  SWQ-STATUS-WORKABLE     VALUE 'O' 'C' 'R'.
000490*
000500*            WRITE-OFF REASONS - DP DUPLICATE OF A RECORD ALREADY
000510*            DELIVERED, RS RESENT BY THE SOURCE ON A LATER FEED,
000520*            NR NOT REQUIRED DOWNSTREAM, UC UNCORRECTABLE AND
000530*            REFERRED BACK TO THE SOURCE.
000540         05  SWQ-WRITEOFF-CODE       PIC X(02).
000550             88  SWQ-WRITEOFF-VALID      VALUE 'DP' 'RS'
000560                                               'NR' 'UC'.
000570         05  SWQ-IN-LEN              PIC 9(03).
000580         05  SWQ-IN-DATA             PIC X(150).
000590     03  SWQ-RUN-DATE                PIC 9(08).
000600     03  SWQ-REASON                  PIC 9(02).
000610     03  SWQ-FIELD-NUMBER            PIC 9(02).
000620     03  SWQ-ATTEMPTS                PIC 9(02).
000630     03  SWQ-LAST-USER               PIC X(08).
000640     03  SWQ-LAST-DATE               PIC 9(08).
000650     03  SWQ-LAST-TIME               PIC 9(06).
000660     03  FILLER                      PIC X(15).
