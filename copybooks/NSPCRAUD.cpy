000090*   RULE KEY TOUCHED, AND THE BEFORE AND AFTER IMAGES OF THE     *
000100*   RULE DETAIL (BEFORE IS SPACES ON AN ADD, AFTER IS SPACES     *
000110*   ON A DELETE) - SO EVERY RULE THE NIGHTLY RUN EVER CLEANS     *
000115*   UNDER CAN BE TRACED TO THE HAND THAT SET IT.  A COLUMN NAME  *
000120*   KEYED WITH COL IS AUDITED AS ACTION N WITH THE OLD AND NEW   *
000125*   NAMES AS THE IMAGES.                                         *
000130*                                                                *
000140*   KSDS KEY: AUD-KEY (DATE + TIME + RULE KEY), OFFSET 0,        *
000150*   LENGTH 32.  RECORD LENGTH 122.                               *
000160*                                                                *
000170*   MODIFICATION HISTORY                                         *
000180*   ---------------------------------------------------------    *
000218*   2026-09-02 RLK   WIDENED THE BEFORE/AFTER IMAGES TO 31       *
000219*                    BYTES - RULE-DETAIL NOW CARRIES THE         *
000220*                    CONTENT TYPE.  RECORD LENGTH 94 TO 96.      *
000221*   2026-10-05 RLK   ADDED AUD-FEED-ID TO THE RULE KEY PART OF   *
000222*                    AUD-KEY, IN STEP WITH THE NEW RMST-FEED-ID. *
000223*                    KEY 24 TO 32, RECORD LENGTH 96 TO 104.      *
000224*   2026-10-06 RLK   WIDENED THE BEFORE/AFTER IMAGES TO 39       *
000225*                    BYTES - RULE-DETAIL NOW CARRIES THE         *
000226*                    TRANSLATION TABLE NAME.  RECORD LENGTH 104  *
000227*                    TO 120.                                     *
000228*   2026-10-10 RLK   WIDENED THE BEFORE/AFTER IMAGES TO 40       *
000229*                    BYTES - RULE-DETAIL NOW CARRIES THE         *
000230*                    SENSITIVE-DATA FLAG.  RECORD LENGTH 120 TO  *
000231*                    122.                                        *
000232*   2026-10-14 RLK   ADDED ACTION N - A COLUMN NAME KEYED WITH   *
000233*                    THE NSPR COL ACTION.  THE BEFORE/AFTER      *
000234*                    IMAGES CARRY THE OLD AND NEW                *
000235*                    RMST-COLUMN-NAME IN THEIR FIRST 20          *
000236*                    BYTES.  RECORD LENGTH UNCHANGED.            *
000237*                                                                *
000238******************************************************************
000240 01  NSPCRAUD-RECORD.
000250     03  AUD-KEY.
000260         05  AUD-DATE                PIC 9(08).
000270         05  AUD-TIME                PIC 9(06).
000275         05  AUD-FEED-ID             PIC X(08).
000280         05  AUD-EFF-DATE            PIC 9(08).
000290         05  AUD-RULE-SEQ            PIC 9(02).
000300     03  AUD-USER                    PIC X(08).
000320         88  AUD-ACTION-ADD              VALUE 'A'.
000330         88  AUD-ACTION-CHANGE           VALUE 'C'.
000340         88  AUD-ACTION-DELETE           VALUE 'D'.
000345         88  AUD-ACTION-NAME             VALUE 'N'.
000350     03  AUD-BEFORE-DETAIL           PIC X(40).
000360     03  AUD-AFTER-DETAIL            PIC X(40).
000370     03  FILLER                      PIC X(01).
