000010******************************************************************
000020*                                                                *
000030*   NSPCQAUD.CPY                                                 *
000040*                                                                *
000050*   RECORD LAYOUT OF THE NSPCQAUD KEYED (VSAM KSDS) SUSPENSE     *
000060*   WORK QUEUE AUDIT FILE.  THE NSPCSWRK ON-LINE TRANSACTION     *
000070*   WRITES ONE RECORD PER SUCCESSFUL CORRECTION, RELEASE, OR     *
000080*   WRITE-OFF AGAINST NSPCSWQ - WHO KEYED IT, WHEN, THE QUEUE    *
000090*   ITEM TOUCHED, AND THE BEFORE AND AFTER IMAGES OF THE ITEM    *
000100*   (STATUS, WRITE-OFF CODE, LENGTH, AND DATA - SWQ-ITEM-IMAGE), *
000110*   AS NSPCRAUD DOES FOR THE RULE MASTER.  THE FIRST BEFORE      *
000120*   IMAGE OF AN ITEM IS THE DATA AS IT SUSPENDED.                *
000130*                                                                *
000140*   KSDS KEY: QAUD-KEY (DATE + TIME + QUEUE KEY), OFFSET 0,      *
000150*   LENGTH 37.  RECORD LENGTH 360.                               *
000160*                                                                *
000170*   MODIFICATION HISTORY                                         *
000180*   ---------------------------------------------------------    *
000190*   DATE       INIT  DESCRIPTION                                 *
000200*   ---------- ----  ----------------------------------------    *
000210*   2026-10-09 RLK   ORIGINAL.                                   *
000220*                                                                *
000230******************************************************************
000240 01  NSPCQAUD-RECORD.
000250     03  QAUD-KEY.
000260         05  QAUD-DATE               PIC 9(08).
000270         05  QAUD-TIME               PIC 9(06).
000280         05  QAUD-FEED-ID            PIC X(08).
000290         05  QAUD-FIRST-DATE         PIC 9(08).
000300         05  QAUD-RECORD-NUMBER      PIC 9(07).
000310     03  QAUD-USER                   PIC X(08).
000320     03  QAUD-ACTION                 PIC X(01).
000330         88  QAUD-ACTION-CORRECT         VALUE 'C'.
000340         88  QAUD-ACTION-RELEASE         VALUE 'R'.
000350         88  QAUD-ACTION-WRITE-OFF       VALUE 'W'.
000360     03  QAUD-BEFORE-IMAGE           PIC X(156).
000370     03  QAUD-AFTER-IMAGE            PIC X(156).
000380     03  FILLER                      PIC X(02).
