000010******************************************************************
000020*                                                                *
000030*   NSPCXAUD.CPY                                                 *
000040*                                                                *
000050*   RECORD LAYOUT OF THE NSPCXAUD KEYED (VSAM KSDS) TRANSLATION  *
000060*   TABLE AUDIT FILE.  THE NSPCXMNT ON-LINE MAINTENANCE          *
000070*   TRANSACTION WRITES ONE RECORD PER SUCCESSFUL ADD, CHANGE,    *
000080*   OR DELETE AGAINST NSPCXLAT - WHO KEYED IT, WHEN, THE TABLE   *
000090*   ENTRY TOUCHED, AND THE BEFORE AND AFTER IMAGES OF THE        *
000100*   ENTRY DATA (BEFORE IS SPACES ON AN ADD, AFTER IS SPACES ON   *
000110*   A DELETE), EXACTLY AS NSPCRAUD DOES FOR THE RULE MASTER.     *
000120*                                                                *
000130*   KSDS KEY: XAUD-KEY (DATE + TIME + TABLE ENTRY KEY), OFFSET   *
000140*   0, LENGTH 23.  RECORD LENGTH 100.                            *
000150*                                                                *
000160*   MODIFICATION HISTORY                                         *
000170*   ---------------------------------------------------------    *
000180*   DATE       INIT  DESCRIPTION                                 *
000190*   ---------- ----  ----------------------------------------    *
000200*   2026-10-06 RLK   ORIGINAL.                                   *
000210*                                                                *
000220******************************************************************
000230 01  NSPCXAUD-RECORD.
000240     03  XAUD-KEY.
000250         05  XAUD-DATE               PIC 9(08).
000260         05  XAUD-TIME               PIC 9(06).
000270         05  XAUD-TABLE-NAME         PIC X(08).
000280         05  XAUD-FROM-BYTE          PIC X(01).
000290     03  XAUD-USER                   PIC X(08).
000300     03  XAUD-ACTION                 PIC X(01).
000310         88  XAUD-ACTION-ADD             VALUE 'A'.
000320         88  XAUD-ACTION-CHANGE          VALUE 'C'.
000330         88  XAUD-ACTION-DELETE          VALUE 'D'.
000340     03  XAUD-BEFORE-DATA            PIC X(31).
000350     03  XAUD-AFTER-DATA             PIC X(31).
000360     03  FILLER                      PIC X(06).
