000030*   NSPCRMST.CPY                                                 *
000040*                                                                *
000050*   RECORD LAYOUT OF THE NSPCRMST KEYED (VSAM KSDS) RULE         *
000060*   MASTER.  ONE RECORD PER RULE PER EFFECTIVE-DATED RULE        *
000070*   SET, KEYED BY FEED, EFFECTIVE DATE, AND RULE SEQUENCE -      *
000072*   EVERY UPSTREAM FEED (CLAIMS, VENDOR MASTER, MEMBER           *
000074*   ADDRESS, ...) CARRIES ITS OWN DATED RULE SETS FOR ITS        *
000076*   OWN LAYOUT.  THE NSPCRMNT ON-LINE MAINTENANCE                *
000080*   TRANSACTION ADDS, CHANGES, DELETES, AND BROWSES THESE        *
000090*   RECORDS WITH THE SAME EDITS NOSPCBAT APPLIES AT              *
000100*   1230-EDIT-ONE-RULE, SO A BAD RULE IS CAUGHT AT KEYING        *
000110*   TIME INSTEAD OF AT 2 AM; THE NSPCRSEL SELECT JOB READS       *
000120*   THE SET IN EFFECT FOR THE RUN DATE AND WRITES THE FLAT       *
000130*   NSPCRULE CONTROL FILE THE NIGHTLY RUN ALREADY READS.  A      *
000140*   RULE SET FOR A FUTURE EFFECTIVE DATE CAN THEREFORE BE        *
000150*   STAGED IN ADVANCE AND TAKES OVER BY ITSELF ON THE NIGHT.     *
000160*                                                                *
000170*   RMST-DETAIL IS BYTE FOR BYTE THE RULE-DETAIL GROUP OF THE    *
000180*   NSPCRULE COPYBOOK, SO A SELECTED RULE IS MOVED TO THE FLAT   *
000190*   FILE WITH ONE GROUP MOVE.  KEEP THE TWO IN STEP BY HAND IF   *
000194*   NSPCRULE EVER CHANGES.  RMST-COLUMN-NAME LIES OUTSIDE        *
000198*   RMST-DETAIL AND IS NOT CARRIED TO NSPCRULE - IT IS READ      *
000202*   ONLY BY THE NSPCDELM DELIMITED EXPORT (BLANK = FIELDnn,      *
000206*   THE RULE SEQUENCE).                                          *
000210*                                                                *
000220*   KSDS KEY: RMST-KEY (FEED ID + EFFECTIVE DATE + RULE          *
000230*   SEQUENCE), OFFSET 0, LENGTH 18.  RECORD LENGTH 88.           *
000240*                                                                *
000250*   MODIFICATION HISTORY                                         *
000260*   ---------------------------------------------------------    *
000300*                    NEW RULE-CONTENT-TYPE IN NSPCRULE.  THE     *
000301*                    RECORD WAS FULL - LENGTH 40 TO 50 WITH 9    *
000302*                    TRAILING FILLER BYTES.                      *
000303*   2026-10-05 RLK   ADDED RMST-FEED-ID AT THE FRONT OF THE KEY  *
000304*                    SO EACH UPSTREAM FEED KEEPS ITS OWN DATED   *
000305*                    RULE SETS.  KEY 10 TO 18, RECORD LENGTH 50  *
000306*                    TO 58 - THE KSDS IS REDEFINED AND THE OLD   *
000307*                    RULES RELOADED UNDER FEED ID DAILYEXT.      *
000308*   2026-10-06 RLK   ADDED RMST-XLATE-TABLE, IN STEP WITH THE    *
000309*                    NEW RULE-XLATE-TABLE IN NSPCRULE.  TAKEN    *
000310*                    FROM THE FILLER - RECORD LENGTH STILL 58.   *
000311*   2026-10-10 RLK   ADDED RMST-SENSITIVE, IN STEP WITH THE NEW  *
000312*                    RULE-SENSITIVE IN NSPCRULE.  TAKEN FROM     *
000313*                    THE LAST FILLER BYTE - RECORD LENGTH STILL  *
000314*                    58, AND THE RECORD IS NOW FULL.             *
000315*   2026-10-14 RLK   ADDED RMST-COLUMN-NAME AFTER RMST-DETAIL -  *
000316*                    THE COLUMN NAME NSPCDELM GIVES THE RULE'S   *
000317*                    FIELD IN A DELIMITED EXPORT, KEYED WITH     *
000318*                    THE NSPR COL ACTION.  OUTSIDE RMST-DETAIL,  *
000319*                    SO NSPCRULE IS UNCHANGED.  RECORD LENGTH    *
000320*                    58 TO 88 WITH 10 TRAILING FILLER BYTES -    *
000321*                    THE KSDS IS REDEFINED AND THE RULES         *
000322*                    RELOADED WITH BLANK NAMES.                  *
000323*                                                                *
000324******************************************************************
000325 01  NSPCRMST-RECORD.
000330     03  RMST-KEY.
000335         05  RMST-FEED-ID            PIC X(08).
000340         05  RMST-EFF-DATE           PIC 9(08).
000350         05  RMST-RULE-SEQ           PIC 9(02).
000360     03  RMST-DETAIL.
000452         05  RMST-REC-TYPE           PIC X(01).
000454         05  RMST-REPLACE-CHAR       PIC X(01).
000456         05  RMST-CONTENT-TYPE       PIC X(01).
000458         05  RMST-XLATE-TABLE        PIC X(08).
000460         05  RMST-SENSITIVE          PIC X(01).
000470     03  RMST-COLUMN-NAME            PIC X(20).
000480     03  FILLER                      PIC X(10).
