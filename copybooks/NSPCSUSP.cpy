000060*   WRITES ONE RECORD HERE FOR EVERY NSPCIN RECORD IT REJECTS    *
000070*   (IN ADDITION TO THE 999 MARKER RECORD THAT KEEPS NSPCOUT     *
000080*   IN LOCKSTEP), CARRYING THE FULL ORIGINAL DATA, SO A REJECT   *
000086*   MEANS "DELAYED", NOT "LOST".  NSPCSWLD LOADS EACH            *
000092*   GENERATION ONTO THE NSPCSWQ WORK QUEUE, WHERE THE RECORDS    *
000098*   ARE CORRECTED AND RELEASED, AND NSPCREPR STAGES EACH         *
000104*   RELEASED ITEM IN THIS LAYOUT AND CLEANS IT THROUGH THE SAME  *
000110*   NoSpace CLEANING INTO THE NSPCSUPP SUPPLEMENTAL OUTPUT.      *
000120*   COPIED BY EVERY SIDE SO THE LAYOUTS NEVER DRIFT APART.       *
000130*                                                                *
000140*   SUSP-REASON IS THE RESULT/BLOCK RETURN CODE THAT REJECTED    *
000150*   THE RECORD (90 BAD LENGTH, 91 BAD PROTECT COUNT, 92 BAD      *
000162*   NUMERIC, 81 BAD DATE, 82 REQUIRED FIELD EMPTY);              *
000164*   SUSP-FIELD-NUMBER IS THE NSPCRULE RULE THAT                  *
000170*   FAILED, OR ZERO FOR A RECORD-LEVEL REJECT.  RECORD LENGTH    *
000180*   190.  SUSP-FEED-ID NAMES THE UPSTREAM FEED THE RECORD CAME   *
000181*   IN ON.                                                       *
000182*                                                                *
000184*   SUSP-FIRST-DATE IS THE NIGHT THE RECORD FIRST SUSPENDED      *
000185*   AND SUSP-ATTEMPTS COUNTS THE NSPCREPR REPAIR PASSES IT HAS   *
000247*                    AND ESCALATION REPORTING.  RECORD LENGTH    *
000248*                    172 TO 182 - PRE-CHANGE GENERATIONS ARE     *
000249*                    SHORT AND MUST BE WORKED OFF OR RELOADED.   *
000250*   2026-10-05 RLK   ADDED SUSP-FEED-ID AT THE END OF THE        *
000251*                    RECORD (EXISTING FIELD OFFSETS UNCHANGED).  *
000252*                    RECORD LENGTH 182 TO 190.                   *
000253*   2026-10-09 RLK   REMARKS ONLY - THE FILE IS NOW LOADED ONTO  *
000254*                    THE NSPCSWQ WORK QUEUE BY NSPCSWLD AND      *
000255*                    WORKED THERE.  LAYOUT UNCHANGED.            *
000256*                                                                *
000260******************************************************************
000270 01  NSPCSUSP-RECORD.
000280     03  SUSP-RUN-DATE               PIC 9(08).
000330     03  SUSP-IN-DATA                PIC X(150).
000340     03  SUSP-FIRST-DATE             PIC 9(08).
000350     03  SUSP-ATTEMPTS               PIC 9(02).
000360     03  SUSP-FEED-ID                PIC X(08).
