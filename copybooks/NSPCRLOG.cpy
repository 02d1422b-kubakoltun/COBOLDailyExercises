000010******************************************************************
000020*                                                                *
000030*   NSPCRLOG.CPY                                                 *
000040*                                                                *
000050*   RECORD LAYOUT OF THE NSPCRLOG FEED-RECEIPT LOG.  NSPCRCPT    *
000060*   APPENDS ONE RECORD FOR EVERY DELIVERY IT CHECKS - ACCEPTED   *
000070*   OR NOT - SO THE LOG IS THE STANDING RECORD, FOR US AND FOR   *
000080*   THE EXTRACT TEAM, OF WHAT EACH FEED SENT AND WHEN IT         *
000090*   ARRIVED.  RECORD LENGTH 128.  THE LOG IS CUMULATIVE AND IS   *
000100*   NEVER AGED OFF.                                              *
000110*                                                                *
000120*   RLOG-FINGERPRINT IDENTIFIES THE DELIVERY ITSELF: THE         *
000130*   PHYSICAL RECORD COUNT, THE DETAIL COUNT, THE HASH TOTAL OF   *
000140*   THE FEED'S DECLARED HASH FIELD (LOW-ORDER 15 DIGITS), AND A  *
000150*   CHECKSUM OF EVERY BYTE OF EVERY RECORD IN ORDER.  A DELIVERY *
000160*   WHOSE FINGERPRINT AND EXTRACT DATE MATCH AN EARLIER ACCEPTED *
000170*   RECEIPT OF THE SAME FEED IS A DUPLICATE.                     *
000180*                                                                *
000190*   RLOG-TRL-COUNT AND RLOG-TRL-TOTAL ARE THE TRAILER'S CONTROL  *
000200*   FIELDS AS SENT, LEFT-JUSTIFIED, WHETHER OR NOT THEY WERE     *
000210*   NUMERIC.  RLOG-MATCH-DATE/TIME NAME THE EARLIER RECEIPT A    *
000220*   DUPLICATE OR REPLACEMENT DELIVERY WAS MATCHED TO.            *
000230*                                                                *
000240*   RLOG-RESULT: A = ACCEPTED, W = ACCEPTED WITH A WARNING, R =  *
000250*   REJECTED, D = REJECTED AS A DUPLICATE.  RLOG-REASON IS THE   *
000260*   FIRST REASON FOUND - SEE THE NSPCRCPT REMARKS FOR THE CODES. *
000270*                                                                *
000280*   COPIED UNDER THE NSPCRLOG FD OF NSPCRCPT.                    *
000290*                                                                *
000300*   MODIFICATION HISTORY                                         *
000310*   ---------------------------------------------------------    *
000320*   DATE       INIT  DESCRIPTION                                 *
000330*   ---------- ----  ----------------------------------------    *
000340*   2026-10-12 RLK   ORIGINAL.                                   *
000350*                                                                *
000360******************************************************************
000370 01  NSPCRLOG-RECORD.
000380     03  RLOG-FEED-ID                PIC X(08).
000390     03  RLOG-RECEIPT-DATE           PIC 9(08).
000400     03  RLOG-RECEIPT-TIME           PIC 9(06).
000410     03  RLOG-RUN-DATE               PIC 9(08).
000420     03  RLOG-EXTRACT-DATE           PIC X(08).
000430     03  RLOG-FINGERPRINT.
000440         05  RLOG-FP-RECORDS         PIC 9(09).
000450         05  RLOG-FP-DETAILS         PIC 9(09).
000460         05  RLOG-FP-HASH            PIC 9(15).
000470         05  RLOG-FP-CHECKSUM        PIC 9(12).
000480     03  RLOG-TRL-COUNT              PIC X(09).
000490     03  RLOG-TRL-TOTAL              PIC X(15).
000500     03  RLOG-RESULT                 PIC X(01).
000510         88  RLOG-ACCEPTED               VALUE 'A' 'W'.
000520         88  RLOG-ACCEPTED-CLEAN         VALUE 'A'.
000530         88  RLOG-ACCEPTED-WARNING       VALUE 'W'.
000540         88  RLOG-REJECTED               VALUE 'R'.
000550         88  RLOG-DUPLICATE              VALUE 'D'.
000560     03  RLOG-REASON                 PIC 9(02).
000570     03  RLOG-RETURN-CODE            PIC 9(02).
000580     03  RLOG-MATCH-DATE             PIC 9(08).
000590     03  RLOG-MATCH-TIME             PIC 9(06).
000600     03  FILLER                      PIC X(02).
