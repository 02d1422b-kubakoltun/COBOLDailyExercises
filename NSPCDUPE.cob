000304*                    RECORDS (LENGTH 998) NOSPCBAT NOW WRITES    *
000306*                    ON NSPCOUT - THEY HAVE NO NSPCIN PARTNER    *
000308*                    AND WOULD THROW THE LOCKSTEP OFF.           *
000309*   2026-10-13 RLK   READS THE NSPCOUT HEADER FOR ITS RUN DATE,  *
000310*                    GENERATION, AND FEED, AND POSTS A           *
000311*                    RUN-CONTROL ENTRY - RUN DATE, FEED, RETURN  *
000312*                    CODE, START AND END TIMES, AND THE PAIRS    *
000313*                    READ AND COMPARED AND THE DUPLICATE GROUPS  *
000314*                    AND RECORDS - TO THE NSPCLEDG LEDGER        *
000315*                    THROUGH NSPCLPST AT END OF JOB, FOR THE     *
000316*                    NSPCOPSM MORNING SUMMARY.                   *
000317*                                                                *
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.              NSPCDUPE.
001060     03  WS-HELD-ORIG-LEN            PIC 9(03).
001070     03  WS-HELD-ORIG-DATA           PIC X(150).
001080*
001081*    RUN DATE, GENERATION, AND FEED FROM THE NSPCOUT HEADER.  A
001082*    FILE WITHOUT ONE (AN OLDER GENERATION) IS TAKEN AS TODAY'S
001083*    DAILYEXT.
001084 01  WS-WORK-FIELDS.
001085     03  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001086     03  WS-GENERATION               PIC 9(04) VALUE ZERO.
001087     03  WS-FEED-ID                  PIC X(08) VALUE 'DAILYEXT'.
001088*
001089*    HEADER/TRAILER CONTROL RECORD - OVERLAID ON NSPCOUT-DATA
001090*    WHEN NSPCOUT-LEN IS 998.  SEE THE NSPCCTL COPYBOOK.
001091     COPY NSPCCTL.
001092*
001093*    RUN-CONTROL LEDGER ENTRY, POSTED AT END OF JOB THROUGH
001094*    NSPCLPST.  SEE THE NSPCLEDG COPYBOOK.
001095     COPY NSPCLEDG.
001096*
001097******************************************************************
001100*    0000-MAINLINE - SORT THE ELIGIBLE PAIRS BY CLEANED DATA.    *
001110*    THE INPUT PROCEDURE READS NSPCIN/NSPCOUT IN LOCKSTEP AND    *
001120*    RELEASES ONE WORK RECORD PER CLEANED PAIR; THE OUTPUT       *
001160 PROCEDURE DIVISION.
001170*
001180 0000-MAINLINE.
001183     ACCEPT LEDG-START-DATE FROM DATE YYYYMMDD
001186     ACCEPT LEDG-START-TIME FROM TIME
001190     OPEN INPUT NSPCIN
001200     OPEN INPUT NSPCOUT
001210     SORT SORTWK
001616     READ NSPCOUT
001618         AT END
001620             SET WS-OUT-EOF TO TRUE
001621     END-READ
001622     IF WS-OUT-NOT-EOF AND NSPCOUT-CONTROL
001623         MOVE NSPCOUT-DATA TO NSPCCTL-RECORD
001624         IF CTL-ID-HEADER
001625             MOVE CTL-RUN-DATE TO WS-RUN-DATE
001626             MOVE CTL-GENERATION TO WS-GENERATION
001627             IF CTL-FEED-ID NOT = SPACES
001628                 MOVE CTL-FEED-ID TO WS-FEED-ID
001629             END-IF
001630         END-IF
001631     END-IF.
001632 2210-EXIT.
001633     EXIT.
001634*
001635 2300-RELEASE-ONE-PAIR.
001640     IF WS-IN-EOF AND WS-OUT-EOF
001650         SET WS-DONE TO TRUE
001660     ELSE
002700         MOVE 4 TO WS-RETURN-CODE
002710     END-IF
002720     DISPLAY 'NSPCDUPE - RETURN CODE = ' WS-RETURN-CODE
002725     PERFORM 9500-POST-LEDGER THRU 9500-EXIT
002730     MOVE WS-RETURN-CODE TO RETURN-CODE.
002740 9000-EXIT.
002750     EXIT.
002760*
002770******************************************************************
002780*    9500-POST-LEDGER - THIS RUN'S ENTRY ON THE NSPCLEDG         *
002790*    RUN-CONTROL LEDGER (SEE THE COPYBOOK FOR THE COUNTS EACH    *
002800*    JOB CARRIES).  PERFORMED LAST, JUST BEFORE RETURN-CODE IS   *
002810*    SET, AS THE CALL TO NSPCLPST RESETS IT.                     *
002820******************************************************************
002830 9500-POST-LEDGER.
002840     INITIALIZE LEDG-COUNTS
002850     MOVE 'NSPCDUPE'              TO LEDG-JOB
002860     MOVE WS-FEED-ID              TO LEDG-FEED-ID
002870     IF WS-RUN-DATE = ZERO
002880         MOVE LEDG-START-DATE     TO LEDG-RUN-DATE
002890     ELSE
002900         MOVE WS-RUN-DATE         TO LEDG-RUN-DATE
002910     END-IF
002920     MOVE WS-GENERATION           TO LEDG-GENERATION
002930     MOVE WS-RETURN-CODE          TO LEDG-RETURN-CODE
002940     MOVE 'PAIRS'                 TO LEDG-COUNT-NAME(1)
002950     MOVE WS-PAIRS-READ           TO LEDG-COUNT-VALUE(1)
002960     MOVE 'COMPARED'              TO LEDG-COUNT-NAME(2)
002970     MOVE WS-PAIRS-RELEASED       TO LEDG-COUNT-VALUE(2)
002980     MOVE 'DUPGRPS'               TO LEDG-COUNT-NAME(3)
002990     MOVE WS-DUP-GROUPS           TO LEDG-COUNT-VALUE(3)
003000     MOVE 'DUPRECS'               TO LEDG-COUNT-NAME(4)
003010     MOVE WS-DUP-RECORDS          TO LEDG-COUNT-VALUE(4)
003020     CALL 'NSPCLPST' USING NSPCLEDG-RECORD.
003030 9500-EXIT.
003040     EXIT.
003050*
003060 END PROGRAM NSPCDUPE.
