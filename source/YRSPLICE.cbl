001600*                                                                *
001700*         - THE FAILED RUN'S FILES ARE CUT AT ITS LAST           *
001800*           CHECKPOINT: THE GLINTF AT THE FIRST CHKPT-GL-COUNT   *
001850*           DETAIL RECORDS (GROUP AND FEE DETAILS ALIKE),        *
001900*           THE CONVAUDT AT THE CONVERTED                        *
002000*           COUNT (CHKPT-DETAIL-COUNT LESS CHKPT-REJECT-COUNT),  *
002100*           THE CVEXCPT AND CVSUSP EACH AT CHKPT-REJECT-COUNT    *
002200*           RECORDS (THEY ARE WRITTEN ONE-FOR-ONE), AND THE      *
003300*                                                                *
003400* MODIFICATION HISTORY.                                          *
003500*     09/02/26  JFM  ORIGINAL VERSION.                           *
003510*     10/14/26  JFM  CONVAUDT RECORD LENGTHENED TO 80 BYTES FOR  *
003520*                    THE CONVERSION RATE DATE.                   *
003530*     10/15/26  JFM  CHECKPOINT RECORD LENGTHENED TO 77 BYTES;   *
003540*                    THE HOLDOUT FILE OF ITEMS HELD FOR SECOND-  *
003550*                    PERSON RELEASE IS NOW SPLICED AT CHKPT-     *
003560*                    HOLD-COUNT AND VERIFIED, AND HELD ITEMS ARE *
003570*                    LEFT OUT OF THE CONVAUDT CUT AND COUNT.     *
003575*     10/15/26  JFM  CHECKPOINT RECORD LENGTHENED TO 98 BYTES    *
003580*                    FOR THE CONVERSION FEE TOTALS; GLINTF FEE   *
003585*                    DETAILS ARE CUT, COPIED AND COUNTED WITH    *
003590*                    THE GROUP DETAILS.                          *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
005000                            ORGANIZATION IS SEQUENTIAL.
005010     SELECT FAIL-SUS-FILE   ASSIGN TO FAILSUS
005020                            ORGANIZATION IS SEQUENTIAL.
005030     SELECT FAIL-HLD-FILE   ASSIGN TO FAILHLD
005040                            ORGANIZATION IS SEQUENTIAL.
005100     SELECT FAIL-CKP-FILE   ASSIGN TO FAILCKP
005200                            ORGANIZATION IS SEQUENTIAL.
005300     SELECT RSTR-RPT-FILE   ASSIGN TO RSTRRPT
006000                            ORGANIZATION IS SEQUENTIAL.
006010     SELECT RSTR-SUS-FILE   ASSIGN TO RSTRSUS
006020                            ORGANIZATION IS SEQUENTIAL.
006030     SELECT RSTR-HLD-FILE   ASSIGN TO RSTRHLD
006040                            ORGANIZATION IS SEQUENTIAL.
006100     SELECT RSTR-CKP-FILE   ASSIGN TO RSTRCKP
006200                            ORGANIZATION IS SEQUENTIAL.
006300     SELECT PRTD20L-FILE    ASSIGN TO PRTD20L
007000                            ORGANIZATION IS SEQUENTIAL.
007010     SELECT SUSP-FILE       ASSIGN TO CVSUSP
007020                            ORGANIZATION IS SEQUENTIAL.
007030     SELECT HOLD-FILE       ASSIGN TO HOLDOUT
007040                            ORGANIZATION IS SEQUENTIAL.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  FAIL-RPT-FILE
008100 FD  FAIL-AUD-FILE
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400 01  FAIL-AUD-REC                    PIC X(80).
008500 FD  FAIL-EXC-FILE
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008820     RECORDING MODE IS F
008830     LABEL RECORDS ARE STANDARD.
008840 01  FAIL-SUS-REC                    PIC X(60).
008850 FD  FAIL-HLD-FILE
008860     RECORDING MODE IS F
008870     LABEL RECORDS ARE STANDARD.
008880 01  FAIL-HLD-REC                    PIC X(200).
008900 FD  FAIL-CKP-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200 01  FAIL-CKP-REC                    PIC X(98).
009300 FD  RSTR-RPT-FILE
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD.
010100 FD  RSTR-AUD-FILE
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400 01  RSTR-AUD-REC                    PIC X(80).
010500 FD  RSTR-EXC-FILE
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010820     RECORDING MODE IS F
010830     LABEL RECORDS ARE STANDARD.
010840 01  RSTR-SUS-REC                    PIC X(60).
010850 FD  RSTR-HLD-FILE
010860     RECORDING MODE IS F
010870     LABEL RECORDS ARE STANDARD.
010880 01  RSTR-HLD-REC                    PIC X(200).
010900 FD  RSTR-CKP-FILE
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD.
011200 01  RSTR-CKP-REC                    PIC X(98).
011300 FD  PRTD20L-FILE
011400     RECORDING MODE IS F
011500     LABEL RECORDS ARE STANDARD.
012100 FD  AUDIT-FILE
012200     RECORDING MODE IS F
012300     LABEL RECORDS ARE STANDARD.
012400 01  AUDIT-REC                       PIC X(80).
012500 FD  CVEXCPT-FILE
012600     RECORDING MODE IS F
012700     LABEL RECORDS ARE STANDARD.
012820     RECORDING MODE IS F
012830     LABEL RECORDS ARE STANDARD.
012840 01  SUSP-REC                        PIC X(60).
012850 FD  HOLD-FILE
012860     RECORDING MODE IS F
012870     LABEL RECORDS ARE STANDARD.
012880 01  HOLD-REC                        PIC X(200).
012900 WORKING-STORAGE SECTION.
013000*****************************************************************
013100* SWITCHES                                                       *
014700 77  WS-CUT-GL-COUNT             PIC S9(07) COMP-3 VALUE ZERO.
014800 77  WS-CUT-AUD-COUNT            PIC S9(09) COMP-3 VALUE ZERO.
014900 77  WS-CUT-EXC-COUNT            PIC S9(07) COMP-3 VALUE ZERO.
014910 77  WS-CUT-HLD-COUNT            PIC S9(07) COMP-3 VALUE ZERO.
015000*****************************************************************
015100* FINAL TOTALS FROM THE RESTART'S HIGH-VALUES CHECKPOINT --      *
015200* THEY COVER THE SPLICED WHOLE                                   *
015700 77  WS-FIN-GL-HASH          PIC S9(13)V9(02) COMP-3 VALUE ZERO.
015800 77  WS-FIN-CONV-COUNT           PIC S9(09) COMP-3 VALUE ZERO.
015810 77  WS-FIN-LAST-KEY             PIC X(10)  VALUE SPACES.
015820 77  WS-FIN-HOLD-COUNT           PIC S9(07) COMP-3 VALUE ZERO.
015900*****************************************************************
016000* SPLICE COUNTERS AND THE RECOMPUTED GL DETAIL HASH              *
016100*****************************************************************
016500 77  WS-SPL-AUD-COUNT            PIC S9(09) COMP-3 VALUE ZERO.
016600 77  WS-SPL-EXC-COUNT            PIC S9(07) COMP-3 VALUE ZERO.
016610 77  WS-SPL-SUS-COUNT            PIC S9(07) COMP-3 VALUE ZERO.
016620 77  WS-SPL-HLD-COUNT            PIC S9(07) COMP-3 VALUE ZERO.
016700 77  WS-COPY-COUNT               PIC S9(09) COMP-3 VALUE ZERO.
016800*****************************************************************
016900* TRAILER VALUES AS COPIED FROM THE RESTART'S GLINTF             *
018900         PERFORM 4000-SPLICE-AUDIT THRU 4000-EXIT
019000         PERFORM 5000-SPLICE-EXCEPT THRU 5000-EXIT
019010         PERFORM 6000-SPLICE-SUSPENSE THRU 6000-EXIT
019020         PERFORM 6500-SPLICE-HOLD THRU 6500-EXIT
019100         PERFORM 7000-VERIFY-SPLICE THRU 7000-EXIT
019200     END-IF.
019300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
022600         GO TO 1000-EXIT
022700     END-IF.
022800     COMPUTE WS-FIN-CONV-COUNT =
022900         WS-FIN-DETAIL-COUNT - WS-FIN-REJECT-COUNT
022910             - WS-FIN-HOLD-COUNT.
023000     DISPLAY 'YSP1103I SPLICING AFTER DETAIL-20 KEY ' WS-CUT-KEY.
023500 1000-EXIT.
023600     EXIT.
024600     MOVE CHKPT-LAST-KEY     TO WS-CUT-KEY.
024700     MOVE CHKPT-GL-COUNT     TO WS-CUT-GL-COUNT.
024800     MOVE CHKPT-REJECT-COUNT TO WS-CUT-EXC-COUNT.
024810     MOVE CHKPT-HOLD-COUNT   TO WS-CUT-HLD-COUNT.
024900     COMPUTE WS-CUT-AUD-COUNT =
025000         CHKPT-DETAIL-COUNT - CHKPT-REJECT-COUNT
025010             - CHKPT-HOLD-COUNT.
025100     PERFORM 1100-READ-FAIL-CKP THRU 1100-EXIT.
025200 1200-EXIT.
025300     EXIT.
026500     MOVE CHKPT-REJECT-COUNT TO WS-FIN-REJECT-COUNT.
026600     MOVE CHKPT-GL-COUNT     TO WS-FIN-GL-COUNT.
026700     MOVE CHKPT-GL-HASH      TO WS-FIN-GL-HASH.
026710     MOVE CHKPT-HOLD-COUNT   TO WS-FIN-HOLD-COUNT.
026800     PERFORM 1300-READ-RSTR-CKP THRU 1300-EXIT.
026900 1400-EXIT.
027000     EXIT.
036100     IF GLI-HEADER
036200         WRITE GLINTF-REC FROM GL-INTERFACE-RECORD
036300     ELSE
036400         IF GLI-DETAIL OR GLI-FEE-DETAIL
036500             WRITE GLINTF-REC FROM GL-INTERFACE-RECORD
036600             ADD 1 TO WS-COPY-COUNT
036700             ADD 1 TO WS-SPL-GL-COUNT
038000     EXIT.
038100 3400-COPY-RSTR-GLI.
038200     WRITE GLINTF-REC FROM GL-INTERFACE-RECORD.
038300     IF GLI-DETAIL OR GLI-FEE-DETAIL
038400         ADD 1 TO WS-SPL-GL-COUNT
038500         ADD GLI-DET-AMOUNT TO WS-SPL-GL-HASH
038600     END-IF.
049517 6400-EXIT.
049518     EXIT.
049519*****************************************************************
049520* 6500-SPLICE-HOLD -- THE FAILED RUN'S FIRST CHKPT-HOLD-COUNT    *
049521*                 HELD ITEMS, THEN THE RESTART'S WHOLE, SO NO    *
049522*                 ITEM WAITS FOR RELEASE TWICE                   *
049523*****************************************************************
049524 6500-SPLICE-HOLD.
049525     OPEN INPUT  FAIL-HLD-FILE
049526          OUTPUT HOLD-FILE.
049527     MOVE 'N' TO WS-FILE-EOF-SW.
049528     MOVE ZERO TO WS-COPY-COUNT.
049529     PERFORM 6600-READ-FAIL-HLD THRU 6600-EXIT.
049530     PERFORM 6700-COPY-FAIL-HLD THRU 6700-EXIT
049531         UNTIL FILE-EOF
049532         OR WS-COPY-COUNT >= WS-CUT-HLD-COUNT.
049533     CLOSE FAIL-HLD-FILE.
049534     OPEN INPUT RSTR-HLD-FILE.
049535     MOVE 'N' TO WS-FILE-EOF-SW.
049536     PERFORM 6800-READ-RSTR-HLD THRU 6800-EXIT.
049537     PERFORM 6900-COPY-RSTR-HLD THRU 6900-EXIT
049538         UNTIL FILE-EOF.
049539     CLOSE RSTR-HLD-FILE
049540           HOLD-FILE.
049541 6500-EXIT.
049542     EXIT.
049543 6600-READ-FAIL-HLD.
049544     READ FAIL-HLD-FILE
049545         AT END
049546             SET FILE-EOF TO TRUE
049547     END-READ.
049548 6600-EXIT.
049549     EXIT.
049550 6700-COPY-FAIL-HLD.
049551     WRITE HOLD-REC FROM FAIL-HLD-REC.
049552     ADD 1 TO WS-COPY-COUNT.
049553     ADD 1 TO WS-SPL-HLD-COUNT.
049554     PERFORM 6600-READ-FAIL-HLD THRU 6600-EXIT.
049555 6700-EXIT.
049556     EXIT.
049557 6800-READ-RSTR-HLD.
049558     READ RSTR-HLD-FILE
049559         AT END
049560             SET FILE-EOF TO TRUE
049561     END-READ.
049562 6800-EXIT.
049563     EXIT.
049564 6900-COPY-RSTR-HLD.
049565     WRITE HOLD-REC FROM RSTR-HLD-REC.
049566     ADD 1 TO WS-SPL-HLD-COUNT.
049567     PERFORM 6800-READ-RSTR-HLD THRU 6800-EXIT.
049568 6900-EXIT.
049569     EXIT.
049570*****************************************************************
049600* 7000-VERIFY-SPLICE -- THE SPLICED GL COUNT AND HASH AGAINST    *
049700*                 THE RESTART'S TRAILER AND FINAL CHECKPOINT,    *
049800*                 AND THE AUDIT, EXCEPTION AND SUSPENSE COUNTS   *
053740             'CHECKPOINT REJECT COUNT ' WS-FIN-REJECT-COUNT
053750         MOVE 'N' TO WS-SPLICE-OK-SW
053760     END-IF.
053765     IF WS-SPL-HLD-COUNT NOT = WS-FIN-HOLD-COUNT
053770         DISPLAY 'YSP1116E SPLICED HOLDOUT COUNT '
053775             WS-SPL-HLD-COUNT ' DISAGREES WITH THE FINAL '
053780             'CHECKPOINT HELD COUNT ' WS-FIN-HOLD-COUNT
053785         MOVE 'N' TO WS-SPLICE-OK-SW
053790     END-IF.
053800     IF NOT SPLICE-OK
053900         MOVE 16 TO RETURN-CODE
054000     END-IF.
055900             WS-SPL-EXC-COUNT.
055910     DISPLAY 'YSP1115I SUSPENSE RECORDS WRITTEN: '
055920             WS-SPL-SUS-COUNT.
055930     DISPLAY 'YSP1117I HELD ITEMS WRITTEN    : '
055940             WS-SPL-HLD-COUNT.
056000 8000-EXIT.
056100     EXIT.
056200 END PROGRAM YRSPLICE.
