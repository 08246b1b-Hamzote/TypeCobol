001600*     WHERE XXXXXXXXXX IS A DETAIL-20 ACCOUNT NUMBER.  THE       *
001700*     SCREEN SHOWS THE ACCOUNT'S MOST RECENT CONVERSIONS FROM    *
001800*     THE ONLINE AUDIT TRAIL -- RUN DATE, CODE, RATE, ORIGINAL   *
001900*     AND CONVERTED AMOUNT, AND THE DATE THE RATE WAS TAKEN      *
001910*     FOR -- NEWEST FIRST, FLAGGING ANY RECORD A YCVBKOUT        *
002000*     BACKOUT RUN LATER ADJUSTED.                                *
002100*                                                                *
002200*     FILES (FCT):  CONVAUDK -- ONLINE AUDIT-TRAIL KSDS, KEY     *
002300*                   AK-KEY (ACCOUNT + DATE + TIME + SEQ),        *
002400*                   LOADED NIGHTLY FROM THE ACCUMULATED          *
002500*                   CONVAUDT FILES BY THE YCVAUDLD BATCH STEP.   *
002600*                                                                *
002610*                   HOLDMSTR -- LARGE-VALUE HOLD KSDS, KEY       *
002620*                   HLD-KEY (ACCOUNT + DATE + TIME + SEQ).  THE  *
002630*                   ACCOUNT'S ITEMS STILL PENDING RELEASE ARE    *
002640*                   SHOWN BELOW THE CONVERSIONS, FLAGGED HELD.   *
002650*                                                                *
002700*     THIS TRANSACTION NEVER WRITES.                             *
002800*                                                                *
002900* MODIFICATION HISTORY.                                          *
003000*     09/02/26  JFM  ORIGINAL VERSION.                           *
003010*     10/14/26  JFM  EACH CONVERSION LINE SHOWS THE RATE DATE;   *
003020*                    AMOUNT COLUMNS NARROWED TO FIT THE 79-BYTE  *
003030*                    LINE.                                       *
003040*     10/15/26  JFM  ITEMS PENDING LARGE-VALUE RELEASE SHOWN     *
003050*                    FROM HOLDMSTR, FLAGGED HELD.                *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
004300     88  AUD-DONE                    VALUE 'Y'.
004400 77  WS-AUD-BROWSE-SW                PIC X(01) VALUE 'N'.
004500     88  AUD-BROWSING                VALUE 'Y'.
004510 77  WS-HLD-DONE-SW                  PIC X(01) VALUE 'N'.
004520     88  HLD-DONE                    VALUE 'Y'.
004530 77  WS-HLD-BROWSE-SW                PIC X(01) VALUE 'N'.
004540     88  HLD-BROWSING                VALUE 'Y'.
004600*****************************************************************
004700* WORK FIELDS                                                    *
004800*****************************************************************
005400 77  WS-AUD-COUNT                    PIC S9(03) COMP-3 VALUE 0.
005500 77  WS-NEXT-LINE                    PIC S9(03) COMP-3 VALUE 0.
005600 77  WS-SUB                          PIC S9(03) COMP-3 VALUE 0.
005610 77  WS-HLD-COUNT                    PIC S9(03) COMP-3 VALUE 0.
005700 01  WS-INPUT-AREA.
005800     05  INP-TRANID                  PIC X(04).
005900     05  FILLER                      PIC X(01).
006700     05  RID-RUN-DATE                PIC X(08).
006800     05  RID-RUN-TIME                PIC X(08).
006900     05  RID-SEQ                     PIC 9(03).
006910 01  WS-HLD-RID.
006920     05  HRID-ACCOUNT                PIC X(10).
006930     05  HRID-RUN-DATE               PIC X(08).
006940     05  HRID-RUN-TIME               PIC X(08).
006950     05  HRID-SEQ                    PIC 9(05).
007000*****************************************************************
007100* FILE RECORD WORK AREAS                                         *
007200*****************************************************************
007300 01  AUDIT-KSDS-RECORD. COPY  YCVAUDK.
007400 01  AUDIT-TRAIL-RECORD. COPY  YCVAUDIT.
007410 01  HOLD-RECORD. COPY  YHOLD.
007420 01  DETAIL20-WORK. COPY  YDET20L.
007500*****************************************************************
007600* ROLLING BUFFER OF THE MOST RECENT AUDIT LINES -- THE BROWSE    *
007700* ASCENDS BY DATE, SO THE LAST FIFTEEN KEPT ARE THE MOST         *
009900     05  STL-TODAY               PIC X(08).
010000     05  FILLER                  PIC X(16) VALUE SPACES.
010100 01  SCR-AUD-HEAD.
010200     05  FILLER                  PIC X(09) VALUE 'RUN DATE'.
010300     05  FILLER                  PIC X(05) VALUE 'CODE'.
010400     05  FILLER                  PIC X(17) VALUE
010500         '  ORIGINAL AMOUNT'.
010600     05  FILLER                  PIC X(14) VALUE
010700         '          RATE'.
010800     05  FILLER                  PIC X(17) VALUE
010900         ' CONVERTED AMOUNT'.
010910     05  FILLER                  PIC X(10) VALUE
010920         ' RATE DATE'.
011000     05  FILLER                  PIC X(07) VALUE SPACES.
011100 01  SCR-AUD-LINE.
011200     05  SAL-DATE                PIC X(08).
011300     05  FILLER                  PIC X(01).
011400     05  SAL-CODE                PIC X(05).
011500     05  FILLER                  PIC X(02).
011600     05  SAL-ORIG-AMT            PIC ZZZ,ZZZ,ZZ9.99-.
011700     05  FILLER                  PIC X(02).
011800     05  SAL-RATE                PIC ZZZZ9.999999.
011900     05  FILLER                  PIC X(02).
012000     05  SAL-CONV-AMT            PIC ZZZ,ZZZ,ZZ9.99-.
012100     05  FILLER                  PIC X(02).
012110     05  SAL-RATE-DATE           PIC X(08).
012120     05  FILLER                  PIC X(02).
012200     05  SAL-ADJ-FLAG            PIC X(05).
012210 01  SCR-HLD-HEAD.
012220     05  FILLER                  PIC X(28) VALUE
012230         'HELD FOR RELEASE -- PENDING:'.
012240     05  SHH-COUNT               PIC ZZ9.
012250     05  FILLER                  PIC X(48) VALUE SPACES.
012400 PROCEDURE DIVISION.
012500*****************************************************************
012600* 0000-MAINLINE -- RECEIVE THE INQUIRY, BUILD AND SEND THE       *
018900     ELSE
019000         PERFORM 4000-COPY-NEWEST-FIRST THRU 4000-EXIT
019100     END-IF.
019110     PERFORM 5000-BROWSE-HOLDS THRU 5000-EXIT.
019200 2000-EXIT.
019300     EXIT.
019400 2050-CLEAR-ONE-LINE.
025700     MOVE AUD-ORIG-AMOUNT TO SAL-ORIG-AMT.
025800     MOVE AUD-RATE       TO SAL-RATE.
025900     MOVE AUD-CONV-AMOUNT TO SAL-CONV-AMT.
025910     MOVE AUD-RATE-DATE  TO SAL-RATE-DATE.
026000     IF AK-ADJUSTED
026100         MOVE '*ADJ*' TO SAL-ADJ-FLAG
026200     END-IF.
029200     SUBTRACT 1 FROM WS-SUB.
029300 4100-EXIT.
029400     EXIT.
029401*****************************************************************
029402* 5000-BROWSE-HOLDS -- THE ACCOUNT'S HELD ITEMS STILL PENDING    *
029403*                 RELEASE, OLDEST FIRST ON LINES 21-23 UNDER A   *
029404*                 COUNT OF ALL PENDING ON LINE 20                *
029405*****************************************************************
029406 5000-BROWSE-HOLDS.
029407     MOVE ZERO           TO WS-HLD-COUNT.
029408     MOVE 21             TO WS-NEXT-LINE.
029409     MOVE WS-INQ-ACCOUNT TO HRID-ACCOUNT.
029410     MOVE LOW-VALUES     TO HRID-RUN-DATE HRID-RUN-TIME.
029411     MOVE ZEROS          TO HRID-SEQ.
029412     EXEC CICS STARTBR
029413         DATASET ('HOLDMSTR')
029414         RIDFLD  (WS-HLD-RID)
029415         GTEQ
029416         RESP    (WS-RESP)
029417     END-EXEC.
029418     IF WS-RESP NOT = DFHRESP(NORMAL)
029419         SET HLD-DONE TO TRUE
029420     ELSE
029421         SET HLD-BROWSING TO TRUE
029422     END-IF.
029423     PERFORM 5100-READ-NEXT-HOLD THRU 5100-EXIT
029424         UNTIL HLD-DONE.
029425     IF HLD-BROWSING
029426         EXEC CICS ENDBR
029427             DATASET ('HOLDMSTR')
029428             RESP    (WS-RESP)
029429         END-EXEC
029430     END-IF.
029431     IF WS-HLD-COUNT > ZERO
029432         MOVE WS-HLD-COUNT TO SHH-COUNT
029433         MOVE SCR-HLD-HEAD TO SCR-TEXT (20)
029434     END-IF.
029435 5000-EXIT.
029436     EXIT.
029437 5100-READ-NEXT-HOLD.
029438     EXEC CICS READNEXT
029439         DATASET ('HOLDMSTR')
029440         INTO    (HOLD-RECORD)
029441         RIDFLD  (WS-HLD-RID)
029442         RESP    (WS-RESP)
029443     END-EXEC.
029444     IF WS-RESP NOT = DFHRESP(NORMAL)
029445        OR HLD-ACCOUNT NOT = WS-INQ-ACCOUNT
029446         SET HLD-DONE TO TRUE
029447         GO TO 5100-EXIT
029448     END-IF.
029449     IF HLD-PENDING
029450         ADD 1 TO WS-HLD-COUNT
029451         IF WS-NEXT-LINE < 24
029452             PERFORM 5200-FORMAT-HOLD-LINE THRU 5200-EXIT
029453         END-IF
029454     END-IF.
029455 5100-EXIT.
029456     EXIT.
029457*****************************************************************
029458* 5200-FORMAT-HOLD-LINE -- ONE PENDING ITEM IN THE CONVERSION    *
029459*                 LINE LAYOUT, FLAGGED HELD                      *
029460*****************************************************************
029461 5200-FORMAT-HOLD-LINE.
029462     MOVE HLD-DETAIL-IMAGE TO DETAIL20-WORK.
029463     MOVE SPACES           TO SCR-AUD-LINE.
029464     MOVE HLD-RUN-DATE     TO SAL-DATE.
029465     MOVE DET20-CONV-CODE  TO SAL-CODE.
029466     MOVE DET20-AMOUNT     TO SAL-ORIG-AMT.
029467     MOVE HLD-RATE         TO SAL-RATE.
029468     MOVE HLD-CONV-AMOUNT  TO SAL-CONV-AMT.
029469     MOVE HLD-RATE-DATE    TO SAL-RATE-DATE.
029470     MOVE 'HELD'           TO SAL-ADJ-FLAG.
029471     MOVE SCR-AUD-LINE     TO SCR-TEXT (WS-NEXT-LINE).
029472     ADD 1 TO WS-NEXT-LINE.
029473 5200-EXIT.
029474     EXIT.
029500 END PROGRAM YCVAINQ.
