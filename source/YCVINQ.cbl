002000*     RECENT CHANGE-LOG ENTRIES FOR THE CODE FROM THE ONLINE     *
002100*     LOG KSDS (CONVLOGK, LOADED NIGHTLY FROM CONVLOG BY THE     *
002110*     YCVLOGLD BATCH STEP).                                      *
002120*     A CROSS-RATE ENTRY SHOWS 'CROSS' IN THE RATE COLUMN AND A  *
002130*     SECOND LINE NAMING ITS LEG CODES AND METHOD; WHEN THE      *
002140*     ENTRY IN EFFECT TODAY IS A CROSS RATE, THE RATE DERIVED    *
002150*     FROM EACH LEG'S ENTRY IN EFFECT TODAY IS SHOWN BELOW THE   *
002160*     MASTER ENTRIES.                                            *
002165*     CHANGES FOR THE CODE KEYED ONLINE UNDER CVMN THAT ARE      *
002170*     STILL AWAITING APPROVAL (PENDING) OR APPROVED BUT NOT YET  *
002175*     APPLIED (APPROVED) ARE LISTED AFTER THE MASTER ENTRIES,    *
002180*     UP TO THREE, FROM THE CONVPEND KSDS -- THE RATE KEYED, THE *
002185*     USER WHO ENTERED IT AND THE KIND OF REQUEST.               *
002200*                                                                *
002300*     FILES (FCT):  CONVMSTR -- CONVEAL MASTER KSDS, KEY         *
002400*                   CV-MSTR-KEY (CODE + EFFECTIVE DATE).         *
002500*                   CONVLOGK -- ONLINE CHANGE-LOG KSDS, KEY      *
002600*                   LGK-KEY (CODE + DATE + TIME + SEQ).          *
002610*                   CONVPEND -- PENDING ONLINE CHANGES KSDS,     *
002620*                   KEY PND-KEY (CODE + EFFECTIVE DATE).         *
002700*                                                                *
002800*     MAINTENANCE IS APPLIED ONLY BY THE YCVMAINT BATCH RUN --   *
002900*     THIS TRANSACTION NEVER WRITES.                             *
003000*                                                                *
003100* MODIFICATION HISTORY.                                          *
003200*     08/21/26  JFM  ORIGINAL VERSION.                           *
003210*     08/22/26  JFM  EVERY SUCCESSFUL STARTBR IS NOW PAIRED      *
003220*                    WITH AN ENDBR, EVEN WHEN THE BROWSE         *
003230*                    RETURNS NO ROWS FOR THE CODE.               *
003240*     10/14/26  JFM  CROSS-RATE ENTRIES SHOW THEIR LEG CODES AND *
003250*                    METHOD, AND THE RATE DERIVED TODAY FOR A    *
003260*                    CROSS-RATE ENTRY IN EFFECT.                 *
003270*     10/15/26  JFM  OPEN ONLINE CHANGES FOR THE CODE (PENDING   *
003280*                    OR APPROVED, FROM THE CONVPEND KSDS) LISTED *
003290*                    AFTER THE MASTER ENTRIES.                   *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
004720     88  MSTR-BROWSING               VALUE 'Y'.
004730 77  WS-LOG-BROWSE-SW                PIC X(01) VALUE 'N'.
004740     88  LOG-BROWSING                VALUE 'Y'.
004750 77  WS-LEG-DONE-SW                  PIC X(01) VALUE 'N'.
004760     88  LEG-DONE                    VALUE 'Y'.
004770 77  WS-LEG-BROWSE-SW                PIC X(01) VALUE 'N'.
004780     88  LEG-BROWSING                VALUE 'Y'.
004782 77  WS-PEND-DONE-SW                 PIC X(01) VALUE 'N'.
004784     88  PEND-DONE                   VALUE 'Y'.
004786 77  WS-PEND-BROWSE-SW               PIC X(01) VALUE 'N'.
004788     88  PEND-BROWSING               VALUE 'Y'.
004800*****************************************************************
004900* WORK FIELDS                                                    *
005000*****************************************************************
005600 77  WS-MSTR-LINES                   PIC S9(03) COMP-3 VALUE 0.
005700 77  WS-LOG-COUNT                    PIC S9(03) COMP-3 VALUE 0.
005800 77  WS-NEXT-LINE                    PIC S9(03) COMP-3 VALUE 0.
005810 77  WS-MSTR-LIMIT                   PIC S9(03) COMP-3 VALUE +14.
005820 77  WS-PEND-LINES                   PIC S9(03) COMP-3 VALUE 0.
005900 77  WS-SUB                          PIC S9(03) COMP-3 VALUE 0.
006000 01  WS-INPUT-AREA.
006100     05  INP-TRANID                  PIC X(04).
006500*****************************************************************
006600* BROWSE KEYS (RIDFLD AREAS)                                     *
006700*****************************************************************
006705*****************************************************************
006710* ENTRY IN EFFECT TODAY WHEN IT IS A CROSS RATE, AND THE LEG     *
006715* RATES IN EFFECT TODAY THAT PRICE IT                            *
006720*****************************************************************
006725 77  WS-INEFF-RATE-TYPE              PIC X(01) VALUE SPACE.
006730 77  WS-INEFF-LEG1-CODE              PIC X(05) VALUE SPACES.
006735 77  WS-INEFF-LEG2-CODE              PIC X(05) VALUE SPACES.
006740 77  WS-INEFF-METHOD                 PIC X(01) VALUE SPACE.
006745 77  WS-LEG-CODE                     PIC X(05) VALUE SPACES.
006750 77  WS-LEG-STATUS                   PIC X(01) VALUE SPACE.
006755 77  WS-LEG-RATE-TYPE                PIC X(01) VALUE SPACE.
006760 77  WS-LEG-RATE                     PIC S9(05)V9(06) COMP-3
006765                                     VALUE ZERO.
006770 77  WS-LEG1-RATE                    PIC S9(05)V9(06) COMP-3
006775                                     VALUE ZERO.
006780 77  WS-LEG2-RATE                    PIC S9(05)V9(06) COMP-3
006785                                     VALUE ZERO.
006790 77  WS-DERIVED-RATE                 PIC S9(05)V9(06) COMP-3
006795                                     VALUE ZERO.
006800 01  WS-MSTR-RID.
006900     05  RID-CODE                    PIC X(05).
007000     05  RID-EFF-DATE                PIC X(08).
007300     05  RID-LOG-DATE                PIC X(08).
007400     05  RID-LOG-TIME                PIC X(08).
007500     05  RID-LOG-SEQ                 PIC 9(03).
007510 01  WS-PEND-RID.
007520     05  RID-PEND-CODE               PIC X(05).
007530     05  RID-PEND-DATE               PIC X(08).
007600*****************************************************************
007700* FILE RECORD WORK AREAS                                         *
007800*****************************************************************
007900 01  CONVEAL-ENTRY. COPY  YCONVEAL.
008000 01  LOG-KSDS-RECORD. COPY  YCVLOGK.
008100 01  CHANGE-LOG-RECORD. COPY  YCVLOG.
008110 01  PENDING-RECORD. COPY  YCVPEND.
008200*****************************************************************
008300* ROLLING BUFFER OF THE MOST RECENT LOG LINES -- THE BROWSE      *
008400* ASCENDS BY DATE, SO THE LAST FIVE KEPT ARE THE MOST RECENT     *
008500*****************************************************************
008600 01  RECENT-LOG-TABLE.
008700     05  RCT-LINE OCCURS 5 TIMES    PIC X(79).
008710*****************************************************************
008720* OPEN ONLINE CHANGES FOR THE CODE, FORMATTED AS MASTER LINES    *
008730* BEFORE THE MASTER BROWSE SO ITS LINE LIMIT LEAVES ROOM FOR     *
008740* THEM                                                           *
008750*****************************************************************
008760 01  PENDING-LINE-TABLE.
008770     05  PLT-LINE OCCURS 3 TIMES    PIC X(79).
008800*****************************************************************
008900* SCREEN IMAGE -- 24 LINES OF 79 SENT AS ONE TEXT BLOCK          *
009000*****************************************************************
011500     05  SML-EFF-DATE            PIC X(08).
011600     05  FILLER                  PIC X(02).
011700     05  SML-RATE                PIC ZZZZ9.999999.
011710     05  SML-RATE-X REDEFINES SML-RATE
011720                                 PIC X(12).
011800     05  FILLER                  PIC X(02).
011900     05  SML-GROUP               PIC X(03).
012000     05  FILLER                  PIC X(03).
012600     05  FILLER                  PIC X(02).
012700     05  SML-IN-EFFECT           PIC X(12).
012800     05  FILLER                  PIC X(15) VALUE SPACES.
012810 01  SCR-CROSS-LINE.
012820     05  FILLER                  PIC X(10) VALUE SPACES.
012830     05  FILLER                  PIC X(13) VALUE
012840         'CROSS RATE = '.
012850     05  SXL-LEG1-CODE           PIC X(05).
012860     05  FILLER                  PIC X(01) VALUE SPACE.
012870     05  SXL-OPERATOR            PIC X(01).
012880     05  FILLER                  PIC X(01) VALUE SPACE.
012890     05  SXL-LEG2-CODE           PIC X(05).
012900     05  FILLER                  PIC X(43) VALUE SPACES.
012910 01  SCR-DERIVED-LINE.
012920     05  FILLER                  PIC X(20) VALUE
012930         'DERIVED RATE TODAY: '.
012940     05  SDL-RATE                PIC ZZZZ9.999999.
012950     05  FILLER                  PIC X(03) VALUE SPACES.
012960     05  FILLER                  PIC X(10) VALUE 'LEG RATES '.
012970     05  SDL-LEG1-RATE           PIC ZZZZ9.999999.
012980     05  FILLER                  PIC X(02) VALUE SPACES.
012990     05  SDL-LEG2-RATE           PIC ZZZZ9.999999.
012995     05  FILLER                  PIC X(08) VALUE SPACES.
012999 01  SCR-LOG-HEAD.
013000     05  FILLER                  PIC X(79) VALUE
013100         'RECENT CHANGES (MOST RECENT LAST)'.
013200 01  SCR-LOG-LINE.
020300         GO TO 2000-EXIT
020400     END-IF.
020500     MOVE SCR-MSTR-HEAD TO SCR-TEXT (3).
020510     PERFORM 2500-BROWSE-PENDING THRU 2500-EXIT.
020520     COMPUTE WS-MSTR-LIMIT = 14 - WS-PEND-LINES.
020600     MOVE 4 TO WS-NEXT-LINE.
020700     PERFORM 3000-BROWSE-MASTER THRU 3000-EXIT.
020800     IF WS-MSTR-LINES = ZERO
021000             TO SCR-TEXT (4)
021100         MOVE 6 TO WS-NEXT-LINE
021200     END-IF.
021210     PERFORM 2600-COPY-PENDING THRU 2600-EXIT.
021300     ADD 1 TO WS-NEXT-LINE.
021400     MOVE SCR-LOG-HEAD TO SCR-TEXT (WS-NEXT-LINE).
021500     ADD 1 TO WS-NEXT-LINE.
022300     ADD 1 TO WS-SUB.
022400 2050-EXIT.
022500     EXIT.
022501*****************************************************************
022502* 2500-BROWSE-PENDING -- THE CODE'S ONLINE CHANGES STILL OPEN    *
022503*                 (PENDING OR APPROVED), UP TO THREE, FORMATTED  *
022504*                 INTO THE PENDING-LINE TABLE                    *
022505*****************************************************************
022506 2500-BROWSE-PENDING.
022507     MOVE SPACES      TO PENDING-LINE-TABLE.
022508     MOVE ZERO        TO WS-PEND-LINES.
022509     MOVE WS-INQ-CODE TO RID-PEND-CODE.
022510     MOVE LOW-VALUES  TO RID-PEND-DATE.
022511     EXEC CICS STARTBR
022512         DATASET ('CONVPEND')
022513         RIDFLD  (WS-PEND-RID)
022514         GTEQ
022515         RESP    (WS-RESP)
022516     END-EXEC.
022517     IF WS-RESP NOT = DFHRESP(NORMAL)
022518         SET PEND-DONE TO TRUE
022519     ELSE
022520         SET PEND-BROWSING TO TRUE
022521     END-IF.
022522     PERFORM 2550-READ-NEXT-PENDING THRU 2550-EXIT
022523         UNTIL PEND-DONE.
022524     IF PEND-BROWSING
022525         EXEC CICS ENDBR
022526             DATASET ('CONVPEND')
022527             RESP    (WS-RESP)
022528         END-EXEC
022529     END-IF.
022530 2500-EXIT.
022531     EXIT.
022532 2550-READ-NEXT-PENDING.
022533     EXEC CICS READNEXT
022534         DATASET ('CONVPEND')
022535         INTO    (PENDING-RECORD)
022536         RIDFLD  (WS-PEND-RID)
022537         RESP    (WS-RESP)
022538     END-EXEC.
022539     IF WS-RESP NOT = DFHRESP(NORMAL)
022540        OR PND-CODE NOT = WS-INQ-CODE
022541        OR WS-PEND-LINES NOT < 3
022542         SET PEND-DONE TO TRUE
022543         GO TO 2550-EXIT
022544     END-IF.
022545     IF NOT (PND-PENDING OR PND-APPROVED)
022546         GO TO 2550-EXIT
022547     END-IF.
022548     MOVE SPACES         TO SCR-MSTR-LINE.
022549     MOVE PND-EFF-DATE   TO SML-EFF-DATE.
022550     MOVE PND-RATE       TO SML-RATE.
022551     IF PND-CROSS-RATE
022552         MOVE '       CROSS' TO SML-RATE-X
022553     END-IF.
022554     MOVE PND-GROUP-KEY  TO SML-GROUP.
022555     IF PND-PENDING
022556         MOVE 'PENDING'  TO SML-STATUS
022557     ELSE
022558         MOVE 'APPROVED' TO SML-STATUS
022559     END-IF.
022560     MOVE PND-MAKER-DATE TO SML-CHG-DATE.
022561     MOVE PND-MAKER-ID   TO SML-CHG-USER.
022562     IF PND-ADD
022563         MOVE '<ADD REQ>'    TO SML-IN-EFFECT
022564     END-IF.
022565     IF PND-CHANGE
022566         MOVE '<CHANGE REQ>' TO SML-IN-EFFECT
022567     END-IF.
022568     IF PND-DELETE
022569         MOVE SPACES         TO SML-RATE-X
022570         MOVE '<DEACT REQ>'  TO SML-IN-EFFECT
022571     END-IF.
022572     ADD 1 TO WS-PEND-LINES.
022573     MOVE SCR-MSTR-LINE TO PLT-LINE (WS-PEND-LINES).
022574 2550-EXIT.
022575     EXIT.
022576*****************************************************************
022577* 2600-COPY-PENDING -- THE PENDING-LINE TABLE ONTO THE SCREEN    *
022578*                 BELOW THE MASTER ENTRIES                       *
022579*****************************************************************
022580 2600-COPY-PENDING.
022581     MOVE 1 TO WS-SUB.
022582     PERFORM 2650-COPY-ONE-PENDING THRU 2650-EXIT
022583         UNTIL WS-SUB > WS-PEND-LINES.
022584 2600-EXIT.
022585     EXIT.
022586 2650-COPY-ONE-PENDING.
022587     MOVE PLT-LINE (WS-SUB) TO SCR-TEXT (WS-NEXT-LINE).
022588     ADD 1 TO WS-NEXT-LINE.
022589     ADD 1 TO WS-SUB.
022590 2650-EXIT.
022591     EXIT.
022600*****************************************************************
022700* 3000-BROWSE-MASTER -- EVERY EFFECTIVE-DATED ENTRY FOR THE      *
022800*                 CODE, FLAGGING THE ONE IN EFFECT TODAY (THE    *
025150     IF WS-MSTR-LINES > ZERO
025200         PERFORM 3300-FLAG-IN-EFFECT THRU 3300-EXIT
025250     END-IF.
025260     IF WS-IN-EFFECT-DATE NOT = SPACES
025270        AND WS-INEFF-RATE-TYPE = 'X'
025280         PERFORM 3400-SHOW-DERIVED-RATE THRU 3400-EXIT
025290     END-IF.
025300 3000-EXIT.
025400     EXIT.
025500 3100-READ-NEXT-MASTER.
026100     END-EXEC.
026200     IF WS-RESP NOT = DFHRESP(NORMAL)
026300        OR CV-CODE NOT = WS-INQ-CODE
026400        OR WS-NEXT-LINE > WS-MSTR-LIMIT
026500         SET MSTR-DONE TO TRUE
026600     ELSE
026700         PERFORM 3200-FORMAT-MASTER-LINE THRU 3200-EXIT
028100     MOVE CV-LAST-CHG-DATE TO SML-CHG-DATE.
028200     MOVE CV-LAST-CHG-USER TO SML-CHG-USER.
028300     IF CV-ACTIVE AND CV-EFF-DATE NOT > WS-TODAY
028400         MOVE CV-EFF-DATE     TO WS-IN-EFFECT-DATE
028410         MOVE CV-RATE-TYPE    TO WS-INEFF-RATE-TYPE
028420         MOVE CV-LEG1-CODE    TO WS-INEFF-LEG1-CODE
028430         MOVE CV-LEG2-CODE    TO WS-INEFF-LEG2-CODE
028440         MOVE CV-CROSS-METHOD TO WS-INEFF-METHOD
028500     END-IF.
028510     IF CV-CROSS-RATE
028520         MOVE '       CROSS' TO SML-RATE-X
028530     END-IF.
028600     MOVE SCR-MSTR-LINE TO SCR-TEXT (WS-NEXT-LINE).
028700     ADD 1 TO WS-NEXT-LINE.
028710     IF CV-CROSS-RATE
028720         MOVE CV-LEG1-CODE TO SXL-LEG1-CODE
028730         MOVE CV-LEG2-CODE TO SXL-LEG2-CODE
028740         IF CV-CROSS-DIVIDE
028750             MOVE '/' TO SXL-OPERATOR
028760         ELSE
028770             MOVE '*' TO SXL-OPERATOR
028780         END-IF
028790         MOVE SCR-CROSS-LINE TO SCR-TEXT (WS-NEXT-LINE)
028795         ADD 1 TO WS-NEXT-LINE
028797     END-IF.
028800     ADD 1 TO WS-MSTR-LINES.
028900 3200-EXIT.
029000     EXIT.
030800     ADD 1 TO WS-SUB.
030900 3350-EXIT.
031000     EXIT.
031010*****************************************************************
031020* 3400-SHOW-DERIVED-RATE -- PRICE THE CROSS-RATE ENTRY IN EFFECT *
031030*                 TODAY FROM EACH LEG'S ENTRY IN EFFECT TODAY,   *
031040*                 WHICH MUST BE ACTIVE AND A DIRECT RATE         *
031050*****************************************************************
031060 3400-SHOW-DERIVED-RATE.
031070     MOVE WS-INEFF-LEG1-CODE TO WS-LEG-CODE.
031080     PERFORM 3450-BROWSE-LEG THRU 3450-EXIT.
031090     MOVE WS-LEG-RATE        TO WS-LEG1-RATE.
031100     MOVE WS-INEFF-LEG2-CODE TO WS-LEG-CODE.
031110     PERFORM 3450-BROWSE-LEG THRU 3450-EXIT.
031120     MOVE WS-LEG-RATE        TO WS-LEG2-RATE.
031130     IF WS-LEG1-RATE = ZERO OR WS-LEG2-RATE = ZERO
031140         MOVE 'DERIVED RATE TODAY: NOT PRICEABLE -- '
031150             TO SCR-TEXT (WS-NEXT-LINE)
031160         MOVE 'A LEG CODE IS MISSING OR INACTIVE'
031170             TO SCR-TEXT (WS-NEXT-LINE) (39:33)
031180         ADD 1 TO WS-NEXT-LINE
031190         GO TO 3400-EXIT
031200     END-IF.
031210     IF WS-INEFF-METHOD = 'D'
031220         COMPUTE WS-DERIVED-RATE ROUNDED =
031230             WS-LEG1-RATE / WS-LEG2-RATE
031240             ON SIZE ERROR
031250                 MOVE ZERO TO WS-DERIVED-RATE
031260         END-COMPUTE
031270     ELSE
031280         COMPUTE WS-DERIVED-RATE ROUNDED =
031290             WS-LEG1-RATE * WS-LEG2-RATE
031300             ON SIZE ERROR
031310                 MOVE ZERO TO WS-DERIVED-RATE
031320         END-COMPUTE
031330     END-IF.
031340     MOVE WS-DERIVED-RATE TO SDL-RATE.
031350     MOVE WS-LEG1-RATE    TO SDL-LEG1-RATE.
031360     MOVE WS-LEG2-RATE    TO SDL-LEG2-RATE.
031370     MOVE SCR-DERIVED-LINE TO SCR-TEXT (WS-NEXT-LINE).
031380     ADD 1 TO WS-NEXT-LINE.
031390 3400-EXIT.
031400     EXIT.
031410*****************************************************************
031420* 3450-BROWSE-LEG -- LATEST ENTRY FOR THE LEG CODE NOT AFTER     *
031430*                 TODAY; ITS RATE, OR ZERO WHEN IT IS INACTIVE,  *
031440*                 A CROSS RATE OR MISSING                        *
031450*****************************************************************
031460 3450-BROWSE-LEG.
031470     MOVE ZERO        TO WS-LEG-RATE.
031480     MOVE SPACE       TO WS-LEG-STATUS WS-LEG-RATE-TYPE.
031490     MOVE 'N'         TO WS-LEG-DONE-SW WS-LEG-BROWSE-SW.
031500     MOVE WS-LEG-CODE TO RID-CODE.
031510     MOVE LOW-VALUES  TO RID-EFF-DATE.
031520     EXEC CICS STARTBR
031530         DATASET ('CONVMSTR')
031540         RIDFLD  (WS-MSTR-RID)
031550         GTEQ
031560         RESP    (WS-RESP)
031570     END-EXEC.
031580     IF WS-RESP NOT = DFHRESP(NORMAL)
031590         SET LEG-DONE TO TRUE
031600     ELSE
031610         SET LEG-BROWSING TO TRUE
031620     END-IF.
031630     PERFORM 3460-READ-NEXT-LEG THRU 3460-EXIT
031640         UNTIL LEG-DONE.
031650     IF LEG-BROWSING
031660         EXEC CICS ENDBR
031670             DATASET ('CONVMSTR')
031680             RESP    (WS-RESP)
031690         END-EXEC
031700     END-IF.
031710     IF WS-LEG-STATUS NOT = 'A'
031720        OR WS-LEG-RATE-TYPE = 'X'
031730         MOVE ZERO TO WS-LEG-RATE
031740     END-IF.
031750 3450-EXIT.
031760     EXIT.
031770 3460-READ-NEXT-LEG.
031780     EXEC CICS READNEXT
031790         DATASET ('CONVMSTR')
031800         INTO    (CONVEAL-ENTRY)
031810         RIDFLD  (WS-MSTR-RID)
031820         RESP    (WS-RESP)
031830     END-EXEC.
031840     IF WS-RESP NOT = DFHRESP(NORMAL)
031850        OR CV-CODE NOT = WS-LEG-CODE
031860        OR CV-EFF-DATE > WS-TODAY
031870         SET LEG-DONE TO TRUE
031880     ELSE
031890         MOVE CV-STATUS    TO WS-LEG-STATUS
031900         MOVE CV-RATE-TYPE TO WS-LEG-RATE-TYPE
031910         MOVE CV-RATE      TO WS-LEG-RATE
031920     END-IF.
031930 3460-EXIT.
031940     EXIT.
031950*****************************************************************
031960* 4000-BROWSE-LOG -- ASCENDING BROWSE OF THE ONLINE CHANGE LOG   *
031965*                 FOR THE CODE, KEEPING THE LAST FIVE LINES IN   *
031970*                 THE ROLLING RECENT-LOG TABLE                   *
031975*****************************************************************
031980 4000-BROWSE-LOG.
031985     MOVE SPACES      TO RECENT-LOG-TABLE.
031990     MOVE ZERO        TO WS-LOG-COUNT.
031995     MOVE WS-INQ-CODE TO RID-LOG-CODE.
032000     MOVE LOW-VALUES  TO RID-LOG-DATE RID-LOG-TIME.
032100     MOVE ZEROS       TO RID-LOG-SEQ.
032200     EXEC CICS STARTBR
