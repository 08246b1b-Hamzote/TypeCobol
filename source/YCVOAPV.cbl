000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  YCVOAPV.
000300 AUTHOR.      R W HALVORSEN.
000400 INSTALLATION. DATA CONTROL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* REMARKS.                                                       *
000900*     CONVEAL ONLINE MAINTENANCE APPROVAL -- TRANSACTION CVAP.   *
001000*                                                                *
001100*     THE SECOND (CHECKER) HALF OF ONLINE CONVEAL MAINTENANCE.   *
001200*     KEYED ALONE,                                               *
001300*                                                                *
001400*         CVAP                                                   *
001500*                                                                *
001600*     LISTS THE REQUESTS ON THE CONVPEND KSDS STILL AWAITING     *
001700*     APPROVAL.  KEYED AS                                        *
001800*                                                                *
001900*         CVAP A XXXXX CCYYMMDD REASON                           *
002000*                                                                *
002100*     IT DECIDES ONE REQUEST -- A APPROVES, R REJECTS (A REASON  *
002200*     IS THEN REQUIRED).  THE REQUEST MUST STILL BE PENDING AND  *
002300*     THE SIGNED-ON USER MUST NOT BE THE USER WHO ENTERED IT     *
002400*     UNDER CVMN.  THE RECORD IS REWRITTEN APPROVED ('A') OR     *
002500*     REJECTED ('R') WITH THE CHECKER'S USER ID, DATE AND TIME.  *
002600*     APPROVED REQUESTS ARE EXTRACTED TO CONVTRAN BY YCVPNDX     *
002700*     AND APPLIED BY YCVMAINT, WHICH LOGS BOTH USER IDS.         *
002800*                                                                *
002900*     FILES (FCT):  CONVPEND -- PENDING-CHANGE KSDS, KEY         *
003000*                   PND-KEY (CODE + EFFECTIVE DATE).             *
003100*                                                                *
003200* MODIFICATION HISTORY.                                          *
003300*     10/15/26  JFM  ORIGINAL VERSION.                           *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.  IBM-370.
003800 OBJECT-COMPUTER.  IBM-370.
003900 DATA DIVISION.
004000 WORKING-STORAGE SECTION.
004100*****************************************************************
004200* SWITCHES AND RESPONSE CODES                                    *
004300*****************************************************************
004400 77  WS-RESP                         PIC S9(08) COMP.
004500 77  WS-REQUEST-OK-SW                PIC X(01) VALUE 'Y'.
004600     88  REQUEST-OK                  VALUE 'Y'.
004700 77  WS-PEND-DONE-SW                 PIC X(01) VALUE 'N'.
004800     88  PEND-DONE                   VALUE 'Y'.
004900 77  WS-PEND-BROWSE-SW               PIC X(01) VALUE 'N'.
005000     88  PEND-BROWSING               VALUE 'Y'.
005100*****************************************************************
005200* WORK FIELDS                                                    *
005300*****************************************************************
005400 77  WS-TODAY                        PIC X(08).
005500 77  WS-NOW                          PIC X(06).
005600 77  WS-ABSTIME                      PIC S9(15) COMP-3 VALUE 0.
005700 77  WS-USERID                       PIC X(08) VALUE SPACES.
005800 77  WS-RECEIVE-LEN                  PIC S9(04) COMP VALUE +80.
005900 77  WS-SEND-LEN                     PIC S9(04) COMP.
006000 77  WS-SUB                          PIC S9(03) COMP-3 VALUE 0.
006100 77  WS-NEXT-LINE                    PIC S9(03) COMP-3 VALUE 0.
006200 77  WS-PEND-COUNT                   PIC S9(05) COMP-3 VALUE 0.
006300 77  WS-REFUSE-TEXT                  PIC X(50) VALUE SPACES.
006400 01  WS-INPUT-AREA.
006500     05  INP-TRANID                  PIC X(04).
006600     05  FILLER                      PIC X(01).
006700     05  INP-ACTION                  PIC X(01).
006800         88  INP-APPROVE             VALUE 'A'.
006900         88  INP-REJECT              VALUE 'R'.
007000     05  FILLER                      PIC X(01).
007100     05  INP-CODE                    PIC X(05).
007200     05  FILLER                      PIC X(01).
007300     05  INP-EFF-DATE                PIC X(08).
007400     05  FILLER                      PIC X(01).
007500     05  INP-REASON                  PIC X(30).
007600     05  FILLER                      PIC X(28).
007700*****************************************************************
007800* BROWSE AND READ KEY (RIDFLD AREA)                              *
007900*****************************************************************
008000 01  WS-PEND-RID.
008100     05  RID-PEND-CODE               PIC X(05).
008200     05  RID-PEND-DATE               PIC X(08).
008300*****************************************************************
008400* FILE RECORD WORK AREA                                          *
008500*****************************************************************
008600 01  PENDING-RECORD. COPY  YCVPEND.
008700*****************************************************************
008800* SCREEN IMAGE -- 24 LINES OF 79 SENT AS ONE TEXT BLOCK          *
008900*****************************************************************
009000 01  SCREEN-IMAGE.
009100     05  SCR-LINE OCCURS 24 TIMES.
009200         10  SCR-TEXT                PIC X(79).
009300         10  SCR-NL                  PIC X(01).
009400*****************************************************************
009500* SCREEN BUILD LINES                                             *
009600*****************************************************************
009700 01  SCR-TITLE-LINE.
009800     05  FILLER                  PIC X(31) VALUE
009900         'CVAP   CONVEAL CHANGE APPROVAL '.
010000     05  FILLER                  PIC X(06) VALUE 'USER: '.
010100     05  STL-USERID              PIC X(08).
010200     05  FILLER                  PIC X(01) VALUE SPACES.
010300     05  FILLER                  PIC X(09) VALUE 'AS OF:   '.
010400     05  STL-TODAY               PIC X(08).
010500     05  FILLER                  PIC X(16) VALUE SPACES.
010600 01  SCR-PEND-HEAD.
010700     05  FILLER                  PIC X(07) VALUE 'CODE'.
010800     05  FILLER                  PIC X(10) VALUE 'EFF DATE'.
010900     05  FILLER                  PIC X(05) VALUE 'ACT'.
011000     05  FILLER                  PIC X(06) VALUE 'GROUP'.
011100     05  FILLER                  PIC X(14) VALUE '    NEW RATE'.
011200     05  FILLER                  PIC X(14) VALUE ' MASTER RATE'.
011300     05  FILLER                  PIC X(10) VALUE 'ENTERED BY'.
011400     05  FILLER                  PIC X(13) VALUE SPACES.
011500 01  SCR-PEND-LINE.
011600     05  SPL-CODE                PIC X(05).
011700     05  FILLER                  PIC X(02).
011800     05  SPL-EFF-DATE            PIC X(08).
011900     05  FILLER                  PIC X(02).
012000     05  SPL-ACTION              PIC X(01).
012100     05  FILLER                  PIC X(04).
012200     05  SPL-GROUP               PIC X(03).
012300     05  FILLER                  PIC X(03).
012400     05  SPL-RATE                PIC ZZZZ9.999999.
012500     05  SPL-RATE-X REDEFINES SPL-RATE
012600                                 PIC X(12).
012700     05  FILLER                  PIC X(02).
012800     05  SPL-OLD-RATE            PIC ZZZZ9.999999.
012900     05  FILLER                  PIC X(02).
013000     05  SPL-MAKER-ID            PIC X(08).
013100     05  FILLER                  PIC X(02).
013200     05  SPL-MAKER-DATE          PIC X(08).
013300     05  FILLER                  PIC X(05) VALUE SPACES.
013400 01  SCR-CROSS-LINE.
013500     05  FILLER                  PIC X(17) VALUE SPACES.
013600     05  FILLER                  PIC X(13) VALUE
013700         'CROSS RATE = '.
013800     05  SXL-LEG1-CODE           PIC X(05).
013900     05  FILLER                  PIC X(01) VALUE SPACE.
014000     05  SXL-OPERATOR            PIC X(01).
014100     05  FILLER                  PIC X(01) VALUE SPACE.
014200     05  SXL-LEG2-CODE           PIC X(05).
014300     05  FILLER                  PIC X(36) VALUE SPACES.
014400 01  SCR-RESULT-LINE.
014500     05  FILLER                  PIC X(11) VALUE 'REFUSED -- '.
014600     05  SRS-TEXT                PIC X(50).
014700     05  FILLER                  PIC X(18) VALUE SPACES.
014800 01  SCR-COUNT-LINE.
014900     05  SCL-COUNT               PIC ZZZZ9.
015000     05  FILLER                  PIC X(74) VALUE
015100         ' REQUEST(S) AWAITING APPROVAL'.
015200 PROCEDURE DIVISION.
015300*****************************************************************
015400* 0000-MAINLINE -- RECEIVE THE DECISION OR LIST REQUEST, BUILD   *
015500*                  AND SEND THE SCREEN, RETURN TO CICS           *
015600*****************************************************************
015700 0000-MAINLINE.
015800     MOVE SPACES TO WS-INPUT-AREA.
015900     MOVE +80 TO WS-RECEIVE-LEN.
016000     EXEC CICS RECEIVE
016100         INTO   (WS-INPUT-AREA)
016200         LENGTH (WS-RECEIVE-LEN)
016300         RESP   (WS-RESP)
016400     END-EXEC.
016500     EXEC CICS ASSIGN
016600         USERID (WS-USERID)
016700         RESP   (WS-RESP)
016800     END-EXEC.
016900     PERFORM 1000-FORMAT-TODAY THRU 1000-EXIT.
017000     PERFORM 2000-BUILD-SCREEN THRU 2000-EXIT.
017100     COMPUTE WS-SEND-LEN = 24 * 80.
017200     EXEC CICS SEND TEXT
017300         FROM   (SCREEN-IMAGE)
017400         LENGTH (WS-SEND-LEN)
017500         ERASE
017600     END-EXEC.
017700     EXEC CICS RETURN END-EXEC.
017800     GOBACK.
017900*****************************************************************
018000* 1000-FORMAT-TODAY -- CURRENT DATE AS CCYYMMDD AND TIME AS      *
018100*                 HHMMSS FOR THE CHECKER STAMP, VIA ASKTIME AND  *
018200*                 FORMATTIME                                     *
018300*****************************************************************
018400 1000-FORMAT-TODAY.
018500     EXEC CICS ASKTIME
018600         ABSTIME (WS-ABSTIME)
018700     END-EXEC.
018800     EXEC CICS FORMATTIME
018900         ABSTIME  (WS-ABSTIME)
019000         YYYYMMDD (WS-TODAY)
019100         TIME     (WS-NOW)
019200         RESP     (WS-RESP)
019300     END-EXEC.
019400     IF WS-RESP NOT = DFHRESP(NORMAL)
019500         MOVE SPACES TO WS-TODAY
019600         MOVE SPACES TO WS-NOW
019700     END-IF.
019800 1000-EXIT.
019900     EXIT.
020000*****************************************************************
020100* 2000-BUILD-SCREEN -- TITLE, THEN THE PENDING LIST OR THE ONE   *
020200*                 DECISION                                       *
020300*****************************************************************
020400 2000-BUILD-SCREEN.
020500     MOVE SPACES TO SCREEN-IMAGE.
020600     MOVE 1 TO WS-SUB.
020700     PERFORM 2050-CLEAR-ONE-LINE THRU 2050-EXIT
020800         UNTIL WS-SUB > 24.
020900     MOVE WS-USERID TO STL-USERID.
021000     MOVE WS-TODAY  TO STL-TODAY.
021100     MOVE SCR-TITLE-LINE TO SCR-TEXT (1).
021200     MOVE SCR-PEND-HEAD  TO SCR-TEXT (3).
021300     IF INP-ACTION = SPACE AND INP-CODE = SPACES
021400         PERFORM 3000-LIST-PENDING THRU 3000-EXIT
021500     ELSE
021600         PERFORM 4000-DECIDE-REQUEST THRU 4000-EXIT
021700     END-IF.
021800 2000-EXIT.
021900     EXIT.
022000 2050-CLEAR-ONE-LINE.
022100     MOVE SPACES TO SCR-TEXT (WS-SUB).
022200     MOVE X'15' TO SCR-NL (WS-SUB).
022300     ADD 1 TO WS-SUB.
022400 2050-EXIT.
022500     EXIT.
022600*****************************************************************
022700* 3000-LIST-PENDING -- BROWSE THE WHOLE PENDING FILE, LISTING    *
022800*                 THE REQUESTS STILL AWAITING APPROVAL ON ROWS   *
022900*                 4 TO 21 AND COUNTING THEM ALL                  *
023000*****************************************************************
023100 3000-LIST-PENDING.
023200     MOVE ZERO TO WS-PEND-COUNT.
023300     MOVE 4 TO WS-NEXT-LINE.
023400     MOVE LOW-VALUES TO WS-PEND-RID.
023500     EXEC CICS STARTBR
023600         DATASET ('CONVPEND')
023700         RIDFLD  (WS-PEND-RID)
023800         GTEQ
023900         RESP    (WS-RESP)
024000     END-EXEC.
024100     IF WS-RESP NOT = DFHRESP(NORMAL)
024200         SET PEND-DONE TO TRUE
024300     ELSE
024400         SET PEND-BROWSING TO TRUE
024500     END-IF.
024600     PERFORM 3100-READ-NEXT-PENDING THRU 3100-EXIT
024700         UNTIL PEND-DONE.
024800     IF PEND-BROWSING
024900         EXEC CICS ENDBR
025000             DATASET ('CONVPEND')
025100             RESP    (WS-RESP)
025200         END-EXEC
025300     END-IF.
025400     IF WS-PEND-COUNT = ZERO
025500         MOVE 'NO REQUESTS ARE AWAITING APPROVAL' TO SCR-TEXT (4)
025600         GO TO 3000-EXIT
025700     END-IF.
025800     MOVE WS-PEND-COUNT TO SCL-COUNT.
025900     MOVE SCR-COUNT-LINE TO SCR-TEXT (23).
026000     MOVE 'ENTER: CVAP A|R XXXXX CCYYMMDD REASON'
026100         TO SCR-TEXT (24).
026200 3000-EXIT.
026300     EXIT.
026400 3100-READ-NEXT-PENDING.
026500     EXEC CICS READNEXT
026600         DATASET ('CONVPEND')
026700         INTO    (PENDING-RECORD)
026800         RIDFLD  (WS-PEND-RID)
026900         RESP    (WS-RESP)
027000     END-EXEC.
027100     IF WS-RESP NOT = DFHRESP(NORMAL)
027200         SET PEND-DONE TO TRUE
027300         GO TO 3100-EXIT
027400     END-IF.
027500     IF NOT PND-PENDING
027600         GO TO 3100-EXIT
027700     END-IF.
027800     ADD 1 TO WS-PEND-COUNT.
027900     IF WS-NEXT-LINE < 22
028000         PERFORM 5000-FORMAT-PENDING-LINE THRU 5000-EXIT
028100     END-IF.
028200 3100-EXIT.
028300     EXIT.
028400*****************************************************************
028500* 4000-DECIDE-REQUEST -- READ THE REQUEST FOR UPDATE; IT MUST BE *
028600*                 PENDING AND ENTERED BY ANOTHER USER.  REWRITE  *
028700*                 IT APPROVED OR REJECTED WITH THE CHECKER STAMP *
028800*****************************************************************
028900 4000-DECIDE-REQUEST.
029000     MOVE 'Y' TO WS-REQUEST-OK-SW.
029100     MOVE 4 TO WS-NEXT-LINE.
029200     IF NOT (INP-APPROVE OR INP-REJECT)
029300         MOVE 'ACTION MUST BE A (APPROVE) OR R (REJECT)'
029400             TO WS-REFUSE-TEXT
029500         GO TO 4000-REFUSE
029600     END-IF.
029700     IF INP-CODE = SPACES OR INP-EFF-DATE NOT NUMERIC
029800         MOVE 'ENTER THE CODE AND EFFECTIVE DATE (CCYYMMDD)'
029900             TO WS-REFUSE-TEXT
030000         GO TO 4000-REFUSE
030100     END-IF.
030200     IF INP-REJECT AND INP-REASON = SPACES
030300         MOVE 'A REASON IS REQUIRED TO REJECT A REQUEST'
030400             TO WS-REFUSE-TEXT
030500         GO TO 4000-REFUSE
030600     END-IF.
030700     MOVE INP-CODE     TO RID-PEND-CODE.
030800     MOVE INP-EFF-DATE TO RID-PEND-DATE.
030900     EXEC CICS READ
031000         DATASET ('CONVPEND')
031100         INTO    (PENDING-RECORD)
031200         RIDFLD  (WS-PEND-RID)
031300         UPDATE
031400         RESP    (WS-RESP)
031500     END-EXEC.
031600     IF WS-RESP NOT = DFHRESP(NORMAL)
031700         MOVE 'NO REQUEST ON FILE FOR THAT CODE AND DATE'
031800             TO WS-REFUSE-TEXT
031900         GO TO 4000-REFUSE
032000     END-IF.
032100     PERFORM 5000-FORMAT-PENDING-LINE THRU 5000-EXIT.
032200     IF NOT PND-PENDING
032300         STRING 'REQUEST IS NOT PENDING -- STATUS '
032400                    DELIMITED BY SIZE
032500                PND-STATUS DELIMITED BY SIZE
032600             INTO WS-REFUSE-TEXT
032700         END-STRING
032800         GO TO 4000-UNLOCK
032900     END-IF.
033000     IF PND-MAKER-ID = WS-USERID
033100         MOVE 'ENTERED BY YOU -- A SECOND USER MUST DECIDE IT'
033200             TO WS-REFUSE-TEXT
033300         GO TO 4000-UNLOCK
033400     END-IF.
033500     IF INP-APPROVE
033600         SET PND-APPROVED TO TRUE
033700     ELSE
033800         SET PND-REJECTED TO TRUE
033900     END-IF.
034000     MOVE WS-USERID  TO PND-CHECKER-ID.
034100     MOVE WS-TODAY   TO PND-CHECKER-DATE.
034200     MOVE WS-NOW     TO PND-CHECKER-TIME.
034300     MOVE INP-REASON TO PND-REASON.
034400     EXEC CICS REWRITE
034500         DATASET ('CONVPEND')
034600         FROM    (PENDING-RECORD)
034700         RESP    (WS-RESP)
034800     END-EXEC.
034900     IF WS-RESP NOT = DFHRESP(NORMAL)
035000         MOVE 'PENDING FILE UPDATE FAILED -- TRY AGAIN'
035100             TO WS-REFUSE-TEXT
035200         GO TO 4000-REFUSE
035300     END-IF.
035400     ADD 1 TO WS-NEXT-LINE.
035500     IF PND-APPROVED
035600         MOVE 'APPROVED -- APPLIED BY THE NEXT MAINTENANCE RUN'
035700             TO SCR-TEXT (WS-NEXT-LINE)
035800     ELSE
035900         MOVE 'REJECTED -- THE REQUEST WILL NOT BE APPLIED'
036000             TO SCR-TEXT (WS-NEXT-LINE)
036100     END-IF.
036200     GO TO 4000-EXIT.
036300 4000-UNLOCK.
036400     EXEC CICS UNLOCK
036500         DATASET ('CONVPEND')
036600         RESP    (WS-RESP)
036700     END-EXEC.
036800 4000-REFUSE.
036900     MOVE 'N' TO WS-REQUEST-OK-SW.
037000     ADD 1 TO WS-NEXT-LINE.
037100     MOVE WS-REFUSE-TEXT  TO SRS-TEXT.
037200     MOVE SCR-RESULT-LINE TO SCR-TEXT (WS-NEXT-LINE).
037300 4000-EXIT.
037400     EXIT.
037500*****************************************************************
037600* 5000-FORMAT-PENDING-LINE -- ONE REQUEST ON THE NEXT SCREEN     *
037700*                 LINE, WITH ITS LEGS BELOW WHEN IT IS A CROSS   *
037800*                 RATE                                           *
037900*****************************************************************
038000 5000-FORMAT-PENDING-LINE.
038100     MOVE SPACES           TO SCR-PEND-LINE.
038200     MOVE PND-CODE         TO SPL-CODE.
038300     MOVE PND-EFF-DATE     TO SPL-EFF-DATE.
038400     MOVE PND-ACTION       TO SPL-ACTION.
038500     MOVE PND-GROUP-KEY    TO SPL-GROUP.
038600     MOVE PND-RATE         TO SPL-RATE.
038700     IF PND-CROSS-RATE
038800         MOVE '       CROSS' TO SPL-RATE-X
038900     END-IF.
039000     IF PND-DELETE
039100         MOVE SPACES         TO SPL-RATE-X
039200     END-IF.
039300     MOVE PND-OLD-RATE     TO SPL-OLD-RATE.
039400     MOVE PND-MAKER-ID     TO SPL-MAKER-ID.
039500     MOVE PND-MAKER-DATE   TO SPL-MAKER-DATE.
039600     MOVE SCR-PEND-LINE TO SCR-TEXT (WS-NEXT-LINE).
039700     ADD 1 TO WS-NEXT-LINE.
039800     IF PND-CROSS-RATE AND NOT PND-DELETE
039900         MOVE PND-LEG1-CODE TO SXL-LEG1-CODE
040000         MOVE PND-LEG2-CODE TO SXL-LEG2-CODE
040100         IF PND-CROSS-METHOD = 'D'
040200             MOVE '/' TO SXL-OPERATOR
040300         ELSE
040400             MOVE '*' TO SXL-OPERATOR
040500         END-IF
040600         MOVE SCR-CROSS-LINE TO SCR-TEXT (WS-NEXT-LINE)
040700         ADD 1 TO WS-NEXT-LINE
040800     END-IF.
040900 5000-EXIT.
041000     EXIT.
041100 END PROGRAM YCVOAPV.
