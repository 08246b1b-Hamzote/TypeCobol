001400*     DETAIL/TRAILER FORMAT THE REMPART PRINT RUN PRODUCES, SO   *
001500*     THE GL LOAD CONSUMES A CORRECTION RUN EXACTLY LIKE A       *
001600*     NORMAL RUN.                                                *
001610*                                                                *
001620*     THE ADJ-FEE-DIFFERENCE AMOUNTS (THE CHANGE IN CONVERSION   *
001630*     FEE) ARE ROLLED UP THE SAME WAY AND POSTED AS A SEPARATE   *
001640*     FEE DETAIL FOLLOWING THEIR GROUP'S DETAIL.                 *
001700*                                                                *
001800*     THE ADJUSTMENT RECORD CARRIES ONLY THE CONVEAL CODE --     *
001900*     THE GROUP KEY COMES FROM THE CONVMSTR MASTER, USING THE    *
002700*                                                                *
002800* MODIFICATION HISTORY.                                          *
002900*     09/02/26  JFM  ORIGINAL VERSION.                           *
002910*     10/14/26  JFM  CONVEAL ENTRY LENGTHENED FOR CROSS-RATE     *
002920*                    FIELDS.                                     *
002930*     10/15/26  JFM  LOGS EACH RUN ON THE YRUNCTL RUN-CONTROL    *
002940*                    LEDGER UNDER THE BAD-RUN DATE AND CONVEAL   *
002950*                    CODE OF THE BACKOUT IT POSTS, AND REFUSES A *
002960*                    SECOND CLEAN POSTING OR ONE AHEAD OF THAT   *
002970*                    YCVBKOUT RUN UNLESS THE OVERRIDE AND AN     *
002980*                    OPERATOR ID ARE ON THE NEW YRCLPARM CARD.   *
002985*     10/15/26  JFM  ADJUSTMENT RECORD NOW 63 BYTES; CHANGES IN  *
002990*                    CONVERSION FEE POSTED AS A FEE DETAIL PER   *
002995*                    GROUP KEY.                                  *
002996*     10/15/26  JFM  BLANK CARD TAKES THE BUSINESS DATE FROM THE *
002997*                    ADJUSTMENT'S ADJ-BUSINESS-DATE, THE DATE    *
002998*                    YCVBKOUT LOGGED UNDER; ADJUSTMENT RECORD    *
002999*                    NOW 71 BYTES.                               *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
004200                            RECORD KEY IS CV-MSTR-KEY.
004300     SELECT GLCORR-FILE     ASSIGN TO GLCORR
004400                            ORGANIZATION IS SEQUENTIAL.
004410     SELECT PARM-FILE       ASSIGN TO PARMCRD
004420                            ORGANIZATION IS SEQUENTIAL.
004430     SELECT RUNCTL-FILE     ASSIGN TO RUNCTL
004440                            ORGANIZATION IS INDEXED
004450                            ACCESS MODE IS DYNAMIC
004460                            RECORD KEY IS RCL-KEY.
004500     SELECT SORT-FILE       ASSIGN TO SORTWK01.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  ADJUST-FILE
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD.
005100 01  ADJUST-REC                      PIC X(71).
005200 FD  CONVEAL-FILE
005300     LABEL RECORDS ARE STANDARD.
005400 01  CONVEAL-MSTR-REC.
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 01  GLCORR-REC                      PIC X(60).
005910 FD  PARM-FILE
005920     RECORDING MODE IS F
005930     LABEL RECORDS ARE STANDARD.
005940 01  PARM-REC                        PIC X(80).
005950 FD  RUNCTL-FILE
005960     LABEL RECORDS ARE STANDARD.
005970 01  RUNCTL-REC.
005980     COPY YRUNCTL.
006000 SD  SORT-FILE.
006100 01  SORT-RECORD.
006200     05  SRT-GROUP-KEY               PIC X(03).
006300     05  SRT-DIFFERENCE              PIC S9(09)V9(02) COMP-3.
006310     05  SRT-FEE-DIFFERENCE          PIC S9(09)V9(02) COMP-3.
006400 WORKING-STORAGE SECTION.
006500*****************************************************************
006600* SWITCHES                                                       *
010000* CONVEAL ENTRY IN EFFECT FOR THE CURRENT ADJUSTMENT, SAVED      *
010100* WHILE THE LOOKUP BROWSES PAST IT TO LATER-DATED ENTRIES        *
010200*****************************************************************
010300 01  WS-SAVE-ENTRY                   PIC X(51).
010400*****************************************************************
010500* GL CORRECTION ACCUMULATORS -- CURRENT GROUP, DETAIL COUNT AND  *
010600* THE TRAILER HASH TOTAL OF THE DETAIL CORRECTION AMOUNTS        *
010800 77  WS-PREV-GROUP-KEY               PIC X(03) VALUE SPACES.
010900 77  WS-GRP-COUNT                PIC S9(07) COMP-3 VALUE ZERO.
011000 77  WS-GRP-AMOUNT           PIC S9(09)V9(02) COMP-3 VALUE ZERO.
011010 77  WS-GRP-FEE-COUNT            PIC S9(07) COMP-3 VALUE ZERO.
011020 77  WS-GRP-FEE-AMOUNT       PIC S9(09)V9(02) COMP-3 VALUE ZERO.
011100 77  WS-GL-DETAIL-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
011200 77  WS-GL-HASH-TOTAL    PIC S9(13)V9(02) COMP-3 VALUE ZERO.
011300 77  WS-NET-CORRECTION   PIC S9(11)V9(02) COMP-3 VALUE ZERO.
011301 77  WS-NET-FEE-CORRECTION  PIC S9(11)V9(02) COMP-3 VALUE ZERO.
011302*****************************************************************
011304* RUN-CONTROL LEDGER -- THIS STEP'S YRUNCTL ENTRY, THE STEP IT   *
011306* MUST FOLLOW, AND THE DUPLICATE/ORDER CHECKS MADE BEFORE IT     *
011308* IS ALLOWED TO RUN                                              *
011310*****************************************************************
011312 77  WS-RCL-STEP-ID                  PIC X(08) VALUE 'YGLCORR'.
011314 77  WS-RCL-PRED-STEP                PIC X(08) VALUE 'YCVBKOUT'.
011316 77  WS-RCL-PRED-ANY-QUAL-SW         PIC X(01) VALUE 'N'.
011318 77  WS-RCL-BUSINESS-DATE            PIC X(08) VALUE SPACES.
011320 77  WS-RCL-QUALIFIER                PIC X(08) VALUE SPACES.
011322 77  WS-RCL-OVERRIDE-SW              PIC X(01) VALUE 'N'.
011324     88  RCL-OVERRIDE-CODED          VALUE 'Y'.
011326 77  WS-RCL-OVERRIDE-BY              PIC X(08) VALUE SPACES.
011328 77  WS-RCL-RULE                     PIC X(04) VALUE SPACES.
011330 77  WS-RCL-ALLOWED-SW               PIC X(01) VALUE 'Y'.
011332     88  RCL-RUN-ALLOWED             VALUE 'Y'.
011334     88  RCL-RUN-REFUSED             VALUE 'N'.
011336 77  WS-RCL-STARTED-SW               PIC X(01) VALUE 'N'.
011338     88  RCL-ENTRY-STARTED           VALUE 'Y'.
011340 77  WS-RCL-SCAN-STEP                PIC X(08) VALUE SPACES.
011342 77  WS-RCL-SCAN-ANY-QUAL-SW         PIC X(01) VALUE 'N'.
011344     88  RCL-SCAN-ANY-QUALIFIER      VALUE 'Y'.
011346 77  WS-RCL-SCAN-DONE-SW             PIC X(01) VALUE 'N'.
011348     88  RCL-SCAN-DONE               VALUE 'Y'.
011350 77  WS-RCL-CLEAN-SW                 PIC X(01) VALUE 'N'.
011352     88  RCL-CLEAN-FOUND             VALUE 'Y'.
011354 77  WS-RCL-OPEN-SW                  PIC X(01) VALUE 'N'.
011356     88  RCL-OPEN-FOUND              VALUE 'Y'.
011358 77  WS-RCL-SAVE-KEY                 PIC X(40) VALUE SPACES.
011400*****************************************************************
011500* RECORD WORK AREAS                                              *
011600*****************************************************************
011700 01  ADJUSTMENT-RECORD. COPY  YCVADJ.
011800 01  GL-INTERFACE-RECORD. COPY  YGLINTF.
011810 01  RUN-CONTROL-PARM-CARD. COPY  YRCLPARM.
011900 PROCEDURE DIVISION.
012000*****************************************************************
012100* 0000-MAINLINE -- SORT THE ADJUSTMENTS INTO GROUP-KEY ORDER     *
012300*****************************************************************
012400 0000-MAINLINE.
012500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012510     IF RCL-RUN-ALLOWED
012600         SORT SORT-FILE
012700             ON ASCENDING KEY SRT-GROUP-KEY
012800             INPUT PROCEDURE IS 3000-SELECT-ADJ THRU 3000-EXIT
012900             OUTPUT PROCEDURE IS 4000-BUILD-GLCORR THRU 4000-EXIT
013000         PERFORM 8000-TERMINATE THRU 8000-EXIT
013010     END-IF.
013100     GOBACK.
013200*****************************************************************
013300* 1000-INITIALIZE -- PARM CARD, RUN-CONTROL LEDGER CHECK, OPEN   *
013310*                    FILES                                       *
013400*****************************************************************
013500 1000-INITIALIZE.
013600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013700     ACCEPT WS-RUN-TIME FROM TIME.
013710     PERFORM 1050-READ-PARM-CARD THRU 1050-EXIT.
013720     PERFORM 1500-CHECK-RUN-LEDGER THRU 1500-EXIT.
013730     IF RCL-RUN-REFUSED
013740         GO TO 1000-EXIT
013750     END-IF.
013800     OPEN INPUT  ADJUST-FILE
013900                 CONVEAL-FILE
014000          OUTPUT GLCORR-FILE.
014100 1000-EXIT.
014200     EXIT.
014201*****************************************************************
014202* 1050-READ-PARM-CARD -- THE YRCLPARM CARD NAMES THE BACKOUT     *
014203*                 BEING POSTED (ITS LEDGER BUSINESS DATE AND     *
014204*                 CODE); A BLANK CARD TAKES BOTH FROM THE FIRST  *
014205*                 ADJUSTMENT RECORD                              *
014206*****************************************************************
014207 1050-READ-PARM-CARD.
014208     OPEN INPUT PARM-FILE.
014209     MOVE SPACES TO RUN-CONTROL-PARM-CARD.
014210     READ PARM-FILE INTO RUN-CONTROL-PARM-CARD
014211         AT END
014212             MOVE SPACES TO RUN-CONTROL-PARM-CARD
014213     END-READ.
014214     CLOSE PARM-FILE.
014215     MOVE RCP-BUSINESS-DATE TO WS-RCL-BUSINESS-DATE.
014216     MOVE RCP-QUALIFIER     TO WS-RCL-QUALIFIER.
014217     MOVE RCP-RUN-OVERRIDE  TO WS-RCL-OVERRIDE-SW.
014218     MOVE RCP-OVERRIDE-BY   TO WS-RCL-OVERRIDE-BY.
014219     IF RCP-BUSINESS-DATE = SPACES OR RCP-BUSINESS-DATE = ZEROS
014220         MOVE WS-RUN-DATE TO WS-RCL-BUSINESS-DATE
014221         OPEN INPUT ADJUST-FILE
014222         READ ADJUST-FILE INTO ADJUSTMENT-RECORD
014223             AT END
014224                 CONTINUE
014225             NOT AT END
014226                 MOVE ADJ-BUSINESS-DATE TO WS-RCL-BUSINESS-DATE
014227                 IF ADJ-BUSINESS-DATE = SPACES
014228                     MOVE ADJ-RUN-DATE TO WS-RCL-BUSINESS-DATE
014229                 END-IF
014230                 IF RCP-QUALIFIER = SPACES
014231                     MOVE ADJ-CODE TO WS-RCL-QUALIFIER
014232                 END-IF
014233         END-READ
014234         CLOSE ADJUST-FILE
014235     END-IF.
014236 1050-EXIT.
014237     EXIT.
014238*****************************************************************
014239* 1500-CHECK-RUN-LEDGER -- REFUSE A SECOND CLEAN RUN FOR THE     *
014240*                 BUSINESS DATE, OR A RUN AHEAD OF THE STEP IT   *
014241*                 FOLLOWS, UNLESS THE OVERRIDE AND AN OPERATOR   *
014242*                 ID ARE ON THE CARD; THEN LOG THE START         *
014243*****************************************************************
014244 1500-CHECK-RUN-LEDGER.
014245     MOVE SPACES TO WS-RCL-RULE.
014246     OPEN I-O RUNCTL-FILE.
014247     MOVE WS-RCL-STEP-ID TO WS-RCL-SCAN-STEP.
014248     MOVE 'N' TO WS-RCL-SCAN-ANY-QUAL-SW.
014249     PERFORM 1550-SCAN-LEDGER THRU 1550-EXIT.
014250     IF RCL-CLEAN-FOUND
014251         MOVE 'DUPL' TO WS-RCL-RULE
014252         DISPLAY 'YGC1007W ' WS-RCL-STEP-ID
014253             ' HAS ALREADY COMPLETED FOR BUSINESS DATE '
014254             WS-RCL-BUSINESS-DATE ' ' WS-RCL-QUALIFIER
014255     END-IF.
014256     IF RCL-OPEN-FOUND
014257         DISPLAY 'YGC1008W AN EARLIER ' WS-RCL-STEP-ID
014258             ' RUN FOR ' WS-RCL-BUSINESS-DATE
014259             ' STARTED BUT NEVER FINISHED'
014260     END-IF.
014261     IF WS-RCL-PRED-STEP NOT = SPACES
014262         MOVE WS-RCL-PRED-STEP TO WS-RCL-SCAN-STEP
014263         MOVE WS-RCL-PRED-ANY-QUAL-SW TO WS-RCL-SCAN-ANY-QUAL-SW
014264         PERFORM 1550-SCAN-LEDGER THRU 1550-EXIT
014265         IF NOT RCL-CLEAN-FOUND
014266             IF WS-RCL-RULE = SPACES
014267                 MOVE 'ORDR' TO WS-RCL-RULE
014268             ELSE
014269                 MOVE 'BOTH' TO WS-RCL-RULE
014270             END-IF
014271             DISPLAY 'YGC1009W ' WS-RCL-PRED-STEP
014272                 ' HAS NOT COMPLETED FOR BUSINESS DATE '
014273                 WS-RCL-BUSINESS-DATE
014274         END-IF
014275     END-IF.
014276     IF WS-RCL-RULE NOT = SPACES
014277         IF RCL-OVERRIDE-CODED AND WS-RCL-OVERRIDE-BY NOT = SPACES
014278             DISPLAY 'YGC1010W RUN-CONTROL OVERRIDE ' WS-RCL-RULE
014279                 ' BY ' WS-RCL-OVERRIDE-BY ' -- RUN PROCEEDS'
014280         ELSE
014281             DISPLAY 'YGC1011E RUN REFUSED -- CODE THE '
014282                 'RUN-CONTROL OVERRIDE AND AN OPERATOR ID ON '
014283                 'THE PARAMETER CARD TO FORCE IT'
014284             SET RCL-RUN-REFUSED TO TRUE
014285             MOVE 16 TO RETURN-CODE
014286             CLOSE RUNCTL-FILE
014287             GO TO 1500-EXIT
014288         END-IF
014289     END-IF.
014290     PERFORM 1600-WRITE-LEDGER-START THRU 1600-EXIT.
014291     CLOSE RUNCTL-FILE.
014292 1500-EXIT.
014293     EXIT.
014294*****************************************************************
014295* 1550-SCAN-LEDGER -- BROWSE THE BUSINESS DATE'S ENTRIES FOR     *
014296*                 WS-RCL-SCAN-STEP (THIS RUN'S QUALIFIER ONLY,   *
014297*                 UNLESS ANY QUALIFIER WILL DO) NOTING A CLEAN   *
014298*                 FINISH AND A START THAT NEVER FINISHED         *
014299*****************************************************************
014300 1550-SCAN-LEDGER.
014301     MOVE 'N' TO WS-RCL-CLEAN-SW.
014302     MOVE 'N' TO WS-RCL-OPEN-SW.
014303     MOVE 'N' TO WS-RCL-SCAN-DONE-SW.
014304     MOVE LOW-VALUES TO RCL-KEY.
014305     MOVE WS-RCL-BUSINESS-DATE TO RCL-BUSINESS-DATE.
014306     MOVE WS-RCL-SCAN-STEP TO RCL-STEP-ID.
014307     IF NOT RCL-SCAN-ANY-QUALIFIER
014308         MOVE WS-RCL-QUALIFIER TO RCL-QUALIFIER
014309     END-IF.
014310     START RUNCTL-FILE KEY IS NOT LESS THAN RCL-KEY
014311         INVALID KEY
014312             SET RCL-SCAN-DONE TO TRUE
014313     END-START.
014314     PERFORM 1560-READ-LEDGER-NEXT THRU 1560-EXIT
014315         UNTIL RCL-SCAN-DONE.
014316 1550-EXIT.
014317     EXIT.
014318*****************************************************************
014319* 1560-READ-LEDGER-NEXT -- ONE BROWSE STEP; A FINISH AT RETURN   *
014320*                 CODE 4 OR LESS COUNTS AS A CLEAN RUN           *
014321*****************************************************************
014322 1560-READ-LEDGER-NEXT.
014323     READ RUNCTL-FILE NEXT RECORD
014324         AT END
014325             SET RCL-SCAN-DONE TO TRUE
014326             GO TO 1560-EXIT
014327     END-READ.
014328     IF RCL-BUSINESS-DATE NOT = WS-RCL-BUSINESS-DATE
014329        OR RCL-STEP-ID NOT = WS-RCL-SCAN-STEP
014330        OR (NOT RCL-SCAN-ANY-QUALIFIER
014331            AND RCL-QUALIFIER NOT = WS-RCL-QUALIFIER)
014332         SET RCL-SCAN-DONE TO TRUE
014333         GO TO 1560-EXIT
014334     END-IF.
014335     IF RCL-FINISHED AND RCL-RETURN-CODE NOT > 4
014336         SET RCL-CLEAN-FOUND TO TRUE
014337     END-IF.
014338     IF RCL-STARTED
014339         SET RCL-OPEN-FOUND TO TRUE
014340     END-IF.
014341 1560-EXIT.
014342     EXIT.
014343*****************************************************************
014344* 1600-WRITE-LEDGER-START -- THIS RUN'S ENTRY, STATUS STARTED,   *
014345*                 CARRYING ANY OVERRIDE USED TO GET HERE         *
014346*****************************************************************
014347 1600-WRITE-LEDGER-START.
014348     MOVE SPACES TO RUNCTL-REC.
014349     MOVE WS-RCL-BUSINESS-DATE TO RCL-BUSINESS-DATE.
014350     MOVE WS-RCL-STEP-ID       TO RCL-STEP-ID.
014351     MOVE WS-RCL-QUALIFIER     TO RCL-QUALIFIER.
014352     MOVE WS-RUN-DATE          TO RCL-RUN-DATE.
014353     MOVE WS-RUN-TIME          TO RCL-RUN-TIME.
014354     SET RCL-STARTED TO TRUE.
014355     MOVE ZERO TO RCL-RETURN-CODE.
014356     MOVE ZERO TO RCL-COUNT-1 RCL-COUNT-2 RCL-COUNT-3.
014357     MOVE ZERO TO RCL-AMOUNT-1 RCL-AMOUNT-2.
014358     IF WS-RCL-RULE NOT = SPACES
014359         SET RCL-OVERRIDDEN TO TRUE
014360         MOVE WS-RCL-RULE        TO RCL-OVERRIDE-RULE
014361         MOVE WS-RCL-OVERRIDE-BY TO RCL-OVERRIDE-BY
014362     END-IF.
014363     MOVE RCL-KEY TO WS-RCL-SAVE-KEY.
014364     WRITE RUNCTL-REC
014365         INVALID KEY
014366             DISPLAY 'YGC1012E RUN-CONTROL ENTRY ' WS-RCL-SAVE-KEY
014367                 ' ALREADY ON FILE -- RUN REFUSED'
014368             SET RCL-RUN-REFUSED TO TRUE
014369             MOVE 16 TO RETURN-CODE
014370         NOT INVALID KEY
014371             SET RCL-ENTRY-STARTED TO TRUE
014372     END-WRITE.
014373 1600-EXIT.
014374     EXIT.
014375*****************************************************************
014400* 3000-SELECT-ADJ -- SORT INPUT PROCEDURE: EVERY ADJUSTMENT      *
014500*                 RECORD KEYED WITH ITS CONVEAL GROUP KEY        *
014600*****************************************************************
016500     IF GROUP-FOUND
016600         MOVE WS-CACHE-GROUP  TO SRT-GROUP-KEY
016700         MOVE ADJ-DIFFERENCE  TO SRT-DIFFERENCE
016710         MOVE ZERO            TO SRT-FEE-DIFFERENCE
016720         IF ADJ-FEE-DIFFERENCE NUMERIC
016730             MOVE ADJ-FEE-DIFFERENCE TO SRT-FEE-DIFFERENCE
016740         END-IF
016800         RELEASE SORT-RECORD
016900         ADD 1 TO WS-MATCH-COUNT
017000     ELSE
024100*****************************************************************
024200* 4000-BUILD-GLCORR -- SORT OUTPUT PROCEDURE: HEADER RECORD,     *
024300*                 ONE DETAIL PER GROUP KEY WITH THE SUMMED       *
024310*                 DIFFERENCES (AND A FEE DETAIL WITH THE SUMMED  *
024320*                 FEE DIFFERENCES), THEN THE COUNT/HASH TRAILER  *
024500*****************************************************************
024600 4000-BUILD-GLCORR.
024700     PERFORM 4100-WRITE-GL-HEADER THRU 4100-EXIT.
027800     ADD 1 TO WS-GRP-COUNT.
027900     ADD SRT-DIFFERENCE TO WS-GRP-AMOUNT.
028000     ADD SRT-DIFFERENCE TO WS-NET-CORRECTION.
028010     IF SRT-FEE-DIFFERENCE NOT = ZERO
028020         ADD 1 TO WS-GRP-FEE-COUNT
028030         ADD SRT-FEE-DIFFERENCE TO WS-GRP-FEE-AMOUNT
028040         ADD SRT-FEE-DIFFERENCE TO WS-NET-FEE-CORRECTION
028050     END-IF.
028100     PERFORM 4200-RETURN-SORTED THRU 4200-EXIT.
028200 4300-EXIT.
028300     EXIT.
029000     WRITE GLCORR-REC FROM GL-INTERFACE-RECORD.
029100     ADD 1 TO WS-GL-DETAIL-COUNT.
029200     ADD WS-GRP-AMOUNT TO WS-GL-HASH-TOTAL.
029205     IF WS-GRP-FEE-COUNT > ZERO
029210         MOVE SPACES TO GL-INTERFACE-RECORD
029215         SET GLI-FEE-DETAIL TO TRUE
029220         MOVE WS-PREV-GROUP-KEY TO GLI-DET-GROUP-KEY
029225         MOVE WS-GRP-FEE-COUNT  TO GLI-DET-REC-COUNT
029230         MOVE WS-GRP-FEE-AMOUNT TO GLI-DET-AMOUNT
029235         WRITE GLCORR-REC FROM GL-INTERFACE-RECORD
029240         ADD 1 TO WS-GL-DETAIL-COUNT
029245         ADD WS-GRP-FEE-AMOUNT TO WS-GL-HASH-TOTAL
029250     END-IF.
029300     MOVE ZERO TO WS-GRP-COUNT WS-GRP-AMOUNT.
029310     MOVE ZERO TO WS-GRP-FEE-COUNT WS-GRP-FEE-AMOUNT.
029400 4400-EXIT.
029500     EXIT.
029600 4500-WRITE-GL-TRAILER.
031200             WS-GL-DETAIL-COUNT.
031300     DISPLAY 'YGC1004I NET CORRECTION AMOUNT : '
031400             WS-NET-CORRECTION.
031410     DISPLAY 'YGC1014I NET FEE CORRECTION    : '
031420             WS-NET-FEE-CORRECTION.
031500     IF WS-UNMATCH-COUNT > ZERO
031600         DISPLAY 'YGC1006W ADJUSTMENTS NOT GROUPED: '
031700                 WS-UNMATCH-COUNT
032100     CLOSE ADJUST-FILE
032200           CONVEAL-FILE
032300           GLCORR-FILE.
032310     PERFORM 8500-WRITE-LEDGER-FINISH THRU 8500-EXIT.
032400 8000-EXIT.
032500     EXIT.
032502*****************************************************************
032504* 8500-WRITE-LEDGER-FINISH -- MARK THIS RUN'S LEDGER ENTRY       *
032506*                 FINISHED WITH ITS COMPLETION RETURN CODE AND   *
032508*                 KEY COUNTS AND TOTALS                          *
032510*****************************************************************
032512 8500-WRITE-LEDGER-FINISH.
032514     IF NOT RCL-ENTRY-STARTED
032516         GO TO 8500-EXIT
032518     END-IF.
032520     OPEN I-O RUNCTL-FILE.
032522     MOVE WS-RCL-SAVE-KEY TO RCL-KEY.
032524     READ RUNCTL-FILE
032526         INVALID KEY
032528             DISPLAY 'YGC1013W RUN-CONTROL ENTRY ' WS-RCL-SAVE-KEY
032530                 ' NOT FOUND -- FINISH NOT LOGGED'
032532             CLOSE RUNCTL-FILE
032534             GO TO 8500-EXIT
032536     END-READ.
032538     SET RCL-FINISHED TO TRUE.
032540     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
032542     ACCEPT RCL-END-TIME FROM TIME.
032544     MOVE RETURN-CODE TO RCL-RETURN-CODE.
032546     MOVE WS-READ-COUNT              TO RCL-COUNT-1.
032548     MOVE WS-GL-DETAIL-COUNT         TO RCL-COUNT-2.
032550     MOVE WS-UNMATCH-COUNT           TO RCL-COUNT-3.
032552     MOVE WS-NET-CORRECTION          TO RCL-AMOUNT-1.
032554     MOVE WS-GL-HASH-TOTAL           TO RCL-AMOUNT-2.
032556     REWRITE RUNCTL-REC
032558         INVALID KEY
032560             DISPLAY 'YGC1013W RUN-CONTROL ENTRY ' WS-RCL-SAVE-KEY
032562                 ' NOT FOUND -- FINISH NOT LOGGED'
032564     END-REWRITE.
032566     CLOSE RUNCTL-FILE.
032568 8500-EXIT.
032570     EXIT.
032600 END PROGRAM YGLCORR.
