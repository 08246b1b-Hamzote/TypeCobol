001953*                    THE NEXT YCVMAINT APPLY INSTEAD OF THE      *
001954*                    DESK RE-KEYING THEM FROM THE CVEXCPT        *
001955*                    REPORT.                                     *
001956*     10/14/26  JFM  EACH DETAIL-20 RECORD IS NOW PRICED AT THE  *
001957*                    CONVEAL ENTRY IN EFFECT ON ITS OWN          *
001958*                    DET20-TXN-DATE, SO A MIXED-DATE FILE RUNS   *
001959*                    IN ONE PASS; THE PARM-CARD AS-OF DATE (OR   *
001960*                    RUN DATE) NOW ONLY COVERS A RECORD WITH NO  *
001961*                    TRANSACTION DATE.  THE RATE DATE USED IS    *
001962*                    WRITTEN TO THE AUDIT RECORD.                *
001967*     10/14/26  JFM  CROSS-RATE CONVEAL ENTRIES ARE PRICED AT    *
001972*                    RUN TIME FROM THEIR TWO LEG CODES' RATES    *
001977*                    FOR THE SAME DATE; THE LEG RATES GO TO THE  *
001982*                    AUDIT TRAIL, AND A RECORD WHOSE LEG CANNOT  *
001987*                    BE PRICED IS REJECTED AS XL01.              *
001989*     10/15/26  JFM  LOGS EACH RUN ON THE YRUNCTL RUN-CONTROL    *
001991*                    LEDGER UNDER THE AS-OF DATE AND STREAM ID,  *
001993*                    AND REFUSES A SECOND CLEAN RUN OR A RUN     *
001995*                    AHEAD OF THE YDET20ED EDIT UNLESS THE PARM- *
001997*                    CARD OVERRIDE AND AN OPERATOR ID ARE CODED. *
002007*     10/15/26  JFM  A CONVERSION WHOSE CONVERTED AMOUNT EXCEEDS *
002017*                    ITS GROUP KEY'S HOLDLIM LIMIT IS HELD TO    *
002027*                    THE HOLDOUT FILE FOR A SECOND PERSON'S      *
002037*                    RELEASE INSTEAD OF POSTING; HELD ITEMS ARE  *
002047*                    LISTED ON THE RUN SUMMARY, CARRIED ON THE   *
002057*                    CHECKPOINT AND INCLUDED IN THE CONTROL-     *
002067*                    TOTAL RECONCILIATION.                       *
002068*     10/15/26  JFM  EACH CONVERTED RECORD IS CHARGED THE        *
002069*                    CONVERSION FEE IN EFFECT FOR ITS GROUP KEY  *
002070*                    ON THE FEEMSTR FEE SCHEDULE. THE FEE IS     *
002071*                    PRINTED ON THE FULL DETAIL LINE, THE GROUP  *
002072*                    SUBTOTAL AND THE RUN SUMMARY, CARRIED ON    *
002073*                    THE AUDIT, HOLD AND CHECKPOINT RECORDS, AND *
002074*                    POSTED AS A FEE DETAIL ON GLINTF.           *
002076*     10/15/26  JFM  STREAM RUN FINDS THE EDIT STEP'S LEDGER     *
002078*                    ENTRY UNDER ANY QUALIFIER; CONVERTED COUNT  *
002080*                    LOGGED ON THE LEDGER; RRP0124W SAYS HELD    *
002082*                    ITEMS CAN ONLY BE DECLINED.                 *
002084*     10/15/26  JFM  HELD-ITEMS PRINT LINE PADDED TO THE FULL    *
002086*                    133 BYTES.                                  *
002088*****************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER.  IBM-370.
003299                            ORGANIZATION IS SEQUENTIAL.
003300     SELECT SUSP-FILE       ASSIGN TO CVSUSP
003301                            ORGANIZATION IS SEQUENTIAL.
003311     SELECT RUNCTL-FILE     ASSIGN TO RUNCTL
003321                            ORGANIZATION IS INDEXED
003331                            ACCESS MODE IS DYNAMIC
003341                            RECORD KEY IS RCL-KEY.
003343     SELECT HOLDLIM-FILE   ASSIGN TO HOLDLIM
003345                            ORGANIZATION IS SEQUENTIAL.
003347     SELECT HOLD-FILE      ASSIGN TO HOLDOUT
003349                            ORGANIZATION IS SEQUENTIAL.
003354     SELECT FEE-FILE       ASSIGN TO FEEMSTR
003359                            ORGANIZATION IS INDEXED
003364                            ACCESS MODE IS DYNAMIC
003369                            RECORD KEY IS FEE-MSTR-KEY.
003374 DATA DIVISION.
003400 FILE SECTION.
003500 FD  DETAIL20-FILE
003600     RECORDING MODE IS F
004850 FD  CHKPT-IN-FILE
004860     RECORDING MODE IS F
004870     LABEL RECORDS ARE STANDARD.
004880 01  CHKPT-IN-REC                    PIC X(98).
004890 FD  CHKPT-OUT-FILE
004892     RECORDING MODE IS F
004894     LABEL RECORDS ARE STANDARD.
004896 01  CHKPT-OUT-REC                   PIC X(98).
004897 FD  CVEXCPT-FILE
004898     RECORDING MODE IS F
004899     LABEL RECORDS ARE STANDARD.
004902 FD  AUDIT-FILE
004903     RECORDING MODE IS F
004904     LABEL RECORDS ARE STANDARD.
004905 01  AUDIT-REC                       PIC X(80).
004906 FD  GLINTF-FILE
004908     RECORDING MODE IS F
004909     LABEL RECORDS ARE STANDARD.
004922     RECORDING MODE IS F
004924     LABEL RECORDS ARE STANDARD.
004926 01  SUSP-REC                        PIC X(60).
004936 FD  RUNCTL-FILE
004946     LABEL RECORDS ARE STANDARD.
004956 01  RUNCTL-REC.
004966     COPY YRUNCTL.
004967 FD  HOLDLIM-FILE
004968     RECORDING MODE IS F
004969     LABEL RECORDS ARE STANDARD.
004970 01  HOLDLIM-REC                     PIC X(80).
004971 FD  HOLD-FILE
004972     RECORDING MODE IS F
004973     LABEL RECORDS ARE STANDARD.
004974 01  HOLD-REC                        PIC X(200).
004976 FD  FEE-FILE
004978     LABEL RECORDS ARE STANDARD.
004980 01  FEE-MSTR-REC.
004982     COPY YFEEMST.
004984 WORKING-STORAGE SECTION.
005000*****************************************************************
005100* SWITCHES                                                       *
005200*****************************************************************
005994     88  ENTRY-SAVED                  VALUE 'Y'.
005995 77  WS-CTL-FOUND-SW                 PIC X(01) VALUE 'N'.
005996     88  CTL-FOUND                    VALUE 'Y'.
005997 77  WS-CV-LEG-MISS-SW               PIC X(01) VALUE 'N'.
005998     88  CV-LEG-MISSING               VALUE 'Y'.
005999 77  WS-LEG-FOUND-SW                 PIC X(01) VALUE 'N'.
006009     88  LEG-FOUND                    VALUE 'Y'.
006014 77  WS-HOLDLIM-EOF-SW               PIC X(01) VALUE 'N'.
006019     88  HOLDLIM-EOF                  VALUE 'Y'.
006024 77  WS-HOLDLIM-VALID-SW             PIC X(01) VALUE 'Y'.
006029     88  HOLD-LIMITS-VALID            VALUE 'Y'.
006034     88  HOLD-LIMITS-INVALID          VALUE 'N'.
006039 77  WS-HLT-FOUND-SW                 PIC X(01) VALUE 'N'.
006044     88  HLT-FOUND                    VALUE 'Y'.
006049 77  WS-HOLD-SW                      PIC X(01) VALUE 'N'.
006054     88  ITEM-HELD                    VALUE 'Y'.
006059 77  WS-HOLD-EOF-SW                  PIC X(01) VALUE 'N'.
006064     88  HOLD-EOF                     VALUE 'Y'.
006065 77  WS-FEE-DONE-SW                  PIC X(01) VALUE 'N'.
006066     88  FEE-LOOKUP-DONE              VALUE 'Y'.
006067 77  WS-FEE-SAVED-SW                 PIC X(01) VALUE 'N'.
006068     88  FEE-ENTRY-SAVED              VALUE 'Y'.
006069*****************************************************************
006100* WORK FIELDS                                                    *
006200*****************************************************************
006300 77  WS-CONVERTED-AMOUNT             PIC S9(09)V9(02) COMP-3.
006305 77  WS-RUN-DATE                     PIC X(08).
006306 77  WS-RUN-TIME                     PIC X(08).
006307 77  WS-AS-OF-DATE                   PIC X(08).
006309 77  WS-RATE-DATE                    PIC X(08).
006311 77  WS-ACCT-LOW                     PIC X(10) VALUE LOW-VALUES.
006313 77  WS-ACCT-HIGH                    PIC X(10) VALUE HIGH-VALUES.
006315 77  WS-SKIP-COUNT           PIC S9(09) COMP-3 VALUE ZERO.
006320*****************************************************************
006330* CONTROL-BREAK ACCUMULATORS FOR THE PRTD20L SUBTOTAL LINE       *
006335*****************************************************************
006394* CONVEAL ENTRY IN EFFECT FOR THE CURRENT DETAIL-20 RECORD,      *
006395* SAVED WHILE THE LOOKUP BROWSES PAST IT TO LATER-DATED ENTRIES  *
006396*****************************************************************
006397 01  WS-SAVE-ENTRY                   PIC X(51).
006398*****************************************************************
006399* CROSS-RATE PRICING -- THE CROSS ENTRY IS HELD WHILE EACH LEG   *
006400* CODE IS LOOKED UP FOR THE SAME RATE DATE, AND THE TWO LEG      *
006401* RATES ARE KEPT FOR THE AUDIT TRAIL                             *
006402*****************************************************************
006403 01  WS-CROSS-ENTRY                  PIC X(51).
006404 77  WS-LOOKUP-CODE                  PIC X(05).
006405 77  WS-LEG-RATE                     PIC S9(05)V9(06) COMP-3
006406                                     VALUE ZERO.
006407 77  WS-LEG1-RATE                    PIC S9(05)V9(06) COMP-3
006408                                     VALUE ZERO.
006409 77  WS-LEG2-RATE                    PIC S9(05)V9(06) COMP-3
006410                                     VALUE ZERO.
006411 77  WS-CROSS-COUNT          PIC S9(09) COMP-3 VALUE ZERO.
006412*****************************************************************
006413* RESTART WORK FIELDS -- LAST CHECKPOINT READ BACK IN ON RESTART *
006414*****************************************************************
006415 77  WS-RESTART-KEY              PIC X(10)  VALUE SPACES.
006416 77  WS-RESTART-ST-GROUP         PIC X(03)  VALUE SPACES.
006417 77  WS-RESTART-ST-COUNT         PIC S9(07) COMP-3 VALUE ZERO.
006418 77  WS-RESTART-ST-AMOUNT    PIC S9(09)V9(02) COMP-3 VALUE ZERO.
006419 77  WS-RESTART-DET-COUNT        PIC S9(09) COMP-3 VALUE ZERO.
006420 77  WS-RESTART-REJ-COUNT        PIC S9(07) COMP-3 VALUE ZERO.
006421 77  WS-RESTART-RUN-TOT      PIC S9(09)V9(02) COMP-3 VALUE ZERO.
006422 77  WS-RESTART-GL-COUNT         PIC S9(07) COMP-3 VALUE ZERO.
006423 77  WS-RESTART-GL-HASH      PIC S9(13)V9(02) COMP-3 VALUE ZERO.
006424*****************************************************************
006425* COUNT AND DET20-AMOUNT HASH OF THE IN-RANGE RECORDS ONLY --    *
006426* EVERY RUN READS THE WHOLE DETAIL-20 FILE, SO ONLY THE          *
006427* IN-RANGE FIGURES PARTITION IT ACROSS PARALLEL STREAMS AND      *
006430* LET YPRTMERG SUM THE STREAM CHECKPOINTS AGAINST THE YD20CTL    *
006435* CONTROL RECORD; A NON-STREAM RUN'S OPEN RANGE MAKES THEM       *
006440* COVER THE WHOLE FILE FOR THE 8300 VERIFY.  RESTORED FROM THE   *
006460 77  WS-IN-AMT-HASH      PIC S9(13)V9(02) COMP-3 VALUE ZERO.
006465 77  WS-RESTART-IN-COUNT     PIC S9(09) COMP-3 VALUE ZERO.
006470 77  WS-RESTART-IN-HASH  PIC S9(13)V9(02) COMP-3 VALUE ZERO.
006471*****************************************************************
006472* LARGE-VALUE HOLD LIMITS BY CONVEAL GROUP KEY FROM THE HOLDLIM  *
006473* CARDS ('***' CARD IN WS-DEFAULT-LIMIT), AND THE COUNT AND      *
006474* CONVERTED TOTAL OF THE ITEMS HELD FOR A SECOND PERSON'S        *
006475* RELEASE -- KEPT OUT OF THE SUBTOTALS, GLINTF AND AUDIT TRAIL   *
006476* BUT CARRIED ON THE CHECKPOINT AND INTO THE CONTROL TOTAL       *
006477*****************************************************************
006478 01  HOLD-LIMIT-TABLE.
006479     05  HLT-ENTRY-COUNT             PIC S9(04) COMP VALUE +0.
006480     05  HLT-ENTRY OCCURS 200 TIMES.
006481         10  HLT-GROUP-KEY           PIC X(03).
006482         10  HLT-LIMIT               PIC S9(09)V9(02) COMP-3.
006483 77  WS-HLT-SUB                      PIC S9(04) COMP VALUE +0.
006484 77  WS-DEFAULT-LIMIT    PIC S9(09)V9(02) COMP-3 VALUE ZERO.
006485 77  WS-HOLD-LIMIT       PIC S9(09)V9(02) COMP-3 VALUE ZERO.
006486 77  WS-ABS-AMOUNT       PIC S9(09)V9(02) COMP-3 VALUE ZERO.
006487 77  WS-HOLD-COUNT           PIC S9(07) COMP-3 VALUE ZERO.
006488 77  WS-HOLD-AMOUNT      PIC S9(13)V9(02) COMP-3 VALUE ZERO.
006489 77  WS-RESTART-HOLD-COUNT   PIC S9(07) COMP-3 VALUE ZERO.
006490 77  WS-RESTART-HOLD-AMT PIC S9(13)V9(02) COMP-3 VALUE ZERO.
006491 77  WS-RECON-AMOUNT     PIC S9(13)V9(02) COMP-3 VALUE ZERO.
006492*****************************************************************
006493* CONVERSION FEE ON THE CURRENT RECORD FROM THE FEEMSTR ENTRY    *
006494* IN EFFECT FOR ITS GROUP KEY ON THE RATE DATE (SAVED WHILE      *
006495* THE BROWSE READS PAST IT), THE GROUP'S FEE SUBTOTAL FOR THE    *
006496* SUBTOTAL LINE AND FEE GLINTF DETAIL, AND THE RUN'S FEE         *
006497* TOTALS -- ALL CARRIED ON THE CHECKPOINT                        *
006498*****************************************************************
006499 01  WS-SAVE-FEE-ENTRY               PIC X(50).
006500 77  WS-FEE-AMOUNT       PIC S9(09)V9(02) COMP-3 VALUE ZERO.
006501 77  WS-ST-FEE-COUNT         PIC S9(07) COMP-3 VALUE ZERO.
006502 77  WS-ST-FEE           PIC S9(09)V9(02) COMP-3 VALUE ZERO.
006503 77  WS-FEE-COUNT            PIC S9(09) COMP-3 VALUE ZERO.
006504 77  WS-RUN-FEE-TOTAL    PIC S9(09)V9(02) COMP-3 VALUE ZERO.
006505 77  WS-RESTART-ST-FEE-CNT   PIC S9(07) COMP-3 VALUE ZERO.
006506 77  WS-RESTART-ST-FEE   PIC S9(09)V9(02) COMP-3 VALUE ZERO.
006507 77  WS-RESTART-FEE-COUNT    PIC S9(09) COMP-3 VALUE ZERO.
006508 77  WS-RESTART-FEE-TOTAL PIC S9(09)V9(02) COMP-3 VALUE ZERO.
006509*****************************************************************
006510* RUN-CONTROL LEDGER -- THIS STEP'S YRUNCTL ENTRY, THE STEP IT   *
006511* MUST FOLLOW, AND THE DUPLICATE/ORDER CHECKS MADE BEFORE IT     *
006512* IS ALLOWED TO RUN                                              *
006520*****************************************************************
006530 77  WS-RCL-STEP-ID                  PIC X(08) VALUE 'REMPART'.
006540 77  WS-RCL-PRED-STEP                PIC X(08) VALUE 'YDET20ED'.
006550 77  WS-RCL-PRED-ANY-QUAL-SW         PIC X(01) VALUE 'Y'.
006560 77  WS-RCL-BUSINESS-DATE            PIC X(08) VALUE SPACES.
006570 77  WS-RCL-QUALIFIER                PIC X(08) VALUE SPACES.
006580 77  WS-RCL-OVERRIDE-SW              PIC X(01) VALUE 'N'.
006590     88  RCL-OVERRIDE-CODED          VALUE 'Y'.
006600 77  WS-RCL-OVERRIDE-BY              PIC X(08) VALUE SPACES.
006610 77  WS-RCL-RULE                     PIC X(04) VALUE SPACES.
006620 77  WS-RCL-ALLOWED-SW               PIC X(01) VALUE 'Y'.
006630     88  RCL-RUN-ALLOWED             VALUE 'Y'.
006640     88  RCL-RUN-REFUSED             VALUE 'N'.
006650 77  WS-RCL-STARTED-SW               PIC X(01) VALUE 'N'.
006660     88  RCL-ENTRY-STARTED           VALUE 'Y'.
006670 77  WS-RCL-SCAN-STEP                PIC X(08) VALUE SPACES.
006680 77  WS-RCL-SCAN-ANY-QUAL-SW         PIC X(01) VALUE 'N'.
006690     88  RCL-SCAN-ANY-QUALIFIER      VALUE 'Y'.
006700 77  WS-RCL-SCAN-DONE-SW             PIC X(01) VALUE 'N'.
006710     88  RCL-SCAN-DONE               VALUE 'Y'.
006720 77  WS-RCL-CLEAN-SW                 PIC X(01) VALUE 'N'.
006730     88  RCL-CLEAN-FOUND             VALUE 'Y'.
006740 77  WS-RCL-OPEN-SW                  PIC X(01) VALUE 'N'.
006750     88  RCL-OPEN-FOUND              VALUE 'Y'.
006760 77  WS-RCL-SAVE-KEY                 PIC X(40) VALUE SPACES.
007800*****************************************************************
007900* REPORT WORKING RECORDS                                        *
008000*****************************************************************
008250 01  GL-INTERFACE-RECORD. COPY  YGLINTF.
008252 01  CONTROL-RECORD. COPY  YD20CTL.
008254 01  SUSPENSE-RECORD. COPY  YCVSUSP.
008256 01  HOLD-LIMIT-CARD. COPY  YHLDLIM.
008258 01  HOLD-RECORD. COPY  YHOLD.
008260*****************************************************************
008261* PRTD20L PAGE AND COLUMN HEADING LINES, AND THE RUN-SUMMARY     *
008262* PAGE LINES PRINTED AT END OF RUN                               *
008286     05  FILLER                  PIC X(03) VALUE SPACES.
008287     05  FILLER                  PIC X(16) VALUE
008288         'CONVERTED AMOUNT'.
008289     05  FILLER                  PIC X(06) VALUE SPACES.
008290     05  FILLER                  PIC X(14) VALUE
008291         'CONVERSION FEE'.
008292     05  FILLER                  PIC X(43) VALUE SPACES.
008293 01  RPH-HEAD-2C.
008294     05  FILLER                  PIC X(01) VALUE ' '.
008295     05  FILLER                  PIC X(10) VALUE 'ACCOUNT'.
008296     05  FILLER                  PIC X(02) VALUE SPACES.
008297     05  FILLER                  PIC X(05) VALUE 'CODE'.
008298     05  FILLER                  PIC X(03) VALUE SPACES.
008299     05  FILLER                  PIC X(16) VALUE
008300         'CONVERTED AMOUNT'.
008301     05  FILLER                  PIC X(96) VALUE SPACES.
008302 01  RPS-COUNT-LINE.
008303     05  RPS-CNT-CC              PIC X(01).
008304     05  RPS-CNT-LABEL           PIC X(30).
008305     05  RPS-CNT-VALUE           PIC ZZZ,ZZZ,ZZ9.
008306     05  FILLER                  PIC X(91) VALUE SPACES.
008307 01  RPS-AMT-LINE.
008308     05  RPS-AMT-CC              PIC X(01).
008309     05  RPS-AMT-LABEL           PIC X(30).
008310     05  RPS-AMT-VALUE           PIC Z,ZZZ,ZZZ,ZZ9.99-.
008311     05  FILLER                  PIC X(85) VALUE SPACES.
008312 01  RPS-HOLD-TITLE.
008313     05  FILLER                  PIC X(01) VALUE ' '.
008314     05  FILLER                  PIC X(48) VALUE
008315         'LARGE-VALUE ITEMS HELD FOR SECOND-PERSON RELEASE'.
008316     05  FILLER                  PIC X(84) VALUE SPACES.
008317 01  RPS-HOLD-HEAD.
008318     05  FILLER                  PIC X(01) VALUE ' '.
008319     05  FILLER                  PIC X(10) VALUE 'ACCOUNT'.
008320     05  FILLER                  PIC X(02) VALUE SPACES.
008321     05  FILLER                  PIC X(05) VALUE 'CODE'.
008322     05  FILLER                  PIC X(02) VALUE SPACES.
008323     05  FILLER                  PIC X(15) VALUE
008324         'ORIGINAL AMOUNT'.
008325     05  FILLER                  PIC X(02) VALUE SPACES.
008326     05  FILLER                  PIC X(12) VALUE
008327         '        RATE'.
008328     05  FILLER                  PIC X(02) VALUE SPACES.
008329     05  FILLER                  PIC X(15) VALUE
008330         'CONVERTED AMT'.
008331     05  FILLER                  PIC X(02) VALUE SPACES.
008332     05  FILLER                  PIC X(03) VALUE 'GRP'.
008333     05  FILLER                  PIC X(02) VALUE SPACES.
008334     05  FILLER                  PIC X(14) VALUE
008335         '    HOLD LIMIT'.
008336     05  FILLER                  PIC X(02) VALUE SPACES.
008337     05  FILLER                  PIC X(31) VALUE
008338         'HOLD KEY -- RUN DATE, TIME, SEQ'.
008339     05  FILLER                  PIC X(13) VALUE SPACES.
008340 01  RPS-HOLD-LINE.
008341     05  RHL-CC                  PIC X(01).
008342     05  RHL-ACCOUNT             PIC X(10).
008343     05  FILLER                  PIC X(02) VALUE SPACES.
008344     05  RHL-CODE                PIC X(05).
008345     05  FILLER                  PIC X(02) VALUE SPACES.
008346     05  RHL-ORIG-AMT            PIC ZZZ,ZZZ,ZZ9.99-.
008347     05  FILLER                  PIC X(02) VALUE SPACES.
008348     05  RHL-RATE                PIC ZZZZ9.999999.
008349     05  FILLER                  PIC X(02) VALUE SPACES.
008350     05  RHL-CONV-AMT            PIC ZZZ,ZZZ,ZZ9.99-.
008351     05  FILLER                  PIC X(02) VALUE SPACES.
008352     05  RHL-GROUP               PIC X(03).
008353     05  FILLER                  PIC X(02) VALUE SPACES.
008354     05  RHL-LIMIT               PIC ZZZ,ZZZ,ZZ9.99.
008355     05  FILLER                  PIC X(02) VALUE SPACES.
008356     05  RHL-RUN-DATE            PIC X(08).
008357     05  FILLER                  PIC X(01) VALUE SPACES.
008358     05  RHL-RUN-TIME            PIC X(08).
008359     05  FILLER                  PIC X(01) VALUE SPACES.
008360     05  RHL-SEQ                 PIC 9(05).
008361     05  FILLER                  PIC X(21) VALUE SPACES.
008362 PROCEDURE DIVISION.
008400*****************************************************************
008500* 0000-MAINLINE -- DRIVES THE ENTIRE PRTD20L PRINT RUN           *
008600*****************************************************************
008700 0000-MAINLINE.
008800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008810     IF RCL-RUN-ALLOWED
008820         PERFORM 2000-PROCESS-DETAIL THRU 2000-EXIT
008830             UNTIL DET20-EOF
008840         PERFORM 8000-TERMINATE THRU 8000-EXIT
008850     END-IF.
009200     GOBACK.
009300*****************************************************************
009400* 1000-INITIALIZE -- OPEN FILES, LOAD THE CONVEAL TABLE, AND     *
009760     IF NOT STREAM-RUN
009770         PERFORM 1080-READ-CONTROL-RECORD THRU 1080-EXIT
009780     END-IF.
009782     PERFORM 1500-CHECK-RUN-LEDGER THRU 1500-EXIT.
009784     IF RCL-RUN-REFUSED
009786         SET DET20-EOF TO TRUE
009788         GO TO 1000-EXIT
009790     END-IF.
009800     OPEN INPUT  DETAIL20-FILE
009900         INPUT   CONVEAL-FILE
009910         INPUT   FEE-FILE
009950         OUTPUT  CHKPT-OUT-FILE
009960         OUTPUT  CVEXCPT-FILE
009970         OUTPUT  AUDIT-FILE
009980         OUTPUT  SUSP-FILE
009990         OUTPUT  HOLD-FILE
010000         OUTPUT  GLINTF-FILE
010010         OUTPUT  PRTD20L-FILE.
010020     IF NOT PARM-RESTART-RUN
010100         PERFORM 1070-WRITE-GL-HEADER THRU 1070-EXIT
010110     END-IF.
010210     PERFORM 1100-VALIDATE-CONVEAL-TABLE THRU 1100-EXIT.
010215     PERFORM 1200-LOAD-HOLD-LIMITS THRU 1200-EXIT.
010220     IF WS-TABLE-INVALID
010230         DISPLAY 'RRP0100E CONVEAL TABLE FAILED VALIDATION -- '
010240             'NO REPORT PRODUCED'
010250         MOVE 16 TO RETURN-CODE
010260         SET DET20-EOF TO TRUE
010270     ELSE
010271         IF HOLD-LIMITS-INVALID
010272             DISPLAY 'RRP0123E HOLD LIMIT CARDS FAILED '
010273                 'VALIDATION -- NO REPORT PRODUCED'
010274             MOVE 16 TO RETURN-CODE
010275             SET DET20-EOF TO TRUE
010276         ELSE
010277             IF PARM-RESTART-RUN
010278                 PERFORM 1300-RESTART-FROM-CHECKPOINT
010279                     THRU 1300-EXIT
010280             ELSE
010281                 PERFORM 1900-READ-DETAIL20 THRU 1900-EXIT
010290             END-IF
010292         END-IF
010295     END-IF.
010400 1000-EXIT.
010500     EXIT.
010539             ' PROCESSING ACCOUNTS ' PARM-ACCT-LOW
010540             ' THRU ' PARM-ACCT-HIGH
010541     END-IF.
010542     MOVE WS-AS-OF-DATE     TO WS-RCL-BUSINESS-DATE.
010543     MOVE PARM-STREAM-ID    TO WS-RCL-QUALIFIER.
010544     MOVE PARM-RUN-OVERRIDE TO WS-RCL-OVERRIDE-SW.
010545     MOVE PARM-OVERRIDE-BY  TO WS-RCL-OVERRIDE-BY.
010546 1050-EXIT.
010547     EXIT.
010548*****************************************************************
010549* 1070-WRITE-GL-HEADER -- START THE GL POSTING INTERFACE FILE    *
010550*                         WITH ITS RUN DATE/TIME HEADER RECORD   *
010551*****************************************************************
010552 1070-WRITE-GL-HEADER.
010553     MOVE SPACES TO GL-INTERFACE-RECORD.
010554     SET GLI-HEADER TO TRUE.
010555     MOVE WS-RUN-DATE TO GLI-HDR-RUN-DATE.
010556     MOVE WS-RUN-TIME TO GLI-HDR-RUN-TIME.
010557     WRITE GLINTF-REC FROM GL-INTERFACE-RECORD.
010558 1070-EXIT.
010559     EXIT.
010560*****************************************************************
010570* 1080-READ-CONTROL-RECORD -- THE YD20CTL HANDOFF RECORD THE     *
010580*                 EDIT STEP WROTE ALONGSIDE THE CLEAN DETAIL-20  *
010690     CLOSE CTLIN-FILE.
010700 1080-EXIT.
010705     EXIT.
010706*****************************************************************
010707* 1500-CHECK-RUN-LEDGER -- REFUSE A SECOND CLEAN RUN FOR THE     *
010708*                 BUSINESS DATE, OR A RUN AHEAD OF THE STEP IT   *
010709*                 FOLLOWS, UNLESS THE OVERRIDE AND AN OPERATOR   *
010710*                 ID ARE ON THE CARD; THEN LOG THE START         *
010711*****************************************************************
010712 1500-CHECK-RUN-LEDGER.
010713     MOVE SPACES TO WS-RCL-RULE.
010714     OPEN I-O RUNCTL-FILE.
010715     MOVE WS-RCL-STEP-ID TO WS-RCL-SCAN-STEP.
010716     MOVE 'N' TO WS-RCL-SCAN-ANY-QUAL-SW.
010717     PERFORM 1550-SCAN-LEDGER THRU 1550-EXIT.
010718     IF RCL-CLEAN-FOUND
010719         MOVE 'DUPL' TO WS-RCL-RULE
010720         DISPLAY 'RRP0115W ' WS-RCL-STEP-ID
010721             ' HAS ALREADY COMPLETED FOR BUSINESS DATE '
010722             WS-RCL-BUSINESS-DATE ' ' WS-RCL-QUALIFIER
010723     END-IF.
010724     IF RCL-OPEN-FOUND
010725         DISPLAY 'RRP0116W AN EARLIER ' WS-RCL-STEP-ID
010726             ' RUN FOR ' WS-RCL-BUSINESS-DATE
010727             ' STARTED BUT NEVER FINISHED'
010728     END-IF.
010729     IF WS-RCL-PRED-STEP NOT = SPACES
010730         MOVE WS-RCL-PRED-STEP TO WS-RCL-SCAN-STEP
010731         MOVE WS-RCL-PRED-ANY-QUAL-SW TO WS-RCL-SCAN-ANY-QUAL-SW
010732         PERFORM 1550-SCAN-LEDGER THRU 1550-EXIT
010733         IF NOT RCL-CLEAN-FOUND
010734             IF WS-RCL-RULE = SPACES
010735                 MOVE 'ORDR' TO WS-RCL-RULE
010736             ELSE
010737                 MOVE 'BOTH' TO WS-RCL-RULE
010738             END-IF
010739             DISPLAY 'RRP0117W ' WS-RCL-PRED-STEP
010740                 ' HAS NOT COMPLETED FOR BUSINESS DATE '
010741                 WS-RCL-BUSINESS-DATE
010742         END-IF
010743     END-IF.
010744     IF WS-RCL-RULE NOT = SPACES
010745         IF RCL-OVERRIDE-CODED AND WS-RCL-OVERRIDE-BY NOT = SPACES
010746             DISPLAY 'RRP0118W RUN-CONTROL OVERRIDE ' WS-RCL-RULE
010747                 ' BY ' WS-RCL-OVERRIDE-BY ' -- RUN PROCEEDS'
010748         ELSE
010749             DISPLAY 'RRP0119E RUN REFUSED -- CODE THE '
010750                 'RUN-CONTROL OVERRIDE AND AN OPERATOR ID ON '
010751                 'THE PARAMETER CARD TO FORCE IT'
010752             SET RCL-RUN-REFUSED TO TRUE
010753             MOVE 16 TO RETURN-CODE
010754             CLOSE RUNCTL-FILE
010755             GO TO 1500-EXIT
010756         END-IF
010757     END-IF.
010758     PERFORM 1600-WRITE-LEDGER-START THRU 1600-EXIT.
010759     CLOSE RUNCTL-FILE.
010760 1500-EXIT.
010761     EXIT.
010762*****************************************************************
010763* 1550-SCAN-LEDGER -- BROWSE THE BUSINESS DATE'S ENTRIES FOR     *
010764*                 WS-RCL-SCAN-STEP (THIS RUN'S QUALIFIER ONLY,   *
010765*                 UNLESS ANY QUALIFIER WILL DO) NOTING A CLEAN   *
010766*                 FINISH AND A START THAT NEVER FINISHED         *
010767*****************************************************************
010768 1550-SCAN-LEDGER.
010769     MOVE 'N' TO WS-RCL-CLEAN-SW.
010770     MOVE 'N' TO WS-RCL-OPEN-SW.
010771     MOVE 'N' TO WS-RCL-SCAN-DONE-SW.
010772     MOVE LOW-VALUES TO RCL-KEY.
010773     MOVE WS-RCL-BUSINESS-DATE TO RCL-BUSINESS-DATE.
010774     MOVE WS-RCL-SCAN-STEP TO RCL-STEP-ID.
010775     IF NOT RCL-SCAN-ANY-QUALIFIER
010776         MOVE WS-RCL-QUALIFIER TO RCL-QUALIFIER
010777     END-IF.
010778     START RUNCTL-FILE KEY IS NOT LESS THAN RCL-KEY
010779         INVALID KEY
010780             SET RCL-SCAN-DONE TO TRUE
010781     END-START.
010782     PERFORM 1560-READ-LEDGER-NEXT THRU 1560-EXIT
010783         UNTIL RCL-SCAN-DONE.
010784 1550-EXIT.
010785     EXIT.
010786*****************************************************************
010787* 1560-READ-LEDGER-NEXT -- ONE BROWSE STEP; A FINISH AT RETURN   *
010788*                 CODE 4 OR LESS COUNTS AS A CLEAN RUN           *
010789*****************************************************************
010790 1560-READ-LEDGER-NEXT.
010791     READ RUNCTL-FILE NEXT RECORD
010792         AT END
010793             SET RCL-SCAN-DONE TO TRUE
010794             GO TO 1560-EXIT
010795     END-READ.
010796     IF RCL-BUSINESS-DATE NOT = WS-RCL-BUSINESS-DATE
010797        OR RCL-STEP-ID NOT = WS-RCL-SCAN-STEP
010798        OR (NOT RCL-SCAN-ANY-QUALIFIER
010799            AND RCL-QUALIFIER NOT = WS-RCL-QUALIFIER)
010800         SET RCL-SCAN-DONE TO TRUE
010801         GO TO 1560-EXIT
010802     END-IF.
010803     IF RCL-FINISHED AND RCL-RETURN-CODE NOT > 4
010804         SET RCL-CLEAN-FOUND TO TRUE
010805     END-IF.
010806     IF RCL-STARTED
010807         SET RCL-OPEN-FOUND TO TRUE
010808     END-IF.
010809 1560-EXIT.
010810     EXIT.
010811*****************************************************************
010812* 1600-WRITE-LEDGER-START -- THIS RUN'S ENTRY, STATUS STARTED,   *
010813*                 CARRYING ANY OVERRIDE USED TO GET HERE         *
010814*****************************************************************
010815 1600-WRITE-LEDGER-START.
010816     MOVE SPACES TO RUNCTL-REC.
010817     MOVE WS-RCL-BUSINESS-DATE TO RCL-BUSINESS-DATE.
010818     MOVE WS-RCL-STEP-ID       TO RCL-STEP-ID.
010819     MOVE WS-RCL-QUALIFIER     TO RCL-QUALIFIER.
010820     MOVE WS-RUN-DATE          TO RCL-RUN-DATE.
010821     MOVE WS-RUN-TIME          TO RCL-RUN-TIME.
010822     SET RCL-STARTED TO TRUE.
010823     MOVE ZERO TO RCL-RETURN-CODE.
010824     MOVE ZERO TO RCL-COUNT-1 RCL-COUNT-2 RCL-COUNT-3.
010825     MOVE ZERO TO RCL-AMOUNT-1 RCL-AMOUNT-2.
010826     IF WS-RCL-RULE NOT = SPACES
010827         SET RCL-OVERRIDDEN TO TRUE
010828         MOVE WS-RCL-RULE        TO RCL-OVERRIDE-RULE
010829         MOVE WS-RCL-OVERRIDE-BY TO RCL-OVERRIDE-BY
010830     END-IF.
010831     MOVE RCL-KEY TO WS-RCL-SAVE-KEY.
010832     WRITE RUNCTL-REC
010833         INVALID KEY
010834             DISPLAY 'RRP0120E RUN-CONTROL ENTRY ' WS-RCL-SAVE-KEY
010835                 ' ALREADY ON FILE -- RUN REFUSED'
010836             SET RCL-RUN-REFUSED TO TRUE
010837             MOVE 16 TO RETURN-CODE
010838         NOT INVALID KEY
010839             SET RCL-ENTRY-STARTED TO TRUE
010840     END-WRITE.
010841 1600-EXIT.
010842     EXIT.
010843*****************************************************************
010844* 1300-RESTART-FROM-CHECKPOINT -- READ THE LAST CHECKPOINT FROM  *
010845*                 THE PRIOR RUN, RESTORE THE CONTROL-BREAK AND   *
010846*                 COUNTER STATE, THEN SKIP DETAIL-20 UP TO THE   *
010847*                 LAST KEY ALREADY PRINTED                       *
010848*****************************************************************
010849 1300-RESTART-FROM-CHECKPOINT.
010850     OPEN INPUT CHKPT-IN-FILE.
010851     PERFORM 1310-READ-CHKPT-IN THRU 1310-EXIT.
010852     IF CHKPT-IN-EOF
010853         DISPLAY 'RRP0107I NO CHECKPOINT FOUND -- STARTING FROM '
010854             'THE BEGINNING OF DETAIL-20'
010855         CLOSE CHKPT-IN-FILE
010856         PERFORM 1070-WRITE-GL-HEADER THRU 1070-EXIT
010857         PERFORM 1900-READ-DETAIL20 THRU 1900-EXIT
010858     ELSE
010859         PERFORM 1320-SAVE-LAST-CHKPT THRU 1320-EXIT
010860             UNTIL CHKPT-IN-EOF
010861         CLOSE CHKPT-IN-FILE
010862         MOVE WS-RESTART-ST-GROUP    TO WS-PREV-GROUP-KEY
010863         MOVE WS-RESTART-ST-COUNT    TO WS-ST-COUNT
010864         MOVE WS-RESTART-ST-AMOUNT   TO WS-ST-AMOUNT
010865         MOVE WS-RESTART-DET-COUNT   TO WS-DETAIL-COUNT
010866         MOVE WS-RESTART-REJ-COUNT   TO WS-REJECT-COUNT
010867         MOVE WS-RESTART-RUN-TOT     TO WS-RUN-TOTAL-AMOUNT
010868         MOVE WS-RESTART-GL-COUNT    TO WS-GL-DETAIL-COUNT
010869         MOVE WS-RESTART-GL-HASH     TO WS-GL-HASH-TOTAL
010870         MOVE WS-RESTART-IN-COUNT    TO WS-IN-READ-COUNT
010871         MOVE WS-RESTART-IN-HASH     TO WS-IN-AMT-HASH
010873         MOVE WS-RESTART-HOLD-COUNT  TO WS-HOLD-COUNT
010875         MOVE WS-RESTART-HOLD-AMT    TO WS-HOLD-AMOUNT
010876         MOVE WS-RESTART-ST-FEE-CNT  TO WS-ST-FEE-COUNT
010877         MOVE WS-RESTART-ST-FEE      TO WS-ST-FEE
010878         MOVE WS-RESTART-FEE-COUNT   TO WS-FEE-COUNT
010879         MOVE WS-RESTART-FEE-TOTAL   TO WS-RUN-FEE-TOTAL
010880         DISPLAY 'RRP0103I RESTARTING AFTER DETAIL-20 KEY '
010881             WS-RESTART-KEY
010882         PERFORM 1350-SKIP-TO-RESTART-KEY THRU 1350-EXIT
010883     END-IF.
010885 1300-EXIT.
010887     EXIT.
010889 1310-READ-CHKPT-IN.
010891     READ CHKPT-IN-FILE INTO CHECKPOINT-RECORD
010893         AT END
010895             SET CHKPT-IN-EOF TO TRUE
010897     END-READ.
010899 1310-EXIT.
010901     EXIT.
010903 1320-SAVE-LAST-CHKPT.
010905     MOVE CHKPT-LAST-KEY     TO WS-RESTART-KEY.
010907     MOVE CHKPT-ST-GROUP     TO WS-RESTART-ST-GROUP.
010909     MOVE CHKPT-ST-COUNT     TO WS-RESTART-ST-COUNT.
010911     MOVE CHKPT-ST-AMOUNT    TO WS-RESTART-ST-AMOUNT.
010913     MOVE CHKPT-DETAIL-COUNT TO WS-RESTART-DET-COUNT.
010915     MOVE CHKPT-REJECT-COUNT TO WS-RESTART-REJ-COUNT.
010917     MOVE CHKPT-RUN-TOTAL    TO WS-RESTART-RUN-TOT.
010919     MOVE CHKPT-GL-COUNT     TO WS-RESTART-GL-COUNT.
010921     MOVE CHKPT-GL-HASH      TO WS-RESTART-GL-HASH.
010923     MOVE CHKPT-READ-COUNT   TO WS-RESTART-IN-COUNT.
010925     MOVE CHKPT-IN-HASH      TO WS-RESTART-IN-HASH.
010927     MOVE CHKPT-HOLD-COUNT   TO WS-RESTART-HOLD-COUNT.
010929     MOVE CHKPT-HOLD-AMOUNT  TO WS-RESTART-HOLD-AMT.
010930     MOVE CHKPT-ST-FEE-COUNT TO WS-RESTART-ST-FEE-CNT.
010931     MOVE CHKPT-ST-FEE       TO WS-RESTART-ST-FEE.
010932     MOVE CHKPT-FEE-COUNT    TO WS-RESTART-FEE-COUNT.
010933     MOVE CHKPT-FEE-TOTAL    TO WS-RESTART-FEE-TOTAL.
010934     PERFORM 1310-READ-CHKPT-IN THRU 1310-EXIT.
010935 1320-EXIT.
010936     EXIT.
010937 1350-SKIP-TO-RESTART-KEY.
010939     PERFORM 1900-READ-DETAIL20 THRU 1900-EXIT
010941         UNTIL DET20-EOF
010943         OR DET20-KEY = WS-RESTART-KEY.
010945     IF NOT DET20-EOF
010947         PERFORM 1900-READ-DETAIL20 THRU 1900-EXIT
010949     END-IF.
010951 1350-EXIT.
010953     EXIT.
010955*****************************************************************
010957* 1100-VALIDATE-CONVEAL-TABLE -- SCAN THE CONVEAL MASTER KSDS    *
010959*                 SEQUENTIALLY, TOP TO BOTTOM, CONFIRMING EVERY  *
010961*                 ACTIVE ENTRY HAS A VALID NON-ZERO RATE BEFORE  *
010963*                 ANY PRTD20L LINES ARE PRINTED                  *
010965*****************************************************************
011000 1100-VALIDATE-CONVEAL-TABLE.
011050     SET WS-TABLE-VALID TO TRUE.
011200     PERFORM 1150-READ-CONVEAL-SEQ THRU 1150-EXIT.
012200 1150-EXIT.
012300     EXIT.
012400 1160-VALIDATE-ONE-ENTRY.
012450     IF CV-ACTIVE AND CV-DIRECT-RATE AND CV-RATE = ZERO
012460         DISPLAY 'RRP0101E CONVEAL CODE ' CV-CODE
012470             ' HAS A ZERO CONVERSION RATE'
012480         SET WS-TABLE-INVALID TO TRUE
012490     END-IF.
012500     IF CV-ACTIVE AND CV-CROSS-RATE
012510         IF CV-LEG1-CODE = SPACES
012520            OR CV-LEG2-CODE = SPACES
012530            OR NOT (CV-CROSS-MULTIPLY OR CV-CROSS-DIVIDE)
012540             DISPLAY 'RRP0113E CROSS-RATE CONVEAL CODE ' CV-CODE
012550                 ' EFFECTIVE ' CV-EFF-DATE
012560                 ' HAS A MISSING LEG CODE OR METHOD'
012570             SET WS-TABLE-INVALID TO TRUE
012580         END-IF
012590     END-IF.
013100     PERFORM 1150-READ-CONVEAL-SEQ THRU 1150-EXIT.
013200 1160-EXIT.
013300     EXIT.
013302*****************************************************************
013304* 1200-LOAD-HOLD-LIMITS -- LOAD THE HOLDLIM CARDS INTO THE HOLD  *
013306*                 LIMIT TABLE; THE '***' CARD BECOMES THE        *
013308*                 DEFAULT LIMIT.  A NON-NUMERIC LIMIT OR A FULL  *
013310*                 TABLE FAILS THE RUN LIKE A BAD CONVEAL TABLE   *
013312*****************************************************************
013314 1200-LOAD-HOLD-LIMITS.
013316     SET HOLD-LIMITS-VALID TO TRUE.
013318     OPEN INPUT HOLDLIM-FILE.
013320     PERFORM 1210-READ-HOLD-LIMIT THRU 1210-EXIT.
013322     PERFORM 1220-STORE-HOLD-LIMIT THRU 1220-EXIT
013324         UNTIL HOLDLIM-EOF.
013326     CLOSE HOLDLIM-FILE.
013328 1200-EXIT.
013330     EXIT.
013332 1210-READ-HOLD-LIMIT.
013334     READ HOLDLIM-FILE INTO HOLD-LIMIT-CARD
013336         AT END
013338             SET HOLDLIM-EOF TO TRUE
013340     END-READ.
013342 1210-EXIT.
013344     EXIT.
013346 1220-STORE-HOLD-LIMIT.
013348     IF HLM-GROUP-KEY = SPACES
013350        OR HLM-LIMIT-AMOUNT NOT NUMERIC
013352         DISPLAY 'RRP0122E INVALID HOLD LIMIT CARD FOR GROUP KEY '
013354             HLM-GROUP-KEY
013356         SET HOLD-LIMITS-INVALID TO TRUE
013358     ELSE
013360         IF HLM-DEFAULT-LIMIT
013362             MOVE HLM-LIMIT-AMOUNT TO WS-DEFAULT-LIMIT
013364         ELSE
013366             IF HLT-ENTRY-COUNT < 200
013368                 ADD 1 TO HLT-ENTRY-COUNT
013370                 MOVE HLT-ENTRY-COUNT TO WS-HLT-SUB
013372                 MOVE HLM-GROUP-KEY TO HLT-GROUP-KEY (WS-HLT-SUB)
013374                 MOVE HLM-LIMIT-AMOUNT TO HLT-LIMIT (WS-HLT-SUB)
013376             ELSE
013378                 DISPLAY 'RRP0122E HOLD LIMIT TABLE FULL AT 200 '
013380                     'GROUP KEYS -- ' HLM-GROUP-KEY ' NOT LOADED'
013382                 SET HOLD-LIMITS-INVALID TO TRUE
013384             END-IF
013386         END-IF
013388     END-IF.
013390     PERFORM 1210-READ-HOLD-LIMIT THRU 1210-EXIT.
013392 1220-EXIT.
013394     EXIT.
013400*****************************************************************
013500* 1900-READ-DETAIL20 -- PRIMING AND SUBSEQUENT READS OF THE      *
013600*                       DETAIL-20 INPUT FILE                    *
015607     IF CV-NOT-FOUND
015608         PERFORM 2400-REJECT-RECORD THRU 2400-EXIT
015609     ELSE
015610         PERFORM 2150-CHECK-HOLD-LIMIT THRU 2150-EXIT
015611         PERFORM 2170-COMPUTE-FEE THRU 2170-EXIT
015612     END-IF.
015613     IF CV-FOUND
015614         IF ITEM-HELD
015615             PERFORM 2700-HOLD-RECORD THRU 2700-EXIT
015616         ELSE
015617             PERFORM 2050-CHECK-CONTROL-BREAK THRU 2050-EXIT
015618             PERFORM 2200-FORMAT-DETAIL-LINE THRU 2200-EXIT
015619             PERFORM 2600-CHECK-PAGE-OVERFLOW THRU 2600-EXIT
015620             WRITE PRTD20L-REC FROM PRTD20L
015621                 AFTER ADVANCING 1 LINE
015622             ADD 1 TO WS-LINE-COUNT
015623             ADD 1 TO WS-PRINT-COUNT
015624             PERFORM 2300-ACCUMULATE-SUBTOTAL THRU 2300-EXIT
015625             PERFORM 2350-WRITE-AUDIT-RECORD THRU 2350-EXIT
015626         END-IF
015627     END-IF.
015628     PERFORM 2500-CHECKPOINT-IF-DUE THRU 2500-EXIT.
015629 2010-EXIT.
015630     EXIT.
015631*****************************************************************
015632* 2500-CHECKPOINT-IF-DUE -- EVERY PARM-CHKPT-INTERVAL DETAIL     *
015633*                 RECORDS, WRITE A CHECKPOINT SO A LATER RESTART *
015634*                 CAN RESUME WITHOUT REPROCESSING THE WHOLE FILE *
015635*****************************************************************
015636 2500-CHECKPOINT-IF-DUE.
015637     ADD 1 TO WS-DETAIL-COUNT.
015638     ADD 1 TO WS-CHKPT-COUNTER.
015639     IF WS-CHKPT-COUNTER >= PARM-CHKPT-INTERVAL
015640         PERFORM 2550-WRITE-CHECKPOINT THRU 2550-EXIT
015641         MOVE ZERO TO WS-CHKPT-COUNTER
015642     END-IF.
015643 2500-EXIT.
015644     EXIT.
015645 2550-WRITE-CHECKPOINT.
015646     MOVE DET20-KEY          TO CHKPT-LAST-KEY.
015647     MOVE ZERO               TO CHKPT-CONV-IDX.
015648     MOVE WS-PREV-GROUP-KEY  TO CHKPT-ST-GROUP.
015649     MOVE WS-ST-COUNT        TO CHKPT-ST-COUNT.
015650     MOVE WS-ST-AMOUNT       TO CHKPT-ST-AMOUNT.
015651     MOVE WS-DETAIL-COUNT    TO CHKPT-DETAIL-COUNT.
015652     MOVE WS-REJECT-COUNT    TO CHKPT-REJECT-COUNT.
015653     MOVE WS-RUN-TOTAL-AMOUNT TO CHKPT-RUN-TOTAL.
015654     MOVE WS-GL-DETAIL-COUNT TO CHKPT-GL-COUNT.
015655     MOVE WS-GL-HASH-TOTAL   TO CHKPT-GL-HASH.
015656     MOVE WS-IN-READ-COUNT   TO CHKPT-READ-COUNT.
015657     MOVE WS-IN-AMT-HASH     TO CHKPT-IN-HASH.
015658     MOVE WS-HOLD-COUNT      TO CHKPT-HOLD-COUNT.
015659     MOVE WS-HOLD-AMOUNT     TO CHKPT-HOLD-AMOUNT.
015660     MOVE WS-ST-FEE-COUNT    TO CHKPT-ST-FEE-COUNT.
015661     MOVE WS-ST-FEE          TO CHKPT-ST-FEE.
015662     MOVE WS-FEE-COUNT       TO CHKPT-FEE-COUNT.
015663     MOVE WS-RUN-FEE-TOTAL   TO CHKPT-FEE-TOTAL.
015664     WRITE CHKPT-OUT-REC FROM CHECKPOINT-RECORD.
015665 2550-EXIT.
015666     EXIT.
015667*****************************************************************
015668* 2400-REJECT-RECORD -- SKIP A DETAIL-20 RECORD WHOSE CONVERSION *
015669*                       CODE WAS NOT FOUND IN THE CONVEAL TABLE  *
015670*****************************************************************
015671 2400-REJECT-RECORD.
015672     ADD 1 TO WS-REJECT-COUNT.
015673     PERFORM 2450-WRITE-EXCEPTION THRU 2450-EXIT.
015674     PERFORM 2460-WRITE-SUSPENSE THRU 2460-EXIT.
015675 2400-EXIT.
015676     EXIT.
015677*****************************************************************
015678* 2450-WRITE-EXCEPTION -- LOG THE REJECTED RECORD TO THE CVEXCPT *
015679*                         EXCEPTION REPORT                      *
015680*****************************************************************
015681 2450-WRITE-EXCEPTION.
015682     MOVE SPACES             TO CVEXCPT.
015683     MOVE ' '                 TO CVX-CC.
015684     MOVE DET20-KEY           TO CVX-KEY.
015685     MOVE DET20-CONV-CODE     TO CVX-CODE.
015686     IF CV-LEG-MISSING
015687         MOVE 'XL01'          TO CVX-REASON
015688         MOVE 'CROSS-RATE LEG CODE NOT FOUND OR INACTIVE'
015689             TO CVX-REASON-TEXT
015690     ELSE
015691         IF CV-WAS-INACTIVE
015692             MOVE 'IN01'      TO CVX-REASON
015693             MOVE 'CONVEAL CODE IS INACTIVE'
015694                 TO CVX-REASON-TEXT
015695         ELSE
015696             MOVE 'NF01'      TO CVX-REASON
015697             MOVE 'CONVEAL CODE NOT FOUND IN CONVERSION TABLE'
015698                 TO CVX-REASON-TEXT
015699         END-IF
015700     END-IF.
015701     WRITE CVEXCPT-REC FROM CVEXCPT
015702         AFTER ADVANCING 1 LINE.
015703 2450-EXIT.
015704     EXIT.
015705*****************************************************************
015706* 2460-WRITE-SUSPENSE -- THE SAME REJECT AS A MACHINE-READABLE   *
015707*                 SUSPENSE RECORD FOR THE YCVRECYC RECYCLE STEP  *
015708*****************************************************************
015709 2460-WRITE-SUSPENSE.
015710     MOVE SPACES          TO SUSPENSE-RECORD.
015711     MOVE DETAIL20-REC    TO SUS-DETAIL-IMAGE.
015712     MOVE WS-RUN-DATE     TO SUS-REJECT-DATE.
015713     IF CV-LEG-MISSING
015714         MOVE 'XL01'      TO SUS-REASON
015715     ELSE
015716         IF CV-WAS-INACTIVE
015717             MOVE 'IN01'  TO SUS-REASON
015718         ELSE
015719             MOVE 'NF01'  TO SUS-REASON
015720         END-IF
015721     END-IF.
015722     WRITE SUSP-REC FROM SUSPENSE-RECORD.
015723 2460-EXIT.
015724     EXIT.
015725*****************************************************************
015726* 2050-CHECK-CONTROL-BREAK -- PRINT THE PRIOR GROUP'S SUBTOTAL   *
015727*                             LINE WHEN THE CONVEAL GROUP KEY    *
015728*                             CHANGES                            *
015729*****************************************************************
015730 2050-CHECK-CONTROL-BREAK.
015731     IF CV-FOUND
015732         IF CV-GROUP-KEY NOT = WS-PREV-GROUP-KEY
015733            AND WS-PREV-GROUP-KEY NOT = SPACES
015734             PERFORM 2060-PRINT-SUBTOTAL THRU 2060-EXIT
015735         END-IF
015736         MOVE CV-GROUP-KEY TO WS-PREV-GROUP-KEY
015737     END-IF.
015738 2050-EXIT.
015739     EXIT.
015740 2060-PRINT-SUBTOTAL.
015741     MOVE SPACES             TO PRTD20L.
015742     MOVE ' '                 TO PRTD20L-CC.
015743     MOVE '* TOTAL FOR * '    TO PRTD20L-ST-LIT.
015744     MOVE WS-PREV-GROUP-KEY   TO PRTD20L-ST-GROUP.
015745     MOVE WS-ST-COUNT         TO PRTD20L-ST-COUNT.
015746     MOVE WS-ST-AMOUNT        TO PRTD20L-ST-AMT.
015747     MOVE WS-ST-FEE           TO PRTD20L-ST-FEE.
015748     PERFORM 2600-CHECK-PAGE-OVERFLOW THRU 2600-EXIT.
015749     WRITE PRTD20L-REC FROM PRTD20L
015750         AFTER ADVANCING 2 LINES.
015751     ADD 2 TO WS-LINE-COUNT.
015752     PERFORM 2070-WRITE-GL-DETAIL THRU 2070-EXIT.
015753     MOVE ZERO TO WS-ST-COUNT WS-ST-AMOUNT.
015754     MOVE ZERO TO WS-ST-FEE-COUNT WS-ST-FEE.
015755 2060-EXIT.
015756     EXIT.
015757*****************************************************************
015758* 2070-WRITE-GL-DETAIL -- MIRROR THE GROUP SUBTOTAL JUST         *
015759*                 PRINTED AS ONE GL POSTING INTERFACE DETAIL     *
015760*                 RECORD, FOLLOWED BY A FEE DETAIL WHEN ANY OF   *
015761*                 THE GROUP'S RECORDS WERE CHARGED A FEE, AND   *
015762*                 ROLL THEM INTO THE TRAILER TOTALS              *
015763*****************************************************************
015764 2070-WRITE-GL-DETAIL.
015765     MOVE SPACES TO GL-INTERFACE-RECORD.
015766     SET GLI-DETAIL TO TRUE.
015767     MOVE WS-PREV-GROUP-KEY TO GLI-DET-GROUP-KEY.
015768     MOVE WS-ST-COUNT       TO GLI-DET-REC-COUNT.
015769     MOVE WS-ST-AMOUNT      TO GLI-DET-AMOUNT.
015770     WRITE GLINTF-REC FROM GL-INTERFACE-RECORD.
015771     ADD 1 TO WS-GL-DETAIL-COUNT.
015772     ADD WS-ST-AMOUNT TO WS-GL-HASH-TOTAL.
015773     IF WS-ST-FEE-COUNT > ZERO
015774         MOVE SPACES TO GL-INTERFACE-RECORD
015775         SET GLI-FEE-DETAIL TO TRUE
015776         MOVE WS-PREV-GROUP-KEY TO GLI-DET-GROUP-KEY
015777         MOVE WS-ST-FEE-COUNT   TO GLI-DET-REC-COUNT
015778         MOVE WS-ST-FEE         TO GLI-DET-AMOUNT
015779         WRITE GLINTF-REC FROM GL-INTERFACE-RECORD
015780         ADD 1 TO WS-GL-DETAIL-COUNT
015781         ADD WS-ST-FEE TO WS-GL-HASH-TOTAL
015782     END-IF.
015783 2070-EXIT.
015784     EXIT.
015785*****************************************************************
015786* 2300-ACCUMULATE-SUBTOTAL -- ROLL THE CONVERTED AMOUNT INTO THE *
015787*                             CURRENT CONVEAL GROUP'S SUBTOTAL   *
015788*****************************************************************
015789 2300-ACCUMULATE-SUBTOTAL.
015790     IF CV-FOUND
015791         ADD 1 TO WS-ST-COUNT
015792         ADD WS-CONVERTED-AMOUNT TO WS-ST-AMOUNT
015793         ADD WS-CONVERTED-AMOUNT TO WS-RUN-TOTAL-AMOUNT
015794         IF WS-FEE-AMOUNT > ZERO
015795             ADD 1 TO WS-ST-FEE-COUNT WS-FEE-COUNT
015796             ADD WS-FEE-AMOUNT TO WS-ST-FEE WS-RUN-FEE-TOTAL
015797         END-IF
015798     END-IF.
015799 2300-EXIT.
015800     EXIT.
015801*****************************************************************
015802* 2350-WRITE-AUDIT-RECORD -- LOG ONE CONVERTED DETAIL-20 LINE TO *
015803*                            THE CONVERSION AUDIT TRAIL          *
015804*****************************************************************
015805 2350-WRITE-AUDIT-RECORD.
015806     MOVE SPACES              TO AUDIT-TRAIL-RECORD.
015807     MOVE DET20-KEY           TO AUD-KEY.
015808     MOVE DET20-CONV-CODE     TO AUD-CODE.
015809     MOVE CV-RATE             TO AUD-RATE.
015810     MOVE DET20-AMOUNT        TO AUD-ORIG-AMOUNT.
015814     MOVE WS-CONVERTED-AMOUNT TO AUD-CONV-AMOUNT.
015824     MOVE WS-RUN-DATE         TO AUD-RUN-DATE.
015834     MOVE WS-RUN-TIME         TO AUD-RUN-TIME.
015844     MOVE WS-RATE-DATE        TO AUD-RATE-DATE.
015846     MOVE WS-LEG1-RATE        TO AUD-LEG1-RATE.
015848     MOVE WS-LEG2-RATE        TO AUD-LEG2-RATE.
015850     MOVE CV-GROUP-KEY        TO AUD-GROUP-KEY.
015852     MOVE WS-FEE-AMOUNT       TO AUD-FEE-AMOUNT.
015854     WRITE AUDIT-REC FROM AUDIT-TRAIL-RECORD.
015864 2350-EXIT.
015874     EXIT.
015875*****************************************************************
015876* 2150-CHECK-HOLD-LIMIT -- HOLD THE CONVERSION WHEN ITS          *
015877*                 CONVERTED AMOUNT, SIGN IGNORED, IS OVER THE    *
015878*                 LIMIT FOR ITS CONVEAL GROUP KEY (OR THE        *
015879*                 DEFAULT LIMIT).  A ZERO LIMIT NEVER HOLDS      *
015880*****************************************************************
015881 2150-CHECK-HOLD-LIMIT.
015882     MOVE 'N' TO WS-HOLD-SW.
015883     MOVE 'N' TO WS-HLT-FOUND-SW.
015884     MOVE WS-DEFAULT-LIMIT TO WS-HOLD-LIMIT.
015885     MOVE 1 TO WS-HLT-SUB.
015886     PERFORM 2160-SCAN-HOLD-LIMIT THRU 2160-EXIT
015887         UNTIL HLT-FOUND OR WS-HLT-SUB > HLT-ENTRY-COUNT.
015888     IF HLT-FOUND
015889         MOVE HLT-LIMIT (WS-HLT-SUB) TO WS-HOLD-LIMIT
015890     END-IF.
015891     IF WS-HOLD-LIMIT = ZERO
015892         GO TO 2150-EXIT
015893     END-IF.
015894     IF WS-CONVERTED-AMOUNT < ZERO
015895         COMPUTE WS-ABS-AMOUNT = ZERO - WS-CONVERTED-AMOUNT
015896     ELSE
015897         MOVE WS-CONVERTED-AMOUNT TO WS-ABS-AMOUNT
015898     END-IF.
015899     IF WS-ABS-AMOUNT > WS-HOLD-LIMIT
015900         SET ITEM-HELD TO TRUE
015901     END-IF.
015902 2150-EXIT.
015903     EXIT.
015904 2160-SCAN-HOLD-LIMIT.
015905     IF HLT-GROUP-KEY (WS-HLT-SUB) = CV-GROUP-KEY
015906         SET HLT-FOUND TO TRUE
015907     ELSE
015908         ADD 1 TO WS-HLT-SUB
015909     END-IF.
015910 2160-EXIT.
015911     EXIT.
015912*****************************************************************
015913* 2170-COMPUTE-FEE -- THE CONVERSION FEE ON THE RECORD JUST      *
015914*                 CONVERTED, FROM THE FEEMSTR ENTRY IN EFFECT    *
015915*                 FOR ITS CONVEAL GROUP KEY ON THE RATE DATE,    *
015916*                 FOUND BY THE SAME FORWARD BROWSE AS THE        *
015917*                 CONVEAL LOOKUP.  NO ENTRY, AN INACTIVE ENTRY   *
015918*                 OR A ZERO CONVERTED AMOUNT CHARGES NOTHING; A  *
015919*                 PERCENTAGE FEE IS RAISED TO ITS MINIMUM        *
015920*****************************************************************
015921 2170-COMPUTE-FEE.
015922     MOVE ZERO TO WS-FEE-AMOUNT.
015923     IF WS-CONVERTED-AMOUNT = ZERO
015924         GO TO 2170-EXIT
015925     END-IF.
015926     MOVE 'N' TO WS-FEE-DONE-SW.
015927     MOVE 'N' TO WS-FEE-SAVED-SW.
015928     MOVE CV-GROUP-KEY TO FEE-GROUP-KEY.
015929     MOVE LOW-VALUES   TO FEE-EFF-DATE.
015930     START FEE-FILE KEY IS NOT LESS THAN FEE-MSTR-KEY
015931         INVALID KEY
015932             SET FEE-LOOKUP-DONE TO TRUE
015933     END-START.
015934     PERFORM 2180-READ-FEE-KEYED THRU 2180-EXIT
015935         UNTIL FEE-LOOKUP-DONE.
015936     IF NOT FEE-ENTRY-SAVED
015937         GO TO 2170-EXIT
015938     END-IF.
015939     MOVE WS-SAVE-FEE-ENTRY TO FEE-MSTR-REC.
015940     IF NOT FEE-ACTIVE
015941         GO TO 2170-EXIT
015942     END-IF.
015943     IF FEE-FLAT
015944         MOVE FEE-FLAT-AMOUNT TO WS-FEE-AMOUNT
015945         GO TO 2170-EXIT
015946     END-IF.
015947     IF WS-CONVERTED-AMOUNT < ZERO
015948         COMPUTE WS-ABS-AMOUNT = ZERO - WS-CONVERTED-AMOUNT
015949     ELSE
015950         MOVE WS-CONVERTED-AMOUNT TO WS-ABS-AMOUNT
015951     END-IF.
015952     COMPUTE WS-FEE-AMOUNT ROUNDED =
015953         WS-ABS-AMOUNT * FEE-PERCENT / 100.
015954     IF WS-FEE-AMOUNT < FEE-MIN-AMOUNT
015955         MOVE FEE-MIN-AMOUNT TO WS-FEE-AMOUNT
015956     END-IF.
015957 2170-EXIT.
015958     EXIT.
015959 2180-READ-FEE-KEYED.
015960     READ FEE-FILE NEXT RECORD
015961         AT END
015962             SET FEE-LOOKUP-DONE TO TRUE
015963             GO TO 2180-EXIT
015964     END-READ.
015965     IF FEE-GROUP-KEY NOT = CV-GROUP-KEY
015966        OR FEE-EFF-DATE > WS-RATE-DATE
015967         SET FEE-LOOKUP-DONE TO TRUE
015968     ELSE
015969         MOVE FEE-MSTR-REC TO WS-SAVE-FEE-ENTRY
015970         SET FEE-ENTRY-SAVED TO TRUE
015971     END-IF.
015972 2180-EXIT.
015973     EXIT.
015974*****************************************************************
015975* 2700-HOLD-RECORD -- WRITE AN OVER-LIMIT CONVERSION TO THE      *
015976*                 HOLDOUT FILE, PENDING A SECOND PERSON'S        *
015977*                 RELEASE IN YHLDREL.  IT IS NOT PRINTED,        *
015978*                 SUBTOTALLED, POSTED OR AUDITED HERE            *
015979*****************************************************************
015980 2700-HOLD-RECORD.
015981     ADD 1 TO WS-HOLD-COUNT.
015982     ADD WS-CONVERTED-AMOUNT TO WS-HOLD-AMOUNT.
015983     MOVE SPACES              TO HOLD-RECORD.
015984     MOVE DET20-ACCOUNT       TO HLD-ACCOUNT.
015985     MOVE WS-RUN-DATE         TO HLD-RUN-DATE.
015986     MOVE WS-RUN-TIME         TO HLD-RUN-TIME.
015987     MOVE WS-HOLD-COUNT       TO HLD-SEQ.
015988     SET HLD-PENDING          TO TRUE.
015989     MOVE WS-AS-OF-DATE       TO HLD-BUSINESS-DATE.
015990     MOVE PARM-STREAM-ID      TO HLD-STREAM-ID.
015991     MOVE DETAIL20-REC        TO HLD-DETAIL-IMAGE.
015992     MOVE CV-GROUP-KEY        TO HLD-GROUP-KEY.
015993     MOVE CV-RATE             TO HLD-RATE.
015994     MOVE WS-CONVERTED-AMOUNT TO HLD-CONV-AMOUNT.
015995     MOVE WS-HOLD-LIMIT       TO HLD-LIMIT-AMOUNT.
015996     MOVE WS-RATE-DATE        TO HLD-RATE-DATE.
015997     MOVE WS-LEG1-RATE        TO HLD-LEG1-RATE.
015998     MOVE WS-LEG2-RATE        TO HLD-LEG2-RATE.
015999     MOVE WS-FEE-AMOUNT       TO HLD-FEE-AMOUNT.
016000     MOVE PARM-SUBMITTED-BY   TO HLD-SUBMITTED-BY.
016001     WRITE HOLD-REC FROM HOLD-RECORD.
016002 2700-EXIT.
016003     EXIT.
016004*****************************************************************
016005* 2100-LOOKUP-CONVEAL -- FIND THE CONVEAL ENTRY IN EFFECT FOR   *
016006*                 THE RECORD'S RATE DATE -- ITS OWN TRANSACTION *
016007*                 DATE, OR THE AS-OF DATE WHEN IT CARRIES NONE: *
016008*                 THE ENTRY WITH THE LATEST EFFECTIVE DATE NOT  *
016009*                 AFTER THAT DATE.  A FORWARD BROWSE FROM       *
016010*                 (CODE, LOW-VALUES) READS THE CODE'S ENTRIES   *
016011*                 IN EFFECTIVE-DATE ORDER,                      *
016012*                 SAVING EACH ONE DATED ON OR BEFORE THE RATE   *
016013*                 DATE; THE LAST ONE SAVED IS THE ENTRY IN      *
016014*                 EFFECT.  AN INACTIVE ENTRY IN EFFECT MEANS    *
016015*                 THE CODE IS TREATED AS NOT FOUND.  A CROSS-   *
016016*                 RATE ENTRY IS THEN PRICED FROM ITS TWO LEGS   *
016017*                 (2120) AND ITS DERIVED RATE LEFT IN CV-RATE.  *
016018*****************************************************************
016019 2100-LOOKUP-CONVEAL.
016024     SET CV-NOT-FOUND TO TRUE.
016034     MOVE 'N' TO WS-CV-INACTIVE-SW.
016044     MOVE 'N' TO WS-LOOKUP-DONE-SW.
016054     MOVE 'N' TO WS-ENTRY-SAVED-SW.
016056     MOVE 'N' TO WS-CV-LEG-MISS-SW.
016058     MOVE ZERO TO WS-LEG1-RATE WS-LEG2-RATE.
016064     IF DET20-TXN-DATE NUMERIC
016074        AND DET20-TXN-DATE NOT = ZEROS
016084         MOVE DET20-TXN-DATE TO WS-RATE-DATE
016094     ELSE
016104         MOVE WS-AS-OF-DATE  TO WS-RATE-DATE
016114     END-IF.
016124     MOVE DET20-CONV-CODE TO WS-LOOKUP-CODE.
016129     MOVE DET20-CONV-CODE TO CV-CODE.
016134     MOVE LOW-VALUES      TO CV-EFF-DATE.
016144     START CONVEAL-FILE KEY IS NOT LESS THAN CV-MSTR-KEY
016154         INVALID KEY
016164             SET LOOKUP-DONE TO TRUE
016174     END-START.
016184     PERFORM 2110-READ-CONVEAL-KEYED THRU 2110-EXIT
016194         UNTIL LOOKUP-DONE.
016204     IF ENTRY-SAVED
016214         MOVE WS-SAVE-ENTRY TO CONVEAL-MSTR-REC
016224         IF CV-ACTIVE
016234             SET CV-FOUND TO TRUE
016244         ELSE
016254             SET CV-WAS-INACTIVE TO TRUE
016264         END-IF
016274     END-IF.
016276     IF CV-FOUND AND CV-CROSS-RATE
016278         PERFORM 2120-PRICE-CROSS-RATE THRU 2120-EXIT
016280     END-IF.
016284     IF CV-FOUND
016294         COMPUTE WS-CONVERTED-AMOUNT ROUNDED =
016304             DET20-AMOUNT * CV-RATE
016314     ELSE
016324         MOVE ZERO TO WS-CONVERTED-AMOUNT
016334     END-IF.
016344 2100-EXIT.
016354     EXIT.
016364*****************************************************************
016374* 2110-READ-CONVEAL-KEYED -- ONE BROWSE STEP: STOP AT END OF    *
016384*                 FILE, A CODE OTHER THAN THE ONE BEING LOOKED  *
016389*                 UP (WS-LOOKUP-CODE), OR AN ENTRY DATED        *
016394*                 AFTER THE RATE DATE; OTHERWISE REMEMBER THE   *
016404*                 ENTRY AND READ ON                             *
016414*****************************************************************
016424 2110-READ-CONVEAL-KEYED.
016434     READ CONVEAL-FILE NEXT RECORD
016444         AT END
016454             SET LOOKUP-DONE TO TRUE
016464             GO TO 2110-EXIT
016474     END-READ.
016484     IF CV-CODE NOT = WS-LOOKUP-CODE
016494        OR CV-EFF-DATE > WS-RATE-DATE
016504         SET LOOKUP-DONE TO TRUE
016514     ELSE
016524         MOVE CONVEAL-MSTR-REC TO WS-SAVE-ENTRY
016534         SET ENTRY-SAVED TO TRUE
016544     END-IF.
016554 2110-EXIT.
016564     EXIT.
016565*****************************************************************
016566* 2120-PRICE-CROSS-RATE -- THE ENTRY IN EFFECT IS A CROSS RATE: *
016567*                 LOOK UP EACH LEG CODE FOR THE SAME RATE DATE  *
016568*                 AND DERIVE THE RATE -- LEG 1 TIMES, OR        *
016569*                 DIVIDED BY, LEG 2.  A LEG THAT IS MISSING,    *
016570*                 INACTIVE OR ITSELF A CROSS RATE LEAVES THE    *
016571*                 RECORD UNPRICED (REJECT REASON XL01).         *
016572*****************************************************************
016573 2120-PRICE-CROSS-RATE.
016574     MOVE CONVEAL-MSTR-REC TO WS-CROSS-ENTRY.
016575     MOVE CV-LEG1-CODE     TO WS-LOOKUP-CODE.
016576     PERFORM 2130-LOOKUP-LEG-RATE THRU 2130-EXIT.
016577     MOVE WS-LEG-RATE      TO WS-LEG1-RATE.
016578     MOVE WS-CROSS-ENTRY   TO CONVEAL-MSTR-REC.
016579     IF LEG-FOUND
016580         MOVE CV-LEG2-CODE     TO WS-LOOKUP-CODE
016581         PERFORM 2130-LOOKUP-LEG-RATE THRU 2130-EXIT
016582         MOVE WS-LEG-RATE      TO WS-LEG2-RATE
016583         MOVE WS-CROSS-ENTRY   TO CONVEAL-MSTR-REC
016584     END-IF.
016585     IF NOT LEG-FOUND
016586         SET CV-NOT-FOUND   TO TRUE
016587         SET CV-LEG-MISSING TO TRUE
016588         GO TO 2120-EXIT
016589     END-IF.
016590     IF CV-CROSS-DIVIDE
016591         COMPUTE CV-RATE ROUNDED = WS-LEG1-RATE / WS-LEG2-RATE
016592     ELSE
016593         COMPUTE CV-RATE ROUNDED = WS-LEG1-RATE * WS-LEG2-RATE
016594     END-IF.
016595     ADD 1 TO WS-CROSS-COUNT.
016596 2120-EXIT.
016597     EXIT.
016598*****************************************************************
016599* 2130-LOOKUP-LEG-RATE -- THE DIRECT RATE IN EFFECT FOR LEG     *
016600*                 CODE WS-LOOKUP-CODE ON THE RATE DATE, BY THE  *
016601*                 SAME FORWARD BROWSE AS THE MAIN LOOKUP        *
016602*****************************************************************
016603 2130-LOOKUP-LEG-RATE.
016604     MOVE 'N' TO WS-LEG-FOUND-SW.
016605     MOVE 'N' TO WS-LOOKUP-DONE-SW.
016606     MOVE 'N' TO WS-ENTRY-SAVED-SW.
016607     MOVE ZERO TO WS-LEG-RATE.
016608     MOVE WS-LOOKUP-CODE TO CV-CODE.
016609     MOVE LOW-VALUES     TO CV-EFF-DATE.
016610     START CONVEAL-FILE KEY IS NOT LESS THAN CV-MSTR-KEY
016611         INVALID KEY
016612             SET LOOKUP-DONE TO TRUE
016613     END-START.
016614     PERFORM 2110-READ-CONVEAL-KEYED THRU 2110-EXIT
016615         UNTIL LOOKUP-DONE.
016616     IF ENTRY-SAVED
016617         MOVE WS-SAVE-ENTRY TO CONVEAL-MSTR-REC
016618         IF CV-ACTIVE AND CV-DIRECT-RATE AND CV-RATE NOT = ZERO
016619             SET LEG-FOUND TO TRUE
016620             MOVE CV-RATE TO WS-LEG-RATE
016621         END-IF
016622     END-IF.
016623 2130-EXIT.
016624     EXIT.
016625*****************************************************************
016626* 2600-CHECK-PAGE-OVERFLOW -- NEW PAGE HEADING WHEN THE CURRENT  *
016627*                             PAGE IS FULL                       *
016628*****************************************************************
016629 2600-CHECK-PAGE-OVERFLOW.
016630     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
016634        AND NOT STREAM-RUN
016644         PERFORM 2650-PRINT-PAGE-HEADING THRU 2650-EXIT
016654     END-IF.
016664 2600-EXIT.
016674     EXIT.
016684*****************************************************************
016694* 2650-PRINT-PAGE-HEADING -- PAGE HEADING WITH RUN DATE/TIME,    *
016704*                 REPORT ID AND PAGE NUMBER, THEN THE COLUMN     *
016714*                 HEADINGS FOR THE LAYOUT VARIANT IN EFFECT      *
016724*****************************************************************
016734 2650-PRINT-PAGE-HEADING.
016744     ADD 1 TO WS-PAGE-COUNT.
016754     MOVE WS-PAGE-COUNT TO RPH-PAGE.
016764     WRITE PRTD20L-REC FROM RPH-HEAD-1
016774         AFTER ADVANCING PAGE.
016784     IF PARM-VARIANT-CONDENSED
016794         WRITE PRTD20L-REC FROM RPH-HEAD-2C
016804             AFTER ADVANCING 2 LINES
016814     ELSE
016824         WRITE PRTD20L-REC FROM RPH-HEAD-2F
016834             AFTER ADVANCING 2 LINES
016844     END-IF.
016854     MOVE 4 TO WS-LINE-COUNT.
016864 2650-EXIT.
016874     EXIT.
017400 2200-FORMAT-DETAIL-LINE.
017500     MOVE SPACES         TO PRTD20L.
017600     MOVE ' '             TO PRTD20L-CC.
017800         MOVE DET20-CONV-CODE TO PRTD20L-CODE
017900         MOVE DET20-AMOUNT    TO PRTD20L-ORIG-AMT
018000         MOVE WS-CONVERTED-AMOUNT TO PRTD20L-CONV-AMT
018050         MOVE WS-FEE-AMOUNT   TO PRTD20L-FEE-AMT
018100         IF CV-FOUND
018200             MOVE CV-RATE TO PRTD20L-RATE
018300         ELSE
019180     IF WS-REJECT-COUNT > ZERO
019190         DISPLAY 'RRP0102W ' WS-REJECT-COUNT
019195             ' DETAIL-20 RECORD(S) REJECTED -- CONVEAL CODE'
019196             ' NOT FOUND OR NOT PRICEABLE'
019197     END-IF.
019198     IF WS-CROSS-COUNT > ZERO
019199         DISPLAY 'RRP0114I ' WS-CROSS-COUNT
019200             ' DETAIL-20 RECORD(S) PRICED AT A CROSS RATE'
019201     END-IF.
019202     IF WS-FEE-COUNT > ZERO
019203         DISPLAY 'RRP0126I ' WS-FEE-COUNT
019204             ' DETAIL-20 RECORD(S) CHARGED A CONVERSION FEE -- '
019205             'TOTAL ' WS-RUN-FEE-TOTAL
019206     END-IF.
019207     IF WS-HOLD-COUNT > ZERO
019208         DISPLAY 'RRP0125I ' WS-HOLD-COUNT
019209             ' DETAIL-20 RECORD(S) HELD FOR RELEASE -- TOTAL '
019210             WS-HOLD-AMOUNT
019211         IF PARM-SUBMITTED-BY = SPACES
019213             DISPLAY 'RRP0124W NO SUBMITTER ID ON THE PARAMETER '
019215                 'CARD -- HELD ITEMS CAN ONLY BE DECLINED, NOT '
019217                 'RELEASED'
019219         END-IF
019221     END-IF.
019223     PERFORM 8100-RECONCILE-CONTROL-TOTAL THRU 8100-EXIT.
019225     IF NOT STREAM-RUN
019227         PERFORM 8300-VERIFY-INPUT-CONTROL THRU 8300-EXIT
019229     END-IF.
019231     PERFORM 8150-WRITE-GL-TRAILER THRU 8150-EXIT.
019233     CLOSE DETAIL20-FILE
019235           CONVEAL-FILE
019240           FEE-FILE
019250           CHKPT-OUT-FILE
019260           CVEXCPT-FILE
019270           AUDIT-FILE
019275           SUSP-FILE
019277           HOLD-FILE
019280           GLINTF-FILE
019300           PRTD20L-FILE.
019310     PERFORM 8500-WRITE-LEDGER-FINISH THRU 8500-EXIT.
019350 8000-EXIT.
019400     EXIT.
019410*****************************************************************
019510         DISPLAY 'RRP0104I NO CONVEAL CONTROL TOTAL SUPPLIED -- '
019520             'RECONCILIATION SKIPPED'
019530     ELSE
019532         COMPUTE WS-RECON-AMOUNT =
019534             WS-RUN-TOTAL-AMOUNT + WS-HOLD-AMOUNT
019540         COMPUTE WS-TOTAL-DIFFERENCE =
019550             WS-RECON-AMOUNT - PARM-CONTROL-TOTAL
019560         IF WS-TOTAL-DIFFERENCE = ZERO
019570             DISPLAY 'RRP0105I CONVEAL CONTROL TOTAL RECONCILES'
019580                 ' -- RUN TOTAL ' WS-RUN-TOTAL-AMOUNT
019585                 ' HELD ' WS-HOLD-AMOUNT
019590                 ' CONTROL TOTAL ' PARM-CONTROL-TOTAL
019600         ELSE
019610             DISPLAY 'RRP0106E CONVEAL CONTROL TOTAL OUT OF '
019620                 'BALANCE -- RUN TOTAL ' WS-RUN-TOTAL-AMOUNT
019625                 ' HELD ' WS-HOLD-AMOUNT
019630                 ' CONTROL TOTAL ' PARM-CONTROL-TOTAL
019640                 ' DIFFERENCE ' WS-TOTAL-DIFFERENCE
019650             MOVE 16 TO RETURN-CODE
019817     MOVE WS-GL-HASH-TOTAL   TO CHKPT-GL-HASH.
019818     MOVE WS-IN-READ-COUNT   TO CHKPT-READ-COUNT.
019819     MOVE WS-IN-AMT-HASH     TO CHKPT-IN-HASH.
019820     MOVE WS-HOLD-COUNT      TO CHKPT-HOLD-COUNT.
019821     MOVE WS-HOLD-AMOUNT     TO CHKPT-HOLD-AMOUNT.
019822     MOVE WS-ST-FEE-COUNT    TO CHKPT-ST-FEE-COUNT.
019823     MOVE WS-ST-FEE          TO CHKPT-ST-FEE.
019824     MOVE WS-FEE-COUNT       TO CHKPT-FEE-COUNT.
019825     MOVE WS-RUN-FEE-TOTAL   TO CHKPT-FEE-TOTAL.
019826     WRITE CHKPT-OUT-REC FROM CHECKPOINT-RECORD.
019827 8050-EXIT.
019828     EXIT.
019829*****************************************************************
019830* 8200-PRINT-RUN-SUMMARY -- FINAL SUMMARY PAGE: RECORDS READ,    *
019831*                 PRINTED AND REJECTED, AND THE RUN-TOTAL        *
019832*                 CONVERTED AMOUNT, HELD ITEMS AND CONVERSION    *
019833*                 FEES                                           *
019834*****************************************************************
019835 8200-PRINT-RUN-SUMMARY.
019836     ADD 1 TO WS-PAGE-COUNT.
019837     MOVE WS-PAGE-COUNT TO RPH-PAGE.
019838     WRITE PRTD20L-REC FROM RPH-HEAD-1
019839         AFTER ADVANCING PAGE.
019840     MOVE SPACES TO RPS-COUNT-LINE.
019841     MOVE ' ' TO RPS-CNT-CC.
019842     MOVE 'RECORDS READ' TO RPS-CNT-LABEL.
019843     MOVE WS-READ-COUNT TO RPS-CNT-VALUE.
019844     WRITE PRTD20L-REC FROM RPS-COUNT-LINE
019845         AFTER ADVANCING 2 LINES.
019846     MOVE 'RECORDS PRINTED' TO RPS-CNT-LABEL.
019847     MOVE WS-PRINT-COUNT TO RPS-CNT-VALUE.
019848     WRITE PRTD20L-REC FROM RPS-COUNT-LINE
019849         AFTER ADVANCING 1 LINE.
019850     MOVE 'RECORDS REJECTED' TO RPS-CNT-LABEL.
019851     MOVE WS-REJECT-COUNT TO RPS-CNT-VALUE.
019852     WRITE PRTD20L-REC FROM RPS-COUNT-LINE
019853         AFTER ADVANCING 1 LINE.
019854     MOVE SPACES TO RPS-AMT-LINE.
019855     MOVE ' ' TO RPS-AMT-CC.
019856     MOVE 'RUN TOTAL CONVERTED AMOUNT' TO RPS-AMT-LABEL.
019857     MOVE WS-RUN-TOTAL-AMOUNT TO RPS-AMT-VALUE.
019858     WRITE PRTD20L-REC FROM RPS-AMT-LINE
019859         AFTER ADVANCING 1 LINE.
019860     MOVE 'RECORDS HELD FOR RELEASE' TO RPS-CNT-LABEL.
019861     MOVE WS-HOLD-COUNT TO RPS-CNT-VALUE.
019862     WRITE PRTD20L-REC FROM RPS-COUNT-LINE
019863         AFTER ADVANCING 2 LINES.
019864     MOVE 'HELD CONVERTED AMOUNT' TO RPS-AMT-LABEL.
019865     MOVE WS-HOLD-AMOUNT TO RPS-AMT-VALUE.
019866     WRITE PRTD20L-REC FROM RPS-AMT-LINE
019867         AFTER ADVANCING 1 LINE.
019868     MOVE 'RECORDS CHARGED A FEE' TO RPS-CNT-LABEL.
019869     MOVE WS-FEE-COUNT TO RPS-CNT-VALUE.
019870     WRITE PRTD20L-REC FROM RPS-COUNT-LINE
019871         AFTER ADVANCING 2 LINES.
019872     MOVE 'RUN TOTAL CONVERSION FEES' TO RPS-AMT-LABEL.
019873     MOVE WS-RUN-FEE-TOTAL TO RPS-AMT-VALUE.
019874     WRITE PRTD20L-REC FROM RPS-AMT-LINE
019875         AFTER ADVANCING 1 LINE.
019876     MOVE 13 TO WS-LINE-COUNT.
019877     IF WS-HOLD-COUNT > ZERO
019878         PERFORM 8250-LIST-HELD-ITEMS THRU 8250-EXIT
019879     END-IF.
019880 8200-EXIT.
019881     EXIT.
019882*****************************************************************
019883* 8250-LIST-HELD-ITEMS -- READ BACK THIS RUN'S HOLDOUT FILE AND  *
019884*                 LIST EACH HELD ITEM WITH THE HOLD KEY THE      *
019885*                 RELEASE OR DECLINE CARD MUST QUOTE.  ITEMS     *
019886*                 HELD BEFORE A RESTART ARE ON THE FAILED RUN'S  *
019887*                 HOLDOUT FILE AND ARE COUNTED, NOT LISTED       *
019888*****************************************************************
019889 8250-LIST-HELD-ITEMS.
019890     CLOSE HOLD-FILE.
019891     OPEN INPUT HOLD-FILE.
019892     PERFORM 8280-PRINT-HELD-HEADING THRU 8280-EXIT.
019893     IF WS-RESTART-HOLD-COUNT > ZERO
019894         MOVE SPACES TO RPS-COUNT-LINE
019895         MOVE ' ' TO RPS-CNT-CC
019896         MOVE 'HELD BEFORE RESTART, UNLISTED' TO RPS-CNT-LABEL
019897         MOVE WS-RESTART-HOLD-COUNT TO RPS-CNT-VALUE
019898         WRITE PRTD20L-REC FROM RPS-COUNT-LINE
019899             AFTER ADVANCING 1 LINE
019900         ADD 1 TO WS-LINE-COUNT
019901     END-IF.
019902     PERFORM 8260-READ-HOLD-FILE THRU 8260-EXIT.
019903     PERFORM 8270-PRINT-HELD-ITEM THRU 8270-EXIT
019904         UNTIL HOLD-EOF.
019905 8250-EXIT.
019906     EXIT.
019907 8260-READ-HOLD-FILE.
019908     READ HOLD-FILE INTO HOLD-RECORD
019909         AT END
019910             SET HOLD-EOF TO TRUE
019911     END-READ.
019912 8260-EXIT.
019913     EXIT.
019914 8270-PRINT-HELD-ITEM.
019915     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
019916         ADD 1 TO WS-PAGE-COUNT
019917         MOVE WS-PAGE-COUNT TO RPH-PAGE
019918         WRITE PRTD20L-REC FROM RPH-HEAD-1
019919             AFTER ADVANCING PAGE
019920         MOVE 2 TO WS-LINE-COUNT
019921         PERFORM 8280-PRINT-HELD-HEADING THRU 8280-EXIT
019922     END-IF.
019923     MOVE HLD-DETAIL-IMAGE    TO DETAIL20-REC.
019924     MOVE SPACES              TO RPS-HOLD-LINE.
019925     MOVE ' '                 TO RHL-CC.
019926     MOVE HLD-ACCOUNT         TO RHL-ACCOUNT.
019927     MOVE DET20-CONV-CODE     TO RHL-CODE.
019928     MOVE DET20-AMOUNT        TO RHL-ORIG-AMT.
019929     MOVE HLD-RATE            TO RHL-RATE.
019930     MOVE HLD-CONV-AMOUNT     TO RHL-CONV-AMT.
019931     MOVE HLD-GROUP-KEY       TO RHL-GROUP.
019932     MOVE HLD-LIMIT-AMOUNT    TO RHL-LIMIT.
019933     MOVE HLD-RUN-DATE        TO RHL-RUN-DATE.
019934     MOVE HLD-RUN-TIME        TO RHL-RUN-TIME.
019935     MOVE HLD-SEQ             TO RHL-SEQ.
019936     WRITE PRTD20L-REC FROM RPS-HOLD-LINE
019937         AFTER ADVANCING 1 LINE.
019938     ADD 1 TO WS-LINE-COUNT.
019939     PERFORM 8260-READ-HOLD-FILE THRU 8260-EXIT.
019940 8270-EXIT.
019941     EXIT.
019942 8280-PRINT-HELD-HEADING.
019943     WRITE PRTD20L-REC FROM RPS-HOLD-TITLE
019944         AFTER ADVANCING 3 LINES.
019945     WRITE PRTD20L-REC FROM RPS-HOLD-HEAD
019946         AFTER ADVANCING 2 LINES.
019947     ADD 5 TO WS-LINE-COUNT.
019948 8280-EXIT.
019949     EXIT.
019950*****************************************************************
019951* 8300-VERIFY-INPUT-CONTROL -- THE IN-RANGE COUNT AND AMOUNT     *
019952*                 HASH AGAINST THE YD20CTL CONTROL RECORD THE    *
019953*                 EDIT STEP WROTE, SO A TRUNCATED OR STALE       *
019954*                 DETAIL-20 GENERATION CANNOT RUN CLEAN.  A      *
019955*                 NON-STREAM RUN'S ACCOUNT RANGE IS OPEN, SO     *
019956*                 THE IN-RANGE FIGURES COVER THE WHOLE FILE      *
019957*****************************************************************
019958 8300-VERIFY-INPUT-CONTROL.
019959     IF NOT CTL-FOUND
019960         DISPLAY 'RRP0110E NO YD20CTL CONTROL RECORD FROM THE '
019961             'EDIT STEP -- DETAIL-20 INPUT NOT PROVEN'
019962         MOVE 16 TO RETURN-CODE
019963         GO TO 8300-EXIT
019964     END-IF.
019965     IF WS-IN-READ-COUNT = CTL-REC-COUNT
019966        AND WS-IN-AMT-HASH = CTL-AMT-HASH
019967         DISPLAY 'RRP0111I DETAIL-20 INPUT VERIFIED AGAINST THE '
019968             'EDIT CONTROL RECORD -- COUNT ' WS-IN-READ-COUNT
019969     ELSE
019970         DISPLAY 'RRP0112E DETAIL-20 INPUT DISAGREES WITH THE '
019971             'EDIT CONTROL RECORD -- READ ' WS-IN-READ-COUNT
019972             ' VS ' CTL-REC-COUNT
019973             ' HASH ' WS-IN-AMT-HASH
019974             ' VS ' CTL-AMT-HASH
019975         MOVE 16 TO RETURN-CODE
019976     END-IF.
019977 8300-EXIT.
019978     EXIT.
019979*****************************************************************
019980* 8500-WRITE-LEDGER-FINISH -- MARK THIS RUN'S LEDGER ENTRY       *
019981*                 FINISHED WITH ITS COMPLETION RETURN CODE AND   *
019982*                 KEY COUNTS AND TOTALS                          *
019983*****************************************************************
019984 8500-WRITE-LEDGER-FINISH.
019985     IF NOT RCL-ENTRY-STARTED
019986         GO TO 8500-EXIT
019987     END-IF.
019988     OPEN I-O RUNCTL-FILE.
019998     MOVE WS-RCL-SAVE-KEY TO RCL-KEY.
020008     READ RUNCTL-FILE
020018         INVALID KEY
020028             DISPLAY 'RRP0121W RUN-CONTROL ENTRY ' WS-RCL-SAVE-KEY
020038                 ' NOT FOUND -- FINISH NOT LOGGED'
020048             CLOSE RUNCTL-FILE
020058             GO TO 8500-EXIT
020068     END-READ.
020078     SET RCL-FINISHED TO TRUE.
020088     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
020098     ACCEPT RCL-END-TIME FROM TIME.
020108     MOVE RETURN-CODE TO RCL-RETURN-CODE.
020118     MOVE WS-IN-READ-COUNT           TO RCL-COUNT-1.
020128     MOVE WS-PRINT-COUNT             TO RCL-COUNT-2.
020138     MOVE WS-REJECT-COUNT            TO RCL-COUNT-3.
020148     MOVE WS-RUN-TOTAL-AMOUNT        TO RCL-AMOUNT-1.
020158     MOVE WS-GL-HASH-TOTAL           TO RCL-AMOUNT-2.
020168     REWRITE RUNCTL-REC
020178         INVALID KEY
020188             DISPLAY 'RRP0121W RUN-CONTROL ENTRY ' WS-RCL-SAVE-KEY
020198                 ' NOT FOUND -- FINISH NOT LOGGED'
020208     END-REWRITE.
020218     CLOSE RUNCTL-FILE.
020228 8500-EXIT.
020238     EXIT.
020248 END PROGRAM RemarksPartial.
