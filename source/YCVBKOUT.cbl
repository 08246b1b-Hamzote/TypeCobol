001700*                                                                *
001800*         - A CORRECTION REPORT SHOWING, PER DETAIL-20 KEY, THE  *
001900*           ORIGINAL CONVERTED AMOUNT, THE CORRECTED AMOUNT AND  *
001910*           THE DIFFERENCE, AND THE CHANGE IN CONVERSION FEE,    *
001920*           WITH RUN TOTALS.                                     *
002100*         - AN ADJUSTMENT FILE (YCVADJ) CARRYING ONE RECORD PER  *
002110*           KEY WHOSE AMOUNT OR FEE CHANGED, FOR DOWNSTREAM      *
002120*           POSTING.                                             *
002300*                                                                *
002400*     THE CONVEAL MASTER IS NOT TOUCHED -- THE CORRECTED RATE    *
002500*     ITSELF IS APPLIED THROUGH YCVMAINT AS USUAL.               *
002510*                                                                *
002520*     THE FEE ON EACH CORRECTED AMOUNT IS RECOMPUTED FROM THE    *
002530*     FEEMSTR ENTRY IN EFFECT FOR THE RECORD'S GROUP KEY ON ITS  *
002540*     RATE DATE, BY THE SAME RULES AS REMPART, AND SET AGAINST   *
002550*     THE FEE CARRIED ON THE AUDIT RECORD.  AUDIT RECORDS        *
002560*     WRITTEN BEFORE FEES WERE CHARGED CARRY NO GROUP KEY AND    *
002570*     ARE LEFT WITHOUT A FEE.                                    *
002572*                                                                *
002574*    THE RUN IS LOGGED ON THE YRUNCTL LEDGER UNDER THE BUSINESS  *
002576*    DATE THE BAD REMPART RUN WAS LOGGED UNDER (BKO-BUSINESS-    *
002578*    DATE, OR THE BAD-RUN DATE WHEN NONE IS CODED), AND THAT     *
002580*    REMPART RUN MUST HAVE FINISHED CLEAN UNDER IT ON THE        *
002582*    BAD-RUN DATE.  THE BUSINESS DATE IS CARRIED ON EACH         *
002587*    ADJUSTMENT FOR YGLCORR.                                     *
002600*                                                                *
002700* MODIFICATION HISTORY.                                          *
002800*     08/21/26  JFM  ORIGINAL VERSION.                           *
002810*     08/22/26  JFM  BKO-CODE IS NOW REQUIRED -- A BLANK CODE    *
002820*                    WOULD REPRICE EVERY CODE IN THE RUN AT THE  *
002830*                    ONE CORRECTED RATE.                         *
002840*     10/14/26  JFM  CONVAUDT RECORD LENGTHENED TO 80 BYTES. THE *
002850*                    CORRECTION REPORT SHOWS THE RATE DATE EACH  *
002860*                    CONVERSION WAS PRICED AT.                   *
002865*     10/15/26  JFM  LOGS EACH RUN ON THE YRUNCTL RUN-CONTROL    *
002870*                    LEDGER UNDER THE BAD-RUN DATE AND CONVEAL   *
002875*                    CODE, AND REFUSES A SECOND CLEAN BACKOUT OF *
002880*                    THE SAME RUN AND CODE, OR ONE WITH NO       *
002885*                    COMPLETED REMPART RUN FOR THAT DATE, UNLESS *
002890*                    THE PARM-CARD OVERRIDE AND AN OPERATOR ID   *
002895*                    ARE CODED.                                  *
002896*     10/15/26  JFM  CONVERSION FEE RECOMPUTED ON THE CORRECTED  *
002897*                    AMOUNT FROM FEEMSTR; FEE CHANGE CARRIED ON  *
002898*                    THE REPORT AND THE ADJUSTMENT RECORD, NOW   *
002899*                    63 BYTES.                                   *
002909*     10/15/26  JFM  LOGGED UNDER THE BAD RUN'S LEDGER BUSINESS  *
002919*                    DATE (NEW BKO-BUSINESS-DATE, DEFAULT THE    *
002929*                    BAD-RUN DATE); THE REMPART RUN MUST HAVE    *
002939*                    FINISHED UNDER IT ON THE BAD-RUN DATE.      *
002949*                    BUSINESS DATE CARRIED ON THE ADJUSTMENT     *
002959*                    RECORD, NOW 71 BYTES.                       *
002969*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.  IBM-370.
004100                            ORGANIZATION IS SEQUENTIAL.
004200     SELECT BKORPT-FILE     ASSIGN TO BKORPT
004300                            ORGANIZATION IS SEQUENTIAL.
004310     SELECT RUNCTL-FILE     ASSIGN TO RUNCTL
004320                            ORGANIZATION IS INDEXED
004330                            ACCESS MODE IS DYNAMIC
004340                            RECORD KEY IS RCL-KEY.
004350     SELECT FEE-FILE        ASSIGN TO FEEMSTR
004360                            ORGANIZATION IS INDEXED
004370                            ACCESS MODE IS DYNAMIC
004380                            RECORD KEY IS FEE-MSTR-KEY.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  AUDIT-FILE
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900 01  AUDIT-REC                       PIC X(80).
005000 FD  PARM-FILE
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005400 FD  ADJUST-FILE
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700 01  ADJUST-REC                      PIC X(71).
005800 FD  BKORPT-FILE
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100 01  BKORPT-REC                      PIC X(133).
006110 FD  RUNCTL-FILE
006120     LABEL RECORDS ARE STANDARD.
006130 01  RUNCTL-REC.
006140     COPY YRUNCTL.
006150 FD  FEE-FILE
006160     LABEL RECORDS ARE STANDARD.
006170 01  FEE-MSTR-REC.
006180     COPY YFEEMST.
006200 WORKING-STORAGE SECTION.
006300*****************************************************************
006400* SWITCHES                                                       *
006800 77  WS-PARM-VALID-SW                PIC X(01) VALUE 'Y'.
006900     88  PARM-VALID                  VALUE 'Y'.
007000     88  PARM-INVALID                VALUE 'N'.
007010 77  WS-FEE-DONE-SW                  PIC X(01) VALUE 'N'.
007020     88  FEE-LOOKUP-DONE             VALUE 'Y'.
007030 77  WS-FEE-SAVED-SW                 PIC X(01) VALUE 'N'.
007040     88  FEE-ENTRY-SAVED             VALUE 'Y'.
007100*****************************************************************
007200* COUNTERS                                                       *
007300*****************************************************************
007400 77  WS-READ-COUNT                   PIC S9(09) COMP-3 VALUE 0.
007500 77  WS-SELECT-COUNT                 PIC S9(09) COMP-3 VALUE 0.
007600 77  WS-ADJUST-COUNT                 PIC S9(09) COMP-3 VALUE 0.
007610 77  WS-FEE-CHANGE-COUNT             PIC S9(09) COMP-3 VALUE 0.
007700*****************************************************************
007800* WORK FIELDS                                                    *
007900*****************************************************************
008800                                     VALUE ZERO.
008900 77  WS-DIFFERENCE                   PIC S9(09)V9(02) COMP-3
009000                                     VALUE ZERO.
009005 77  WS-FEE-RATE-DATE                PIC X(08).
009010 77  WS-OLD-FEE-AMOUNT               PIC S9(09)V9(02) COMP-3
009015                                     VALUE ZERO.
009020 77  WS-NEW-FEE-AMOUNT               PIC S9(09)V9(02) COMP-3
009025                                     VALUE ZERO.
009030 77  WS-FEE-DIFFERENCE               PIC S9(09)V9(02) COMP-3
009035                                     VALUE ZERO.
009040 77  WS-ABS-AMOUNT                   PIC S9(09)V9(02) COMP-3
009045                                     VALUE ZERO.
009050 01  WS-SAVE-FEE-ENTRY               PIC X(50).
009100*****************************************************************
009200* RUN TOTALS                                                     *
009300*****************************************************************
009400 77  WS-TOT-OLD-AMT          PIC S9(11)V9(02) COMP-3 VALUE ZERO.
009500 77  WS-TOT-NEW-AMT          PIC S9(11)V9(02) COMP-3 VALUE ZERO.
009600 77  WS-TOT-DIFFERENCE       PIC S9(11)V9(02) COMP-3 VALUE ZERO.
009601 77  WS-TOT-OLD-FEE          PIC S9(11)V9(02) COMP-3 VALUE ZERO.
009602 77  WS-TOT-NEW-FEE          PIC S9(11)V9(02) COMP-3 VALUE ZERO.
009603 77  WS-TOT-FEE-DIFFERENCE   PIC S9(11)V9(02) COMP-3 VALUE ZERO.
009604*****************************************************************
009605* RUN-CONTROL LEDGER -- THIS STEP'S YRUNCTL ENTRY, THE STEP IT   *
009606* MUST FOLLOW, AND THE DUPLICATE/ORDER CHECKS MADE BEFORE IT     *
009608* IS ALLOWED TO RUN                                              *
009610*****************************************************************
009612 77  WS-RCL-STEP-ID                  PIC X(08) VALUE 'YCVBKOUT'.
009614 77  WS-RCL-PRED-STEP                PIC X(08) VALUE 'REMPART'.
009616 77  WS-RCL-PRED-ANY-QUAL-SW         PIC X(01) VALUE 'Y'.
009618 77  WS-RCL-BUSINESS-DATE            PIC X(08) VALUE SPACES.
009620 77  WS-RCL-QUALIFIER                PIC X(08) VALUE SPACES.
009622 77  WS-RCL-OVERRIDE-SW              PIC X(01) VALUE 'N'.
009624     88  RCL-OVERRIDE-CODED          VALUE 'Y'.
009626 77  WS-RCL-OVERRIDE-BY              PIC X(08) VALUE SPACES.
009628 77  WS-RCL-RULE                     PIC X(04) VALUE SPACES.
009630 77  WS-RCL-ALLOWED-SW               PIC X(01) VALUE 'Y'.
009632     88  RCL-RUN-ALLOWED             VALUE 'Y'.
009634     88  RCL-RUN-REFUSED             VALUE 'N'.
009636 77  WS-RCL-STARTED-SW               PIC X(01) VALUE 'N'.
009638     88  RCL-ENTRY-STARTED           VALUE 'Y'.
009640 77  WS-RCL-SCAN-STEP                PIC X(08) VALUE SPACES.
009641 77  WS-RCL-SCAN-RUN-DATE            PIC X(08) VALUE SPACES.
009642 77  WS-RCL-SCAN-ANY-QUAL-SW         PIC X(01) VALUE 'N'.
009644     88  RCL-SCAN-ANY-QUALIFIER      VALUE 'Y'.
009646 77  WS-RCL-SCAN-DONE-SW             PIC X(01) VALUE 'N'.
009648     88  RCL-SCAN-DONE               VALUE 'Y'.
009650 77  WS-RCL-CLEAN-SW                 PIC X(01) VALUE 'N'.
009652     88  RCL-CLEAN-FOUND             VALUE 'Y'.
009654 77  WS-RCL-OPEN-SW                  PIC X(01) VALUE 'N'.
009656     88  RCL-OPEN-FOUND              VALUE 'Y'.
009658 77  WS-RCL-SAVE-KEY                 PIC X(40) VALUE SPACES.
009700*****************************************************************
009800* RECORD AND PARAMETER WORK AREAS                                *
009900*****************************************************************
013700     05  FILLER                  PIC X(19) VALUE 'ORIG CONV AMT'.
013900     05  FILLER                  PIC X(19) VALUE 'CORRECTED AMT'.
014100     05  FILLER                  PIC X(10) VALUE 'DIFFERENCE'.
014110     05  FILLER                  PIC X(09) VALUE SPACES.
014120     05  FILLER                  PIC X(09) VALUE 'RATE DATE'.
014130     05  FILLER                  PIC X(06) VALUE SPACES.
014140     05  FILLER                  PIC X(08) VALUE 'FEE DIFF'.
014150     05  FILLER                  PIC X(05) VALUE SPACES.
014300 01  BACKOUT-LINE.
014400     05  BKL-CC                  PIC X(01).
014500     05  BKL-KEY                 PIC X(10).
015500     05  BKL-NEW-AMT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
015600     05  FILLER                  PIC X(02).
015700     05  BKL-DIFFERENCE          PIC Z,ZZZ,ZZZ,ZZ9.99-.
015710     05  FILLER                  PIC X(02).
015720     05  BKL-RATE-DATE           PIC X(08).
015730     05  FILLER                  PIC X(02).
015740     05  BKL-FEE-DIFFERENCE      PIC Z,ZZZ,ZZ9.99-.
015750     05  FILLER                  PIC X(05).
015900 01  BACKOUT-TOTAL-LINE.
016000     05  BKT-CC                  PIC X(01).
016100     05  BKT-LIT                 PIC X(16).
020600         SET PARM-INVALID TO TRUE
020700         MOVE 16 TO RETURN-CODE
020800     END-IF.
020805     IF PARM-VALID
020806         IF BKO-BUSINESS-DATE = SPACES
020807            OR BKO-BUSINESS-DATE = ZEROS
020808             MOVE BKO-RUN-DATE      TO WS-RCL-BUSINESS-DATE
020809         ELSE
020810             MOVE BKO-BUSINESS-DATE TO WS-RCL-BUSINESS-DATE
020811         END-IF
020815         MOVE BKO-CODE         TO WS-RCL-QUALIFIER
020820         MOVE BKO-RUN-OVERRIDE TO WS-RCL-OVERRIDE-SW
020825         MOVE BKO-OVERRIDE-BY  TO WS-RCL-OVERRIDE-BY
020830         PERFORM 1500-CHECK-RUN-LEDGER THRU 1500-EXIT
020835         IF RCL-RUN-REFUSED
020840             SET PARM-INVALID TO TRUE
020845         END-IF
020850     END-IF.
020900     IF PARM-VALID
021000         MOVE BKO-NEW-RATE TO WS-NEW-RATE
021100         OPEN INPUT  AUDIT-FILE
021110                     FEE-FILE
021200              OUTPUT ADJUST-FILE
021300                     BKORPT-FILE
021400         MOVE WS-RUN-DATE  TO BKH-RUN-DATE
022100     END-IF.
022200 1000-EXIT.
022300     EXIT.
022301*****************************************************************
022302* 1500-CHECK-RUN-LEDGER -- REFUSE A SECOND CLEAN RUN FOR THE     *
022303*                 BUSINESS DATE, OR A RUN AHEAD OF THE STEP IT   *
022304*                 FOLLOWS, UNLESS THE OVERRIDE AND AN OPERATOR   *
022305*                 ID ARE ON THE CARD; THEN LOG THE START         *
022306*****************************************************************
022307 1500-CHECK-RUN-LEDGER.
022308     MOVE SPACES TO WS-RCL-RULE.
022309     OPEN I-O RUNCTL-FILE.
022310     MOVE WS-RCL-STEP-ID TO WS-RCL-SCAN-STEP.
022311     MOVE SPACES TO WS-RCL-SCAN-RUN-DATE.
022312     MOVE 'N' TO WS-RCL-SCAN-ANY-QUAL-SW.
022313     PERFORM 1550-SCAN-LEDGER THRU 1550-EXIT.
022314     IF RCL-CLEAN-FOUND
022315         MOVE 'DUPL' TO WS-RCL-RULE
022316         DISPLAY 'YBK0709W ' WS-RCL-STEP-ID
022317             ' HAS ALREADY COMPLETED FOR BUSINESS DATE '
022318             WS-RCL-BUSINESS-DATE ' ' WS-RCL-QUALIFIER
022319     END-IF.
022320     IF RCL-OPEN-FOUND
022321         DISPLAY 'YBK0710W AN EARLIER ' WS-RCL-STEP-ID
022322             ' RUN FOR ' WS-RCL-BUSINESS-DATE
022323             ' STARTED BUT NEVER FINISHED'
022324     END-IF.
022325     IF WS-RCL-PRED-STEP NOT = SPACES
022326         MOVE WS-RCL-PRED-STEP TO WS-RCL-SCAN-STEP
022327         MOVE WS-RCL-PRED-ANY-QUAL-SW TO WS-RCL-SCAN-ANY-QUAL-SW
022328         MOVE BKO-RUN-DATE TO WS-RCL-SCAN-RUN-DATE
022329         PERFORM 1550-SCAN-LEDGER THRU 1550-EXIT
022330         IF NOT RCL-CLEAN-FOUND
022331             IF WS-RCL-RULE = SPACES
022332                 MOVE 'ORDR' TO WS-RCL-RULE
022333             ELSE
022334                 MOVE 'BOTH' TO WS-RCL-RULE
022335             END-IF
022336             DISPLAY 'YBK0711W ' WS-RCL-PRED-STEP
022337                 ' HAS NOT COMPLETED FOR BUSINESS DATE '
022338                 WS-RCL-BUSINESS-DATE ' RUN DATE '
022339                 WS-RCL-SCAN-RUN-DATE
022340         END-IF
022341     END-IF.
022342     IF WS-RCL-RULE NOT = SPACES
022343         IF RCL-OVERRIDE-CODED AND WS-RCL-OVERRIDE-BY NOT = SPACES
022344             DISPLAY 'YBK0712W RUN-CONTROL OVERRIDE ' WS-RCL-RULE
022345                 ' BY ' WS-RCL-OVERRIDE-BY ' -- RUN PROCEEDS'
022346         ELSE
022347             DISPLAY 'YBK0713E RUN REFUSED -- CODE THE '
022348                 'RUN-CONTROL OVERRIDE AND AN OPERATOR ID ON '
022349                 'THE PARAMETER CARD TO FORCE IT'
022350             SET RCL-RUN-REFUSED TO TRUE
022351             MOVE 16 TO RETURN-CODE
022352             CLOSE RUNCTL-FILE
022353             GO TO 1500-EXIT
022354         END-IF
022355     END-IF.
022356     PERFORM 1600-WRITE-LEDGER-START THRU 1600-EXIT.
022357     CLOSE RUNCTL-FILE.
022358 1500-EXIT.
022359     EXIT.
022360*****************************************************************
022361* 1550-SCAN-LEDGER -- BROWSE THE BUSINESS DATE'S ENTRIES FOR     *
022362*                 WS-RCL-SCAN-STEP (THIS RUN'S QUALIFIER ONLY,   *
022363*                 UNLESS ANY QUALIFIER WILL DO) NOTING A CLEAN   *
022364*                 FINISH AND A START THAT NEVER FINISHED.  THE   *
022365*                 REMPART RUN MUST ALSO HAVE RUN ON THE BAD-RUN  *
022366*                 DATE                                           *
022367*****************************************************************
022368 1550-SCAN-LEDGER.
022369     MOVE 'N' TO WS-RCL-CLEAN-SW.
022370     MOVE 'N' TO WS-RCL-OPEN-SW.
022371     MOVE 'N' TO WS-RCL-SCAN-DONE-SW.
022372     MOVE LOW-VALUES TO RCL-KEY.
022373     MOVE WS-RCL-BUSINESS-DATE TO RCL-BUSINESS-DATE.
022374     MOVE WS-RCL-SCAN-STEP TO RCL-STEP-ID.
022375     IF NOT RCL-SCAN-ANY-QUALIFIER
022376         MOVE WS-RCL-QUALIFIER TO RCL-QUALIFIER
022377     END-IF.
022378     START RUNCTL-FILE KEY IS NOT LESS THAN RCL-KEY
022379         INVALID KEY
022380             SET RCL-SCAN-DONE TO TRUE
022381     END-START.
022382     PERFORM 1560-READ-LEDGER-NEXT THRU 1560-EXIT
022383         UNTIL RCL-SCAN-DONE.
022384 1550-EXIT.
022385     EXIT.
022386*****************************************************************
022387* 1560-READ-LEDGER-NEXT -- ONE BROWSE STEP; A FINISH AT RETURN   *
022388*                 CODE 4 OR LESS COUNTS AS A CLEAN RUN           *
022389*****************************************************************
022390 1560-READ-LEDGER-NEXT.
022391     READ RUNCTL-FILE NEXT RECORD
022392         AT END
022393             SET RCL-SCAN-DONE TO TRUE
022394             GO TO 1560-EXIT
022395     END-READ.
022396     IF RCL-BUSINESS-DATE NOT = WS-RCL-BUSINESS-DATE
022397        OR RCL-STEP-ID NOT = WS-RCL-SCAN-STEP
022398        OR (NOT RCL-SCAN-ANY-QUALIFIER
022399            AND RCL-QUALIFIER NOT = WS-RCL-QUALIFIER)
022400         SET RCL-SCAN-DONE TO TRUE
022401         GO TO 1560-EXIT
022402     END-IF.
022403     IF WS-RCL-SCAN-RUN-DATE NOT = SPACES
022404        AND RCL-RUN-DATE NOT = WS-RCL-SCAN-RUN-DATE
022405         GO TO 1560-EXIT
022406     END-IF.
022407     IF RCL-FINISHED AND RCL-RETURN-CODE NOT > 4
022408         SET RCL-CLEAN-FOUND TO TRUE
022409     END-IF.
022410     IF RCL-STARTED
022411         SET RCL-OPEN-FOUND TO TRUE
022412     END-IF.
022413 1560-EXIT.
022414     EXIT.
022415*****************************************************************
022416* 1600-WRITE-LEDGER-START -- THIS RUN'S ENTRY, STATUS STARTED,   *
022417*                 CARRYING ANY OVERRIDE USED TO GET HERE         *
022418*****************************************************************
022419 1600-WRITE-LEDGER-START.
022420     MOVE SPACES TO RUNCTL-REC.
022421     MOVE WS-RCL-BUSINESS-DATE TO RCL-BUSINESS-DATE.
022422     MOVE WS-RCL-STEP-ID       TO RCL-STEP-ID.
022423     MOVE WS-RCL-QUALIFIER     TO RCL-QUALIFIER.
022424     MOVE WS-RUN-DATE          TO RCL-RUN-DATE.
022425     MOVE WS-RUN-TIME          TO RCL-RUN-TIME.
022426     SET RCL-STARTED TO TRUE.
022427     MOVE ZERO TO RCL-RETURN-CODE.
022428     MOVE ZERO TO RCL-COUNT-1 RCL-COUNT-2 RCL-COUNT-3.
022429     MOVE ZERO TO RCL-AMOUNT-1 RCL-AMOUNT-2.
022430     IF WS-RCL-RULE NOT = SPACES
022431         SET RCL-OVERRIDDEN TO TRUE
022432         MOVE WS-RCL-RULE        TO RCL-OVERRIDE-RULE
022433         MOVE WS-RCL-OVERRIDE-BY TO RCL-OVERRIDE-BY
022434     END-IF.
022435     MOVE RCL-KEY TO WS-RCL-SAVE-KEY.
022436     WRITE RUNCTL-REC
022437         INVALID KEY
022438             DISPLAY 'YBK0714E RUN-CONTROL ENTRY ' WS-RCL-SAVE-KEY
022439                 ' ALREADY ON FILE -- RUN REFUSED'
022440             SET RCL-RUN-REFUSED TO TRUE
022441             MOVE 16 TO RETURN-CODE
022442         NOT INVALID KEY
022443             SET RCL-ENTRY-STARTED TO TRUE
022444     END-WRITE.
022445 1600-EXIT.
022446     EXIT.
022447*****************************************************************
022500* 1900-READ-AUDIT -- PRIMING AND SUBSEQUENT READS OF THE AUDIT   *
022600*                    TRAIL FROM THE BAD RUN                     *
022700*****************************************************************
025200 2000-EXIT.
025300     EXIT.
025400*****************************************************************
025410* 2100-RECOMPUTE-ONE -- CORRECTED AMOUNT AND FEE, DIFFERENCES,   *
025420*                 REPORT LINE, AND AN ADJUSTMENT RECORD WHEN     *
025430*                 THE AMOUNT OR THE FEE ACTUALLY CHANGED         *
025800*****************************************************************
025900 2100-RECOMPUTE-ONE.
026000     ADD 1 TO WS-SELECT-COUNT.
026500     ADD AUD-CONV-AMOUNT    TO WS-TOT-OLD-AMT.
026600     ADD WS-NEW-CONV-AMOUNT TO WS-TOT-NEW-AMT.
026700     ADD WS-DIFFERENCE      TO WS-TOT-DIFFERENCE.
026710     PERFORM 2150-RECOMPUTE-FEE THRU 2150-EXIT.
026800     PERFORM 2200-PRINT-BACKOUT-LINE THRU 2200-EXIT.
026900     IF WS-DIFFERENCE NOT = ZERO
026910        OR WS-FEE-DIFFERENCE NOT = ZERO
027000         PERFORM 2300-WRITE-ADJUSTMENT THRU 2300-EXIT
027100     END-IF.
027200 2100-EXIT.
027300     EXIT.
027301*****************************************************************
027302* 2150-RECOMPUTE-FEE -- THE FEE ON THE CORRECTED AMOUNT FROM THE *
027303*                 FEEMSTR ENTRY IN EFFECT FOR THE GROUP KEY ON   *
027304*                 THE RATE DATE (SAME BROWSE AND RULES AS        *
027305*                 REMPART), AGAINST THE FEE ORIGINALLY CHARGED   *
027306*****************************************************************
027307 2150-RECOMPUTE-FEE.
027308     MOVE ZERO TO WS-OLD-FEE-AMOUNT.
027309     MOVE ZERO TO WS-NEW-FEE-AMOUNT.
027310     IF AUD-FEE-AMOUNT NUMERIC
027311         MOVE AUD-FEE-AMOUNT TO WS-OLD-FEE-AMOUNT
027312     END-IF.
027313     IF AUD-GROUP-KEY = SPACES OR LOW-VALUES
027314        OR WS-NEW-CONV-AMOUNT = ZERO
027315         GO TO 2150-TOTAL
027316     END-IF.
027317     MOVE AUD-RATE-DATE TO WS-FEE-RATE-DATE.
027318     IF WS-FEE-RATE-DATE = SPACES
027319         MOVE AUD-RUN-DATE TO WS-FEE-RATE-DATE
027320     END-IF.
027321     MOVE 'N' TO WS-FEE-DONE-SW.
027322     MOVE 'N' TO WS-FEE-SAVED-SW.
027323     MOVE AUD-GROUP-KEY TO FEE-GROUP-KEY.
027324     MOVE LOW-VALUES    TO FEE-EFF-DATE.
027325     START FEE-FILE KEY IS NOT LESS THAN FEE-MSTR-KEY
027326         INVALID KEY
027327             SET FEE-LOOKUP-DONE TO TRUE
027328     END-START.
027329     PERFORM 2160-READ-FEE-KEYED THRU 2160-EXIT
027330         UNTIL FEE-LOOKUP-DONE.
027331     IF NOT FEE-ENTRY-SAVED
027332         GO TO 2150-TOTAL
027333     END-IF.
027334     MOVE WS-SAVE-FEE-ENTRY TO FEE-MSTR-REC.
027335     IF NOT FEE-ACTIVE
027336         GO TO 2150-TOTAL
027337     END-IF.
027338     IF FEE-FLAT
027339         MOVE FEE-FLAT-AMOUNT TO WS-NEW-FEE-AMOUNT
027340         GO TO 2150-TOTAL
027341     END-IF.
027342     IF WS-NEW-CONV-AMOUNT < ZERO
027343         COMPUTE WS-ABS-AMOUNT = ZERO - WS-NEW-CONV-AMOUNT
027344     ELSE
027345         MOVE WS-NEW-CONV-AMOUNT TO WS-ABS-AMOUNT
027346     END-IF.
027347     COMPUTE WS-NEW-FEE-AMOUNT ROUNDED =
027348         WS-ABS-AMOUNT * FEE-PERCENT / 100.
027349     IF WS-NEW-FEE-AMOUNT < FEE-MIN-AMOUNT
027350         MOVE FEE-MIN-AMOUNT TO WS-NEW-FEE-AMOUNT
027351     END-IF.
027352 2150-TOTAL.
027353     COMPUTE WS-FEE-DIFFERENCE =
027354         WS-NEW-FEE-AMOUNT - WS-OLD-FEE-AMOUNT.
027355     ADD WS-OLD-FEE-AMOUNT  TO WS-TOT-OLD-FEE.
027356     ADD WS-NEW-FEE-AMOUNT  TO WS-TOT-NEW-FEE.
027357     ADD WS-FEE-DIFFERENCE  TO WS-TOT-FEE-DIFFERENCE.
027358     IF WS-FEE-DIFFERENCE NOT = ZERO
027359         ADD 1 TO WS-FEE-CHANGE-COUNT
027360     END-IF.
027361 2150-EXIT.
027362     EXIT.
027363 2160-READ-FEE-KEYED.
027364     READ FEE-FILE NEXT RECORD
027365         AT END
027366             SET FEE-LOOKUP-DONE TO TRUE
027367             GO TO 2160-EXIT
027368     END-READ.
027369     IF FEE-GROUP-KEY NOT = AUD-GROUP-KEY
027370        OR FEE-EFF-DATE > WS-FEE-RATE-DATE
027371         SET FEE-LOOKUP-DONE TO TRUE
027372     ELSE
027373         MOVE FEE-MSTR-REC TO WS-SAVE-FEE-ENTRY
027374         SET FEE-ENTRY-SAVED TO TRUE
027375     END-IF.
027376 2160-EXIT.
027377     EXIT.
027400 2200-PRINT-BACKOUT-LINE.
027500     PERFORM 5000-CHECK-PAGE-OVERFLOW THRU 5000-EXIT.
027600     MOVE SPACES            TO BACKOUT-LINE.
028200     MOVE AUD-CONV-AMOUNT    TO BKL-OLD-AMT.
028300     MOVE WS-NEW-CONV-AMOUNT TO BKL-NEW-AMT.
028400     MOVE WS-DIFFERENCE      TO BKL-DIFFERENCE.
028410     MOVE AUD-RATE-DATE      TO BKL-RATE-DATE.
028420     MOVE WS-FEE-DIFFERENCE  TO BKL-FEE-DIFFERENCE.
028500     WRITE BKORPT-REC FROM BACKOUT-LINE
028600         AFTER ADVANCING 1 LINE.
028700     ADD 1 TO WS-LINE-COUNT.
029500     MOVE WS-NEW-CONV-AMOUNT TO ADJ-NEW-CONV-AMOUNT.
029600     MOVE WS-DIFFERENCE      TO ADJ-DIFFERENCE.
029700     MOVE WS-RUN-DATE        TO ADJ-RUN-DATE.
029705     MOVE WS-RCL-BUSINESS-DATE TO ADJ-BUSINESS-DATE.
029710     MOVE WS-OLD-FEE-AMOUNT  TO ADJ-OLD-FEE-AMOUNT.
029720     MOVE WS-NEW-FEE-AMOUNT  TO ADJ-NEW-FEE-AMOUNT.
029730     MOVE WS-FEE-DIFFERENCE  TO ADJ-FEE-DIFFERENCE.
029800     WRITE ADJUST-REC FROM ADJUSTMENT-RECORD.
029900     ADD 1 TO WS-ADJUST-COUNT.
030000 2300-EXIT.
030100     EXIT.
030200*****************************************************************
030210* 7000-PRINT-TOTALS -- RUN-TOTAL AND FEE-TOTAL LINES AT THE END  *
030220*                 OF THE REPORT                                  *
030400*****************************************************************
030500 7000-PRINT-TOTALS.
030600     PERFORM 5000-CHECK-PAGE-OVERFLOW THRU 5000-EXIT.
031300     MOVE WS-TOT-DIFFERENCE  TO BKT-DIFFERENCE.
031400     WRITE BKORPT-REC FROM BACKOUT-TOTAL-LINE
031500         AFTER ADVANCING 2 LINES.
031510     MOVE SPACES            TO BACKOUT-TOTAL-LINE.
031520     MOVE ' '                TO BKT-CC.
031530     MOVE '* FEE TOTAL *   '  TO BKT-LIT.
031540     MOVE WS-FEE-CHANGE-COUNT TO BKT-COUNT.
031550     MOVE WS-TOT-OLD-FEE     TO BKT-OLD-AMT.
031560     MOVE WS-TOT-NEW-FEE     TO BKT-NEW-AMT.
031570     MOVE WS-TOT-FEE-DIFFERENCE TO BKT-DIFFERENCE.
031580     WRITE BKORPT-REC FROM BACKOUT-TOTAL-LINE
031590         AFTER ADVANCING 1 LINE.
031600 7000-EXIT.
031700     EXIT.
031800*****************************************************************
035100                 WS-ADJUST-COUNT
035200         DISPLAY 'YBK0706I NET ADJUSTMENT AMOUNT : '
035300                 WS-TOT-DIFFERENCE
035310         DISPLAY 'YBK0716I NET FEE ADJUSTMENT    : '
035320                 WS-TOT-FEE-DIFFERENCE
035400         CLOSE AUDIT-FILE
035500               ADJUST-FILE
035600               BKORPT-FILE
035650               FEE-FILE
035660         PERFORM 8500-WRITE-LEDGER-FINISH THRU 8500-EXIT
035700     END-IF.
035800 8000-EXIT.
035900     EXIT.
035902*****************************************************************
035904* 8500-WRITE-LEDGER-FINISH -- MARK THIS RUN'S LEDGER ENTRY       *
035906*                 FINISHED WITH ITS COMPLETION RETURN CODE AND   *
035908*                 KEY COUNTS AND TOTALS                          *
035910*****************************************************************
035912 8500-WRITE-LEDGER-FINISH.
035914     IF NOT RCL-ENTRY-STARTED
035916         GO TO 8500-EXIT
035918     END-IF.
035920     OPEN I-O RUNCTL-FILE.
035922     MOVE WS-RCL-SAVE-KEY TO RCL-KEY.
035924     READ RUNCTL-FILE
035926         INVALID KEY
035928             DISPLAY 'YBK0715W RUN-CONTROL ENTRY ' WS-RCL-SAVE-KEY
035930                 ' NOT FOUND -- FINISH NOT LOGGED'
035932             CLOSE RUNCTL-FILE
035934             GO TO 8500-EXIT
035936     END-READ.
035938     SET RCL-FINISHED TO TRUE.
035940     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
035942     ACCEPT RCL-END-TIME FROM TIME.
035944     MOVE RETURN-CODE TO RCL-RETURN-CODE.
035946     MOVE WS-READ-COUNT              TO RCL-COUNT-1.
035948     MOVE WS-SELECT-COUNT            TO RCL-COUNT-2.
035950     MOVE WS-ADJUST-COUNT            TO RCL-COUNT-3.
035952     MOVE WS-TOT-DIFFERENCE          TO RCL-AMOUNT-1.
035954     REWRITE RUNCTL-REC
035956         INVALID KEY
035958             DISPLAY 'YBK0715W RUN-CONTROL ENTRY ' WS-RCL-SAVE-KEY
035960                 ' NOT FOUND -- FINISH NOT LOGGED'
035962     END-REWRITE.
035964     CLOSE RUNCTL-FILE.
035966 8500-EXIT.
035968     EXIT.
036000 END PROGRAM YCVBKOUT.
