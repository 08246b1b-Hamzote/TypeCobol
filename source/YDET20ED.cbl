001900*         CD01  DET20-CONV-CODE IS BLANK                         *
002000*         AC01  DET20-ACCOUNT IS BLANK                           *
002100*         DP01  DET20-KEY DUPLICATES THE PRIOR RECORD'S KEY      *
002110*         TD01  DET20-TXN-DATE IS MISSING OR NOT A VALID DATE    *
002120*         TD02  DET20-TXN-DATE IS LATER THAN THE RUN DATE        *
002130*         DP02  DET20-ACCOUNT, CODE AND AMOUNT WERE PASSED ON AN *
002140*               EARLIER DAY (SEE BELOW)                          *
002200*                                                                *
002300*     THE FEED ARRIVES SORTED BY DET20-KEY (REMPART'S RESTART    *
002400*     LOGIC ALREADY DEPENDS ON THAT), SO DUPLICATE KEYS ARE      *
002500*     ADJACENT AND ARE CAUGHT BY COMPARING EACH KEY TO THE       *
002600*     PRIOR ONE.  ANY REJECT ENDS THE RUN WITH RETURN CODE 4.    *
002602*                                                                *
002604*    EVERY RECORD PASSED IS KEPT ON THE DUPHIST VSAM KSDS        *
002606*    (YDUPHST) BY ACCOUNT, CONVERSION CODE AND AMOUNT WITH THE   *
002608*    BUSINESS DATE IT WAS FIRST PASSED.  A RECORD ALREADY ON     *
002610*    DUPHIST FROM AN EARLIER BUSINESS DATE IS A SUSPECTED REPEAT *
002612*    AND REJECTS AS DP02 WITH THAT FIRST-SEEN DATE, SO A FEED    *
002614*    RESENT IN PART CANNOT CONVERT TWICE.  A RERUN FOR THE SAME  *
002616*    BUSINESS DATE FINDS ITS OWN ENTRIES AND IS NOT A REPEAT.    *
002617*    NOR IS A RECORD YCVRECYC RELEASED FROM SUSPENSE (MARKED BY  *
002618*    DET20-RECYCLE-SW), WHICH WAS PASSED ONCE ALREADY BEFORE THE *
002619*    PRINT RUN REJECTED IT; ITS ENTRY IS MOVED ON TO TODAY.      *
002620*    ENTRIES NOT PASSED FOR MORE THAN DED-RETAIN-DAYS (YDEDPARM, *
002621*    DEFAULT 7) ARE DELETED AT THE START OF EACH RUN.            *
002622*                                                                *
002624*    BEFORE ANY RECORD IS EDITED, THE WHOLE FEED IS COUNTED AND  *
002626*    HASHED AND COMPARED WITH THE YD20CTL RECORDS OF EARLIER     *
002628*    DAYS' RUNS WITHIN THE SAME WINDOW (D20CTLH -- THE RECENT    *
002630*    DET20CTL GENERATIONS CONCATENATED IN THE JCL).  A MATCH IS A*
002632*    RESUBMITTED FILE AND THE RUN IS REFUSED, RETURN CODE 16.    *
002634*                                                                *
002636*    THE DESK RELEASES A GENUINE REPEAT WITH A YDUPOVR CARD ON   *
002638*    DUPOVRD (EMPTY WHEN THERE IS NONE): AN 'R' CARD FOR ONE     *
002640*    ACCOUNT, CODE AND AMOUNT, AN 'F' CARD FOR A RESUBMITTED FILE*
002642*    AND EVERY REPEAT IN IT.  THE RELEASING ID IS LOGGED AND KEPT*
002644*    ON THE DUPHIST ENTRY; A CARD NOT USED IS REPORTED.          *
002700*                                                                *
002800* MODIFICATION HISTORY.                                          *
002900*     08/21/26  JFM  ORIGINAL VERSION.                           *
002920*                    DATE/TIME, CLEAN RECORD COUNT AND A HASH    *
002930*                    OF DET20-AMOUNT) SO THE PRINT RUN CAN       *
002940*                    PROVE IT READ THE FILE THIS EDIT WROTE.     *
002950*     10/14/26  JFM  EDITS THE NEW DET20-TXN-DATE VALUE DATE --  *
002960*                    TD01 MISSING OR INVALID, TD02 LATER THAN    *
002970*                    THE RUN DATE -- SINCE THE PRINT RUN NOW     *
002980*                    PRICES EACH RECORD AT ITS OWN DATE'S RATE.  *
002982*     10/15/26  JFM  LOGS EACH RUN ON THE YRUNCTL RUN-CONTROL    *
002984*                    LEDGER AND REFUSES A SECOND CLEAN RUN FOR   *
002986*                    THE SAME BUSINESS DATE UNLESS THE OVERRIDE  *
002988*                    AND AN OPERATOR ID ARE ON THE NEW YDEDPARM  *
002990*                    PARAMETER CARD.                             *
002991*     10/15/26  JFM  CHECKS EACH CLEAN RECORD'S ACCOUNT, CODE    *
002992*                    AND AMOUNT AGAINST THE DUPHIST REPEAT       *
002993*                    HISTORY (DP02), REFUSES A WHOLE FEED WHOSE  *
002994*                    COUNT AND HASH MATCH A RECENT YD20CTL       *
002995*                    RECORD, AND TAKES THE DESK'S DUPOVRD        *
002996*                    RELEASE CARDS.                              *
003006*     10/15/26  JFM  TD01 NOW CHECKS THE DAY AGAINST THE DAYS IN *
003016*                    THE MONTH, WITH LEAP YEARS.  A RECORD       *
003026*                    MARKED RECYCLED BY YCVRECYC IS NOT REJECTED *
003036*                    AS A DP02 REPEAT.                           *
003038*     10/15/26  JFM  AN 'F' CARD RELEASES REPEATS ONLY WHEN THE  *
003040*                    FEED MATCHES AN EARLIER RUN, AND IS         *
003042*                    REPORTED AS UNUSED WHEN IT DOES NOT.        *
003046*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  IBM-370.
004200                            ORGANIZATION IS SEQUENTIAL.
004210     SELECT CTLOUT-FILE     ASSIGN TO DET20CTL
004220                            ORGANIZATION IS SEQUENTIAL.
004230     SELECT PARM-FILE       ASSIGN TO PARMCRD
004240                            ORGANIZATION IS SEQUENTIAL.
004250     SELECT RUNCTL-FILE     ASSIGN TO RUNCTL
004260                            ORGANIZATION IS INDEXED
004270                            ACCESS MODE IS DYNAMIC
004280                            RECORD KEY IS RCL-KEY.
004282     SELECT DUPHST-FILE     ASSIGN TO DUPHIST
004284                            ORGANIZATION IS INDEXED
004286                            ACCESS MODE IS DYNAMIC
004288                            RECORD KEY IS DUP-KEY.
004290     SELECT OVRD-FILE       ASSIGN TO DUPOVRD
004292                            ORGANIZATION IS SEQUENTIAL.
004294     SELECT CTLHIST-FILE    ASSIGN TO D20CTLH
004296                            ORGANIZATION IS SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  DETIN-FILE
005620     RECORDING MODE IS F
005630     LABEL RECORDS ARE STANDARD.
005640 01  CTLOUT-REC                      PIC X(40).
005645 FD  PARM-FILE
005650     RECORDING MODE IS F
005655     LABEL RECORDS ARE STANDARD.
005660 01  PARM-REC                        PIC X(80).
005665 FD  RUNCTL-FILE
005670     LABEL RECORDS ARE STANDARD.
005675 01  RUNCTL-REC.
005680     COPY YRUNCTL.
005681 FD  DUPHST-FILE
005682     LABEL RECORDS ARE STANDARD.
005683 01  DUPHST-REC.
005684     COPY YDUPHST.
005685 FD  OVRD-FILE
005686     RECORDING MODE IS F
005687     LABEL RECORDS ARE STANDARD.
005688 01  OVRD-REC                        PIC X(80).
005689 FD  CTLHIST-FILE
005690     RECORDING MODE IS F
005691     LABEL RECORDS ARE STANDARD.
005692 01  CTLHIST-REC                     PIC X(40).
005700 WORKING-STORAGE SECTION.
005800*****************************************************************
005900* SWITCHES                                                       *
006300 77  WS-RECORD-GOOD-SW               PIC X(01) VALUE 'Y'.
006400     88  RECORD-GOOD                 VALUE 'Y'.
006500     88  RECORD-BAD                  VALUE 'N'.
006505 77  WS-EDIT-ALLOWED-SW              PIC X(01) VALUE 'Y'.
006510     88  EDIT-RUN-ALLOWED            VALUE 'Y'.
006515     88  EDIT-RUN-REFUSED            VALUE 'N'.
006520 77  WS-OVRD-EOF-SW                  PIC X(01) VALUE 'N'.
006525     88  OVRD-EOF                    VALUE 'Y'.
006530 77  WS-CTLH-EOF-SW                  PIC X(01) VALUE 'N'.
006535     88  CTLH-EOF                    VALUE 'Y'.
006540 77  WS-DUPH-EOF-SW                  PIC X(01) VALUE 'N'.
006545     88  DUPH-EOF                    VALUE 'Y'.
006550 77  WS-FILE-REPEAT-SW               PIC X(01) VALUE 'N'.
006555     88  FILE-REPEAT-FOUND           VALUE 'Y'.
006560 77  WS-FILE-RELEASE-SW              PIC X(01) VALUE 'N'.
006565     88  FILE-RELEASE-CODED          VALUE 'Y'.
006570 77  WS-DUP-FOUND-SW                 PIC X(01) VALUE 'N'.
006575     88  DUP-ON-FILE                 VALUE 'Y'.
006600*****************************************************************
006700* COUNTERS                                                       *
006800*****************************************************************
007300 77  WS-CD01-COUNT                   PIC S9(07) COMP-3 VALUE 0.
007400 77  WS-AC01-COUNT                   PIC S9(07) COMP-3 VALUE 0.
007500 77  WS-DP01-COUNT                   PIC S9(07) COMP-3 VALUE 0.
007510 77  WS-TD01-COUNT                   PIC S9(07) COMP-3 VALUE 0.
007520 77  WS-TD02-COUNT                   PIC S9(07) COMP-3 VALUE 0.
007530 77  WS-DP02-COUNT                   PIC S9(07) COMP-3 VALUE 0.
007540 77  WS-RELEASED-COUNT               PIC S9(07) COMP-3 VALUE 0.
007550 77  WS-DUP-ADDED-COUNT              PIC S9(09) COMP-3 VALUE 0.
007560 77  WS-DUP-UPDATED-COUNT            PIC S9(09) COMP-3 VALUE 0.
007570 77  WS-DUP-PURGED-COUNT             PIC S9(09) COMP-3 VALUE 0.
007580 77  WS-RECYCLED-COUNT               PIC S9(07) COMP-3 VALUE 0.
007600*****************************************************************
007700* WORK FIELDS                                                    *
007800*****************************************************************
007950* CARRIED TO THE PRINT RUN ON THE YD20CTL CONTROL RECORD         *
007960*****************************************************************
007970 77  WS-AMT-HASH         PIC S9(13)V9(02) COMP-3 VALUE ZERO.
007971*****************************************************************
007972* TRANSACTION DATE BROKEN OUT FOR THE MONTH AND DAY RANGE EDIT,  *
007973* WITH THE DAYS IN EACH MONTH (FEBRUARY 29 IN A LEAP YEAR)       *
007974*****************************************************************
007975 01  WS-EDIT-DATE.
007976     05  WS-ED-YEAR                  PIC 9(04).
007977     05  WS-ED-MONTH                 PIC 9(02).
007978     05  WS-ED-DAY                   PIC 9(02).
007979 77  WS-DATE-VALID-SW                PIC X(01) VALUE 'Y'.
007980     88  DATE-VALID                  VALUE 'Y'.
007981 01  WS-MONTH-DAYS-DATA              PIC X(24) VALUE
007982     '312831303130313130313031'.
007983 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
007984     05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
007985 77  WS-MONTH-LAST-DAY               PIC 9(02) VALUE ZERO.
007986 77  WS-LEAP-REM                     PIC 9(04) VALUE ZERO.
007987 77  WS-LEAP-QUOT                    PIC 9(04) VALUE ZERO.
007988 77  WS-LEAP-SW                      PIC X(01) VALUE 'N'.
007989     88  LEAP-YEAR                   VALUE 'Y'.
007990*****************************************************************
007991* REPEAT DETECTION -- THE RETENTION WINDOW, THE BUSINESS AND RUN *
007992* DATES AS DAY NUMBERS, AND THE WHOLE-FEED COUNT AND HASH        *
007993* COMPARED WITH EARLIER YD20CTL RECORDS                          *
007994*****************************************************************
007995 77  WS-RETAIN-DAYS                  PIC S9(03) COMP-3 VALUE 7.
007996 77  WS-AGE-DAYS                     PIC S9(07) COMP-3 VALUE 0.
007997 77  WS-BUS-DAYNUM                   PIC S9(07) COMP-3 VALUE 0.
007998 77  WS-RUN-DAYNUM                   PIC S9(07) COMP-3 VALUE 0.
007999 77  WS-FEED-COUNT                   PIC S9(09) COMP-3 VALUE 0.
008000 77  WS-FEED-HASH        PIC S9(13)V9(02) COMP-3 VALUE ZERO.
008001 77  WS-FILE-RELEASED-BY             PIC X(08) VALUE SPACES.
008002 77  WS-RELEASED-BY                  PIC X(08) VALUE SPACES.
008003 01  WS-DN-DATE.
008004     05  WS-DN-YEAR                  PIC 9(04).
008005     05  WS-DN-MONTH                 PIC 9(02).
008006     05  WS-DN-DAY                   PIC 9(02).
008007 77  WS-DN-Y                         PIC S9(05) COMP-3 VALUE 0.
008008 77  WS-DN-M                         PIC S9(03) COMP-3 VALUE 0.
008009 77  WS-DN-TERM                      PIC S9(07) COMP-3 VALUE 0.
008010 77  WS-DAYNUM                       PIC S9(07) COMP-3 VALUE 0.
008011*****************************************************************
008012* RELEASE CARDS FROM DUPOVRD -- ONE ENTRY PER 'R' CARD, MARKED   *
008013* USED WHEN IT RELEASES A REPEAT                                 *
008014*****************************************************************
008015 77  WS-OVR-SUB                      PIC S9(04) COMP VALUE +0.
008016 01  WS-OVERRIDE-TABLE.
008017     05  OVT-ENTRY-COUNT             PIC S9(04) COMP VALUE +0.
008018     05  OVT-ENTRY OCCURS 200 TIMES.
008019         10  OVT-ACCOUNT             PIC X(10).
008020         10  OVT-CONV-CODE           PIC X(05).
008021         10  OVT-AMOUNT              PIC S9(09)V9(02) COMP-3.
008022         10  OVT-RELEASED-BY         PIC X(08).
008023         10  OVT-USED-SW             PIC X(01).
008024             88  OVT-USED            VALUE 'Y'.
008025*****************************************************************
008026* RUN-CONTROL LEDGER -- THIS STEP'S YRUNCTL ENTRY, THE STEP IT   *
008027* MUST FOLLOW, AND THE DUPLICATE/ORDER CHECKS MADE BEFORE IT     *
008028* IS ALLOWED TO RUN                                              *
008029*****************************************************************
008030 77  WS-RCL-STEP-ID                  PIC X(08) VALUE 'YDET20ED'.
008031 77  WS-RCL-PRED-STEP                PIC X(08) VALUE SPACES.
008032 77  WS-RCL-PRED-ANY-QUAL-SW         PIC X(01) VALUE 'N'.
008033 77  WS-RCL-BUSINESS-DATE            PIC X(08) VALUE SPACES.
008034 77  WS-RCL-QUALIFIER                PIC X(08) VALUE SPACES.
008035 77  WS-RCL-OVERRIDE-SW              PIC X(01) VALUE 'N'.
008036     88  RCL-OVERRIDE-CODED          VALUE 'Y'.
008037 77  WS-RCL-OVERRIDE-BY              PIC X(08) VALUE SPACES.
008038 77  WS-RCL-RULE                     PIC X(04) VALUE SPACES.
008039 77  WS-RCL-ALLOWED-SW               PIC X(01) VALUE 'Y'.
008040     88  RCL-RUN-ALLOWED             VALUE 'Y'.
008041     88  RCL-RUN-REFUSED             VALUE 'N'.
008042 77  WS-RCL-STARTED-SW               PIC X(01) VALUE 'N'.
008043     88  RCL-ENTRY-STARTED           VALUE 'Y'.
008044 77  WS-RCL-SCAN-STEP                PIC X(08) VALUE SPACES.
008045 77  WS-RCL-SCAN-ANY-QUAL-SW         PIC X(01) VALUE 'N'.
008046     88  RCL-SCAN-ANY-QUALIFIER      VALUE 'Y'.
008047 77  WS-RCL-SCAN-DONE-SW             PIC X(01) VALUE 'N'.
008048     88  RCL-SCAN-DONE               VALUE 'Y'.
008049 77  WS-RCL-CLEAN-SW                 PIC X(01) VALUE 'N'.
008050     88  RCL-CLEAN-FOUND             VALUE 'Y'.
008051 77  WS-RCL-OPEN-SW                  PIC X(01) VALUE 'N'.
008052     88  RCL-OPEN-FOUND              VALUE 'Y'.
008053 77  WS-RCL-SAVE-KEY                 PIC X(40) VALUE SPACES.
008054*****************************************************************
008100* RECORD WORK AREAS                                              *
008200*****************************************************************
008300 01  DETAIL-RECORD. COPY  YDET20L.
008400 01  REJECT-RECORD. COPY  YDET20RJ.
008410 01  CONTROL-RECORD. COPY  YD20CTL.
008420 01  EDIT-PARM-CARD. COPY  YDEDPARM.
008430 01  OVERRIDE-CARD. COPY  YDUPOVR.
008500 PROCEDURE DIVISION.
008600*****************************************************************
008700* 0000-MAINLINE -- DRIVES THE WHOLE EDIT RUN                     *
008800*****************************************************************
008900 0000-MAINLINE.
009000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009010     IF RCL-RUN-ALLOWED AND EDIT-RUN-ALLOWED
009020         PERFORM 2000-EDIT-DETAIL THRU 2000-EXIT
009030             UNTIL DETIN-EOF
009040         PERFORM 8000-TERMINATE THRU 8000-EXIT
009050     END-IF.
009400     GOBACK.
009500*****************************************************************
009510* 1000-INITIALIZE -- CARDS, THE WHOLE-FEED REPEAT CHECK AND THE  *
009520*                 LEDGER, THEN OPEN FILES, PURGE OLD HISTORY     *
009530*                 AND PRIME THE FIRST READ                       *
009700*****************************************************************
009800 1000-INITIALIZE.
009810     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
009820     ACCEPT WS-RUN-TIME FROM TIME.
009830     PERFORM 1050-READ-PARM-CARD THRU 1050-EXIT.
009831     IF EDIT-RUN-REFUSED
009832         GO TO 1000-EXIT
009833     END-IF.
009834     PERFORM 1100-LOAD-OVERRIDES THRU 1100-EXIT.
009835     PERFORM 1200-CHECK-FILE-REPEAT THRU 1200-EXIT.
009836     IF EDIT-RUN-REFUSED
009837         GO TO 1000-EXIT
009838     END-IF.
009840     PERFORM 1500-CHECK-RUN-LEDGER THRU 1500-EXIT.
009850     IF RCL-RUN-REFUSED
009860         GO TO 1000-EXIT
009870     END-IF.
009900     OPEN INPUT  DETIN-FILE
010000          OUTPUT DETOUT-FILE
010100                 REJECT-FILE
010110                 CTLOUT-FILE
010120          I-O    DUPHST-FILE.
010130     PERFORM 1300-PURGE-HISTORY THRU 1300-EXIT.
010200     PERFORM 1900-READ-DETIN THRU 1900-EXIT.
010300 1000-EXIT.
010400     EXIT.
010401*****************************************************************
010402* 1050-READ-PARM-CARD -- THE OPTIONAL YDEDPARM CARD: BUSINESS    *
010403*                 DATE FOR THE LEDGER AND THE REPEAT CHECK, THE  *
010404*                 RUN-CONTROL OVERRIDE AND THE REPEAT RETENTION  *
010405*                 DAYS                                           *
010406*****************************************************************
010407 1050-READ-PARM-CARD.
010408     OPEN INPUT PARM-FILE.
010409     MOVE SPACES TO EDIT-PARM-CARD.
010410     READ PARM-FILE INTO EDIT-PARM-CARD
010411         AT END
010412             MOVE SPACES TO EDIT-PARM-CARD
010413     END-READ.
010414     CLOSE PARM-FILE.
010415     IF DED-BUSINESS-DATE = SPACES OR DED-BUSINESS-DATE = ZEROS
010416         MOVE WS-RUN-DATE TO WS-RCL-BUSINESS-DATE
010417     ELSE
010418         MOVE DED-BUSINESS-DATE TO WS-RCL-BUSINESS-DATE
010419     END-IF.
010420     MOVE DED-RUN-OVERRIDE TO WS-RCL-OVERRIDE-SW.
010421     MOVE DED-OVERRIDE-BY  TO WS-RCL-OVERRIDE-BY.
010422     MOVE WS-RCL-BUSINESS-DATE TO WS-DN-DATE.
010423     IF WS-RCL-BUSINESS-DATE NOT NUMERIC
010424        OR WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
010425        OR WS-DN-DAY < 1 OR WS-DN-DAY > 31
010426         DISPLAY 'YDE0520E BUSINESS DATE ' WS-RCL-BUSINESS-DATE
010427             ' IS NOT A VALID DATE -- RUN REFUSED'
010428         SET EDIT-RUN-REFUSED TO TRUE
010429         MOVE 16 TO RETURN-CODE
010430         GO TO 1050-EXIT
010431     END-IF.
010432     PERFORM 1700-DATE-TO-DAYNUM THRU 1700-EXIT.
010433     MOVE WS-DAYNUM TO WS-BUS-DAYNUM.
010434     MOVE WS-RUN-DATE TO WS-DN-DATE.
010435     PERFORM 1700-DATE-TO-DAYNUM THRU 1700-EXIT.
010436     MOVE WS-DAYNUM TO WS-RUN-DAYNUM.
010437     IF DED-RETAIN-DAYS NUMERIC AND DED-RETAIN-DAYS > ZERO
010438         MOVE DED-RETAIN-DAYS TO WS-RETAIN-DAYS
010439     ELSE
010440         MOVE 7 TO WS-RETAIN-DAYS
010441     END-IF.
010442 1050-EXIT.
010443     EXIT.
010444*****************************************************************
010445* 1100-LOAD-OVERRIDES -- THE DESK'S RELEASE CARDS FROM DUPOVRD   *
010446*****************************************************************
010447 1100-LOAD-OVERRIDES.
010448     OPEN INPUT OVRD-FILE.
010449     PERFORM 1150-READ-OVERRIDE THRU 1150-EXIT
010450         UNTIL OVRD-EOF.
010451     CLOSE OVRD-FILE.
010452 1100-EXIT.
010453     EXIT.
010454*****************************************************************
010455* 1150-READ-OVERRIDE -- ONE CARD.  AN 'F' CARD SETS THE FILE     *
010456*                 RELEASE; AN 'R' CARD GOES INTO THE TABLE.  A   *
010457*                 CARD WITHOUT A RELEASING ID IS IGNORED         *
010458*****************************************************************
010459 1150-READ-OVERRIDE.
010460     READ OVRD-FILE INTO OVERRIDE-CARD
010461         AT END
010462             SET OVRD-EOF TO TRUE
010463             GO TO 1150-EXIT
010464     END-READ.
010465     IF OVR-RELEASED-BY = SPACES
010466        OR NOT (OVR-RECORD-RELEASE OR OVR-FILE-RELEASE)
010467         DISPLAY 'YDE0524W RELEASE CARD IGNORED -- TYPE OR ID '
010468             'MISSING: ' OVERRIDE-CARD
010469         GO TO 1150-EXIT
010470     END-IF.
010471     IF OVR-FILE-RELEASE
010472         SET FILE-RELEASE-CODED TO TRUE
010473         MOVE OVR-RELEASED-BY TO WS-FILE-RELEASED-BY
010474         DISPLAY 'YDE0528I FILE RELEASE CODED BY ' OVR-RELEASED-BY
010475             ' ' OVR-NOTE
010476         GO TO 1150-EXIT
010477     END-IF.
010478     IF OVR-ACCOUNT = SPACES OR OVR-CONV-CODE = SPACES
010479        OR OVR-AMOUNT NOT NUMERIC
010480         DISPLAY 'YDE0524W RELEASE CARD IGNORED -- ACCOUNT, CODE '
010481             'OR AMOUNT MISSING: ' OVERRIDE-CARD
010482         GO TO 1150-EXIT
010483     END-IF.
010484     IF OVT-ENTRY-COUNT NOT < 200
010485         DISPLAY 'YDE0527W MORE THAN 200 RELEASE CARDS -- '
010486             OVR-ACCOUNT ' ' OVR-CONV-CODE ' IGNORED'
010487         GO TO 1150-EXIT
010488     END-IF.
010489     ADD 1 TO OVT-ENTRY-COUNT.
010490     MOVE OVT-ENTRY-COUNT TO WS-OVR-SUB.
010491     MOVE OVR-ACCOUNT     TO OVT-ACCOUNT (WS-OVR-SUB).
010492     MOVE OVR-CONV-CODE   TO OVT-CONV-CODE (WS-OVR-SUB).
010493     MOVE OVR-AMOUNT      TO OVT-AMOUNT (WS-OVR-SUB).
010494     IF OVR-AMOUNT-NEGATIVE
010495         MULTIPLY -1 BY OVT-AMOUNT (WS-OVR-SUB)
010496     END-IF.
010497     MOVE OVR-RELEASED-BY TO OVT-RELEASED-BY (WS-OVR-SUB).
010498     MOVE 'N'             TO OVT-USED-SW (WS-OVR-SUB).
010499 1150-EXIT.
010500     EXIT.
010501*****************************************************************
010502* 1200-CHECK-FILE-REPEAT -- COUNT AND HASH THE WHOLE FEED AND    *
010503*                 COMPARE IT WITH THE YD20CTL RECORDS OF EARLIER *
010504*                 DAYS' RUNS IN THE WINDOW.  A MATCH REFUSES THE *
010505*                 RUN UNLESS AN 'F' RELEASE CARD IS CODED        *
010506*****************************************************************
010507 1200-CHECK-FILE-REPEAT.
010508     OPEN INPUT DETIN-FILE.
010509     PERFORM 1250-HASH-DETIN THRU 1250-EXIT
010510         UNTIL DETIN-EOF.
010511     CLOSE DETIN-FILE.
010512     MOVE 'N' TO WS-DETIN-EOF-SW.
010513     IF WS-FEED-COUNT = ZERO
010514         GO TO 1200-EXIT
010515     END-IF.
010516     OPEN INPUT CTLHIST-FILE.
010517     PERFORM 1280-MATCH-CTLHIST THRU 1280-EXIT
010518         UNTIL CTLH-EOF OR FILE-REPEAT-FOUND.
010519     CLOSE CTLHIST-FILE.
010520     IF NOT FILE-REPEAT-FOUND
010521         GO TO 1200-EXIT
010522     END-IF.
010523     IF FILE-RELEASE-CODED
010524         DISPLAY 'YDE0523W FEED MATCHES THE EDIT RUN OF '
010525             CTL-RUN-DATE ' ' CTL-RUN-TIME ' -- RELEASED BY '
010526             WS-FILE-RELEASED-BY
010527         GO TO 1200-EXIT
010528     END-IF.
010529     DISPLAY 'YDE0522E FEED MATCHES THE EDIT RUN OF ' CTL-RUN-DATE
010530         ' ' CTL-RUN-TIME ' -- COUNT ' WS-FEED-COUNT
010531         ' HASH ' WS-FEED-HASH.
010532     DISPLAY 'YDE0522E RESUBMITTED FILE -- RUN REFUSED; CODE AN '
010533         'F RELEASE CARD TO FORCE IT'.
010534     SET EDIT-RUN-REFUSED TO TRUE.
010535     MOVE 16 TO RETURN-CODE.
010536 1200-EXIT.
010537     EXIT.
010538*****************************************************************
010539* 1250-HASH-DETIN -- ONE FEED RECORD INTO THE COUNT, ITS AMOUNT  *
010540*                 INTO THE HASH WHEN IT IS VALID PACKED          *
010541*****************************************************************
010542 1250-HASH-DETIN.
010543     READ DETIN-FILE INTO DETAIL-RECORD
010544         AT END
010545             SET DETIN-EOF TO TRUE
010546             GO TO 1250-EXIT
010547     END-READ.
010548     ADD 1 TO WS-FEED-COUNT.
010549     IF DET20-AMOUNT NUMERIC
010550         ADD DET20-AMOUNT TO WS-FEED-HASH
010551     END-IF.
010552 1250-EXIT.
010553     EXIT.
010554*****************************************************************
010555* 1280-MATCH-CTLHIST -- ONE EARLIER YD20CTL RECORD.  IT MATCHES  *
010556*                 WHEN IT IS FROM AN EARLIER RUN DATE WITHIN THE *
010557*                 RETENTION DAYS AND ITS COUNT AND HASH ARE THE  *
010558*                 FEED'S                                         *
010559*****************************************************************
010560 1280-MATCH-CTLHIST.
010561     READ CTLHIST-FILE INTO CONTROL-RECORD
010562         AT END
010563             SET CTLH-EOF TO TRUE
010564             GO TO 1280-EXIT
010565     END-READ.
010566     IF CTL-RUN-DATE NOT NUMERIC
010567        OR CTL-RUN-DATE NOT < WS-RUN-DATE
010568         GO TO 1280-EXIT
010569     END-IF.
010570     IF CTL-REC-COUNT NOT = WS-FEED-COUNT
010571        OR CTL-AMT-HASH NOT = WS-FEED-HASH
010572         GO TO 1280-EXIT
010573     END-IF.
010574     MOVE CTL-RUN-DATE TO WS-DN-DATE.
010575     PERFORM 1700-DATE-TO-DAYNUM THRU 1700-EXIT.
010576     COMPUTE WS-AGE-DAYS = WS-RUN-DAYNUM - WS-DAYNUM.
010577     IF WS-AGE-DAYS > WS-RETAIN-DAYS
010578         GO TO 1280-EXIT
010579     END-IF.
010580     SET FILE-REPEAT-FOUND TO TRUE.
010581 1280-EXIT.
010582     EXIT.
010583*****************************************************************
010584* 1300-PURGE-HISTORY -- DELETE THE DUPHIST ENTRIES NOT PASSED    *
010585*                 FOR MORE THAN THE RETENTION DAYS               *
010586*****************************************************************
010587 1300-PURGE-HISTORY.
010588     MOVE LOW-VALUES TO DUP-KEY.
010589     START DUPHST-FILE KEY IS NOT LESS THAN DUP-KEY
010590         INVALID KEY
010591             SET DUPH-EOF TO TRUE
010592     END-START.
010593     PERFORM 1350-PURGE-NEXT THRU 1350-EXIT
010594         UNTIL DUPH-EOF.
010595 1300-EXIT.
010596     EXIT.
010597 1350-PURGE-NEXT.
010598     READ DUPHST-FILE NEXT RECORD
010599         AT END
010600             SET DUPH-EOF TO TRUE
010601             GO TO 1350-EXIT
010602     END-READ.
010603     IF DUP-LAST-SEEN-DATE NOT NUMERIC
010604         GO TO 1350-EXIT
010605     END-IF.
010606     MOVE DUP-LAST-SEEN-DATE TO WS-DN-DATE.
010607     PERFORM 1700-DATE-TO-DAYNUM THRU 1700-EXIT.
010608     COMPUTE WS-AGE-DAYS = WS-BUS-DAYNUM - WS-DAYNUM.
010609     IF WS-AGE-DAYS NOT > WS-RETAIN-DAYS
010610         GO TO 1350-EXIT
010611     END-IF.
010612     DELETE DUPHST-FILE RECORD
010613         INVALID KEY
010614             DISPLAY 'YDE0529W HISTORY ENTRY ' DUP-ACCOUNT ' '
010615                 DUP-CONV-CODE ' NOT DELETED'
010616         NOT INVALID KEY
010617             ADD 1 TO WS-DUP-PURGED-COUNT
010618     END-DELETE.
010619 1350-EXIT.
010620     EXIT.
010621*****************************************************************
010622* 1500-CHECK-RUN-LEDGER -- REFUSE A SECOND CLEAN RUN FOR THE     *
010623*                 BUSINESS DATE, OR A RUN AHEAD OF THE STEP IT   *
010624*                 FOLLOWS, UNLESS THE OVERRIDE AND AN OPERATOR   *
010625*                 ID ARE ON THE CARD; THEN LOG THE START         *
010626*****************************************************************
010627 1500-CHECK-RUN-LEDGER.
010628     MOVE SPACES TO WS-RCL-RULE.
010629     OPEN I-O RUNCTL-FILE.
010630     MOVE WS-RCL-STEP-ID TO WS-RCL-SCAN-STEP.
010631     MOVE 'N' TO WS-RCL-SCAN-ANY-QUAL-SW.
010632     PERFORM 1550-SCAN-LEDGER THRU 1550-EXIT.
010633     IF RCL-CLEAN-FOUND
010634         MOVE 'DUPL' TO WS-RCL-RULE
010635         DISPLAY 'YDE0511W ' WS-RCL-STEP-ID
010636             ' HAS ALREADY COMPLETED FOR BUSINESS DATE '
010637             WS-RCL-BUSINESS-DATE ' ' WS-RCL-QUALIFIER
010638     END-IF.
010639     IF RCL-OPEN-FOUND
010640         DISPLAY 'YDE0512W AN EARLIER ' WS-RCL-STEP-ID
010641             ' RUN FOR ' WS-RCL-BUSINESS-DATE
010642             ' STARTED BUT NEVER FINISHED'
010643     END-IF.
010644     IF WS-RCL-PRED-STEP NOT = SPACES
010645         MOVE WS-RCL-PRED-STEP TO WS-RCL-SCAN-STEP
010646         MOVE WS-RCL-PRED-ANY-QUAL-SW TO WS-RCL-SCAN-ANY-QUAL-SW
010647         PERFORM 1550-SCAN-LEDGER THRU 1550-EXIT
010648         IF NOT RCL-CLEAN-FOUND
010649             IF WS-RCL-RULE = SPACES
010650                 MOVE 'ORDR' TO WS-RCL-RULE
010651             ELSE
010652                 MOVE 'BOTH' TO WS-RCL-RULE
010653             END-IF
010654             DISPLAY 'YDE0513W ' WS-RCL-PRED-STEP
010655                 ' HAS NOT COMPLETED FOR BUSINESS DATE '
010656                 WS-RCL-BUSINESS-DATE
010657         END-IF
010658     END-IF.
010659     IF WS-RCL-RULE NOT = SPACES
010660         IF RCL-OVERRIDE-CODED AND WS-RCL-OVERRIDE-BY NOT = SPACES
010661             DISPLAY 'YDE0514W RUN-CONTROL OVERRIDE ' WS-RCL-RULE
010662                 ' BY ' WS-RCL-OVERRIDE-BY ' -- RUN PROCEEDS'
010663         ELSE
010664             DISPLAY 'YDE0515E RUN REFUSED -- CODE THE '
010665                 'RUN-CONTROL OVERRIDE AND AN OPERATOR ID ON '
010666                 'THE PARAMETER CARD TO FORCE IT'
010667             SET RCL-RUN-REFUSED TO TRUE
010668             MOVE 16 TO RETURN-CODE
010669             CLOSE RUNCTL-FILE
010670             GO TO 1500-EXIT
010671         END-IF
010672     END-IF.
010673     PERFORM 1600-WRITE-LEDGER-START THRU 1600-EXIT.
010674     CLOSE RUNCTL-FILE.
010675 1500-EXIT.
010676     EXIT.
010677*****************************************************************
010678* 1550-SCAN-LEDGER -- BROWSE THE BUSINESS DATE'S ENTRIES FOR     *
010679*                 WS-RCL-SCAN-STEP (THIS RUN'S QUALIFIER ONLY,   *
010680*                 UNLESS ANY QUALIFIER WILL DO) NOTING A CLEAN   *
010681*                 FINISH AND A START THAT NEVER FINISHED         *
010682*****************************************************************
010683 1550-SCAN-LEDGER.
010684     MOVE 'N' TO WS-RCL-CLEAN-SW.
010685     MOVE 'N' TO WS-RCL-OPEN-SW.
010686     MOVE 'N' TO WS-RCL-SCAN-DONE-SW.
010687     MOVE LOW-VALUES TO RCL-KEY.
010688     MOVE WS-RCL-BUSINESS-DATE TO RCL-BUSINESS-DATE.
010689     MOVE WS-RCL-SCAN-STEP TO RCL-STEP-ID.
010690     IF NOT RCL-SCAN-ANY-QUALIFIER
010691         MOVE WS-RCL-QUALIFIER TO RCL-QUALIFIER
010692     END-IF.
010693     START RUNCTL-FILE KEY IS NOT LESS THAN RCL-KEY
010694         INVALID KEY
010695             SET RCL-SCAN-DONE TO TRUE
010696     END-START.
010697     PERFORM 1560-READ-LEDGER-NEXT THRU 1560-EXIT
010698         UNTIL RCL-SCAN-DONE.
010699 1550-EXIT.
010700     EXIT.
010701*****************************************************************
010702* 1560-READ-LEDGER-NEXT -- ONE BROWSE STEP; A FINISH AT RETURN   *
010703*                 CODE 4 OR LESS COUNTS AS A CLEAN RUN           *
010704*****************************************************************
010705 1560-READ-LEDGER-NEXT.
010706     READ RUNCTL-FILE NEXT RECORD
010707         AT END
010708             SET RCL-SCAN-DONE TO TRUE
010709             GO TO 1560-EXIT
010710     END-READ.
010711     IF RCL-BUSINESS-DATE NOT = WS-RCL-BUSINESS-DATE
010712        OR RCL-STEP-ID NOT = WS-RCL-SCAN-STEP
010713        OR (NOT RCL-SCAN-ANY-QUALIFIER
010714            AND RCL-QUALIFIER NOT = WS-RCL-QUALIFIER)
010715         SET RCL-SCAN-DONE TO TRUE
010716         GO TO 1560-EXIT
010717     END-IF.
010718     IF RCL-FINISHED AND RCL-RETURN-CODE NOT > 4
010719         SET RCL-CLEAN-FOUND TO TRUE
010720     END-IF.
010721     IF RCL-STARTED
010722         SET RCL-OPEN-FOUND TO TRUE
010723     END-IF.
010724 1560-EXIT.
010725     EXIT.
010726*****************************************************************
010727* 1600-WRITE-LEDGER-START -- THIS RUN'S ENTRY, STATUS STARTED,   *
010728*                 CARRYING ANY OVERRIDE USED TO GET HERE         *
010729*****************************************************************
010730 1600-WRITE-LEDGER-START.
010731     MOVE SPACES TO RUNCTL-REC.
010732     MOVE WS-RCL-BUSINESS-DATE TO RCL-BUSINESS-DATE.
010733     MOVE WS-RCL-STEP-ID       TO RCL-STEP-ID.
010734     MOVE WS-RCL-QUALIFIER     TO RCL-QUALIFIER.
010735     MOVE WS-RUN-DATE          TO RCL-RUN-DATE.
010736     MOVE WS-RUN-TIME          TO RCL-RUN-TIME.
010737     SET RCL-STARTED TO TRUE.
010738     MOVE ZERO TO RCL-RETURN-CODE.
010739     MOVE ZERO TO RCL-COUNT-1 RCL-COUNT-2 RCL-COUNT-3.
010740     MOVE ZERO TO RCL-AMOUNT-1 RCL-AMOUNT-2.
010741     IF WS-RCL-RULE NOT = SPACES
010742         SET RCL-OVERRIDDEN TO TRUE
010743         MOVE WS-RCL-RULE        TO RCL-OVERRIDE-RULE
010744         MOVE WS-RCL-OVERRIDE-BY TO RCL-OVERRIDE-BY
010745     END-IF.
010746     MOVE RCL-KEY TO WS-RCL-SAVE-KEY.
010747     WRITE RUNCTL-REC
010748         INVALID KEY
010749             DISPLAY 'YDE0516E RUN-CONTROL ENTRY ' WS-RCL-SAVE-KEY
010750                 ' ALREADY ON FILE -- RUN REFUSED'
010751             SET RCL-RUN-REFUSED TO TRUE
010752             MOVE 16 TO RETURN-CODE
010753         NOT INVALID KEY
010754             SET RCL-ENTRY-STARTED TO TRUE
010755     END-WRITE.
010756 1600-EXIT.
010757     EXIT.
010758*****************************************************************
010759* 1700-DATE-TO-DAYNUM -- WS-DN-DATE AS A RUNNING DAY NUMBER IN   *
010760*                 WS-DAYNUM, SO TWO DATES SUBTRACT TO THE DAYS   *
010761*                 BETWEEN THEM                                   *
010762*****************************************************************
010763 1700-DATE-TO-DAYNUM.
010764     MOVE WS-DN-YEAR  TO WS-DN-Y.
010765     MOVE WS-DN-MONTH TO WS-DN-M.
010766     IF WS-DN-M < 3
010767         SUBTRACT 1 FROM WS-DN-Y
010768         ADD 12 TO WS-DN-M
010769     END-IF.
010770     COMPUTE WS-DAYNUM = WS-DN-Y * 365.
010771     COMPUTE WS-DN-TERM = WS-DN-Y / 4.
010772     ADD WS-DN-TERM TO WS-DAYNUM.
010773     COMPUTE WS-DN-TERM = WS-DN-Y / 100.
010774     SUBTRACT WS-DN-TERM FROM WS-DAYNUM.
010775     COMPUTE WS-DN-TERM = WS-DN-Y / 400.
010776     ADD WS-DN-TERM TO WS-DAYNUM.
010777     COMPUTE WS-DN-TERM = (153 * (WS-DN-M - 3) + 2) / 5.
010778     ADD WS-DN-TERM TO WS-DAYNUM.
010779     ADD WS-DN-DAY  TO WS-DAYNUM.
010780 1700-EXIT.
010781     EXIT.
010782*****************************************************************
010783* 1900-READ-DETIN -- PRIMING AND SUBSEQUENT READS OF THE RAW     *
010784*                    DETAIL-20 FEED                             *
010800*****************************************************************
010900 1900-READ-DETIN.
011000     READ DETIN-FILE INTO DETAIL-RECORD
015300                     MOVE 'DP01' TO RJ-REASON
015400                     MOVE 'DUPLICATE DETAIL-20 KEY'
015500                         TO RJ-REASON-TEXT
015510                 ELSE
015520                     PERFORM 2100-EDIT-TXN-DATE THRU 2100-EXIT
015600                 END-IF
015700             END-IF
015800         END-IF
015900     END-IF.
015910     IF RECORD-GOOD
015920         PERFORM 2200-CHECK-REPEAT THRU 2200-EXIT
015930     END-IF.
016000     IF RECORD-GOOD
016100         WRITE DETOUT-REC FROM DETAIL-RECORD
016200         ADD 1 TO WS-CLEAN-COUNT
016210         ADD DET20-AMOUNT TO WS-AMT-HASH
016220         PERFORM 2300-RECORD-HISTORY THRU 2300-EXIT
016300     ELSE
016400         PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
016500     END-IF.
016700     PERFORM 1900-READ-DETIN THRU 1900-EXIT.
016800 2000-EXIT.
016900     EXIT.
016901*****************************************************************
016902* 2100-EDIT-TXN-DATE -- THE VALUE DATE MUST BE PRESENT, A REAL   *
016903*                 CCYYMMDD DATE, AND NOT LATER THAN THE RUN      *
016904*                 DATE -- THE PRINT RUN PRICES THE RECORD AT     *
016905*                 THE RATE IN EFFECT ON IT                       *
016906*****************************************************************
016907 2100-EDIT-TXN-DATE.
016908     MOVE 'Y' TO WS-DATE-VALID-SW.
016909     IF DET20-TXN-DATE NOT NUMERIC
016910        OR DET20-TXN-DATE = ZEROS
016911         MOVE 'N' TO WS-DATE-VALID-SW
016912     ELSE
016913         MOVE DET20-TXN-DATE TO WS-EDIT-DATE
016914         IF WS-ED-MONTH < 1 OR WS-ED-MONTH > 12
016915            OR WS-ED-DAY < 1
016916             MOVE 'N' TO WS-DATE-VALID-SW
016917         ELSE
016918             MOVE WS-MONTH-DAYS (WS-ED-MONTH) TO WS-MONTH-LAST-DAY
016919             IF WS-ED-MONTH = 2
016920                 PERFORM 2150-CHECK-LEAP-YEAR THRU 2150-EXIT
016921                 IF LEAP-YEAR
016922                     MOVE 29 TO WS-MONTH-LAST-DAY
016923                 END-IF
016924             END-IF
016925             IF WS-ED-DAY > WS-MONTH-LAST-DAY
016926                 MOVE 'N' TO WS-DATE-VALID-SW
016927             END-IF
016928         END-IF
016929     END-IF.
016930     IF NOT DATE-VALID
016931         SET RECORD-BAD TO TRUE
016932         ADD 1 TO WS-TD01-COUNT
016933         MOVE 'TD01' TO RJ-REASON
016934         MOVE 'TRANSACTION DATE MISSING/INVALID'
016935             TO RJ-REASON-TEXT
016936         GO TO 2100-EXIT
016937     END-IF.
016938     IF DET20-TXN-DATE > WS-RUN-DATE
016939         SET RECORD-BAD TO TRUE
016940         ADD 1 TO WS-TD02-COUNT
016941         MOVE 'TD02' TO RJ-REASON
016942         MOVE 'TRANSACTION DATE IS IN THE FUTURE'
016943             TO RJ-REASON-TEXT
016944     END-IF.
016945 2100-EXIT.
016946     EXIT.
016947*****************************************************************
016948* 2150-CHECK-LEAP-YEAR -- DIVISIBLE BY 4 AND NOT BY 100, OR BY   *
016949*                 400                                            *
016950*****************************************************************
016951 2150-CHECK-LEAP-YEAR.
016952     MOVE 'N' TO WS-LEAP-SW.
016953     DIVIDE WS-ED-YEAR BY 4
016954         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
016955     IF WS-LEAP-REM = ZERO
016956         DIVIDE WS-ED-YEAR BY 100
016957             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
016958         IF WS-LEAP-REM NOT = ZERO
016959             MOVE 'Y' TO WS-LEAP-SW
016960         ELSE
016961             DIVIDE WS-ED-YEAR BY 400
016962                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
016963             IF WS-LEAP-REM = ZERO
016964                 MOVE 'Y' TO WS-LEAP-SW
016965             END-IF
016966         END-IF
016967     END-IF.
016968 2150-EXIT.
016969     EXIT.
016970*****************************************************************
016971* 2200-CHECK-REPEAT -- AN OTHERWISE CLEAN RECORD ALREADY ON      *
016972*                 DUPHIST FROM AN EARLIER BUSINESS DATE IS A     *
016973*                 REPEAT -- RELEASED BY A CARD, OR REJECTED AS   *
016974*                 DP02 WITH THE DATE IT WAS FIRST PASSED.  A     *
016975*                 RECORD RECYCLED FROM SUSPENSE IS NOT A REPEAT  *
016976*****************************************************************
016977 2200-CHECK-REPEAT.
016978     MOVE 'N' TO WS-DUP-FOUND-SW.
016979     MOVE SPACES TO WS-RELEASED-BY.
016980     MOVE DET20-ACCOUNT   TO DUP-ACCOUNT.
016981     MOVE DET20-CONV-CODE TO DUP-CONV-CODE.
016982     MOVE DET20-AMOUNT    TO DUP-AMOUNT.
016983     READ DUPHST-FILE
016984         INVALID KEY
016985             GO TO 2200-EXIT
016986     END-READ.
016987     SET DUP-ON-FILE TO TRUE.
016988     IF DET20-RECYCLED
016989         ADD 1 TO WS-RECYCLED-COUNT
016990         GO TO 2200-EXIT
016991     END-IF.
016992     IF DUP-LAST-SEEN-DATE = WS-RCL-BUSINESS-DATE
016993         GO TO 2200-EXIT
016994     END-IF.
016995     IF FILE-RELEASE-CODED AND FILE-REPEAT-FOUND
016996         MOVE WS-FILE-RELEASED-BY TO WS-RELEASED-BY
016997     ELSE
016998         PERFORM 2250-FIND-OVERRIDE THRU 2250-EXIT
016999     END-IF.
017000     IF WS-RELEASED-BY NOT = SPACES
017001         ADD 1 TO WS-RELEASED-COUNT
017002         DISPLAY 'YDE0521I REPEAT RELEASED BY ' WS-RELEASED-BY
017003             ': ' DET20-ACCOUNT ' ' DET20-CONV-CODE
017004             ' FIRST SEEN ' DUP-FIRST-SEEN-DATE
017005         GO TO 2200-EXIT
017006     END-IF.
017007     SET RECORD-BAD TO TRUE.
017008     ADD 1 TO WS-DP02-COUNT.
017009     MOVE 'DP02' TO RJ-REASON.
017010     MOVE 'REPEAT OF RECORD SEEN ON' TO RJ-REPEAT-LIT.
017011     MOVE DUP-FIRST-SEEN-DATE TO RJ-FIRST-SEEN-DATE.
017012 2200-EXIT.
017013     EXIT.
017014*****************************************************************
017015* 2250-FIND-OVERRIDE -- AN UNUSED 'R' CARD FOR THE RECORD'S      *
017016*                 ACCOUNT, CODE AND AMOUNT; ITS ID IS LEFT IN    *
017017*                 WS-RELEASED-BY                                 *
017018*****************************************************************
017019 2250-FIND-OVERRIDE.
017020     MOVE 1 TO WS-OVR-SUB.
017021     PERFORM 2260-SCAN-OVERRIDE THRU 2260-EXIT
017022         UNTIL WS-RELEASED-BY NOT = SPACES
017023            OR WS-OVR-SUB > OVT-ENTRY-COUNT.
017024 2250-EXIT.
017025     EXIT.
017026 2260-SCAN-OVERRIDE.
017027     IF OVT-ACCOUNT (WS-OVR-SUB) = DET20-ACCOUNT
017028        AND OVT-CONV-CODE (WS-OVR-SUB) = DET20-CONV-CODE
017029        AND OVT-AMOUNT (WS-OVR-SUB) = DET20-AMOUNT
017030        AND NOT OVT-USED (WS-OVR-SUB)
017031         MOVE 'Y' TO OVT-USED-SW (WS-OVR-SUB)
017032         MOVE OVT-RELEASED-BY (WS-OVR-SUB) TO WS-RELEASED-BY
017033     ELSE
017034         ADD 1 TO WS-OVR-SUB
017035     END-IF.
017036 2260-EXIT.
017037     EXIT.
017038*****************************************************************
017039* 2300-RECORD-HISTORY -- A NEW DUPHIST ENTRY FOR A RECORD FIRST  *
017040*                 PASSED TODAY, OR THE ENTRY MOVED ON TO THIS    *
017041*                 BUSINESS DATE FOR A RELEASED REPEAT            *
017042*****************************************************************
017043 2300-RECORD-HISTORY.
017044     IF DUP-ON-FILE
017045         PERFORM 2320-UPDATE-ENTRY THRU 2320-EXIT
017046         GO TO 2300-EXIT
017047     END-IF.
017048     MOVE SPACES TO DUPHST-REC.
017049     MOVE DET20-ACCOUNT        TO DUP-ACCOUNT.
017050     MOVE DET20-CONV-CODE      TO DUP-CONV-CODE.
017051     MOVE DET20-AMOUNT         TO DUP-AMOUNT.
017052     MOVE WS-RCL-BUSINESS-DATE TO DUP-FIRST-SEEN-DATE
017053                                  DUP-LAST-SEEN-DATE.
017054     MOVE WS-RUN-DATE          TO DUP-FIRST-RUN-DATE.
017055     MOVE WS-RUN-TIME          TO DUP-FIRST-RUN-TIME.
017056     MOVE DET20-TXN-DATE       TO DUP-TXN-DATE.
017057     MOVE 1                    TO DUP-SEEN-COUNT.
017058     WRITE DUPHST-REC
017059         INVALID KEY
017060             DISPLAY 'YDE0529W HISTORY ENTRY ' DUP-ACCOUNT ' '
017061                 DUP-CONV-CODE ' NOT WRITTEN'
017062         NOT INVALID KEY
017063             ADD 1 TO WS-DUP-ADDED-COUNT
017064     END-WRITE.
017065 2300-EXIT.
017066     EXIT.
017067 2320-UPDATE-ENTRY.
017068     IF DUP-LAST-SEEN-DATE = WS-RCL-BUSINESS-DATE
017069         GO TO 2320-EXIT
017070     END-IF.
017071     MOVE WS-RCL-BUSINESS-DATE TO DUP-LAST-SEEN-DATE.
017072     MOVE DET20-TXN-DATE       TO DUP-TXN-DATE.
017073     MOVE WS-RELEASED-BY       TO DUP-RELEASED-BY.
017074     ADD 1 TO DUP-SEEN-COUNT.
017075     REWRITE DUPHST-REC
017076         INVALID KEY
017077             DISPLAY 'YDE0529W HISTORY ENTRY ' DUP-ACCOUNT ' '
017078                 DUP-CONV-CODE ' NOT REWRITTEN'
017079         NOT INVALID KEY
017080             ADD 1 TO WS-DUP-UPDATED-COUNT
017081     END-REWRITE.
017082 2320-EXIT.
017083     EXIT.
017084*****************************************************************
017100* 2500-WRITE-REJECT -- ONE REJECT RECORD CARRYING THE REASON     *
017200*                      AND AN IMAGE OF THE BAD RECORD           *
017300*****************************************************************
019500                 WS-AC01-COUNT
019600         DISPLAY 'YDE0507W   DUPLICATE KEY (DP01): '
019700                 WS-DP01-COUNT
019710         DISPLAY 'YDE0509W   BAD TXN DATE (TD01) : '
019720                 WS-TD01-COUNT
019730         DISPLAY 'YDE0510W   FUTURE DATE (TD02)  : '
019740                 WS-TD02-COUNT
019750         DISPLAY 'YDE0518W   REPEAT (DP02)       : '
019760                 WS-DP02-COUNT
019800         MOVE 4 TO RETURN-CODE
019900     END-IF.
019901     DISPLAY 'YDE0519I REPEATS RELEASED      : '
019902             WS-RELEASED-COUNT.
019903     IF FILE-RELEASE-CODED AND NOT FILE-REPEAT-FOUND
019904         DISPLAY 'YDE0525W FILE RELEASE CARD NOT USED -- FEED '
019905             'MATCHES NO EARLIER RUN; BY ' WS-FILE-RELEASED-BY
019906     END-IF.
019907     MOVE 1 TO WS-OVR-SUB.
019908     PERFORM 8100-REPORT-UNUSED-CARD THRU 8100-EXIT
019909         UNTIL WS-OVR-SUB > OVT-ENTRY-COUNT.
019910     DISPLAY 'YDE0526I REPEAT HISTORY -- ADDED '
019911             WS-DUP-ADDED-COUNT ' UPDATED ' WS-DUP-UPDATED-COUNT
019912             ' PURGED ' WS-DUP-PURGED-COUNT.
019913     DISPLAY 'YDE0530I RECYCLED REPEATS PASSED: '
019914             WS-RECYCLED-COUNT.
019915     DISPLAY 'YDE0508I CONTROL RECORD WRITTEN -- COUNT '
019920             WS-CLEAN-COUNT ' HASH ' WS-AMT-HASH.
020000     CLOSE DETIN-FILE
020100           DETOUT-FILE
020200           REJECT-FILE
020205           CTLOUT-FILE
020210           DUPHST-FILE.
020220     PERFORM 8500-WRITE-LEDGER-FINISH THRU 8500-EXIT.
020300 8000-EXIT.
020400     EXIT.
020401*****************************************************************
020402* 8100-REPORT-UNUSED-CARD -- AN 'R' CARD THAT RELEASED NOTHING   *
020403*****************************************************************
020404 8100-REPORT-UNUSED-CARD.
020405     IF NOT OVT-USED (WS-OVR-SUB)
020406         DISPLAY 'YDE0525W RELEASE CARD NOT USED: '
020407             OVT-ACCOUNT (WS-OVR-SUB) ' '
020408             OVT-CONV-CODE (WS-OVR-SUB) ' BY '
020409             OVT-RELEASED-BY (WS-OVR-SUB)
020410     END-IF.
020411     ADD 1 TO WS-OVR-SUB.
020412 8100-EXIT.
020413     EXIT.
020414*****************************************************************
020415* 8500-WRITE-LEDGER-FINISH -- MARK THIS RUN'S LEDGER ENTRY       *
020416*                 FINISHED WITH ITS COMPLETION RETURN CODE AND   *
020417*                 KEY COUNTS AND TOTALS                          *
020418*****************************************************************
020419 8500-WRITE-LEDGER-FINISH.
020420     IF NOT RCL-ENTRY-STARTED
020421         GO TO 8500-EXIT
020422     END-IF.
020423     OPEN I-O RUNCTL-FILE.
020424     MOVE WS-RCL-SAVE-KEY TO RCL-KEY.
020425     READ RUNCTL-FILE
020426         INVALID KEY
020428             DISPLAY 'YDE0517W RUN-CONTROL ENTRY ' WS-RCL-SAVE-KEY
020430                 ' NOT FOUND -- FINISH NOT LOGGED'
020432             CLOSE RUNCTL-FILE
020434             GO TO 8500-EXIT
020436     END-READ.
020438     SET RCL-FINISHED TO TRUE.
020440     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
020442     ACCEPT RCL-END-TIME FROM TIME.
020444     MOVE RETURN-CODE TO RCL-RETURN-CODE.
020446     MOVE WS-READ-COUNT              TO RCL-COUNT-1.
020448     MOVE WS-CLEAN-COUNT             TO RCL-COUNT-2.
020450     MOVE WS-REJECT-COUNT            TO RCL-COUNT-3.
020452     MOVE WS-AMT-HASH                TO RCL-AMOUNT-1.
020454     REWRITE RUNCTL-REC
020456         INVALID KEY
020458             DISPLAY 'YDE0517W RUN-CONTROL ENTRY ' WS-RCL-SAVE-KEY
020460                 ' NOT FOUND -- FINISH NOT LOGGED'
020462     END-REWRITE.
020464     CLOSE RUNCTL-FILE.
020466 8500-EXIT.
020468     EXIT.
020500 END PROGRAM YDET20ED.
