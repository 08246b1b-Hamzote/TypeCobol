000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  YCVRTHST.
000300 AUTHOR.      R W HALVORSEN.
000400 INSTALLATION. DATA CONTROL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* REMARKS.                                                       *
000900*     CONVEAL RATE HISTORY, VOLATILITY AND STALE-RATE REPORT.    *
001000*                                                                *
001100*     READS THE WHOLE CONVMSTR VSAM KSDS IN CODE AND EFFECTIVE   *
001200*     DATE ORDER.  FOR EACH CODE WITH AN ENTRY EFFECTIVE IN THE  *
001300*     PERIOD ON THE YRTHPARM CARD IT LISTS THE RATE IN EFFECT AT *
001400*     THE START OF THE PERIOD (THE OPENING RATE) AND EVERY ENTRY *
001500*     IN THE PERIOD, WITH THE CHANGE AND PERCENT CHANGE FROM THE *
001600*     PRIOR ACTIVE DIRECT RATE, THEN THE PERIOD HIGH, LOW AND    *
001700*     AVERAGE (A PLAIN MEAN OF THE RATES LISTED).  A MOVE LARGER *
001800*     THAN THE CARD'S TOLERANCE IS FLAGGED.  INACTIVE ENTRIES ARE*
001900*     LISTED BUT NOT MEASURED; A CROSS-RATE ENTRY CARRIES NO RATE*
002000*     OF ITS OWN, SO IT IS LISTED WITH ITS LEGS AND ITS MOVEMENT *
002100*     IS SEEN ON THE LEG CODES.                                  *
002200*                                                                *
002300*     THE SECOND PART LISTS EVERY CODE WHOSE LATEST ENTRY IS AN  *
002400*     ACTIVE DIRECT RATE EFFECTIVE MORE THAN THE CARD'S STALE    *
002500*     DAYS BEFORE THE AGING DATE -- A CODE THE YCVFEED RATE FEED *
002600*     HAS STOPPED SENDING -- WITH THE CONVAUDT VOLUME            *
002700*     (CONVERSIONS, ORIGINAL AND CONVERTED AMOUNT) PRICED AT     *
002800*     THAT RATE.  THE CONVAUDT INPUT IS THE DAILY AUDIT FILES    *
002900*     FOR THE WEEK CONCATENATED IN THE JOB STREAM.               *
003000*                                                                *
003100*     RETURN CODE 4 WHEN A MOVE IS OVER TOLERANCE OR A CODE IS   *
003200*     STALE, 16 WHEN THE CARD IS NOT VALID OR THE STALE-CODE     *
003300*     TABLE OVERFLOWS.                                           *
003400*                                                                *
003500* MODIFICATION HISTORY.                                          *
003600*     10/15/26  JFM  ORIGINAL VERSION.                           *
003610*     10/15/26  JFM  STALE CHECK JUDGES THE LATEST ENTRY IN      *
003620*                    EFFECT ON THE AGING DATE, NOT A FUTURE-     *
003630*                    DATED ONE.                                  *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.  IBM-370.
004100 OBJECT-COMPUTER.  IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CONVEAL-FILE    ASSIGN TO CONVMSTR
004500                            ORGANIZATION IS INDEXED
004600                            ACCESS MODE IS DYNAMIC
004700                            RECORD KEY IS CV-MSTR-KEY.
004800     SELECT AUDIT-FILE      ASSIGN TO CONVAUDT
004900                            ORGANIZATION IS SEQUENTIAL.
005000     SELECT PARM-FILE       ASSIGN TO PARMCRD
005100                            ORGANIZATION IS SEQUENTIAL.
005200     SELECT RTHRPT-FILE     ASSIGN TO RTHRPT
005300                            ORGANIZATION IS SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  CONVEAL-FILE
005700     LABEL RECORDS ARE STANDARD.
005800 01  CONVEAL-MSTR-REC.
005900     COPY YCONVEAL.
006000 FD  AUDIT-FILE
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 01  AUDIT-REC                       PIC X(80).
006400 FD  PARM-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 01  PARM-REC                        PIC X(80).
006800 FD  RTHRPT-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 01  RTHRPT-REC                      PIC X(133).
007200 WORKING-STORAGE SECTION.
007300*****************************************************************
007400* SWITCHES                                                       *
007500*****************************************************************
007600 77  WS-CONV-EOF-SW                  PIC X(01) VALUE 'N'.
007700     88  CONV-EOF                    VALUE 'Y'.
007800 77  WS-AUDIT-EOF-SW                 PIC X(01) VALUE 'N'.
007900     88  AUDIT-EOF                   VALUE 'Y'.
008000 77  WS-PARM-VALID-SW                PIC X(01) VALUE 'Y'.
008100     88  PARM-VALID                  VALUE 'Y'.
008200     88  PARM-INVALID                VALUE 'N'.
008300 77  WS-OPENING-SW                   PIC X(01) VALUE 'N'.
008400     88  OPENING-SAVED               VALUE 'Y'.
008500 77  WS-OPENING-LINE-SW              PIC X(01) VALUE 'N'.
008600     88  OPENING-LINE                VALUE 'Y'.
008700 77  WS-PRV-RATE-SW                  PIC X(01) VALUE 'N'.
008800     88  PRV-RATE-HELD               VALUE 'Y'.
008900 77  WS-STALE-FOUND-SW               PIC X(01) VALUE 'N'.
009000     88  STALE-FOUND                 VALUE 'Y'.
009100 77  WS-SECTION-SW                   PIC X(01) VALUE 'H'.
009200     88  HISTORY-SECTION             VALUE 'H'.
009300     88  STALE-SECTION               VALUE 'S'.
009400*****************************************************************
009500* COUNTERS AND TOTALS                                            *
009600*****************************************************************
009700 77  WS-ENTRY-COUNT                  PIC S9(07) COMP-3 VALUE 0.
009800 77  WS-CODE-COUNT                   PIC S9(07) COMP-3 VALUE 0.
009900 77  WS-PERIOD-ENTRY-COUNT           PIC S9(07) COMP-3 VALUE 0.
010000 77  WS-QUIET-CODE-COUNT             PIC S9(07) COMP-3 VALUE 0.
010100 77  WS-MOVE-COUNT                   PIC S9(07) COMP-3 VALUE 0.
010200 77  WS-STALE-COUNT                  PIC S9(07) COMP-3 VALUE 0.
010300 77  WS-AUDIT-COUNT                  PIC S9(09) COMP-3 VALUE 0.
010400 77  WS-STALE-AUD-COUNT              PIC S9(09) COMP-3 VALUE 0.
010500 77  WS-STALE-AUD-AMOUNT     PIC S9(13)V9(02) COMP-3 VALUE ZERO.
010600*****************************************************************
010700* WORK FIELDS                                                    *
010800*****************************************************************
010900 77  WS-RUN-DATE                     PIC X(08).
011000 77  WS-RUN-TIME                     PIC X(08).
011100 77  WS-AS-OF-DATE                   PIC X(08).
011200 77  WS-TOLERANCE-PCT                PIC 9(03)V9(02) VALUE 10.00.
011300 77  WS-STALE-DAYS                   PIC S9(05) COMP-3 VALUE +7.
011400 77  WS-RATE-AGE                     PIC S9(07) COMP-3 VALUE 0.
011500 77  WS-AUD-RATE-DATE                PIC X(08).
011600 77  WS-LINE-COUNT                   PIC S9(03) COMP-3 VALUE +99.
011700 77  WS-PAGE-COUNT                   PIC S9(05) COMP-3 VALUE 0.
011800 77  WS-LINES-PER-PAGE               PIC S9(03) COMP-3 VALUE +60.
011900 77  WS-SPACING                      PIC S9(01) COMP-3 VALUE +1.
012000*****************************************************************
012100* THE CODE BEING LISTED -- ITS OPENING ENTRY, THE PRIOR ACTIVE   *
012200* DIRECT RATE, THE PERIOD STATISTICS AND ITS LATEST ENTRY        *
012300*****************************************************************
012400 77  WS-CUR-CODE                     PIC X(05) VALUE SPACES.
012500 77  WS-OPENING-IMAGE                PIC X(51) VALUE SPACES.
012600 77  WS-CURRENT-IMAGE                PIC X(51) VALUE SPACES.
012700 77  WS-PRV-RATE             PIC S9(05)V9(06) COMP-3 VALUE ZERO.
012800 77  WS-RATE-CHANGE          PIC S9(05)V9(06) COMP-3 VALUE ZERO.
012900 77  WS-PCT-CHANGE           PIC S9(05)V9(02) COMP-3 VALUE ZERO.
013000 77  WS-CODE-LINES                   PIC S9(05) COMP-3 VALUE 0.
013100 77  WS-CODE-MOVES                   PIC S9(05) COMP-3 VALUE 0.
013200 77  WS-STAT-COUNT                   PIC S9(05) COMP-3 VALUE 0.
013300 77  WS-HIGH-RATE            PIC S9(05)V9(06) COMP-3 VALUE ZERO.
013400 77  WS-LOW-RATE             PIC S9(05)V9(06) COMP-3 VALUE ZERO.
013500 77  WS-AVG-RATE             PIC S9(05)V9(06) COMP-3 VALUE ZERO.
013600 77  WS-RATE-SUM             PIC S9(09)V9(06) COMP-3 VALUE ZERO.
013700 77  WS-LST-EFF-DATE                 PIC X(08) VALUE SPACES.
013800 77  WS-LST-GROUP-KEY                PIC X(03) VALUE SPACES.
013900 77  WS-LST-RATE             PIC S9(05)V9(06) COMP-3 VALUE ZERO.
014000 77  WS-LST-STATUS                   PIC X(01) VALUE SPACE.
014100     88  LST-ACTIVE                  VALUE 'A'.
014200 77  WS-LST-RATE-TYPE                PIC X(01) VALUE SPACE.
014300     88  LST-CROSS-RATE              VALUE 'X'.
014400*****************************************************************
014500* DATE TO DAY-NUMBER CONVERSION FOR AGING -- A RUNNING DAY COUNT *
014600* WITH THE YEAR TAKEN AS STARTING IN MARCH SO THE LEAP DAY FALLS *
014700* LAST                                                           *
014800*****************************************************************
014900 01  WS-DN-DATE.
015000     05  WS-DN-YEAR                  PIC 9(04).
015100     05  WS-DN-MONTH                 PIC 9(02).
015200     05  WS-DN-DAY                   PIC 9(02).
015300 77  WS-DN-Y                         PIC S9(05) COMP-3 VALUE 0.
015400 77  WS-DN-M                         PIC S9(03) COMP-3 VALUE 0.
015500 77  WS-DN-TERM                      PIC S9(07) COMP-3 VALUE 0.
015600 77  WS-DAYNUM                       PIC S9(07) COMP-3 VALUE 0.
015700 77  WS-AS-OF-DAYNUM                 PIC S9(07) COMP-3 VALUE 0.
015800*****************************************************************
015900* STALE CODES -- ONE ENTRY PER ACTIVE CODE WHOSE LATEST RATE IS  *
016000* OLDER THAN THE STALE DAYS, WITH THE AUDIT VOLUME PRICED AT IT  *
016100*****************************************************************
016200 77  WS-STL-SUB                      PIC S9(04) COMP VALUE +0.
016300 01  WS-STALE-TABLE.
016400     05  STL-ENTRY-COUNT             PIC S9(04) COMP VALUE +0.
016500     05  STL-ENTRY OCCURS 500 TIMES.
016600         10  STL-CODE                PIC X(05).
016700         10  STL-GROUP-KEY           PIC X(03).
016800         10  STL-EFF-DATE            PIC X(08).
016900         10  STL-RATE                PIC S9(05)V9(06) COMP-3.
017000         10  STL-AGE                 PIC S9(05) COMP-3.
017100         10  STL-AUD-COUNT           PIC S9(07) COMP-3.
017200         10  STL-ORIG-AMOUNT         PIC S9(13)V9(02) COMP-3.
017300         10  STL-CONV-AMOUNT         PIC S9(13)V9(02) COMP-3.
017400*****************************************************************
017500* RECORD AND PARAMETER WORK AREAS                                *
017600*****************************************************************
017700 01  RATE-HIST-PARM-CARD. COPY  YRTHPARM.
017800 01  AUDIT-RECORD. COPY  YCVAUDIT.
017900*****************************************************************
018000* REPORT LINES                                                   *
018100*****************************************************************
018200 01  RHH-HEAD-1.
018300     05  FILLER                  PIC X(01) VALUE '1'.
018400     05  FILLER                  PIC X(09) VALUE 'YCVRTHST '.
018500     05  FILLER                  PIC X(44) VALUE
018600         '   CONVEAL RATE HISTORY AND STALE RATES     '.
018700     05  FILLER                  PIC X(05) VALUE 'RUN: '.
018800     05  RHH-RUN-DATE            PIC X(08).
018900     05  FILLER                  PIC X(01) VALUE SPACE.
019000     05  RHH-RUN-TIME            PIC X(08).
019100     05  FILLER                  PIC X(08) VALUE '   PAGE '.
019200     05  RHH-PAGE                PIC ZZZZ9.
019300     05  FILLER                  PIC X(44) VALUE SPACES.
019400 01  RHH-HEAD-2.
019500     05  FILLER                  PIC X(01) VALUE ' '.
019600     05  FILLER                  PIC X(08) VALUE 'PERIOD: '.
019700     05  RHH-FROM-DATE           PIC X(08).
019800     05  FILLER                  PIC X(04) VALUE ' TO '.
019900     05  RHH-TO-DATE             PIC X(08).
020000     05  FILLER                  PIC X(04) VALUE SPACES.
020100     05  FILLER                  PIC X(09) VALUE 'AGED TO: '.
020200     05  RHH-AS-OF-DATE          PIC X(08).
020300     05  FILLER                  PIC X(04) VALUE SPACES.
020400     05  FILLER                  PIC X(11) VALUE 'TOLERANCE: '.
020500     05  RHH-TOLERANCE           PIC ZZ9.99.
020600     05  FILLER                  PIC X(04) VALUE ' PCT'.
020700     05  FILLER                  PIC X(04) VALUE SPACES.
020800     05  FILLER                  PIC X(13) VALUE 'STALE AFTER: '.
020900     05  RHH-STALE-DAYS          PIC ZZZZ9.
021000     05  FILLER                  PIC X(05) VALUE ' DAYS'.
021100     05  FILLER                  PIC X(31) VALUE SPACES.
021200 01  RHH-HEAD-3.
021300     05  FILLER                  PIC X(01) VALUE ' '.
021400     05  RHH-SECTION             PIC X(60).
021500     05  FILLER                  PIC X(72) VALUE SPACES.
021600 01  RHH-HIST-HEAD.
021700     05  FILLER                  PIC X(01) VALUE ' '.
021800     05  FILLER                  PIC X(07) VALUE 'CODE'.
021900     05  FILLER                  PIC X(05) VALUE 'GRP'.
022000     05  FILLER                  PIC X(10) VALUE 'EFF DATE'.
022100     05  FILLER                  PIC X(03) VALUE 'S'.
022200     05  FILLER                  PIC X(14) VALUE
022300         '        RATE'.
022400     05  FILLER                  PIC X(15) VALUE
022500         '       CHANGE'.
022600     05  FILLER                  PIC X(11) VALUE '  PCT CHG'.
022700     05  FILLER                  PIC X(13) VALUE 'FLAG'.
022800     05  FILLER                  PIC X(19) VALUE
022900         'LAST CHANGED BY'.
023000     05  FILLER                  PIC X(20) VALUE 'NOTE'.
023100     05  FILLER                  PIC X(15) VALUE SPACES.
023200 01  RHL-ENTRY-LINE.
023300     05  RHL-CC                  PIC X(01).
023400     05  RHL-CODE                PIC X(05).
023500     05  FILLER                  PIC X(02).
023600     05  RHL-GROUP-KEY           PIC X(03).
023700     05  FILLER                  PIC X(02).
023800     05  RHL-EFF-DATE            PIC X(08).
023900     05  FILLER                  PIC X(02).
024000     05  RHL-STATUS              PIC X(01).
024100     05  FILLER                  PIC X(02).
024200     05  RHL-RATE                PIC ZZZZ9.999999.
024300     05  FILLER                  PIC X(02).
024400     05  RHL-CHANGE              PIC ZZZZ9.999999-.
024500     05  FILLER                  PIC X(02).
024600     05  RHL-PCT-CHG             PIC ZZZZ9.99-.
024700     05  FILLER                  PIC X(02).
024800     05  RHL-FLAG                PIC X(11).
024900     05  FILLER                  PIC X(02).
025000     05  RHL-CHG-DATE            PIC X(08).
025100     05  FILLER                  PIC X(01).
025200     05  RHL-CHG-USER            PIC X(08).
025300     05  FILLER                  PIC X(02).
025400     05  RHL-NOTE                PIC X(20).
025500     05  FILLER                  PIC X(15).
025600 01  RHS-SUMMARY-LINE.
025700     05  RHS-CC                  PIC X(01) VALUE ' '.
025800     05  FILLER                  PIC X(07) VALUE SPACES.
025900     05  FILLER                  PIC X(13) VALUE 'PERIOD HIGH '.
026000     05  RHS-HIGH-RATE           PIC ZZZZ9.999999.
026100     05  FILLER                  PIC X(06) VALUE '  LOW '.
026200     05  RHS-LOW-RATE            PIC ZZZZ9.999999.
026300     05  FILLER                  PIC X(10) VALUE '  AVERAGE '.
026400     05  RHS-AVG-RATE            PIC ZZZZ9.999999.
026500     05  FILLER                  PIC X(10) VALUE '  ENTRIES '.
026600     05  RHS-ENTRIES             PIC ZZZZ9.
026700     05  FILLER                  PIC X(17) VALUE
026800         '  OVER TOLERANCE '.
026900     05  RHS-MOVES               PIC ZZZZ9.
027000     05  FILLER                  PIC X(23) VALUE SPACES.
027100 01  RHH-STALE-HEAD.
027200     05  FILLER                  PIC X(01) VALUE ' '.
027300     05  FILLER                  PIC X(07) VALUE 'CODE'.
027400     05  FILLER                  PIC X(05) VALUE 'GRP'.
027500     05  FILLER                  PIC X(10) VALUE 'LAST EFF'.
027600     05  FILLER                  PIC X(14) VALUE
027700         '        RATE'.
027800     05  FILLER                  PIC X(07) VALUE '    AGE'.
027900     05  FILLER                  PIC X(11) VALUE
028000         '  CONVERTS'.
028100     05  FILLER                  PIC X(21) VALUE
028200         '      ORIGINAL AMOUNT'.
028300     05  FILLER                  PIC X(21) VALUE
028400         '     CONVERTED AMOUNT'.
028500     05  FILLER                  PIC X(36) VALUE SPACES.
028600 01  RSL-STALE-LINE.
028700     05  RSL-CC                  PIC X(01).
028800     05  RSL-CODE                PIC X(05).
028900     05  FILLER                  PIC X(02).
029000     05  RSL-GROUP-KEY           PIC X(03).
029100     05  FILLER                  PIC X(02).
029200     05  RSL-EFF-DATE            PIC X(08).
029300     05  FILLER                  PIC X(02).
029400     05  RSL-RATE                PIC ZZZZ9.999999.
029500     05  FILLER                  PIC X(02).
029600     05  RSL-AGE                 PIC ZZZZ9.
029700     05  FILLER                  PIC X(02).
029800     05  RSL-AUD-COUNT           PIC Z,ZZZ,ZZ9.
029900     05  FILLER                  PIC X(02).
030000     05  RSL-ORIG-AMT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
030100     05  FILLER                  PIC X(02).
030200     05  RSL-CONV-AMT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
030300     05  FILLER                  PIC X(38).
030400 01  RHT-TOTAL-LINE.
030500     05  RHT-CC                  PIC X(01).
030600     05  RHT-LABEL               PIC X(32).
030700     05  RHT-COUNT               PIC Z,ZZZ,ZZ9.
030800     05  FILLER                  PIC X(02).
030900     05  RHT-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
031000     05  FILLER                  PIC X(70).
031100 PROCEDURE DIVISION.
031200*****************************************************************
031300* 0000-MAINLINE -- LIST EACH CODE'S RATE HISTORY, THEN THE STALE *
031400*                  CODES AND THEIR AUDIT VOLUME                  *
031500*****************************************************************
031600 0000-MAINLINE.
031700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031800     IF PARM-VALID
031900         PERFORM 2000-READ-RATE-ENTRY THRU 2000-EXIT
032000             UNTIL CONV-EOF
032100         IF WS-CUR-CODE NOT = SPACES
032200             PERFORM 3000-END-CODE THRU 3000-EXIT
032300         END-IF
032400         PERFORM 4000-ACCUMULATE-VOLUME THRU 4000-EXIT
032500         PERFORM 5500-PRINT-STALE-CODES THRU 5500-EXIT
032600         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
032700     END-IF.
032800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
032900     GOBACK.
033000*****************************************************************
033100* 1000-INITIALIZE -- PARAMETER CARD: PERIOD, AGING DATE,         *
033200*                    TOLERANCE AND STALE DAYS; OPEN FILES        *
033300*****************************************************************
033400 1000-INITIALIZE.
033500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
033600     ACCEPT WS-RUN-TIME FROM TIME.
033700     OPEN INPUT PARM-FILE.
033800     MOVE SPACES TO RATE-HIST-PARM-CARD.
033900     READ PARM-FILE INTO RATE-HIST-PARM-CARD
034000         AT END
034100             MOVE SPACES TO RATE-HIST-PARM-CARD
034200     END-READ.
034300     CLOSE PARM-FILE.
034400     IF RTH-FROM-DATE = SPACES OR RTH-FROM-DATE = ZEROS
034500         MOVE '00000000' TO RTH-FROM-DATE
034600     END-IF.
034700     IF RTH-TO-DATE = SPACES OR RTH-TO-DATE = ZEROS
034800         MOVE '99999999' TO RTH-TO-DATE
034900         MOVE WS-RUN-DATE TO WS-AS-OF-DATE
035000     ELSE
035100         MOVE RTH-TO-DATE TO WS-AS-OF-DATE
035200     END-IF.
035300     IF RTH-FROM-DATE NOT NUMERIC
035400        OR RTH-TO-DATE NOT NUMERIC
035500        OR RTH-FROM-DATE > RTH-TO-DATE
035600         DISPLAY 'YRH2610E PERIOD ' RTH-FROM-DATE ' TO '
035700             RTH-TO-DATE
035800             ' ON THE PARAMETER CARD IS NOT VALID -- RUN ENDED'
035900         SET PARM-INVALID TO TRUE
036000         MOVE 16 TO RETURN-CODE
036100         GO TO 1000-EXIT
036200     END-IF.
036300     MOVE WS-AS-OF-DATE TO WS-DN-DATE.
036400     IF WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
036500        OR WS-DN-DAY < 1 OR WS-DN-DAY > 31
036600         DISPLAY 'YRH2611E TO DATE ' WS-AS-OF-DATE
036700             ' ON THE PARAMETER CARD IS NOT A VALID CCYYMMDD '
036800             'DATE -- RUN ENDED'
036900         SET PARM-INVALID TO TRUE
037000         MOVE 16 TO RETURN-CODE
037100         GO TO 1000-EXIT
037200     END-IF.
037300     PERFORM 1600-DATE-TO-DAYNUM THRU 1600-EXIT.
037400     MOVE WS-DAYNUM TO WS-AS-OF-DAYNUM.
037500     IF RTH-TOLERANCE-PCT NUMERIC
037600        AND RTH-TOLERANCE-PCT > ZERO
037700         MOVE RTH-TOLERANCE-PCT TO WS-TOLERANCE-PCT
037800     END-IF.
037900     IF RTH-STALE-DAYS NUMERIC
038000        AND RTH-STALE-DAYS > ZERO
038100         MOVE RTH-STALE-DAYS TO WS-STALE-DAYS
038200     END-IF.
038300     OPEN INPUT  CONVEAL-FILE
038400                 AUDIT-FILE
038500          OUTPUT RTHRPT-FILE.
038600     MOVE LOW-VALUES TO CV-MSTR-KEY.
038700     START CONVEAL-FILE KEY IS NOT LESS THAN CV-MSTR-KEY
038800         INVALID KEY
038900             SET CONV-EOF TO TRUE
039000     END-START.
039100     MOVE WS-RUN-DATE       TO RHH-RUN-DATE.
039200     MOVE WS-RUN-TIME       TO RHH-RUN-TIME.
039300     MOVE RTH-FROM-DATE     TO RHH-FROM-DATE.
039400     MOVE RTH-TO-DATE       TO RHH-TO-DATE.
039500     MOVE WS-AS-OF-DATE     TO RHH-AS-OF-DATE.
039600     MOVE WS-TOLERANCE-PCT  TO RHH-TOLERANCE.
039700     MOVE WS-STALE-DAYS     TO RHH-STALE-DAYS.
039800 1000-EXIT.
039900     EXIT.
040000*****************************************************************
040100* 1600-DATE-TO-DAYNUM -- WS-DN-DATE AS A RUNNING DAY NUMBER IN   *
040200*                 WS-DAYNUM, SO TWO DATES SUBTRACT TO THE DAYS   *
040300*                 BETWEEN THEM                                   *
040400*****************************************************************
040500 1600-DATE-TO-DAYNUM.
040600     MOVE WS-DN-YEAR  TO WS-DN-Y.
040700     MOVE WS-DN-MONTH TO WS-DN-M.
040800     IF WS-DN-M < 3
040900         SUBTRACT 1 FROM WS-DN-Y
041000         ADD 12 TO WS-DN-M
041100     END-IF.
041200     COMPUTE WS-DAYNUM = WS-DN-Y * 365.
041300     COMPUTE WS-DN-TERM = WS-DN-Y / 4.
041400     ADD WS-DN-TERM TO WS-DAYNUM.
041500     COMPUTE WS-DN-TERM = WS-DN-Y / 100.
041600     SUBTRACT WS-DN-TERM FROM WS-DAYNUM.
041700     COMPUTE WS-DN-TERM = WS-DN-Y / 400.
041800     ADD WS-DN-TERM TO WS-DAYNUM.
041900     COMPUTE WS-DN-TERM = (153 * (WS-DN-M - 3) + 2) / 5.
042000     ADD WS-DN-TERM TO WS-DAYNUM.
042100     ADD WS-DN-DAY  TO WS-DAYNUM.
042200 1600-EXIT.
042300     EXIT.
042400*****************************************************************
042500* 2000-READ-RATE-ENTRY -- ONE CONVMSTR ENTRY.  A NEW CODE CLOSES *
042600*                 THE LAST ONE.  AN ENTRY BEFORE THE PERIOD IS   *
042700*                 KEPT AS THE OPENING RATE, ONE IN THE PERIOD IS *
042800*                 LISTED, ONE AFTER IT IS NOT.  THE LATEST ENTRY *
042810*                 IN EFFECT ON THE AGING DATE IS KEPT FOR THE    *
042820*                 STALE-RATE CHECK                               *
042900*****************************************************************
043000 2000-READ-RATE-ENTRY.
043100     READ CONVEAL-FILE NEXT RECORD
043200         AT END
043300             SET CONV-EOF TO TRUE
043400             GO TO 2000-EXIT
043500     END-READ.
043600     ADD 1 TO WS-ENTRY-COUNT.
043700     IF CV-CODE NOT = WS-CUR-CODE
043800         IF WS-CUR-CODE NOT = SPACES
043900             PERFORM 3000-END-CODE THRU 3000-EXIT
044000         END-IF
044100         PERFORM 2100-START-CODE THRU 2100-EXIT
044200     END-IF.
044210     IF CV-EFF-DATE NOT > WS-AS-OF-DATE
044220         MOVE CV-EFF-DATE  TO WS-LST-EFF-DATE
044230         MOVE CV-GROUP-KEY TO WS-LST-GROUP-KEY
044240         MOVE CV-RATE      TO WS-LST-RATE
044250         MOVE CV-STATUS    TO WS-LST-STATUS
044260         MOVE CV-RATE-TYPE TO WS-LST-RATE-TYPE
044270     END-IF.
044800     IF CV-EFF-DATE < RTH-FROM-DATE
044900         MOVE CONVEAL-MSTR-REC TO WS-OPENING-IMAGE
045000         SET OPENING-SAVED TO TRUE
045100         GO TO 2000-EXIT
045200     END-IF.
045300     IF CV-EFF-DATE > RTH-TO-DATE
045400         GO TO 2000-EXIT
045500     END-IF.
045600     IF WS-CODE-LINES = ZERO
045700         PERFORM 2200-OPEN-CODE-LISTING THRU 2200-EXIT
045800     END-IF.
045900     ADD 1 TO WS-PERIOD-ENTRY-COUNT.
046000     PERFORM 2300-LIST-ENTRY THRU 2300-EXIT.
046100 2000-EXIT.
046200     EXIT.
046300*****************************************************************
046400* 2100-START-CODE -- CLEAR THE PER-CODE FIELDS FOR A NEW CODE    *
046500*****************************************************************
046600 2100-START-CODE.
046700     ADD 1 TO WS-CODE-COUNT.
046800     MOVE CV-CODE TO WS-CUR-CODE.
046900     MOVE 'N'  TO WS-OPENING-SW
047000                  WS-PRV-RATE-SW.
047100     MOVE ZERO TO WS-PRV-RATE
047200                  WS-CODE-LINES
047300                  WS-CODE-MOVES
047400                  WS-STAT-COUNT
047500                  WS-HIGH-RATE
047600                  WS-LOW-RATE
047700                  WS-RATE-SUM.
047710     MOVE SPACES TO WS-LST-EFF-DATE
047720                    WS-LST-GROUP-KEY
047730                    WS-LST-STATUS
047740                    WS-LST-RATE-TYPE.
047750     MOVE ZERO   TO WS-LST-RATE.
047800 2100-EXIT.
047900     EXIT.
048000*****************************************************************
048100* 2200-OPEN-CODE-LISTING -- BEFORE A CODE'S FIRST ENTRY IN THE   *
048200*                 PERIOD, ROOM FOR IT ON THE PAGE AND ITS OPENING*
048300*                 RATE AS THE FIRST LINE                         *
048400*****************************************************************
048500 2200-OPEN-CODE-LISTING.
048600     IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 5
048700         PERFORM 5100-PRINT-PAGE-HEADING THRU 5100-EXIT
048800     END-IF.
048900     MOVE 2 TO WS-SPACING.
049000     IF NOT OPENING-SAVED
049100         GO TO 2200-EXIT
049200     END-IF.
049300     MOVE CONVEAL-MSTR-REC TO WS-CURRENT-IMAGE.
049400     MOVE WS-OPENING-IMAGE TO CONVEAL-MSTR-REC.
049500     SET OPENING-LINE TO TRUE.
049600     PERFORM 2300-LIST-ENTRY THRU 2300-EXIT.
049700     MOVE 'N' TO WS-OPENING-LINE-SW.
049800     MOVE WS-CURRENT-IMAGE TO CONVEAL-MSTR-REC.
049900 2200-EXIT.
050000     EXIT.
050100*****************************************************************
050200* 2300-LIST-ENTRY -- ONE ENTRY'S LINE.  AN ACTIVE DIRECT RATE IS *
050300*                 MEASURED AGAINST THE PRIOR ONE, FLAGGED WHEN   *
050400*                 THE MOVE EXCEEDS THE TOLERANCE, AND TAKEN INTO *
050500*                 THE PERIOD HIGH, LOW AND AVERAGE               *
050600*****************************************************************
050700 2300-LIST-ENTRY.
050800     PERFORM 5000-CHECK-PAGE-OVERFLOW THRU 5000-EXIT.
050900     MOVE SPACES           TO RHL-ENTRY-LINE.
051000     MOVE CV-CODE          TO RHL-CODE.
051100     MOVE CV-GROUP-KEY     TO RHL-GROUP-KEY.
051200     MOVE CV-EFF-DATE      TO RHL-EFF-DATE.
051300     MOVE CV-STATUS        TO RHL-STATUS.
051400     MOVE CV-LAST-CHG-DATE TO RHL-CHG-DATE.
051500     MOVE CV-LAST-CHG-USER TO RHL-CHG-USER.
051600     IF OPENING-LINE
051700         MOVE 'OPENING RATE' TO RHL-NOTE
051800     END-IF.
051900     IF CV-CROSS-RATE
052000         STRING 'CROSS '        DELIMITED BY SIZE
052100                CV-LEG1-CODE    DELIMITED BY SIZE
052200                ' '             DELIMITED BY SIZE
052300                CV-CROSS-METHOD DELIMITED BY SIZE
052400                ' '             DELIMITED BY SIZE
052500                CV-LEG2-CODE    DELIMITED BY SIZE
052600             INTO RHL-NOTE
052700         END-STRING
052800         GO TO 2390-WRITE-LINE
052900     END-IF.
053000     MOVE CV-RATE TO RHL-RATE.
053100     IF NOT CV-ACTIVE
053200         MOVE 'INACTIVE' TO RHL-NOTE
053300         GO TO 2390-WRITE-LINE
053400     END-IF.
053500     IF PRV-RATE-HELD
053600         PERFORM 2400-MEASURE-MOVE THRU 2400-EXIT
053700     END-IF.
053800     MOVE CV-RATE TO WS-PRV-RATE.
053900     SET PRV-RATE-HELD TO TRUE.
054000     ADD 1 TO WS-STAT-COUNT.
054100     ADD CV-RATE TO WS-RATE-SUM.
054200     IF WS-STAT-COUNT = 1 OR CV-RATE > WS-HIGH-RATE
054300         MOVE CV-RATE TO WS-HIGH-RATE
054400     END-IF.
054500     IF WS-STAT-COUNT = 1 OR CV-RATE < WS-LOW-RATE
054600         MOVE CV-RATE TO WS-LOW-RATE
054700     END-IF.
054800 2390-WRITE-LINE.
054900     WRITE RTHRPT-REC FROM RHL-ENTRY-LINE
055000         AFTER ADVANCING WS-SPACING LINES.
055100     ADD WS-SPACING TO WS-LINE-COUNT.
055200     MOVE 1 TO WS-SPACING.
055300     ADD 1 TO WS-CODE-LINES.
055400 2300-EXIT.
055500     EXIT.
055600*****************************************************************
055700* 2400-MEASURE-MOVE -- CHANGE AND PERCENT CHANGE FROM THE PRIOR  *
055800*                 ACTIVE DIRECT RATE, FLAGGED OVER THE TOLERANCE *
055900*****************************************************************
056000 2400-MEASURE-MOVE.
056100     COMPUTE WS-RATE-CHANGE = CV-RATE - WS-PRV-RATE.
056200     IF WS-PRV-RATE NOT = ZERO
056300         COMPUTE WS-PCT-CHANGE ROUNDED =
056400             (WS-RATE-CHANGE / WS-PRV-RATE) * 100
056500             ON SIZE ERROR
056600                 MOVE 99999.99 TO WS-PCT-CHANGE
056700         END-COMPUTE
056800     ELSE
056900         MOVE 99999.99 TO WS-PCT-CHANGE
057000     END-IF.
057100     MOVE WS-RATE-CHANGE TO RHL-CHANGE.
057200     MOVE WS-PCT-CHANGE  TO RHL-PCT-CHG.
057300     IF WS-PCT-CHANGE > WS-TOLERANCE-PCT
057400        OR WS-PCT-CHANGE < ZERO - WS-TOLERANCE-PCT
057500         MOVE '** OVER TOL' TO RHL-FLAG
057600         ADD 1 TO WS-CODE-MOVES
057700         ADD 1 TO WS-MOVE-COUNT
057800         DISPLAY 'YRH2605W ' CV-CODE ' RATE MOVED ' WS-PCT-CHANGE
057900             ' PCT ON ' CV-EFF-DATE ' -- OVER TOLERANCE'
058000     END-IF.
058100 2400-EXIT.
058200     EXIT.
058300*****************************************************************
058400* 3000-END-CODE -- THE LAST CODE'S PERIOD SUMMARY, AND ITS LATEST*
058500*                 ENTRY CHECKED FOR A STALE RATE                 *
058600*****************************************************************
058700 3000-END-CODE.
058800     IF WS-CODE-LINES = ZERO
058900         ADD 1 TO WS-QUIET-CODE-COUNT
059000     ELSE
059100         PERFORM 5400-PRINT-CODE-SUMMARY THRU 5400-EXIT
059200     END-IF.
059300     PERFORM 3100-CHECK-STALE THRU 3100-EXIT.
059400 3000-EXIT.
059500     EXIT.
059600*****************************************************************
059700* 3100-CHECK-STALE -- A CODE WHOSE LATEST ENTRY IS AN ACTIVE     *
059800*                 DIRECT RATE EFFECTIVE MORE THAN THE STALE DAYS *
059900*                 BEFORE THE AGING DATE GOES INTO THE STALE TABLE*
060000*****************************************************************
060100 3100-CHECK-STALE.
060200     IF NOT LST-ACTIVE OR LST-CROSS-RATE
060300         GO TO 3100-EXIT
060400     END-IF.
060500     IF WS-LST-EFF-DATE NOT NUMERIC
060600         GO TO 3100-EXIT
060700     END-IF.
060800     MOVE WS-LST-EFF-DATE TO WS-DN-DATE.
060900     PERFORM 1600-DATE-TO-DAYNUM THRU 1600-EXIT.
061000     COMPUTE WS-RATE-AGE = WS-AS-OF-DAYNUM - WS-DAYNUM.
061100     IF WS-RATE-AGE NOT > WS-STALE-DAYS
061200         GO TO 3100-EXIT
061300     END-IF.
061400     ADD 1 TO WS-STALE-COUNT.
061500     IF STL-ENTRY-COUNT NOT < 500
061600         DISPLAY 'YRH2612E MORE THAN 500 STALE CODES -- '
061700             WS-CUR-CODE ' NOT LISTED'
061800         MOVE 16 TO RETURN-CODE
061900         GO TO 3100-EXIT
062000     END-IF.
062100     ADD 1 TO STL-ENTRY-COUNT.
062200     MOVE STL-ENTRY-COUNT  TO WS-STL-SUB.
062300     MOVE WS-CUR-CODE      TO STL-CODE (WS-STL-SUB).
062400     MOVE WS-LST-GROUP-KEY TO STL-GROUP-KEY (WS-STL-SUB).
062500     MOVE WS-LST-EFF-DATE  TO STL-EFF-DATE (WS-STL-SUB).
062600     MOVE WS-LST-RATE      TO STL-RATE (WS-STL-SUB).
062700     MOVE WS-RATE-AGE      TO STL-AGE (WS-STL-SUB).
062800     MOVE ZERO             TO STL-AUD-COUNT (WS-STL-SUB)
062900                              STL-ORIG-AMOUNT (WS-STL-SUB)
063000                              STL-CONV-AMOUNT (WS-STL-SUB).
063100 3100-EXIT.
063200     EXIT.
063300*****************************************************************
063400* 4000-ACCUMULATE-VOLUME -- READ CONVAUDT AND ADD EACH           *
063500*                 CONVERSION PRICED AT A STALE CODE'S LATEST RATE*
063600*                 TO THAT CODE                                   *
063700*****************************************************************
063800 4000-ACCUMULATE-VOLUME.
063900     IF STL-ENTRY-COUNT = ZERO
064000         GO TO 4000-EXIT
064100     END-IF.
064200     PERFORM 4100-READ-AUDIT THRU 4100-EXIT
064300         UNTIL AUDIT-EOF.
064400 4000-EXIT.
064500     EXIT.
064600*****************************************************************
064700* 4100-READ-AUDIT -- ONE AUDIT RECORD.  IT WAS PRICED AT THE     *
064800*                 STALE RATE WHEN ITS RATE DATE (THE RUN DATE ON *
064900*                 RECORDS WRITTEN BEFORE RATE DATES WERE KEPT) IS*
065000*                 NOT BEFORE THAT RATE'S EFFECTIVE DATE          *
065100*****************************************************************
065200 4100-READ-AUDIT.
065300     READ AUDIT-FILE INTO AUDIT-RECORD
065400         AT END
065500             SET AUDIT-EOF TO TRUE
065600             GO TO 4100-EXIT
065700     END-READ.
065800     ADD 1 TO WS-AUDIT-COUNT.
065900     PERFORM 4200-FIND-STALE-CODE THRU 4200-EXIT.
066000     IF NOT STALE-FOUND
066100         GO TO 4100-EXIT
066200     END-IF.
066300     IF AUD-RATE-DATE = SPACES OR AUD-RATE-DATE = LOW-VALUES
066400         MOVE AUD-RUN-DATE  TO WS-AUD-RATE-DATE
066500     ELSE
066600         MOVE AUD-RATE-DATE TO WS-AUD-RATE-DATE
066700     END-IF.
066800     IF WS-AUD-RATE-DATE < STL-EFF-DATE (WS-STL-SUB)
066900         GO TO 4100-EXIT
067000     END-IF.
067100     ADD 1               TO STL-AUD-COUNT (WS-STL-SUB).
067200     ADD AUD-ORIG-AMOUNT TO STL-ORIG-AMOUNT (WS-STL-SUB).
067300     ADD AUD-CONV-AMOUNT TO STL-CONV-AMOUNT (WS-STL-SUB).
067400     ADD 1               TO WS-STALE-AUD-COUNT.
067500     ADD AUD-CONV-AMOUNT TO WS-STALE-AUD-AMOUNT.
067600 4100-EXIT.
067700     EXIT.
067800*****************************************************************
067900* 4200-FIND-STALE-CODE -- THE STALE TABLE ENTRY FOR AUD-CODE     *
068000*****************************************************************
068100 4200-FIND-STALE-CODE.
068200     MOVE 'N' TO WS-STALE-FOUND-SW.
068300     MOVE 1 TO WS-STL-SUB.
068400     PERFORM 4210-SCAN-STALE THRU 4210-EXIT
068500         UNTIL STALE-FOUND OR WS-STL-SUB > STL-ENTRY-COUNT.
068600 4200-EXIT.
068700     EXIT.
068800 4210-SCAN-STALE.
068900     IF STL-CODE (WS-STL-SUB) = AUD-CODE
069000         SET STALE-FOUND TO TRUE
069100     ELSE
069200         ADD 1 TO WS-STL-SUB
069300     END-IF.
069400 4210-EXIT.
069500     EXIT.
069600*****************************************************************
069700* 5000-CHECK-PAGE-OVERFLOW -- NEW PAGE HEADING WHEN THE CURRENT  *
069800*                 PAGE IS FULL                                   *
069900*****************************************************************
070000 5000-CHECK-PAGE-OVERFLOW.
070100     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
070200         PERFORM 5100-PRINT-PAGE-HEADING THRU 5100-EXIT
070300     END-IF.
070400 5000-EXIT.
070500     EXIT.
070600 5100-PRINT-PAGE-HEADING.
070700     ADD 1 TO WS-PAGE-COUNT.
070800     MOVE WS-PAGE-COUNT TO RHH-PAGE.
070900     WRITE RTHRPT-REC FROM RHH-HEAD-1
071000         AFTER ADVANCING PAGE.
071100     WRITE RTHRPT-REC FROM RHH-HEAD-2
071200         AFTER ADVANCING 1 LINE.
071300     IF STALE-SECTION
071400         MOVE 'ACTIVE CODES WITH NO NEW RATE IN THE STALE DAYS'
071500             TO RHH-SECTION
071600         WRITE RTHRPT-REC FROM RHH-HEAD-3
071700             AFTER ADVANCING 2 LINES
071800         WRITE RTHRPT-REC FROM RHH-STALE-HEAD
071900             AFTER ADVANCING 1 LINE
072000     ELSE
072100         MOVE 'EFFECTIVE-DATED RATE HISTORY FOR THE PERIOD'
072200             TO RHH-SECTION
072300         WRITE RTHRPT-REC FROM RHH-HEAD-3
072400             AFTER ADVANCING 2 LINES
072500         WRITE RTHRPT-REC FROM RHH-HIST-HEAD
072600             AFTER ADVANCING 1 LINE
072700     END-IF.
072800     MOVE 5 TO WS-LINE-COUNT.
072900     MOVE 1 TO WS-SPACING.
073000 5100-EXIT.
073100     EXIT.
073200*****************************************************************
073300* 5400-PRINT-CODE-SUMMARY -- THE CODE'S PERIOD HIGH, LOW AND     *
073400*                 AVERAGE RATE AND ITS MOVES OVER TOLERANCE      *
073500*****************************************************************
073600 5400-PRINT-CODE-SUMMARY.
073700     IF WS-STAT-COUNT = ZERO
073800         GO TO 5400-EXIT
073900     END-IF.
074000     PERFORM 5000-CHECK-PAGE-OVERFLOW THRU 5000-EXIT.
074100     COMPUTE WS-AVG-RATE ROUNDED = WS-RATE-SUM / WS-STAT-COUNT.
074200     MOVE WS-HIGH-RATE  TO RHS-HIGH-RATE.
074300     MOVE WS-LOW-RATE   TO RHS-LOW-RATE.
074400     MOVE WS-AVG-RATE   TO RHS-AVG-RATE.
074500     MOVE WS-STAT-COUNT TO RHS-ENTRIES.
074600     MOVE WS-CODE-MOVES TO RHS-MOVES.
074700     WRITE RTHRPT-REC FROM RHS-SUMMARY-LINE
074800         AFTER ADVANCING 1 LINE.
074900     ADD 1 TO WS-LINE-COUNT.
075000 5400-EXIT.
075100     EXIT.
075200*****************************************************************
075300* 5500-PRINT-STALE-CODES -- THE STALE CODES ON A NEW PAGE        *
075400*****************************************************************
075500 5500-PRINT-STALE-CODES.
075600     SET STALE-SECTION TO TRUE.
075700     PERFORM 5100-PRINT-PAGE-HEADING THRU 5100-EXIT.
075800     IF STL-ENTRY-COUNT = ZERO
075900         MOVE SPACES TO RHT-TOTAL-LINE
076000         MOVE 'NO STALE ACTIVE CODES' TO RHT-LABEL
076100         WRITE RTHRPT-REC FROM RHT-TOTAL-LINE
076200             AFTER ADVANCING 2 LINES
076300         ADD 2 TO WS-LINE-COUNT
076400         GO TO 5500-EXIT
076500     END-IF.
076600     MOVE 1 TO WS-STL-SUB.
076700     PERFORM 5600-PRINT-STALE-LINE THRU 5600-EXIT
076800         UNTIL WS-STL-SUB > STL-ENTRY-COUNT.
076900 5500-EXIT.
077000     EXIT.
077100 5600-PRINT-STALE-LINE.
077200     PERFORM 5000-CHECK-PAGE-OVERFLOW THRU 5000-EXIT.
077300     MOVE SPACES                       TO RSL-STALE-LINE.
077400     MOVE STL-CODE (WS-STL-SUB)        TO RSL-CODE.
077500     MOVE STL-GROUP-KEY (WS-STL-SUB)   TO RSL-GROUP-KEY.
077600     MOVE STL-EFF-DATE (WS-STL-SUB)    TO RSL-EFF-DATE.
077700     MOVE STL-RATE (WS-STL-SUB)        TO RSL-RATE.
077800     MOVE STL-AGE (WS-STL-SUB)         TO RSL-AGE.
077900     MOVE STL-AUD-COUNT (WS-STL-SUB)   TO RSL-AUD-COUNT.
078000     MOVE STL-ORIG-AMOUNT (WS-STL-SUB) TO RSL-ORIG-AMT.
078100     MOVE STL-CONV-AMOUNT (WS-STL-SUB) TO RSL-CONV-AMT.
078200     WRITE RTHRPT-REC FROM RSL-STALE-LINE
078300         AFTER ADVANCING 1 LINE.
078400     ADD 1 TO WS-LINE-COUNT.
078500     ADD 1 TO WS-STL-SUB.
078600 5600-EXIT.
078700     EXIT.
078800*****************************************************************
078900* 6000-PRINT-TOTALS -- CODE, ENTRY, MOVE AND STALE-CODE COUNTS   *
079000*****************************************************************
079100 6000-PRINT-TOTALS.
079200     IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 7
079300         PERFORM 5100-PRINT-PAGE-HEADING THRU 5100-EXIT
079400     END-IF.
079500     MOVE SPACES TO RHT-TOTAL-LINE.
079600     MOVE 'CODES ON CONVMSTR' TO RHT-LABEL.
079700     MOVE WS-CODE-COUNT TO RHT-COUNT.
079800     WRITE RTHRPT-REC FROM RHT-TOTAL-LINE
079900         AFTER ADVANCING 2 LINES.
080000     MOVE SPACES TO RHT-TOTAL-LINE.
080100     MOVE 'ENTRIES EFFECTIVE IN THE PERIOD' TO RHT-LABEL.
080200     MOVE WS-PERIOD-ENTRY-COUNT TO RHT-COUNT.
080300     WRITE RTHRPT-REC FROM RHT-TOTAL-LINE
080400         AFTER ADVANCING 1 LINE.
080500     MOVE SPACES TO RHT-TOTAL-LINE.
080600     MOVE 'CODES WITH NO ENTRY IN PERIOD' TO RHT-LABEL.
080700     MOVE WS-QUIET-CODE-COUNT TO RHT-COUNT.
080800     WRITE RTHRPT-REC FROM RHT-TOTAL-LINE
080900         AFTER ADVANCING 1 LINE.
081000     MOVE SPACES TO RHT-TOTAL-LINE.
081100     MOVE 'RATE MOVES OVER TOLERANCE' TO RHT-LABEL.
081200     MOVE WS-MOVE-COUNT TO RHT-COUNT.
081300     WRITE RTHRPT-REC FROM RHT-TOTAL-LINE
081400         AFTER ADVANCING 1 LINE.
081500     MOVE SPACES TO RHT-TOTAL-LINE.
081600     MOVE 'STALE ACTIVE CODES' TO RHT-LABEL.
081700     MOVE WS-STALE-COUNT TO RHT-COUNT.
081800     WRITE RTHRPT-REC FROM RHT-TOTAL-LINE
081900         AFTER ADVANCING 1 LINE.
082000     MOVE SPACES TO RHT-TOTAL-LINE.
082100     MOVE 'CONVERSIONS AT STALE RATES' TO RHT-LABEL.
082200     MOVE WS-STALE-AUD-COUNT  TO RHT-COUNT.
082300     MOVE WS-STALE-AUD-AMOUNT TO RHT-AMOUNT.
082400     WRITE RTHRPT-REC FROM RHT-TOTAL-LINE
082500         AFTER ADVANCING 1 LINE.
082600     ADD 7 TO WS-LINE-COUNT.
082700 6000-EXIT.
082800     EXIT.
082900*****************************************************************
083000* 8000-TERMINATE -- CLOSE FILES, REPORT RUN TOTALS, SET THE      *
083100*                   RETURN CODE                                  *
083200*****************************************************************
083300 8000-TERMINATE.
083400     IF PARM-INVALID
083500         GO TO 8000-EXIT
083600     END-IF.
083700     CLOSE CONVEAL-FILE
083800           AUDIT-FILE
083900           RTHRPT-FILE.
084000     DISPLAY 'YRH2600I RATE HISTORY REPORT ' RTH-FROM-DATE ' TO '
084100         RTH-TO-DATE ' COMPLETE'.
084200     DISPLAY 'YRH2601I CONVMSTR ENTRIES READ : ' WS-ENTRY-COUNT.
084300     DISPLAY 'YRH2602I ENTRIES IN PERIOD     : '
084400             WS-PERIOD-ENTRY-COUNT.
084500     DISPLAY 'YRH2603I AUDIT RECORDS READ    : ' WS-AUDIT-COUNT.
084600     DISPLAY 'YRH2604I STALE OVER ' WS-STALE-DAYS
084700             ' DAY(S)   : ' WS-STALE-COUNT.
084800     IF WS-MOVE-COUNT > ZERO OR WS-STALE-COUNT > ZERO
084900         DISPLAY 'YRH2606W ' WS-MOVE-COUNT
085000             ' MOVE(S) OVER TOLERANCE, ' WS-STALE-COUNT
085100             ' STALE CODE(S) -- SEE THE RTHRPT REPORT'
085200         IF RETURN-CODE < 4
085300             MOVE 4 TO RETURN-CODE
085400         END-IF
085500     END-IF.
085600 8000-EXIT.
085700     EXIT.
085800 END PROGRAM YCVRTHST.
