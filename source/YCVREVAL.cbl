000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  YCVREVAL.
000300 AUTHOR.      R W HALVORSEN.
000400 INSTALLATION. DATA CONTROL.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* REMARKS.                                                      *
000900*     CONVEAL MONTH-END REVALUATION.                            *
001000*                                                                *
001100*     REVALUES THE PERIOD'S CONVERTED AMOUNTS AT THE CLOSING     *
001200*     RATES.  EVERY CONVAUDT AUDIT RECORD WHOSE RUN DATE FALLS   *
001300*     IN THE PERIOD ON THE YRVLPARM CARD HAS ITS ORIGINAL        *
001400*     AMOUNT RE-CONVERTED AT THE CONVMSTR RATE IN EFFECT ON THE  *
001500*     MONTH-END DATE (A CROSS-RATE CODE PRICED FROM ITS LEGS AS  *
001600*     REMPART DOES).  THE DIFFERENCE FROM THE AMOUNT ACTUALLY    *
001700*     CONVERTED IS THE UNREALIZED GAIN (+) OR LOSS (-).          *
001800*                                                                *
001900*         - THE REVALUATION REPORT SHOWS, BY GROUP KEY AND       *
002000*           CODE, THE ORIGINAL AMOUNT, THE CONVERTED TOTAL,      *
002100*           THE MONTH-END RATE, THE REVALUED TOTAL AND THE       *
002200*           GAIN/LOSS, WITH GROUP AND PERIOD TOTALS.             *
002300*         - REVGL CARRIES THE NET GAIN/LOSS PER GROUP KEY IN     *
002400*           THE YGLINTF HEADER/DETAIL/TRAILER FORMAT, THE        *
002500*           HEADER DATED THE MONTH-END DATE, FOR THE GL LOAD.    *
002600*         - WITH RVL-REVERSAL-SW 'Y', REVREV CARRIES THE SAME    *
002700*           DETAILS WITH THE SIGN REVERSED, DATED THE FIRST OF   *
002800*           THE FOLLOWING MONTH.                                 *
002900*                                                                *
003000*     THE GROUP KEY IS TAKEN FROM THE CODE'S ENTRY IN EFFECT ON  *
003100*     THE MONTH-END DATE.  A CODE WITH NO PRICEABLE ENTRY THEN   *
003200*     IS REPORTED AT ITS CONVERTED AMOUNT (NO GAIN/LOSS), KEPT   *
003300*     OUT OF THE GL FILES, AND ENDS THE RUN WITH RETURN CODE 4.  *
003400*                                                                *
003500*     ARCHIVED HISTORY: THE ARCHNDX INDEX WRITTEN BY YCVARCH IS  *
003600*     READ FIRST.  WHEN AN AUDIT ARCHIVE IN THE INDEX OVERLAPS   *
003700*     THE PERIOD, THE ARCAUDT FILE (THE ARCHIVE FILE(S) NAMED    *
003800*     IN THE INDEX, CONCATENATED IN THE JOB STREAM) IS READ      *
003900*     AFTER CONVAUDT; OTHERWISE ARCAUDT IS NOT OPENED.  AN       *
004000*     ARCHIVE THE INDEX CALLS FOR THAT YIELDS NO RECORDS IN THE  *
004100*     PERIOD ENDS THE RUN WITH RETURN CODE 4.                    *
004200*                                                                *
004300* MODIFICATION HISTORY.                                          *
004400*     10/14/26  JFM  ORIGINAL VERSION.                           *
004500*****************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.  IBM-370.
004900 OBJECT-COMPUTER.  IBM-370.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT AUDIT-FILE      ASSIGN TO CONVAUDT
005300                            ORGANIZATION IS SEQUENTIAL.
005400     SELECT ARCAUDT-FILE    ASSIGN TO ARCAUDT
005500                            ORGANIZATION IS SEQUENTIAL.
005600     SELECT NDX-FILE        ASSIGN TO ARCHNDX
005700                            ORGANIZATION IS SEQUENTIAL.
005800     SELECT CONVEAL-FILE    ASSIGN TO CONVMSTR
005900                            ORGANIZATION IS INDEXED
006000                            ACCESS MODE IS DYNAMIC
006100                            RECORD KEY IS CV-MSTR-KEY.
006200     SELECT PARM-FILE       ASSIGN TO PARMCRD
006300                            ORGANIZATION IS SEQUENTIAL.
006400     SELECT REVRPT-FILE     ASSIGN TO REVRPT
006500                            ORGANIZATION IS SEQUENTIAL.
006600     SELECT REVGL-FILE      ASSIGN TO REVGL
006700                            ORGANIZATION IS SEQUENTIAL.
006800     SELECT REVREV-FILE     ASSIGN TO REVREV
006900                            ORGANIZATION IS SEQUENTIAL.
007000     SELECT SORT-FILE       ASSIGN TO SORTWK01.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  AUDIT-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  AUDIT-REC                       PIC X(80).
007700 FD  ARCAUDT-FILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 01  ARCAUDT-REC                     PIC X(80).
008100 FD  NDX-FILE
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400 01  NDX-REC                         PIC X(40).
008500 FD  CONVEAL-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  CONVEAL-MSTR-REC.
008800     COPY YCONVEAL.
008900 FD  PARM-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200 01  PARM-REC                        PIC X(80).
009300 FD  REVRPT-FILE
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD.
009600 01  REVRPT-REC                      PIC X(133).
009700 FD  REVGL-FILE
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000 01  REVGL-REC                       PIC X(60).
010100 FD  REVREV-FILE
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400 01  REVREV-REC                      PIC X(60).
010500 SD  SORT-FILE.
010600 01  SORT-RECORD.
010700     05  SRT-GROUP-KEY               PIC X(03).
010800     05  SRT-CODE                    PIC X(05).
010900     05  SRT-PRICED-SW               PIC X(01).
011000     05  SRT-RATE                    PIC S9(05)V9(06) COMP-3.
011100     05  SRT-ORIG-AMT                PIC S9(09)V9(02) COMP-3.
011200     05  SRT-CONV-AMT                PIC S9(09)V9(02) COMP-3.
011300     05  SRT-REVAL-AMT               PIC S9(09)V9(02) COMP-3.
011400 WORKING-STORAGE SECTION.
011500*****************************************************************
011600* SWITCHES                                                       *
011700*****************************************************************
011800 77  WS-AUDIT-EOF-SW                 PIC X(01) VALUE 'N'.
011900     88  AUDIT-EOF                   VALUE 'Y'.
012000 77  WS-NDX-EOF-SW                   PIC X(01) VALUE 'N'.
012100     88  NDX-EOF                     VALUE 'Y'.
012200 77  WS-SORT-EOF-SW                  PIC X(01) VALUE 'N'.
012300     88  SORT-EOF                    VALUE 'Y'.
012400 77  WS-PARM-VALID-SW                PIC X(01) VALUE 'Y'.
012500     88  PARM-VALID                  VALUE 'Y'.
012600     88  PARM-INVALID                VALUE 'N'.
012700 77  WS-ARCHIVE-SW                   PIC X(01) VALUE 'N'.
012800     88  ARCHIVE-NEEDED              VALUE 'Y'.
012900 77  WS-READING-ARCHIVE-SW           PIC X(01) VALUE 'N'.
013000     88  READING-ARCHIVE             VALUE 'Y'.
013100 77  WS-CRT-FOUND-SW                 PIC X(01) VALUE 'N'.
013200     88  CRT-FOUND                   VALUE 'Y'.
013300 77  WS-CV-FOUND-SW                  PIC X(01) VALUE 'N'.
013400     88  CV-FOUND                    VALUE 'Y'.
013500     88  CV-NOT-FOUND                VALUE 'N'.
013600 77  WS-LOOKUP-DONE-SW               PIC X(01) VALUE 'N'.
013700     88  LOOKUP-DONE                 VALUE 'Y'.
013800 77  WS-ENTRY-SAVED-SW               PIC X(01) VALUE 'N'.
013900     88  ENTRY-SAVED                 VALUE 'Y'.
014000 77  WS-LEG-FOUND-SW                 PIC X(01) VALUE 'N'.
014100     88  LEG-FOUND                   VALUE 'Y'.
014200 77  WS-FIRST-GROUP-SW               PIC X(01) VALUE 'Y'.
014300     88  FIRST-GROUP                 VALUE 'Y'.
014400*****************************************************************
014500* COUNTERS                                                       *
014600*****************************************************************
014700 77  WS-READ-COUNT                   PIC S9(09) COMP-3 VALUE 0.
014800 77  WS-ARC-READ-COUNT               PIC S9(09) COMP-3 VALUE 0.
014900 77  WS-SELECT-COUNT                 PIC S9(09) COMP-3 VALUE 0.
015000 77  WS-ARC-SELECT-COUNT             PIC S9(09) COMP-3 VALUE 0.
015100 77  WS-UNPRICED-COUNT               PIC S9(09) COMP-3 VALUE 0.
015200 77  WS-OVERFLOW-COUNT               PIC S9(07) COMP-3 VALUE 0.
015300 77  WS-NDX-MATCH-COUNT              PIC S9(05) COMP-3 VALUE 0.
015400 77  WS-CRT-SUB                      PIC S9(04) COMP VALUE +0.
015500*****************************************************************
015600* WORK FIELDS                                                    *
015700*****************************************************************
015800 77  WS-RUN-DATE                     PIC X(08).
015900 77  WS-RUN-TIME                     PIC X(08).
016000 77  WS-LINE-COUNT                   PIC S9(03) COMP-3 VALUE +99.
016100 77  WS-PAGE-COUNT                   PIC S9(05) COMP-3 VALUE 0.
016200 77  WS-LINES-PER-PAGE               PIC S9(03) COMP-3 VALUE +60.
016300 77  WS-MONTH-END-DATE               PIC X(08) VALUE SPACES.
016400 77  WS-FROM-DATE                    PIC X(08) VALUE SPACES.
016500 77  WS-REVERSAL-DATE                PIC X(08) VALUE SPACES.
016600 77  WS-LOOKUP-CODE                  PIC X(05).
016700 77  WS-ME-RATE                      PIC S9(05)V9(06) COMP-3
016800                                     VALUE ZERO.
016900 77  WS-ME-GROUP-KEY                 PIC X(03) VALUE SPACES.
017000 77  WS-ME-PRICED-SW                 PIC X(01) VALUE 'N'.
017100     88  ME-PRICED                   VALUE 'Y'.
017200 77  WS-LEG1-RATE                    PIC S9(05)V9(06) COMP-3
017300                                     VALUE ZERO.
017400 77  WS-LEG2-RATE                    PIC S9(05)V9(06) COMP-3
017500                                     VALUE ZERO.
017600*****************************************************************
017700* DATE ARITHMETIC -- THE DEFAULT MONTH-END DATE AND THE FIRST OF *
017800* THE FOLLOWING MONTH FOR THE REVERSAL FILE                      *
017900*****************************************************************
018000 01  WS-CD-DATE.
018100     05  WS-CD-YEAR                  PIC 9(04).
018200     05  WS-CD-MONTH                 PIC 9(02).
018300     05  WS-CD-DAY                   PIC 9(02).
018400 01  WS-MONTH-DAYS-DATA              PIC X(24) VALUE
018500     '312831303130313130313031'.
018600 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
018700     05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).
018800 77  WS-LEAP-REM                     PIC 9(04) VALUE ZERO.
018900 77  WS-LEAP-QUOT                    PIC 9(04) VALUE ZERO.
019000 77  WS-LEAP-SW                      PIC X(01) VALUE 'N'.
019100     88  LEAP-YEAR                   VALUE 'Y'.
019200*****************************************************************
019300* CONVEAL ENTRY IN EFFECT ON THE MONTH-END DATE, SAVED WHILE THE *
019400* LOOKUP BROWSES PAST IT, AND THE CROSS-RATE ENTRY HELD WHILE    *
019500* ITS LEGS ARE PRICED                                            *
019600*****************************************************************
019700 01  WS-SAVE-ENTRY                   PIC X(51).
019800 01  WS-CROSS-ENTRY                  PIC X(51).
019900*****************************************************************
020000* MONTH-END RATE PER CODE, LOOKED UP ONCE AND KEPT FOR THE REST  *
020100* OF THE RUN -- A CODE PAST THE END OF A FULL TABLE IS SIMPLY    *
020200* LOOKED UP AGAIN FOR EACH OF ITS RECORDS                        *
020300*****************************************************************
020400 01  CODE-RATE-TABLE.
020500     05  CRT-ENTRY-COUNT             PIC S9(04) COMP VALUE +0.
020600     05  CRT-ENTRY OCCURS 500 TIMES.
020700         10  CRT-CODE                PIC X(05).
020800         10  CRT-GROUP-KEY           PIC X(03).
020900         10  CRT-PRICED-SW           PIC X(01).
021000         10  CRT-RATE                PIC S9(05)V9(06) COMP-3.
021100*****************************************************************
021200* CONTROL-BREAK ACCUMULATORS -- CODE, GROUP KEY AND PERIOD       *
021300*****************************************************************
021400 77  WS-PREV-GROUP-KEY           PIC X(03)  VALUE SPACES.
021500 77  WS-PREV-CODE                PIC X(05)  VALUE SPACES.
021600 77  WS-PREV-PRICED-SW           PIC X(01)  VALUE 'N'.
021700 77  WS-PREV-RATE            PIC S9(05)V9(06) COMP-3 VALUE ZERO.
021800 77  WS-CD-COUNT                 PIC S9(07) COMP-3 VALUE ZERO.
021900 77  WS-CD-ORIG-AMT          PIC S9(11)V9(02) COMP-3 VALUE ZERO.
022000 77  WS-CD-CONV-AMT          PIC S9(11)V9(02) COMP-3 VALUE ZERO.
022100 77  WS-CD-REVAL-AMT         PIC S9(11)V9(02) COMP-3 VALUE ZERO.
022200 77  WS-GP-COUNT                 PIC S9(07) COMP-3 VALUE ZERO.
022300 77  WS-GP-ORIG-AMT          PIC S9(11)V9(02) COMP-3 VALUE ZERO.
022400 77  WS-GP-CONV-AMT          PIC S9(11)V9(02) COMP-3 VALUE ZERO.
022500 77  WS-GP-REVAL-AMT         PIC S9(11)V9(02) COMP-3 VALUE ZERO.
022600 77  WS-GP-GL-COUNT              PIC S9(07) COMP-3 VALUE ZERO.
022700 77  WS-GP-GL-AMOUNT         PIC S9(09)V9(02) COMP-3 VALUE ZERO.
022800 77  WS-GR-COUNT                 PIC S9(09) COMP-3 VALUE ZERO.
022900 77  WS-GR-ORIG-AMT          PIC S9(13)V9(02) COMP-3 VALUE ZERO.
023000 77  WS-GR-CONV-AMT          PIC S9(13)V9(02) COMP-3 VALUE ZERO.
023100 77  WS-GR-REVAL-AMT         PIC S9(13)V9(02) COMP-3 VALUE ZERO.
023200 77  WS-GL-DETAIL-COUNT          PIC S9(07) COMP-3 VALUE ZERO.
023300 77  WS-GL-HASH-TOTAL        PIC S9(13)V9(02) COMP-3 VALUE ZERO.
023400 77  WS-REV-HASH-TOTAL       PIC S9(13)V9(02) COMP-3 VALUE ZERO.
023500*****************************************************************
023600* RECORD AND PARAMETER WORK AREAS                                *
023700*****************************************************************
023800 01  AUDIT-TRAIL-RECORD. COPY  YCVAUDIT.
023900 01  ARCHIVE-INDEX-RECORD. COPY  YARCNDX.
024000 01  REVAL-PARM-CARD. COPY  YRVLPARM.
024100 01  GL-INTERFACE-RECORD. COPY  YGLINTF.
024200*****************************************************************
024300* REPORT HEADING AND DETAIL LINES                                *
024400*****************************************************************
024500 01  RVH-HEAD-1.
024600     05  FILLER                  PIC X(01) VALUE '1'.
024700     05  FILLER                  PIC X(09) VALUE 'YCVREVAL '.
024800     05  FILLER                  PIC X(44) VALUE
024900         '   CONVEAL MONTH-END REVALUATION            '.
025000     05  FILLER                  PIC X(05) VALUE 'RUN: '.
025100     05  RVH-RUN-DATE            PIC X(08).
025200     05  FILLER                  PIC X(01) VALUE SPACE.
025300     05  RVH-RUN-TIME            PIC X(08).
025400     05  FILLER                  PIC X(08) VALUE '   PAGE '.
025500     05  RVH-PAGE                PIC ZZZZ9.
025600     05  FILLER                  PIC X(44) VALUE SPACES.
025700 01  RVH-HEAD-2.
025800     05  FILLER                  PIC X(01) VALUE ' '.
025900     05  FILLER                  PIC X(08) VALUE 'PERIOD: '.
026000     05  RVH-FROM-DATE           PIC X(08).
026100     05  FILLER                  PIC X(03) VALUE ' - '.
026200     05  RVH-TO-DATE             PIC X(08).
026300     05  FILLER                  PIC X(04) VALUE SPACES.
026400     05  FILLER                  PIC X(17) VALUE
026500         'RATES AS OF:     '.
026600     05  RVH-RATE-DATE           PIC X(08).
026700     05  FILLER                  PIC X(04) VALUE SPACES.
026800     05  FILLER                  PIC X(15) VALUE
026900         'ARCHIVE READ:  '.
027000     05  RVH-ARCHIVE             PIC X(03).
027100     05  FILLER                  PIC X(54) VALUE SPACES.
027200 01  RVH-HEAD-3.
027300     05  FILLER                  PIC X(01) VALUE ' '.
027400     05  FILLER                  PIC X(06) VALUE 'GROUP'.
027500     05  FILLER                  PIC X(08) VALUE 'CODE'.
027600     05  FILLER                  PIC X(09) VALUE '  RECORDS'.
027700     05  FILLER                  PIC X(06) VALUE SPACES.
027800     05  FILLER                  PIC X(15) VALUE
027900         'ORIGINAL AMOUNT'.
028000     05  FILLER                  PIC X(06) VALUE SPACES.
028100     05  FILLER                  PIC X(15) VALUE
028200         'CONVERTED TOTAL'.
028300     05  FILLER                  PIC X(02) VALUE SPACES.
028400     05  FILLER                  PIC X(14) VALUE
028500         'MONTH-END RATE'.
028600     05  FILLER                  PIC X(07) VALUE SPACES.
028700     05  FILLER                  PIC X(14) VALUE
028800         'REVALUED TOTAL'.
028900     05  FILLER                  PIC X(09) VALUE SPACES.
029000     05  FILLER                  PIC X(12) VALUE
029100         '  GAIN/LOSS'.
029200     05  FILLER                  PIC X(09) VALUE SPACES.
029300 01  REVAL-LINE.
029400     05  RVL-CC                  PIC X(01).
029500     05  RVL-GROUP-KEY           PIC X(03).
029600     05  FILLER                  PIC X(03).
029700     05  RVL-CODE                PIC X(05).
029800     05  FILLER                  PIC X(02).
029900     05  RVL-COUNT               PIC Z,ZZZ,ZZ9.
030000     05  FILLER                  PIC X(02).
030100     05  RVL-ORIG-AMT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
030200     05  FILLER                  PIC X(02).
030300     05  RVL-CONV-AMT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
030400     05  FILLER                  PIC X(02).
030500     05  RVL-RATE                PIC ZZZZ9.999999.
030600     05  FILLER                  PIC X(02).
030700     05  RVL-REVAL-AMT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
030800     05  FILLER                  PIC X(02).
030900     05  RVL-GAIN-LOSS           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
031000     05  FILLER                  PIC X(02).
031100     05  RVL-FLAG                PIC X(10).
031200 01  REVAL-TOTAL-LINE.
031300     05  RTL-CC                  PIC X(01).
031400     05  RTL-LIT                 PIC X(13).
031500     05  RTL-COUNT               PIC Z,ZZZ,ZZ9.
031600     05  FILLER                  PIC X(02).
031700     05  RTL-ORIG-AMT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
031800     05  FILLER                  PIC X(02).
031900     05  RTL-CONV-AMT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
032000     05  FILLER                  PIC X(16).
032100     05  RTL-REVAL-AMT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
032200     05  FILLER                  PIC X(02).
032300     05  RTL-GAIN-LOSS           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
032400     05  FILLER                  PIC X(12).
032500 PROCEDURE DIVISION.
032600*****************************************************************
032700* 0000-MAINLINE -- DRIVES THE WHOLE REVALUATION RUN              *
032800*****************************************************************
032900 0000-MAINLINE.
033000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033100     IF PARM-VALID
033200         SORT SORT-FILE
033300             ON ASCENDING KEY SRT-GROUP-KEY SRT-CODE
033400             INPUT PROCEDURE IS 3000-SELECT-AUDIT
033500                 THRU 3000-EXIT
033600             OUTPUT PROCEDURE IS 4000-REVALUE-PERIOD
033700                 THRU 4000-EXIT
033800     END-IF.
033900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
034000     GOBACK.
034100*****************************************************************
034200* 1000-INITIALIZE -- READ THE PARAMETER CARD, SETTLE THE PERIOD  *
034300*                    AND REVERSAL DATES, CHECK THE ARCHIVE       *
034400*                    INDEX, OPEN FILES                           *
034500*****************************************************************
034600 1000-INITIALIZE.
034700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
034800     ACCEPT WS-RUN-TIME FROM TIME.
034900     OPEN INPUT PARM-FILE.
035000     MOVE SPACES TO REVAL-PARM-CARD.
035100     READ PARM-FILE INTO REVAL-PARM-CARD
035200         AT END
035300             MOVE SPACES TO REVAL-PARM-CARD
035400     END-READ.
035500     CLOSE PARM-FILE.
035600     PERFORM 1100-SET-PERIOD-DATES THRU 1100-EXIT.
035700     IF PARM-INVALID
035800         GO TO 1000-EXIT
035900     END-IF.
036000     PERFORM 1300-SCAN-ARCHIVE-INDEX THRU 1300-EXIT.
036100     OPEN INPUT  CONVEAL-FILE
036200          OUTPUT REVRPT-FILE
036300                 REVGL-FILE.
036400     IF RVL-WANT-REVERSAL
036500         OPEN OUTPUT REVREV-FILE
036600     END-IF.
036700     MOVE WS-RUN-DATE       TO RVH-RUN-DATE.
036800     MOVE WS-RUN-TIME       TO RVH-RUN-TIME.
036900     MOVE WS-FROM-DATE      TO RVH-FROM-DATE.
037000     MOVE WS-MONTH-END-DATE TO RVH-TO-DATE.
037100     MOVE WS-MONTH-END-DATE TO RVH-RATE-DATE.
037200     IF ARCHIVE-NEEDED
037300         MOVE 'YES' TO RVH-ARCHIVE
037400     ELSE
037500         MOVE 'NO'  TO RVH-ARCHIVE
037600     END-IF.
037700 1000-EXIT.
037800     EXIT.
037900*****************************************************************
038000* 1100-SET-PERIOD-DATES -- MONTH-END DATE (DEFAULT THE LAST DAY  *
038100*                 OF THE PREVIOUS MONTH), FROM DATE (DEFAULT THE *
038200*                 FIRST OF THE MONTH-END MONTH), AND THE FIRST   *
038300*                 OF THE FOLLOWING MONTH FOR THE REVERSAL        *
038400*****************************************************************
038500 1100-SET-PERIOD-DATES.
038600     IF RVL-MONTH-END-DATE = SPACES
038700        OR RVL-MONTH-END-DATE = ZEROS
038800         MOVE WS-RUN-DATE TO WS-CD-DATE
038900         MOVE 1 TO WS-CD-DAY
039000         PERFORM 1200-BACK-UP-ONE-DAY THRU 1200-EXIT
039100         MOVE WS-CD-DATE TO WS-MONTH-END-DATE
039200     ELSE
039300         MOVE RVL-MONTH-END-DATE TO WS-MONTH-END-DATE
039400     END-IF.
039500     MOVE WS-MONTH-END-DATE TO WS-CD-DATE.
039600     IF WS-MONTH-END-DATE NOT NUMERIC
039700        OR WS-CD-MONTH < 1 OR WS-CD-MONTH > 12
039800        OR WS-CD-DAY < 1 OR WS-CD-DAY > 31
039900         DISPLAY 'YRV1401E MONTH-END DATE ON THE PARAMETER '
040000             'CARD IS NOT A VALID CCYYMMDD DATE -- RUN ENDED'
040100         SET PARM-INVALID TO TRUE
040200         MOVE 16 TO RETURN-CODE
040300         GO TO 1100-EXIT
040400     END-IF.
040500     IF RVL-FROM-DATE = SPACES OR RVL-FROM-DATE = ZEROS
040600         MOVE WS-MONTH-END-DATE TO WS-FROM-DATE
040700         MOVE '01' TO WS-FROM-DATE (7:2)
040800     ELSE
040900         MOVE RVL-FROM-DATE TO WS-FROM-DATE
041000     END-IF.
041100     IF WS-FROM-DATE NOT NUMERIC
041200        OR WS-FROM-DATE > WS-MONTH-END-DATE
041300         DISPLAY 'YRV1402E FROM DATE ' WS-FROM-DATE
041400             ' IS NOT A DATE ON OR BEFORE THE MONTH-END DATE '
041500             WS-MONTH-END-DATE ' -- RUN ENDED'
041600         SET PARM-INVALID TO TRUE
041700         MOVE 16 TO RETURN-CODE
041800         GO TO 1100-EXIT
041900     END-IF.
042000     IF WS-CD-MONTH = 12
042100         ADD 1 TO WS-CD-YEAR
042200         MOVE 1 TO WS-CD-MONTH
042300     ELSE
042400         ADD 1 TO WS-CD-MONTH
042500     END-IF.
042600     MOVE 1 TO WS-CD-DAY.
042700     MOVE WS-CD-DATE TO WS-REVERSAL-DATE.
042800 1100-EXIT.
042900     EXIT.
043000*****************************************************************
043100* 1200-BACK-UP-ONE-DAY -- STEP WS-CD-DATE BACK ONE CALENDAR DAY, *
043200*                 HONOURING MONTH LENGTHS AND LEAP-YEAR FEBRUARY *
043300*****************************************************************
043400 1200-BACK-UP-ONE-DAY.
043500     IF WS-CD-DAY > 1
043600         SUBTRACT 1 FROM WS-CD-DAY
043700         GO TO 1200-EXIT
043800     END-IF.
043900     IF WS-CD-MONTH = 1
044000         MOVE 12 TO WS-CD-MONTH
044100         SUBTRACT 1 FROM WS-CD-YEAR
044200     ELSE
044300         SUBTRACT 1 FROM WS-CD-MONTH
044400     END-IF.
044500     MOVE WS-MONTH-DAYS (WS-CD-MONTH) TO WS-CD-DAY.
044600     IF WS-CD-MONTH = 2
044700         PERFORM 1250-CHECK-LEAP-YEAR THRU 1250-EXIT
044800         IF LEAP-YEAR
044900             MOVE 29 TO WS-CD-DAY
045000         END-IF
045100     END-IF.
045200 1200-EXIT.
045300     EXIT.
045400 1250-CHECK-LEAP-YEAR.
045500     MOVE 'N' TO WS-LEAP-SW.
045600     DIVIDE WS-CD-YEAR BY 4
045700         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
045800     IF WS-LEAP-REM = ZERO
045900         DIVIDE WS-CD-YEAR BY 100
046000             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
046100         IF WS-LEAP-REM NOT = ZERO
046200             MOVE 'Y' TO WS-LEAP-SW
046300         ELSE
046400             DIVIDE WS-CD-YEAR BY 400
046500                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
046600             IF WS-LEAP-REM = ZERO
046700                 MOVE 'Y' TO WS-LEAP-SW
046800             END-IF
046900         END-IF
047000     END-IF.
047100 1250-EXIT.
047200     EXIT.
047300*****************************************************************
047400* 1300-SCAN-ARCHIVE-INDEX -- DOES ANY AUDIT ARCHIVE RECORDED IN  *
047500*                 ARCHNDX OVERLAP THE PERIOD                     *
047600*****************************************************************
047700 1300-SCAN-ARCHIVE-INDEX.
047800     OPEN INPUT NDX-FILE.
047900     PERFORM 1310-READ-INDEX THRU 1310-EXIT.
048000     PERFORM 1320-CHECK-INDEX-ENTRY THRU 1320-EXIT
048100         UNTIL NDX-EOF.
048200     CLOSE NDX-FILE.
048300 1300-EXIT.
048400     EXIT.
048500 1310-READ-INDEX.
048600     READ NDX-FILE INTO ARCHIVE-INDEX-RECORD
048700         AT END
048800             SET NDX-EOF TO TRUE
048900     END-READ.
049000 1310-EXIT.
049100     EXIT.
049200 1320-CHECK-INDEX-ENTRY.
049300     IF NDX-AUDIT-ARCHIVE
049400        AND NDX-LOW-DATE NOT > WS-MONTH-END-DATE
049500        AND NDX-HIGH-DATE NOT < WS-FROM-DATE
049600         SET ARCHIVE-NEEDED TO TRUE
049700         ADD 1 TO WS-NDX-MATCH-COUNT
049800         DISPLAY 'YRV1403I PERIOD REACHES AUDIT ARCHIVE YEAR '
049900             NDX-ARCHIVE-YEAR ' (' NDX-LOW-DATE ' - '
050000             NDX-HIGH-DATE ') -- ARCAUDT WILL BE READ'
050100     END-IF.
050200     PERFORM 1310-READ-INDEX THRU 1310-EXIT.
050300 1320-EXIT.
050400     EXIT.
050500*****************************************************************
050600* 3000-SELECT-AUDIT -- SORT INPUT PROCEDURE: EVERY AUDIT RECORD  *
050700*                 IN THE PERIOD, FROM CONVAUDT AND, WHEN THE     *
050800*                 INDEX CALLS FOR IT, FROM ARCAUDT, REVALUED AND *
050900*                 RELEASED BY GROUP KEY AND CODE                 *
051000*****************************************************************
051100 3000-SELECT-AUDIT.
051200     OPEN INPUT AUDIT-FILE.
051300     PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
051400     PERFORM 3200-RELEASE-ONE THRU 3200-EXIT
051500         UNTIL AUDIT-EOF.
051600     CLOSE AUDIT-FILE.
051700     IF ARCHIVE-NEEDED
051800         SET READING-ARCHIVE TO TRUE
051900         MOVE 'N' TO WS-AUDIT-EOF-SW
052000         OPEN INPUT ARCAUDT-FILE
052100         PERFORM 3100-READ-AUDIT THRU 3100-EXIT
052200         PERFORM 3200-RELEASE-ONE THRU 3200-EXIT
052300             UNTIL AUDIT-EOF
052400         CLOSE ARCAUDT-FILE
052500     END-IF.
052600 3000-EXIT.
052700     EXIT.
052800 3100-READ-AUDIT.
052900     IF READING-ARCHIVE
053000         READ ARCAUDT-FILE INTO AUDIT-TRAIL-RECORD
053100             AT END
053200                 SET AUDIT-EOF TO TRUE
053300         END-READ
053400         IF NOT AUDIT-EOF
053500             ADD 1 TO WS-ARC-READ-COUNT
053600         END-IF
053700     ELSE
053800         READ AUDIT-FILE INTO AUDIT-TRAIL-RECORD
053900             AT END
054000                 SET AUDIT-EOF TO TRUE
054100         END-READ
054200         IF NOT AUDIT-EOF
054300             ADD 1 TO WS-READ-COUNT
054400         END-IF
054500     END-IF.
054600 3100-EXIT.
054700     EXIT.
054800 3200-RELEASE-ONE.
054900     IF AUD-RUN-DATE < WS-FROM-DATE
055000        OR AUD-RUN-DATE > WS-MONTH-END-DATE
055100         GO TO 3200-READ-NEXT
055200     END-IF.
055300     ADD 1 TO WS-SELECT-COUNT.
055400     IF READING-ARCHIVE
055500         ADD 1 TO WS-ARC-SELECT-COUNT
055600     END-IF.
055700     PERFORM 3300-FIND-CODE-RATE THRU 3300-EXIT.
055800     MOVE WS-ME-GROUP-KEY  TO SRT-GROUP-KEY.
055900     MOVE AUD-CODE         TO SRT-CODE.
056000     MOVE WS-ME-PRICED-SW  TO SRT-PRICED-SW.
056100     MOVE WS-ME-RATE       TO SRT-RATE.
056200     MOVE AUD-ORIG-AMOUNT  TO SRT-ORIG-AMT.
056300     MOVE AUD-CONV-AMOUNT  TO SRT-CONV-AMT.
056400     IF ME-PRICED
056500         COMPUTE SRT-REVAL-AMT ROUNDED =
056600             AUD-ORIG-AMOUNT * WS-ME-RATE
056700             ON SIZE ERROR
056800                 MOVE AUD-CONV-AMOUNT TO SRT-REVAL-AMT
056900                 ADD 1 TO WS-OVERFLOW-COUNT
057000                 DISPLAY 'YRV1404W REVALUED AMOUNT OVERFLOW FOR '
057100                     'CODE ' AUD-CODE ' KEY ' AUD-KEY
057200                     ' -- LEFT AT ITS CONVERTED AMOUNT'
057300         END-COMPUTE
057400     ELSE
057500         MOVE AUD-CONV-AMOUNT TO SRT-REVAL-AMT
057600         ADD 1 TO WS-UNPRICED-COUNT
057700     END-IF.
057800     RELEASE SORT-RECORD.
057900 3200-READ-NEXT.
058000     PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
058100 3200-EXIT.
058200     EXIT.
058300*****************************************************************
058400* 3300-FIND-CODE-RATE -- MONTH-END RATE AND GROUP KEY FOR        *
058500*                 AUD-CODE, FROM THE TABLE WHEN ALREADY LOOKED   *
058600*                 UP, OTHERWISE FROM THE MASTER                  *
058700*****************************************************************
058800 3300-FIND-CODE-RATE.
058900     MOVE 'N' TO WS-CRT-FOUND-SW.
059000     MOVE 1 TO WS-CRT-SUB.
059100     PERFORM 3310-SCAN-CODE-RATE THRU 3310-EXIT
059200         UNTIL CRT-FOUND OR WS-CRT-SUB > CRT-ENTRY-COUNT.
059300     IF CRT-FOUND
059400         MOVE CRT-GROUP-KEY (WS-CRT-SUB) TO WS-ME-GROUP-KEY
059500         MOVE CRT-PRICED-SW (WS-CRT-SUB) TO WS-ME-PRICED-SW
059600         MOVE CRT-RATE (WS-CRT-SUB)      TO WS-ME-RATE
059700         GO TO 3300-EXIT
059800     END-IF.
059900     PERFORM 3400-LOOKUP-MONTH-END-RATE THRU 3400-EXIT.
060000     IF CRT-ENTRY-COUNT < 500
060100         ADD 1 TO CRT-ENTRY-COUNT
060200         MOVE CRT-ENTRY-COUNT TO WS-CRT-SUB
060300         MOVE AUD-CODE        TO CRT-CODE (WS-CRT-SUB)
060400         MOVE WS-ME-GROUP-KEY TO CRT-GROUP-KEY (WS-CRT-SUB)
060500         MOVE WS-ME-PRICED-SW TO CRT-PRICED-SW (WS-CRT-SUB)
060600         MOVE WS-ME-RATE      TO CRT-RATE (WS-CRT-SUB)
060700     END-IF.
060800 3300-EXIT.
060900     EXIT.
061000 3310-SCAN-CODE-RATE.
061100     IF CRT-CODE (WS-CRT-SUB) = AUD-CODE
061200         SET CRT-FOUND TO TRUE
061300     ELSE
061400         ADD 1 TO WS-CRT-SUB
061500     END-IF.
061600 3310-EXIT.
061700     EXIT.
061800*****************************************************************
061900* 3400-LOOKUP-MONTH-END-RATE -- THE ENTRY IN EFFECT ON THE       *
062000*                 MONTH-END DATE, BY THE SAME FORWARD KEYED      *
062100*                 BROWSE REMPART USES; AN INACTIVE ENTRY OR A    *
062200*                 CROSS RATE WITH AN UNPRICEABLE LEG LEAVES THE  *
062300*                 CODE UNPRICED, BUT ITS GROUP KEY IS STILL KEPT *
062400*****************************************************************
062500 3400-LOOKUP-MONTH-END-RATE.
062600     MOVE 'N'    TO WS-ME-PRICED-SW.
062700     MOVE ZERO   TO WS-ME-RATE.
062800     MOVE SPACES TO WS-ME-GROUP-KEY.
062900     MOVE AUD-CODE TO WS-LOOKUP-CODE.
063000     PERFORM 3450-FIND-ENTRY-IN-EFFECT THRU 3450-EXIT.
063100     IF NOT ENTRY-SAVED
063200         GO TO 3400-EXIT
063300     END-IF.
063400     MOVE CV-GROUP-KEY TO WS-ME-GROUP-KEY.
063500     IF NOT CV-ACTIVE
063600         GO TO 3400-EXIT
063700     END-IF.
063800     IF CV-CROSS-RATE
063900         PERFORM 3500-PRICE-CROSS-RATE THRU 3500-EXIT
064000     END-IF.
064100     IF CV-RATE NOT = ZERO
064200         MOVE CV-RATE TO WS-ME-RATE
064300         SET ME-PRICED TO TRUE
064400     END-IF.
064500 3400-EXIT.
064600     EXIT.
064700 3450-FIND-ENTRY-IN-EFFECT.
064800     MOVE 'N' TO WS-LOOKUP-DONE-SW.
064900     MOVE 'N' TO WS-ENTRY-SAVED-SW.
065000     MOVE WS-LOOKUP-CODE TO CV-CODE.
065100     MOVE LOW-VALUES     TO CV-EFF-DATE.
065200     START CONVEAL-FILE KEY IS NOT LESS THAN CV-MSTR-KEY
065300         INVALID KEY
065400             SET LOOKUP-DONE TO TRUE
065500     END-START.
065600     PERFORM 3460-READ-CONVEAL-KEYED THRU 3460-EXIT
065700         UNTIL LOOKUP-DONE.
065800     IF ENTRY-SAVED
065900         MOVE WS-SAVE-ENTRY TO CONVEAL-MSTR-REC
066000     END-IF.
066100 3450-EXIT.
066200     EXIT.
066300 3460-READ-CONVEAL-KEYED.
066400     READ CONVEAL-FILE NEXT RECORD
066500         AT END
066600             SET LOOKUP-DONE TO TRUE
066700             GO TO 3460-EXIT
066800     END-READ.
066900     IF CV-CODE NOT = WS-LOOKUP-CODE
067000        OR CV-EFF-DATE > WS-MONTH-END-DATE
067100         SET LOOKUP-DONE TO TRUE
067200     ELSE
067300         MOVE CONVEAL-MSTR-REC TO WS-SAVE-ENTRY
067400         SET ENTRY-SAVED TO TRUE
067500     END-IF.
067600 3460-EXIT.
067700     EXIT.
067800*****************************************************************
067900* 3500-PRICE-CROSS-RATE -- A CROSS-RATE CODE TAKES LEG 1 TIMES,  *
068000*                 OR DIVIDED BY, LEG 2, EACH AT ITS ACTIVE       *
068100*                 DIRECT RATE ON THE MONTH-END DATE; CV-RATE IS  *
068200*                 LEFT ZERO WHEN EITHER LEG CANNOT BE PRICED     *
068300*****************************************************************
068400 3500-PRICE-CROSS-RATE.
068500     MOVE CONVEAL-MSTR-REC TO WS-CROSS-ENTRY.
068600     MOVE ZERO TO WS-LEG1-RATE WS-LEG2-RATE.
068700     MOVE CV-LEG1-CODE TO WS-LOOKUP-CODE.
068800     PERFORM 3550-LOOKUP-LEG-RATE THRU 3550-EXIT.
068900     IF LEG-FOUND
069000         MOVE CV-RATE TO WS-LEG1-RATE
069100         MOVE WS-CROSS-ENTRY TO CONVEAL-MSTR-REC
069200         MOVE CV-LEG2-CODE TO WS-LOOKUP-CODE
069300         PERFORM 3550-LOOKUP-LEG-RATE THRU 3550-EXIT
069400         IF LEG-FOUND
069500             MOVE CV-RATE TO WS-LEG2-RATE
069600         END-IF
069700     END-IF.
069800     MOVE WS-CROSS-ENTRY TO CONVEAL-MSTR-REC.
069900     MOVE ZERO TO CV-RATE.
070000     IF WS-LEG1-RATE = ZERO OR WS-LEG2-RATE = ZERO
070100         GO TO 3500-EXIT
070200     END-IF.
070300     IF CV-CROSS-DIVIDE
070400         COMPUTE CV-RATE ROUNDED = WS-LEG1-RATE / WS-LEG2-RATE
070500     ELSE
070600         COMPUTE CV-RATE ROUNDED = WS-LEG1-RATE * WS-LEG2-RATE
070700     END-IF.
070800 3500-EXIT.
070900     EXIT.
071000 3550-LOOKUP-LEG-RATE.
071100     MOVE 'N' TO WS-LEG-FOUND-SW.
071200     PERFORM 3450-FIND-ENTRY-IN-EFFECT THRU 3450-EXIT.
071300     IF ENTRY-SAVED
071400         IF CV-ACTIVE AND CV-DIRECT-RATE AND CV-RATE NOT = ZERO
071500             SET LEG-FOUND TO TRUE
071600         END-IF
071700     END-IF.
071800 3550-EXIT.
071900     EXIT.
072000*****************************************************************
072100* 4000-REVALUE-PERIOD -- SORT OUTPUT PROCEDURE: CONTROL BREAKS   *
072200*                 ON CODE WITHIN GROUP KEY, ONE GL DETAIL PER    *
072300*                 GROUP KEY, THEN THE PERIOD TOTAL               *
072400*****************************************************************
072500 4000-REVALUE-PERIOD.
072600     PERFORM 4600-WRITE-GL-HEADERS THRU 4600-EXIT.
072700     PERFORM 4100-RETURN-SORTED THRU 4100-EXIT.
072800     PERFORM 4200-REVALUE-ONE THRU 4200-EXIT
072900         UNTIL SORT-EOF.
073000     IF NOT FIRST-GROUP
073100         PERFORM 4300-PRINT-CODE-LINE THRU 4300-EXIT
073200         PERFORM 4400-PRINT-GROUP-TOTAL THRU 4400-EXIT
073300     END-IF.
073400     PERFORM 4700-WRITE-GL-TRAILERS THRU 4700-EXIT.
073500     PERFORM 4800-PRINT-PERIOD-TOTAL THRU 4800-EXIT.
073600 4000-EXIT.
073700     EXIT.
073800 4100-RETURN-SORTED.
073900     RETURN SORT-FILE
074000         AT END
074100             SET SORT-EOF TO TRUE
074200     END-RETURN.
074300 4100-EXIT.
074400     EXIT.
074500 4200-REVALUE-ONE.
074600     IF NOT FIRST-GROUP
074700         IF SRT-GROUP-KEY NOT = WS-PREV-GROUP-KEY
074800             PERFORM 4300-PRINT-CODE-LINE THRU 4300-EXIT
074900             PERFORM 4400-PRINT-GROUP-TOTAL THRU 4400-EXIT
075000         ELSE
075100             IF SRT-CODE NOT = WS-PREV-CODE
075200                 PERFORM 4300-PRINT-CODE-LINE THRU 4300-EXIT
075300             END-IF
075400         END-IF
075500     END-IF.
075600     MOVE 'N'            TO WS-FIRST-GROUP-SW.
075700     MOVE SRT-GROUP-KEY  TO WS-PREV-GROUP-KEY.
075800     MOVE SRT-CODE       TO WS-PREV-CODE.
075900     MOVE SRT-PRICED-SW  TO WS-PREV-PRICED-SW.
076000     MOVE SRT-RATE       TO WS-PREV-RATE.
076100     ADD 1               TO WS-CD-COUNT.
076200     ADD SRT-ORIG-AMT    TO WS-CD-ORIG-AMT.
076300     ADD SRT-CONV-AMT    TO WS-CD-CONV-AMT.
076400     ADD SRT-REVAL-AMT   TO WS-CD-REVAL-AMT.
076500     PERFORM 4100-RETURN-SORTED THRU 4100-EXIT.
076600 4200-EXIT.
076700     EXIT.
076800*****************************************************************
076900* 4300-PRINT-CODE-LINE -- ONE LINE FOR THE CODE JUST COMPLETED,  *
077000*                 ROLLED INTO THE GROUP TOTALS; AN UNPRICED      *
077100*                 CODE ADDS NOTHING TO THE GROUP'S GL AMOUNT     *
077200*****************************************************************
077300 4300-PRINT-CODE-LINE.
077400     PERFORM 5000-CHECK-PAGE-OVERFLOW THRU 5000-EXIT.
077500     MOVE SPACES            TO REVAL-LINE.
077600     MOVE ' '               TO RVL-CC.
077700     MOVE WS-PREV-GROUP-KEY TO RVL-GROUP-KEY.
077800     MOVE WS-PREV-CODE      TO RVL-CODE.
077900     MOVE WS-CD-COUNT       TO RVL-COUNT.
078000     MOVE WS-CD-ORIG-AMT    TO RVL-ORIG-AMT.
078100     MOVE WS-CD-CONV-AMT    TO RVL-CONV-AMT.
078200     MOVE WS-PREV-RATE      TO RVL-RATE.
078300     MOVE WS-CD-REVAL-AMT   TO RVL-REVAL-AMT.
078400     COMPUTE RVL-GAIN-LOSS = WS-CD-REVAL-AMT - WS-CD-CONV-AMT.
078500     IF WS-PREV-PRICED-SW = 'Y'
078600         ADD WS-CD-COUNT TO WS-GP-GL-COUNT
078700         COMPUTE WS-GP-GL-AMOUNT = WS-GP-GL-AMOUNT
078800             + WS-CD-REVAL-AMT - WS-CD-CONV-AMT
078900     ELSE
079000         MOVE 'NO RATE'     TO RVL-FLAG
079100     END-IF.
079200     WRITE REVRPT-REC FROM REVAL-LINE
079300         AFTER ADVANCING 1 LINE.
079400     ADD 1 TO WS-LINE-COUNT.
079500     ADD WS-CD-COUNT     TO WS-GP-COUNT.
079600     ADD WS-CD-ORIG-AMT  TO WS-GP-ORIG-AMT.
079700     ADD WS-CD-CONV-AMT  TO WS-GP-CONV-AMT.
079800     ADD WS-CD-REVAL-AMT TO WS-GP-REVAL-AMT.
079900     MOVE ZERO TO WS-CD-COUNT WS-CD-ORIG-AMT WS-CD-CONV-AMT
080000                  WS-CD-REVAL-AMT.
080100 4300-EXIT.
080200     EXIT.
080300*****************************************************************
080400* 4400-PRINT-GROUP-TOTAL -- GROUP SUBTOTAL LINE, THE GROUP'S NET *
080500*                 GAIN/LOSS TO THE GL FILES, ROLLED INTO THE     *
080600*                 PERIOD TOTALS                                  *
080700*****************************************************************
080800 4400-PRINT-GROUP-TOTAL.
080900     PERFORM 5000-CHECK-PAGE-OVERFLOW THRU 5000-EXIT.
081000     MOVE SPACES            TO REVAL-TOTAL-LINE.
081100     MOVE ' '               TO RTL-CC.
081200     MOVE 'GROUP     TOT'   TO RTL-LIT.
081300     MOVE WS-PREV-GROUP-KEY TO RTL-LIT (7:3).
081400     MOVE WS-GP-COUNT       TO RTL-COUNT.
081500     MOVE WS-GP-ORIG-AMT    TO RTL-ORIG-AMT.
081600     MOVE WS-GP-CONV-AMT    TO RTL-CONV-AMT.
081700     MOVE WS-GP-REVAL-AMT   TO RTL-REVAL-AMT.
081800     COMPUTE RTL-GAIN-LOSS = WS-GP-REVAL-AMT - WS-GP-CONV-AMT.
081900     WRITE REVRPT-REC FROM REVAL-TOTAL-LINE
082000         AFTER ADVANCING 1 LINE.
082100     MOVE SPACES TO REVRPT-REC.
082200     WRITE REVRPT-REC
082300         AFTER ADVANCING 1 LINE.
082400     ADD 2 TO WS-LINE-COUNT.
082500     IF WS-GP-GL-COUNT > ZERO
082600        AND WS-PREV-GROUP-KEY NOT = SPACES
082700         PERFORM 4500-WRITE-GL-DETAIL THRU 4500-EXIT
082800     END-IF.
082900     ADD WS-GP-COUNT     TO WS-GR-COUNT.
083000     ADD WS-GP-ORIG-AMT  TO WS-GR-ORIG-AMT.
083100     ADD WS-GP-CONV-AMT  TO WS-GR-CONV-AMT.
083200     ADD WS-GP-REVAL-AMT TO WS-GR-REVAL-AMT.
083300     MOVE ZERO TO WS-GP-COUNT WS-GP-ORIG-AMT WS-GP-CONV-AMT
083400                  WS-GP-REVAL-AMT WS-GP-GL-COUNT WS-GP-GL-AMOUNT.
083500 4400-EXIT.
083600     EXIT.
083700*****************************************************************
083800* 4500-WRITE-GL-DETAIL -- THE GROUP'S NET GAIN/LOSS TO REVGL,    *
083900*                 AND SIGN-REVERSED TO REVREV WHEN REQUESTED     *
084000*****************************************************************
084100 4500-WRITE-GL-DETAIL.
084200     MOVE SPACES TO GL-INTERFACE-RECORD.
084300     SET GLI-DETAIL TO TRUE.
084400     MOVE WS-PREV-GROUP-KEY TO GLI-DET-GROUP-KEY.
084500     MOVE WS-GP-GL-COUNT    TO GLI-DET-REC-COUNT.
084600     MOVE WS-GP-GL-AMOUNT   TO GLI-DET-AMOUNT.
084700     WRITE REVGL-REC FROM GL-INTERFACE-RECORD.
084800     ADD 1 TO WS-GL-DETAIL-COUNT.
084900     ADD WS-GP-GL-AMOUNT TO WS-GL-HASH-TOTAL.
085000     IF RVL-WANT-REVERSAL
085100         COMPUTE GLI-DET-AMOUNT = ZERO - WS-GP-GL-AMOUNT
085200         WRITE REVREV-REC FROM GL-INTERFACE-RECORD
085300         ADD GLI-DET-AMOUNT TO WS-REV-HASH-TOTAL
085400     END-IF.
085500 4500-EXIT.
085600     EXIT.
085700*****************************************************************
085800* 4600-WRITE-GL-HEADERS -- REVGL DATED THE MONTH-END DATE,       *
085900*                 REVREV THE FIRST OF THE FOLLOWING MONTH        *
086000*****************************************************************
086100 4600-WRITE-GL-HEADERS.
086200     MOVE SPACES TO GL-INTERFACE-RECORD.
086300     SET GLI-HEADER TO TRUE.
086400     MOVE WS-MONTH-END-DATE TO GLI-HDR-RUN-DATE.
086500     MOVE WS-RUN-TIME       TO GLI-HDR-RUN-TIME.
086600     WRITE REVGL-REC FROM GL-INTERFACE-RECORD.
086700     IF RVL-WANT-REVERSAL
086800         MOVE WS-REVERSAL-DATE TO GLI-HDR-RUN-DATE
086900         WRITE REVREV-REC FROM GL-INTERFACE-RECORD
087000     END-IF.
087100 4600-EXIT.
087200     EXIT.
087300 4700-WRITE-GL-TRAILERS.
087400     MOVE SPACES TO GL-INTERFACE-RECORD.
087500     SET GLI-TRAILER TO TRUE.
087600     MOVE WS-GL-DETAIL-COUNT TO GLI-TRL-REC-COUNT.
087700     MOVE WS-GL-HASH-TOTAL   TO GLI-TRL-HASH-TOTAL.
087800     WRITE REVGL-REC FROM GL-INTERFACE-RECORD.
087900     IF RVL-WANT-REVERSAL
088000         MOVE WS-REV-HASH-TOTAL TO GLI-TRL-HASH-TOTAL
088100         WRITE REVREV-REC FROM GL-INTERFACE-RECORD
088200     END-IF.
088300 4700-EXIT.
088400     EXIT.
088500*****************************************************************
088600* 4800-PRINT-PERIOD-TOTAL -- PERIOD TOTAL LINE                   *
088700*****************************************************************
088800 4800-PRINT-PERIOD-TOTAL.
088900     PERFORM 5000-CHECK-PAGE-OVERFLOW THRU 5000-EXIT.
089000     MOVE SPACES            TO REVAL-TOTAL-LINE.
089100     MOVE ' '               TO RTL-CC.
089200     MOVE '* PERIOD TOT*'   TO RTL-LIT.
089300     MOVE WS-GR-COUNT       TO RTL-COUNT.
089400     MOVE WS-GR-ORIG-AMT    TO RTL-ORIG-AMT.
089500     MOVE WS-GR-CONV-AMT    TO RTL-CONV-AMT.
089600     MOVE WS-GR-REVAL-AMT   TO RTL-REVAL-AMT.
089700     COMPUTE RTL-GAIN-LOSS = WS-GR-REVAL-AMT - WS-GR-CONV-AMT.
089800     WRITE REVRPT-REC FROM REVAL-TOTAL-LINE
089900         AFTER ADVANCING 2 LINES.
090000     ADD 2 TO WS-LINE-COUNT.
090100 4800-EXIT.
090200     EXIT.
090300*****************************************************************
090400* 5000-CHECK-PAGE-OVERFLOW -- NEW PAGE HEADING WHEN THE CURRENT  *
090500*                 PAGE IS FULL                                   *
090600*****************************************************************
090700 5000-CHECK-PAGE-OVERFLOW.
090800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
090900         PERFORM 5100-PRINT-PAGE-HEADING THRU 5100-EXIT
091000     END-IF.
091100 5000-EXIT.
091200     EXIT.
091300 5100-PRINT-PAGE-HEADING.
091400     ADD 1 TO WS-PAGE-COUNT.
091500     MOVE WS-PAGE-COUNT TO RVH-PAGE.
091600     WRITE REVRPT-REC FROM RVH-HEAD-1
091700         AFTER ADVANCING PAGE.
091800     WRITE REVRPT-REC FROM RVH-HEAD-2
091900         AFTER ADVANCING 1 LINE.
092000     WRITE REVRPT-REC FROM RVH-HEAD-3
092100         AFTER ADVANCING 2 LINES.
092200     MOVE 4 TO WS-LINE-COUNT.
092300 5100-EXIT.
092400     EXIT.
092500*****************************************************************
092600* 8000-TERMINATE -- CLOSE FILES, REPORT RUN TOTALS               *
092700*****************************************************************
092800 8000-TERMINATE.
092900     IF PARM-INVALID
093000         GO TO 8000-EXIT
093100     END-IF.
093200     DISPLAY 'YRV1400I MONTH-END REVALUATION COMPLETE FOR '
093300         WS-FROM-DATE ' - ' WS-MONTH-END-DATE.
093400     DISPLAY 'YRV1405I CONVAUDT RECORDS READ : ' WS-READ-COUNT.
093500     DISPLAY 'YRV1406I ARCAUDT RECORDS READ  : '
093600             WS-ARC-READ-COUNT.
093700     DISPLAY 'YRV1407I RECORDS IN PERIOD     : ' WS-SELECT-COUNT.
093800     DISPLAY 'YRV1408I GL DETAILS WRITTEN    : '
093900             WS-GL-DETAIL-COUNT.
094000     DISPLAY 'YRV1409I NET GAIN/LOSS POSTED  : '
094100             WS-GL-HASH-TOTAL.
094200     IF RVL-WANT-REVERSAL
094300         DISPLAY 'YRV1410I REVERSAL FILE DATED   : '
094400             WS-REVERSAL-DATE
094500     END-IF.
094600     IF WS-UNPRICED-COUNT > ZERO
094700         DISPLAY 'YRV1411W RECORDS WITH NO MONTH-END RATE: '
094800             WS-UNPRICED-COUNT ' -- NOT REVALUED, SEE THE '
094900             'REPORT'
095000         MOVE 4 TO RETURN-CODE
095100     END-IF.
095200     IF WS-OVERFLOW-COUNT > ZERO
095300         MOVE 4 TO RETURN-CODE
095400     END-IF.
095500     IF ARCHIVE-NEEDED AND WS-ARC-SELECT-COUNT = ZERO
095600         DISPLAY 'YRV1412W THE ARCHIVE INDEX COVERS THIS PERIOD '
095700             'BUT ARCAUDT GAVE NO RECORDS IN IT -- CHECK THE '
095800             'ARCHIVE FILE SUPPLIED'
095900         MOVE 4 TO RETURN-CODE
096000     END-IF.
096100     CLOSE CONVEAL-FILE
096200           REVRPT-FILE
096300           REVGL-FILE.
096400     IF RVL-WANT-REVERSAL
096500         CLOSE REVREV-FILE
096600     END-IF.
096700 8000-EXIT.
096800     EXIT.
096900 END PROGRAM YCVREVAL.
