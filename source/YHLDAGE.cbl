000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  YHLDAGE.
000300 AUTHOR.      R W HALVORSEN.
000400 INSTALLATION. DATA CONTROL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* REMARKS.                                                      *
000900*     AGED LARGE-VALUE HOLDS REPORT.                            *
001000*                                                                *
001100*     READS THE WHOLE HOLDMSTR VSAM KSDS AND LISTS EVERY ITEM    *
001200*     STILL PENDING RELEASE THAT WAS HELD MORE THAN THE ALLOWED  *
001300*     NUMBER OF DAYS BEFORE THE AS-OF DATE, OLDEST KEY FIRST,    *
001400*     WITH ITS KEY (AS KEYED ON A YHLDCARD RELEASE CARD), GROUP  *
001500*     KEY, CODE, CONVERTED AMOUNT, LIMIT, SUBMITTER AND AGE.     *
001600*     ITEMS RELEASED OR DECLINED ARE HISTORY AND ARE SKIPPED.    *
001700*                                                                *
001800*     THE OPTIONAL YHAGPARM CARD (PARMCRD) GIVES THE AS-OF DATE  *
001900*     (DEFAULT THE RUN DATE) AND THE DAYS ALLOWED (DEFAULT 3).   *
002000*     AGE IS THE CALENDAR DAYS FROM THE RUN DATE OF THE REMPART  *
002100*     RUN THAT HELD THE ITEM.                                    *
002200*                                                                *
002300*     RETURN CODE 4 WHEN ANY ITEM IS AGED, 16 WHEN THE AS-OF     *
002400*     DATE ON THE CARD IS NOT A VALID DATE.                      *
002500*                                                                *
002600* MODIFICATION HISTORY.                                          *
002700*     10/15/26  JFM  ORIGINAL VERSION.                           *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM-370.
003200 OBJECT-COMPUTER.  IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT HOLDMSTR-FILE   ASSIGN TO HOLDMSTR
003600                            ORGANIZATION IS INDEXED
003700                            ACCESS MODE IS DYNAMIC
003800                            RECORD KEY IS HLD-KEY.
003900     SELECT PARM-FILE       ASSIGN TO PARMCRD
004000                            ORGANIZATION IS SEQUENTIAL.
004100     SELECT AGERPT-FILE     ASSIGN TO AGERPT
004200                            ORGANIZATION IS SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  HOLDMSTR-FILE
004600     LABEL RECORDS ARE STANDARD.
004700 01  HOLDMSTR-REC.
004800     COPY YHOLD.
004900 FD  PARM-FILE
005000     RECORDING MODE IS F
005100     LABEL RECORDS ARE STANDARD.
005200 01  PARM-REC                        PIC X(80).
005300 FD  AGERPT-FILE
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD.
005600 01  AGERPT-REC                      PIC X(133).
005700 WORKING-STORAGE SECTION.
005800*****************************************************************
005900* SWITCHES                                                       *
006000*****************************************************************
006100 77  WS-HOLD-EOF-SW                  PIC X(01) VALUE 'N'.
006200     88  HOLD-EOF                    VALUE 'Y'.
006300 77  WS-PARM-VALID-SW                PIC X(01) VALUE 'Y'.
006400     88  PARM-VALID                  VALUE 'Y'.
006500     88  PARM-INVALID                VALUE 'N'.
006600*****************************************************************
006700* COUNTERS AND TOTALS                                            *
006800*****************************************************************
006900 77  WS-READ-COUNT                   PIC S9(07) COMP-3 VALUE 0.
007000 77  WS-PENDING-COUNT                PIC S9(07) COMP-3 VALUE 0.
007100 77  WS-PENDING-AMOUNT       PIC S9(13)V9(02) COMP-3 VALUE ZERO.
007200 77  WS-AGED-COUNT                   PIC S9(07) COMP-3 VALUE 0.
007300 77  WS-AGED-AMOUNT          PIC S9(13)V9(02) COMP-3 VALUE ZERO.
007400*****************************************************************
007500* WORK FIELDS                                                    *
007600*****************************************************************
007700 77  WS-RUN-DATE                     PIC X(08).
007800 77  WS-RUN-TIME                     PIC X(08).
007900 77  WS-AS-OF-DATE                   PIC X(08).
008000 77  WS-AGE-DAYS                     PIC S9(05) COMP-3 VALUE +3.
008100 77  WS-ITEM-AGE                     PIC S9(05) COMP-3 VALUE 0.
008200 77  WS-LINE-COUNT                   PIC S9(03) COMP-3 VALUE +99.
008300 77  WS-PAGE-COUNT                   PIC S9(05) COMP-3 VALUE 0.
008400 77  WS-LINES-PER-PAGE               PIC S9(03) COMP-3 VALUE +60.
008500*****************************************************************
008600* DATE TO DAY-NUMBER CONVERSION FOR AGING -- A RUNNING DAY COUNT *
008700* WITH THE YEAR TAKEN AS STARTING IN MARCH SO THE LEAP DAY FALLS *
008800* LAST                                                           *
008900*****************************************************************
009000 01  WS-DN-DATE.
009100     05  WS-DN-YEAR                  PIC 9(04).
009200     05  WS-DN-MONTH                 PIC 9(02).
009300     05  WS-DN-DAY                   PIC 9(02).
009400 77  WS-DN-Y                         PIC S9(05) COMP-3 VALUE 0.
009500 77  WS-DN-M                         PIC S9(03) COMP-3 VALUE 0.
009600 77  WS-DN-TERM                      PIC S9(07) COMP-3 VALUE 0.
009700 77  WS-DAYNUM                       PIC S9(07) COMP-3 VALUE 0.
009800 77  WS-AS-OF-DAYNUM                 PIC S9(07) COMP-3 VALUE 0.
009900*****************************************************************
010000* RECORD AND PARAMETER WORK AREAS                                *
010100*****************************************************************
010200 01  HOLD-AGE-PARM-CARD. COPY  YHAGPARM.
010300 01  DETAIL20-WORK. COPY  YDET20L.
010400*****************************************************************
010500* REPORT LINES                                                   *
010600*****************************************************************
010700 01  HAH-HEAD-1.
010800     05  FILLER                  PIC X(01) VALUE '1'.
010900     05  FILLER                  PIC X(09) VALUE 'YHLDAGE  '.
011000     05  FILLER                  PIC X(44) VALUE
011100         '   AGED LARGE-VALUE HOLDS PENDING RELEASE   '.
011200     05  FILLER                  PIC X(05) VALUE 'RUN: '.
011300     05  HAH-RUN-DATE            PIC X(08).
011400     05  FILLER                  PIC X(01) VALUE SPACE.
011500     05  HAH-RUN-TIME            PIC X(08).
011600     05  FILLER                  PIC X(08) VALUE '   PAGE '.
011700     05  HAH-PAGE                PIC ZZZZ9.
011800     05  FILLER                  PIC X(44) VALUE SPACES.
011900 01  HAH-HEAD-2.
012000     05  FILLER                  PIC X(01) VALUE ' '.
012100     05  FILLER                  PIC X(09) VALUE 'AS OF:   '.
012200     05  HAH-AS-OF-DATE          PIC X(08).
012300     05  FILLER                  PIC X(04) VALUE SPACES.
012400     05  FILLER                  PIC X(14) VALUE
012500         'DAYS ALLOWED: '.
012600     05  HAH-AGE-DAYS            PIC ZZZZ9.
012700     05  FILLER                  PIC X(92) VALUE SPACES.
012800 01  HAH-HEAD-3.
012900     05  FILLER                  PIC X(01) VALUE ' '.
013000     05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
013100     05  FILLER                  PIC X(09) VALUE 'RUN DATE'.
013200     05  FILLER                  PIC X(09) VALUE 'RUN TIME'.
013300     05  FILLER                  PIC X(08) VALUE '   SEQ'.
013400     05  FILLER                  PIC X(05) VALUE 'GRP'.
013500     05  FILLER                  PIC X(06) VALUE 'CODE'.
013600     05  FILLER                  PIC X(18) VALUE
013700         ' CONVERTED AMOUNT'.
013800     05  FILLER                  PIC X(17) VALUE
013900         '     HOLD LIMIT'.
014000     05  FILLER                  PIC X(10) VALUE 'SUBMITTED'.
014100     05  FILLER                  PIC X(05) VALUE '  AGE'.
014200     05  FILLER                  PIC X(33) VALUE SPACES.
014300 01  HAD-ITEM-LINE.
014400     05  HAD-CC                  PIC X(01).
014500     05  HAD-ACCOUNT             PIC X(10).
014600     05  FILLER                  PIC X(02).
014700     05  HAD-RUN-DATE            PIC X(08).
014800     05  FILLER                  PIC X(01).
014900     05  HAD-RUN-TIME            PIC X(08).
015000     05  FILLER                  PIC X(02).
015100     05  HAD-SEQ                 PIC ZZZZ9.
015200     05  FILLER                  PIC X(02).
015300     05  HAD-GROUP-KEY           PIC X(03).
015400     05  FILLER                  PIC X(02).
015500     05  HAD-CODE                PIC X(05).
015600     05  FILLER                  PIC X(01).
015700     05  HAD-CONV-AMT            PIC ZZZ,ZZZ,ZZ9.99-.
015800     05  FILLER                  PIC X(03).
015900     05  HAD-LIMIT               PIC ZZZ,ZZZ,ZZ9.99-.
016000     05  FILLER                  PIC X(02).
016100     05  HAD-SUBMITTED-BY        PIC X(08).
016200     05  FILLER                  PIC X(02).
016300     05  HAD-AGE                 PIC ZZZZ9.
016400     05  FILLER                  PIC X(33).
016500 01  HAT-TOTAL-LINE.
016600     05  HAT-CC                  PIC X(01).
016700     05  HAT-LABEL               PIC X(32).
016800     05  HAT-COUNT               PIC Z,ZZZ,ZZ9.
016900     05  FILLER                  PIC X(02).
017000     05  HAT-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
017100     05  FILLER                  PIC X(70).
017200 PROCEDURE DIVISION.
017300*****************************************************************
017400* 0000-MAINLINE -- AGE EVERY PENDING HOLD, REPORT THE OLD ONES   *
017500*****************************************************************
017600 0000-MAINLINE.
017700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017800     IF PARM-VALID
017900         PERFORM 2000-SCAN-HOLDS THRU 2000-EXIT
018000         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
018100     END-IF.
018200     PERFORM 8000-TERMINATE THRU 8000-EXIT.
018300     GOBACK.
018400*****************************************************************
018500* 1000-INITIALIZE -- PARAMETER CARD, AS-OF DATE AND DAYS         *
018600*                    ALLOWED, OPEN FILES                         *
018700*****************************************************************
018800 1000-INITIALIZE.
018900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019000     ACCEPT WS-RUN-TIME FROM TIME.
019100     OPEN INPUT PARM-FILE.
019200     MOVE SPACES TO HOLD-AGE-PARM-CARD.
019300     READ PARM-FILE INTO HOLD-AGE-PARM-CARD
019400         AT END
019500             MOVE SPACES TO HOLD-AGE-PARM-CARD
019600     END-READ.
019700     CLOSE PARM-FILE.
019800     IF HAP-AS-OF-DATE = SPACES
019900        OR HAP-AS-OF-DATE = ZEROS
020000         MOVE WS-RUN-DATE TO WS-AS-OF-DATE
020100     ELSE
020200         MOVE HAP-AS-OF-DATE TO WS-AS-OF-DATE
020300     END-IF.
020400     MOVE WS-AS-OF-DATE TO WS-DN-DATE.
020500     IF WS-AS-OF-DATE NOT NUMERIC
020600        OR WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
020700        OR WS-DN-DAY < 1 OR WS-DN-DAY > 31
020800         DISPLAY 'YHA2310E AS-OF DATE ' WS-AS-OF-DATE
020900             ' ON THE PARAMETER CARD IS NOT A VALID CCYYMMDD '
021000             'DATE -- RUN ENDED'
021100         SET PARM-INVALID TO TRUE
021200         MOVE 16 TO RETURN-CODE
021300         GO TO 1000-EXIT
021400     END-IF.
021500     PERFORM 1600-DATE-TO-DAYNUM THRU 1600-EXIT.
021600     MOVE WS-DAYNUM TO WS-AS-OF-DAYNUM.
021700     IF HAP-AGE-DAYS NUMERIC
021800        AND HAP-AGE-DAYS > ZERO
021900         MOVE HAP-AGE-DAYS TO WS-AGE-DAYS
022000     END-IF.
022100     OPEN INPUT  HOLDMSTR-FILE
022200          OUTPUT AGERPT-FILE.
022300     MOVE WS-RUN-DATE   TO HAH-RUN-DATE.
022400     MOVE WS-RUN-TIME   TO HAH-RUN-TIME.
022500     MOVE WS-AS-OF-DATE TO HAH-AS-OF-DATE.
022600     MOVE WS-AGE-DAYS   TO HAH-AGE-DAYS.
022700 1000-EXIT.
022800     EXIT.
022900*****************************************************************
023000* 1600-DATE-TO-DAYNUM -- WS-DN-DATE AS A RUNNING DAY NUMBER IN   *
023100*                 WS-DAYNUM, SO TWO DATES SUBTRACT TO THE DAYS   *
023200*                 BETWEEN THEM                                   *
023300*****************************************************************
023400 1600-DATE-TO-DAYNUM.
023500     MOVE WS-DN-YEAR  TO WS-DN-Y.
023600     MOVE WS-DN-MONTH TO WS-DN-M.
023700     IF WS-DN-M < 3
023800         SUBTRACT 1 FROM WS-DN-Y
023900         ADD 12 TO WS-DN-M
024000     END-IF.
024100     COMPUTE WS-DAYNUM = WS-DN-Y * 365.
024200     COMPUTE WS-DN-TERM = WS-DN-Y / 4.
024300     ADD WS-DN-TERM TO WS-DAYNUM.
024400     COMPUTE WS-DN-TERM = WS-DN-Y / 100.
024500     SUBTRACT WS-DN-TERM FROM WS-DAYNUM.
024600     COMPUTE WS-DN-TERM = WS-DN-Y / 400.
024700     ADD WS-DN-TERM TO WS-DAYNUM.
024800     COMPUTE WS-DN-TERM = (153 * (WS-DN-M - 3) + 2) / 5.
024900     ADD WS-DN-TERM TO WS-DAYNUM.
025000     ADD WS-DN-DAY  TO WS-DAYNUM.
025100 1600-EXIT.
025200     EXIT.
025300*****************************************************************
025400* 2000-SCAN-HOLDS -- BROWSE HOLDMSTR FROM THE FIRST KEY          *
025500*****************************************************************
025600 2000-SCAN-HOLDS.
025700     MOVE LOW-VALUES TO HLD-KEY.
025800     START HOLDMSTR-FILE KEY IS NOT LESS THAN HLD-KEY
025900         INVALID KEY
026000             SET HOLD-EOF TO TRUE
026100     END-START.
026200     PERFORM 2100-READ-NEXT-HOLD THRU 2100-EXIT
026300         UNTIL HOLD-EOF.
026400 2000-EXIT.
026500     EXIT.
026600*****************************************************************
026700* 2100-READ-NEXT-HOLD -- A PENDING ITEM HELD LONGER THAN THE     *
026800*                 DAYS ALLOWED IS LISTED                         *
026900*****************************************************************
027000 2100-READ-NEXT-HOLD.
027100     READ HOLDMSTR-FILE NEXT RECORD
027200         AT END
027300             SET HOLD-EOF TO TRUE
027400             GO TO 2100-EXIT
027500     END-READ.
027600     ADD 1 TO WS-READ-COUNT.
027700     IF NOT HLD-PENDING
027800         GO TO 2100-EXIT
027900     END-IF.
028000     ADD 1 TO WS-PENDING-COUNT.
028100     ADD HLD-CONV-AMOUNT TO WS-PENDING-AMOUNT.
028200     IF HLD-RUN-DATE NOT NUMERIC
028300         GO TO 2100-EXIT
028400     END-IF.
028500     MOVE HLD-RUN-DATE TO WS-DN-DATE.
028600     PERFORM 1600-DATE-TO-DAYNUM THRU 1600-EXIT.
028700     COMPUTE WS-ITEM-AGE = WS-AS-OF-DAYNUM - WS-DAYNUM.
028800     IF WS-ITEM-AGE > WS-AGE-DAYS
028900         ADD 1 TO WS-AGED-COUNT
029000         ADD HLD-CONV-AMOUNT TO WS-AGED-AMOUNT
029100         PERFORM 5200-PRINT-AGED-ITEM THRU 5200-EXIT
029200     END-IF.
029300 2100-EXIT.
029400     EXIT.
029500*****************************************************************
029600* 5000-CHECK-PAGE-OVERFLOW -- NEW PAGE HEADING WHEN THE CURRENT  *
029700*                 PAGE IS FULL                                   *
029800*****************************************************************
029900 5000-CHECK-PAGE-OVERFLOW.
030000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
030100         PERFORM 5100-PRINT-PAGE-HEADING THRU 5100-EXIT
030200     END-IF.
030300 5000-EXIT.
030400     EXIT.
030500 5100-PRINT-PAGE-HEADING.
030600     ADD 1 TO WS-PAGE-COUNT.
030700     MOVE WS-PAGE-COUNT TO HAH-PAGE.
030800     WRITE AGERPT-REC FROM HAH-HEAD-1
030900         AFTER ADVANCING PAGE.
031000     WRITE AGERPT-REC FROM HAH-HEAD-2
031100         AFTER ADVANCING 1 LINE.
031200     WRITE AGERPT-REC FROM HAH-HEAD-3
031300         AFTER ADVANCING 2 LINES.
031400     MOVE 4 TO WS-LINE-COUNT.
031500 5100-EXIT.
031600     EXIT.
031700*****************************************************************
031800* 5200-PRINT-AGED-ITEM -- ONE AGED PENDING ITEM                  *
031900*****************************************************************
032000 5200-PRINT-AGED-ITEM.
032100     PERFORM 5000-CHECK-PAGE-OVERFLOW THRU 5000-EXIT.
032200     MOVE HLD-DETAIL-IMAGE TO DETAIL20-WORK.
032300     MOVE SPACES           TO HAD-ITEM-LINE.
032400     MOVE HLD-ACCOUNT      TO HAD-ACCOUNT.
032500     MOVE HLD-RUN-DATE     TO HAD-RUN-DATE.
032600     MOVE HLD-RUN-TIME     TO HAD-RUN-TIME.
032700     MOVE HLD-SEQ          TO HAD-SEQ.
032800     MOVE HLD-GROUP-KEY    TO HAD-GROUP-KEY.
032900     MOVE DET20-CONV-CODE  TO HAD-CODE.
033000     MOVE HLD-CONV-AMOUNT  TO HAD-CONV-AMT.
033100     MOVE HLD-LIMIT-AMOUNT TO HAD-LIMIT.
033200     MOVE HLD-SUBMITTED-BY TO HAD-SUBMITTED-BY.
033300     MOVE WS-ITEM-AGE      TO HAD-AGE.
033400     WRITE AGERPT-REC FROM HAD-ITEM-LINE
033500         AFTER ADVANCING 1 LINE.
033600     ADD 1 TO WS-LINE-COUNT.
033700 5200-EXIT.
033800     EXIT.
033900*****************************************************************
034000* 6000-PRINT-TOTALS -- PENDING AND AGED COUNTS AND AMOUNTS       *
034100*****************************************************************
034200 6000-PRINT-TOTALS.
034300     IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 4
034400         PERFORM 5100-PRINT-PAGE-HEADING THRU 5100-EXIT
034500     END-IF.
034600     MOVE SPACES TO HAT-TOTAL-LINE.
034700     MOVE 'ITEMS PENDING RELEASE' TO HAT-LABEL.
034800     MOVE WS-PENDING-COUNT  TO HAT-COUNT.
034900     MOVE WS-PENDING-AMOUNT TO HAT-AMOUNT.
035000     WRITE AGERPT-REC FROM HAT-TOTAL-LINE
035100         AFTER ADVANCING 2 LINES.
035200     MOVE SPACES TO HAT-TOTAL-LINE.
035300     MOVE 'ITEMS PENDING OVER DAYS ALLOWED' TO HAT-LABEL.
035400     MOVE WS-AGED-COUNT  TO HAT-COUNT.
035500     MOVE WS-AGED-AMOUNT TO HAT-AMOUNT.
035600     WRITE AGERPT-REC FROM HAT-TOTAL-LINE
035700         AFTER ADVANCING 1 LINE.
035800     ADD 3 TO WS-LINE-COUNT.
035900 6000-EXIT.
036000     EXIT.
036100*****************************************************************
036200* 8000-TERMINATE -- CLOSE FILES, REPORT RUN TOTALS, SET THE      *
036300*                   RETURN CODE                                  *
036400*****************************************************************
036500 8000-TERMINATE.
036600     IF PARM-INVALID
036700         GO TO 8000-EXIT
036800     END-IF.
036900     CLOSE HOLDMSTR-FILE
037000           AGERPT-FILE.
037100     DISPLAY 'YHA2300I AGED HOLDS REPORT AS OF ' WS-AS-OF-DATE
037200         ' COMPLETE'.
037300     DISPLAY 'YHA2301I HOLD ENTRIES READ      : ' WS-READ-COUNT.
037400     DISPLAY 'YHA2302I ITEMS PENDING RELEASE  : '
037500             WS-PENDING-COUNT.
037600     DISPLAY 'YHA2303I PENDING OVER ' WS-AGE-DAYS
037700             ' DAY(S) : ' WS-AGED-COUNT.
037800     IF WS-AGED-COUNT > ZERO
037900         DISPLAY 'YHA2304W ' WS-AGED-COUNT
038000             ' HELD ITEM(S) AWAITING RELEASE TOO LONG -- SEE '
038100             'THE AGERPT REPORT'
038200         MOVE 4 TO RETURN-CODE
038300     END-IF.
038400 8000-EXIT.
038500     EXIT.
038600 END PROGRAM YHLDAGE.
