000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  YGLACKRC.
000300 AUTHOR.      R W HALVORSEN.
000400 INSTALLATION. DATA CONTROL.
000500 DATE-WRITTEN. 10/14/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* REMARKS.                                                      *
000900*     GL LOAD ACKNOWLEDGEMENT RECONCILIATION.                   *
001000*                                                                *
001100*     PROVES THAT EVERY GROUP-KEY DETAIL WE SENT TO THE GL WAS   *
001200*     ACTUALLY POSTED.  THE GLINTF FILES PRODUCED FOR THE        *
001300*     BUSINESS DATE ARE READ FROM FOUR DD'S, ONE PER WRITER --   *
001400*     REMGLI (REMPART, SINGLE-STREAM DAYS), MRGGLI (YGLMERG,     *
001500*     PARALLEL-STREAM DAYS), CORGLI (YGLCORR CORRECTIONS) AND    *
001510*     RELGLI (YHLDREL, RELEASED LARGE-VALUE HOLDS).              *
001600*     EACH MAY HOLD SEVERAL FILES CONCATENATED IN THE JOB        *
001700*     STREAM; A WRITER WITH NOTHING THAT DAY IS ALLOCATED AS AN  *
001800*     EMPTY FILE.  THE GL'S YGLACK ACKNOWLEDGEMENT FILE IS THEN  *
001810*     MATCHED TO THEM BY HEADER RUN DATE/TIME, GROUP KEY AND     *
001820*     DETAIL TYPE (A CONVERSION-FEE DETAIL IS AN ITEM OF ITS     *
001830*     OWN, APART FROM ITS GROUP'S CONVERTED-AMOUNT DETAIL):      *
002000*                                                                *
002100*         - A DETAIL RESULT POSTS OR REJECTS ITS DETAIL; A       *
002200*           POSTED COUNT OR AMOUNT OTHER THAN WHAT WE SENT IS    *
002300*           REPORTED WITH THE REJECTIONS.                        *
002400*         - A FILE RESULT THAT REJECTS THE FILE REJECTS EVERY    *
002500*           DETAIL IN IT NOT OTHERWISE ACKNOWLEDGED; ITS COUNT   *
002600*           AND HASH ARE PROVED AGAINST THE FILE WE SENT.        *
002700*         - AN ACKNOWLEDGEMENT FOR NOTHING WE SENT IS LISTED.    *
002800*                                                                *
002900*     DETAILS NOT YET ACKNOWLEDGED ARE WRITTEN TO THE YGLOPEN    *
003000*     OPEN-ITEMS FILE (OPENOUT), WHICH THE NEXT RUN READS BACK   *
003100*     (OPENIN) SO AN ITEM IS CARRIED DAY TO DAY UNTIL THE GL     *
003200*     ANSWERS FOR IT.  OPEN ITEMS ARE AGED FROM THEIR GLINTF RUN *
003300*     DATE TO THE BUSINESS DATE.                                 *
003400*                                                                *
003500*     THE ACKRPT REPORT LISTS THE MATCHED, REJECTED AND NEVER-   *
003600*     ACKNOWLEDGED ITEMS, THE UNMATCHED ACKNOWLEDGEMENTS, AND A  *
003700*     PER-FILE SUMMARY.  RETURN CODE 8 WHEN ANY OPEN ITEM IS     *
003800*     OLDER THAN THE AGE LIMIT (DEFAULT ONE DAY), 4 FOR          *
003900*     REJECTIONS OR UNMATCHED ACKNOWLEDGEMENTS, 16 WHEN THE      *
004000*     PARAMETER CARD IS BAD OR A TABLE OVERFLOWS.                *
004100*                                                                *
004200* MODIFICATION HISTORY.                                          *
004300*     10/14/26  JFM  ORIGINAL VERSION.                           *
004310*     10/15/26  JFM  RELEASED-HOLD GLINTF FILES READ FROM RELGLI *
004320*                    AS A FOURTH SOURCE.                         *
004330*     10/15/26  JFM  CONVERSION-FEE DETAILS RECONCILED AS ITEMS  *
004340*                    OF THEIR OWN, MATCHED ON DETAIL TYPE.       *
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.  IBM-370.
004800 OBJECT-COMPUTER.  IBM-370.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT REM-GLI-FILE    ASSIGN TO REMGLI
005200                            ORGANIZATION IS SEQUENTIAL.
005300     SELECT MRG-GLI-FILE    ASSIGN TO MRGGLI
005400                            ORGANIZATION IS SEQUENTIAL.
005500     SELECT COR-GLI-FILE    ASSIGN TO CORGLI
005600                            ORGANIZATION IS SEQUENTIAL.
005610     SELECT REL-GLI-FILE    ASSIGN TO RELGLI
005620                            ORGANIZATION IS SEQUENTIAL.
005700     SELECT ACK-FILE        ASSIGN TO GLACK
005800                            ORGANIZATION IS SEQUENTIAL.
005900     SELECT OPEN-IN-FILE    ASSIGN TO OPENIN
006000                            ORGANIZATION IS SEQUENTIAL.
006100     SELECT OPEN-OUT-FILE   ASSIGN TO OPENOUT
006200                            ORGANIZATION IS SEQUENTIAL.
006300     SELECT PARM-FILE       ASSIGN TO PARMCRD
006400                            ORGANIZATION IS SEQUENTIAL.
006500     SELECT ACKRPT-FILE     ASSIGN TO ACKRPT
006600                            ORGANIZATION IS SEQUENTIAL.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  REM-GLI-FILE
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200 01  REM-GLI-REC                     PIC X(60).
007300 FD  MRG-GLI-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  MRG-GLI-REC                     PIC X(60).
007700 FD  COR-GLI-FILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 01  COR-GLI-REC                     PIC X(60).
008010 FD  REL-GLI-FILE
008020     RECORDING MODE IS F
008030     LABEL RECORDS ARE STANDARD.
008040 01  REL-GLI-REC                     PIC X(60).
008100 FD  ACK-FILE
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400 01  ACK-REC                         PIC X(60).
008500 FD  OPEN-IN-FILE
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800 01  OPEN-IN-REC                     PIC X(60).
008900 FD  OPEN-OUT-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200 01  OPEN-OUT-REC                    PIC X(60).
009300 FD  PARM-FILE
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD.
009600 01  PARM-REC                        PIC X(80).
009700 FD  ACKRPT-FILE
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000 01  ACKRPT-REC                      PIC X(133).
010100 WORKING-STORAGE SECTION.
010200*****************************************************************
010300* SWITCHES                                                       *
010400*****************************************************************
010500 77  WS-GLI-EOF-SW                   PIC X(01) VALUE 'N'.
010600     88  GLI-EOF                     VALUE 'Y'.
010700 77  WS-ACK-EOF-SW                   PIC X(01) VALUE 'N'.
010800     88  ACK-EOF                     VALUE 'Y'.
010900 77  WS-OPEN-EOF-SW                  PIC X(01) VALUE 'N'.
011000     88  OPEN-EOF                    VALUE 'Y'.
011100 77  WS-PARM-VALID-SW                PIC X(01) VALUE 'Y'.
011200     88  PARM-VALID                  VALUE 'Y'.
011300     88  PARM-INVALID                VALUE 'N'.
011400 77  WS-FILE-FOUND-SW                PIC X(01) VALUE 'N'.
011500     88  FILE-FOUND                  VALUE 'Y'.
011600 77  WS-ITEM-FOUND-SW                PIC X(01) VALUE 'N'.
011700     88  ITEM-FOUND                  VALUE 'Y'.
011800 77  WS-SKIP-FILE-SW                 PIC X(01) VALUE 'N'.
011900     88  SKIP-FILE                   VALUE 'Y'.
012000 77  WS-TABLE-FULL-SW                PIC X(01) VALUE 'N'.
012100     88  TABLE-FULL                  VALUE 'Y'.
012200 77  WS-SECTION-SW                   PIC X(01) VALUE SPACE.
012300     88  SECTION-MATCHED             VALUE 'P'.
012400     88  SECTION-REJECTED            VALUE 'R'.
012500     88  SECTION-OPEN                VALUE 'O'.
012600*****************************************************************
012700* COUNTERS AND TOTALS                                            *
012800*****************************************************************
012900 77  WS-CARRIED-IN-COUNT             PIC S9(07) COMP-3 VALUE 0.
013000 77  WS-SENT-FILE-COUNT              PIC S9(07) COMP-3 VALUE 0.
013100 77  WS-SENT-DET-COUNT               PIC S9(07) COMP-3 VALUE 0.
013200 77  WS-ACK-READ-COUNT               PIC S9(07) COMP-3 VALUE 0.
013300 77  WS-UNKNOWN-COUNT                PIC S9(07) COMP-3 VALUE 0.
013400 77  WS-FILE-DIFF-COUNT              PIC S9(07) COMP-3 VALUE 0.
013500 77  WS-MATCH-COUNT                  PIC S9(07) COMP-3 VALUE 0.
013600 77  WS-MATCH-AMOUNT         PIC S9(13)V9(02) COMP-3 VALUE ZERO.
013700 77  WS-REJECT-COUNT                 PIC S9(07) COMP-3 VALUE 0.
013800 77  WS-REJECT-AMOUNT        PIC S9(13)V9(02) COMP-3 VALUE ZERO.
013900 77  WS-OPEN-COUNT                   PIC S9(07) COMP-3 VALUE 0.
014000 77  WS-OPEN-AMOUNT          PIC S9(13)V9(02) COMP-3 VALUE ZERO.
014100 77  WS-OVER-AGE-COUNT               PIC S9(07) COMP-3 VALUE 0.
014200 77  WS-SECTION-COUNT                PIC S9(07) COMP-3 VALUE 0.
014300*****************************************************************
014400* WORK FIELDS                                                    *
014500*****************************************************************
014600 77  WS-RUN-DATE                     PIC X(08).
014700 77  WS-RUN-TIME                     PIC X(08).
014800 77  WS-BUSINESS-DATE                PIC X(08).
014900 77  WS-MAX-AGE-DAYS                 PIC S9(05) COMP-3 VALUE +1.
015000 77  WS-LINE-COUNT                   PIC S9(03) COMP-3 VALUE +99.
015100 77  WS-PAGE-COUNT                   PIC S9(05) COMP-3 VALUE 0.
015200 77  WS-LINES-PER-PAGE               PIC S9(03) COMP-3 VALUE +60.
015300 77  WS-SOURCE-NO                    PIC 9(01) VALUE 0.
015400 77  WS-CUR-SOURCE                   PIC X(04) VALUE SPACES.
015500 77  WS-KEY-DATE                     PIC X(08).
015600 77  WS-KEY-TIME                     PIC X(08).
015700 77  WS-KEY-GROUP                    PIC X(03).
015710 77  WS-KEY-TYPE                     PIC X(01).
015800 77  WS-FILE-SUB                     PIC S9(04) COMP VALUE +0.
015900 77  WS-CUR-FILE-SUB                 PIC S9(04) COMP VALUE +0.
016000 77  WS-ITM-SUB                      PIC S9(04) COMP VALUE +0.
016100 77  WS-UAK-SUB                      PIC S9(04) COMP VALUE +0.
016200 77  WS-ITEM-AGE                     PIC S9(05) COMP-3 VALUE 0.
016300 77  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.
016400*****************************************************************
016500* DATE TO DAY-NUMBER CONVERSION FOR AGING -- A RUNNING DAY COUNT *
016600* WITH THE YEAR TAKEN AS STARTING IN MARCH SO THE LEAP DAY FALLS *
016700* LAST                                                           *
016800*****************************************************************
016900 01  WS-DN-DATE.
017000     05  WS-DN-YEAR                  PIC 9(04).
017100     05  WS-DN-MONTH                 PIC 9(02).
017200     05  WS-DN-DAY                   PIC 9(02).
017300 77  WS-DN-Y                         PIC S9(05) COMP-3 VALUE 0.
017400 77  WS-DN-M                         PIC S9(03) COMP-3 VALUE 0.
017500 77  WS-DN-TERM                      PIC S9(07) COMP-3 VALUE 0.
017600 77  WS-DAYNUM                       PIC S9(07) COMP-3 VALUE 0.
017700 77  WS-BUS-DAYNUM                   PIC S9(07) COMP-3 VALUE 0.
017800*****************************************************************
017900* GLINTF FILES SENT (AND FILES WITH ITEMS CARRIED IN), KEYED BY  *
018000* HEADER RUN DATE/TIME                                           *
018100*****************************************************************
018200 01  SENT-FILE-TABLE.
018300     05  SFT-ENTRY-COUNT             PIC S9(04) COMP VALUE +0.
018400     05  SFT-ENTRY OCCURS 200 TIMES.
018500         10  SFT-SOURCE              PIC X(04).
018600         10  SFT-RUN-DATE            PIC X(08).
018700         10  SFT-RUN-TIME            PIC X(08).
018800         10  SFT-LOADED-SW           PIC X(01).
018900         10  SFT-DET-COUNT           PIC S9(07) COMP-3.
019000         10  SFT-DET-HASH            PIC S9(13)V9(02) COMP-3.
019100         10  SFT-ACK-STATUS          PIC X(01).
019200         10  SFT-ACK-COUNT           PIC S9(07) COMP-3.
019300         10  SFT-ACK-HASH            PIC S9(13)V9(02) COMP-3.
019400         10  SFT-ACK-REASON          PIC X(04).
019500         10  SFT-DIFF-SW             PIC X(01).
019600*****************************************************************
019700* GROUP-KEY DETAILS SENT OR CARRIED IN, AND THEIR OUTCOME        *
019800*     SIT-STATUS  ' ' NOT ACKNOWLEDGED   'P' POSTED              *
019900*                 'R' REJECTED           'F' FILE REJECTED       *
020000*                 'D' POSTED, BUT NOT AS SENT                    *
020100*****************************************************************
020200 01  SENT-ITEM-TABLE.
020300     05  SIT-ENTRY-COUNT             PIC S9(04) COMP VALUE +0.
020400     05  SIT-ENTRY OCCURS 3000 TIMES.
020500         10  SIT-FILE-SUB            PIC S9(04) COMP.
020600         10  SIT-GROUP-KEY           PIC X(03).
020610         10  SIT-DET-TYPE            PIC X(01).
020700         10  SIT-REC-COUNT           PIC S9(07) COMP-3.
020800         10  SIT-AMOUNT              PIC S9(09)V9(02) COMP-3.
020900         10  SIT-STATUS              PIC X(01).
021000         10  SIT-REASON              PIC X(04).
021100         10  SIT-ACK-COUNT           PIC S9(07) COMP-3.
021200         10  SIT-ACK-AMOUNT          PIC S9(09)V9(02) COMP-3.
021300         10  SIT-CARRIED-SW          PIC X(01).
021400         10  SIT-FILE-ACK-SW         PIC X(01).
021500         10  SIT-AGE-DAYS            PIC S9(05) COMP-3.
021600*****************************************************************
021700* ACKNOWLEDGEMENTS THAT MATCH NOTHING SENT                       *
021800*****************************************************************
021900 01  UNKNOWN-ACK-TABLE.
022000     05  UAK-ENTRY-COUNT             PIC S9(04) COMP VALUE +0.
022100     05  UAK-ENTRY OCCURS 200 TIMES.
022200         10  UAK-ACK-IMAGE           PIC X(60).
022300*****************************************************************
022400* RECORD AND PARAMETER WORK AREAS                                *
022500*****************************************************************
022600 01  GL-INTERFACE-RECORD. COPY  YGLINTF.
022700 01  GL-ACK-RECORD. COPY  YGLACK.
022800 01  GL-OPEN-ITEM-RECORD. COPY  YGLOPEN.
022900 01  ACK-PARM-CARD. COPY  YACKPARM.
023000*****************************************************************
023100* REPORT LINES                                                   *
023200*****************************************************************
023300 01  AKH-HEAD-1.
023400     05  FILLER                  PIC X(01) VALUE '1'.
023500     05  FILLER                  PIC X(09) VALUE 'YGLACKRC '.
023600     05  FILLER                  PIC X(44) VALUE
023700         '   GL ACKNOWLEDGEMENT RECONCILIATION        '.
023800     05  FILLER                  PIC X(05) VALUE 'RUN: '.
023900     05  AKH-RUN-DATE            PIC X(08).
024000     05  FILLER                  PIC X(01) VALUE SPACE.
024100     05  AKH-RUN-TIME            PIC X(08).
024200     05  FILLER                  PIC X(08) VALUE '   PAGE '.
024300     05  AKH-PAGE                PIC ZZZZ9.
024400     05  FILLER                  PIC X(44) VALUE SPACES.
024500 01  AKH-HEAD-2.
024600     05  FILLER                  PIC X(01) VALUE ' '.
024700     05  FILLER                  PIC X(15) VALUE
024800         'BUSINESS DATE: '.
024900     05  AKH-BUSINESS-DATE       PIC X(08).
025000     05  FILLER                  PIC X(04) VALUE SPACES.
025100     05  FILLER                  PIC X(16) VALUE
025200         'AGE LIMIT DAYS: '.
025300     05  AKH-MAX-AGE             PIC ZZZZ9.
025400     05  FILLER                  PIC X(84) VALUE SPACES.
025500 01  AKH-HEAD-3.
025600     05  FILLER                  PIC X(01) VALUE ' '.
025700     05  FILLER                  PIC X(06) VALUE 'SRCE'.
025800     05  FILLER                  PIC X(09) VALUE 'RUN DATE'.
025900     05  FILLER                  PIC X(10) VALUE 'RUN TIME'.
026000     05  FILLER                  PIC X(06) VALUE 'GRP T'.
026100     05  FILLER                  PIC X(09) VALUE '  RECORDS'.
026200     05  FILLER                  PIC X(06) VALUE SPACES.
026300     05  FILLER                  PIC X(11) VALUE 'SENT AMOUNT'.
026400     05  FILLER                  PIC X(02) VALUE SPACES.
026500     05  FILLER                  PIC X(18) VALUE 'OUTCOME'.
026600     05  FILLER                  PIC X(06) VALUE 'RSN'.
026700     05  FILLER                  PIC X(07) VALUE '  AGE'.
026800     05  FILLER                  PIC X(06) VALUE SPACES.
026900     05  FILLER                  PIC X(11) VALUE 'ACK AMOUNT'.
027000     05  FILLER                  PIC X(25) VALUE 'NOTE'.
027100 01  AKS-SECTION-LINE.
027200     05  AKS-CC                  PIC X(01).
027300     05  AKS-TEXT                PIC X(60).
027400     05  FILLER                  PIC X(72).
027500 01  ACK-ITEM-LINE.
027600     05  AKI-CC                  PIC X(01).
027700     05  AKI-SOURCE              PIC X(04).
027800     05  FILLER                  PIC X(02).
027900     05  AKI-RUN-DATE            PIC X(08).
028000     05  FILLER                  PIC X(01).
028100     05  AKI-RUN-TIME            PIC X(08).
028200     05  FILLER                  PIC X(02).
028300     05  AKI-GROUP-KEY           PIC X(03).
028400     05  FILLER                  PIC X(01).
028410     05  AKI-DET-TYPE            PIC X(01).
028420     05  FILLER                  PIC X(01).
028500     05  AKI-COUNT               PIC Z,ZZZ,ZZ9.
028600     05  FILLER                  PIC X(02).
028700     05  AKI-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
028800     05  FILLER                  PIC X(02).
028900     05  AKI-OUTCOME             PIC X(16).
029000     05  FILLER                  PIC X(02).
029100     05  AKI-REASON              PIC X(04).
029200     05  FILLER                  PIC X(02).
029300     05  AKI-AGE                 PIC ZZZZ9.
029400     05  FILLER                  PIC X(02).
029500     05  AKI-ACK-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
029600     05  FILLER                  PIC X(02).
029700     05  AKI-NOTE                PIC X(20).
029800     05  FILLER                  PIC X(05).
029900 01  ACK-FILE-LINE.
030000     05  AKF-CC                  PIC X(01).
030100     05  AKF-SOURCE              PIC X(04).
030200     05  FILLER                  PIC X(02).
030300     05  AKF-RUN-DATE            PIC X(08).
030400     05  FILLER                  PIC X(01).
030500     05  AKF-RUN-TIME            PIC X(08).
030600     05  FILLER                  PIC X(02).
030700     05  AKF-SENT-COUNT          PIC Z,ZZZ,ZZ9.
030800     05  FILLER                  PIC X(02).
030900     05  AKF-SENT-HASH           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
031000     05  FILLER                  PIC X(02).
031100     05  AKF-ACK-STATUS          PIC X(10).
031200     05  FILLER                  PIC X(02).
031300     05  AKF-ACK-COUNT           PIC Z,ZZZ,ZZ9.
031400     05  FILLER                  PIC X(02).
031500     05  AKF-ACK-HASH            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
031600     05  FILLER                  PIC X(02).
031700     05  AKF-NOTE                PIC X(20).
031800     05  FILLER                  PIC X(11).
031900 01  ACK-TOTAL-LINE.
032000     05  AKT-CC                  PIC X(01).
032100     05  AKT-LABEL               PIC X(32).
032200     05  AKT-COUNT               PIC Z,ZZZ,ZZ9.
032300     05  FILLER                  PIC X(02).
032400     05  AKT-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
032500     05  FILLER                  PIC X(70).
032600 PROCEDURE DIVISION.
032700*****************************************************************
032800* 0000-MAINLINE -- LOAD WHAT WAS SENT, APPLY THE GL'S ANSWERS,   *
032900*                  REPORT, CARRY THE OPEN ITEMS FORWARD          *
033000*****************************************************************
033100 0000-MAINLINE.
033200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033300     IF PARM-VALID
033400         PERFORM 2000-LOAD-OPEN-ITEMS THRU 2000-EXIT
033500         PERFORM 2500-LOAD-SENT-FILES THRU 2500-EXIT
033600         PERFORM 3000-APPLY-ACKS THRU 3000-EXIT
033700         PERFORM 3500-SETTLE-ITEMS THRU 3500-EXIT
033800         PERFORM 4000-PRINT-RECONCILIATION THRU 4000-EXIT
033900         PERFORM 6000-WRITE-OPEN-ITEMS THRU 6000-EXIT
034000     END-IF.
034100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
034200     GOBACK.
034300*****************************************************************
034400* 1000-INITIALIZE -- PARAMETER CARD, BUSINESS DATE AND AGE       *
034500*                    LIMIT, OPEN FILES                           *
034600*****************************************************************
034700 1000-INITIALIZE.
034800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
034900     ACCEPT WS-RUN-TIME FROM TIME.
035000     OPEN INPUT PARM-FILE.
035100     MOVE SPACES TO ACK-PARM-CARD.
035200     READ PARM-FILE INTO ACK-PARM-CARD
035300         AT END
035400             MOVE SPACES TO ACK-PARM-CARD
035500     END-READ.
035600     CLOSE PARM-FILE.
035700     IF ACKP-BUSINESS-DATE = SPACES
035800        OR ACKP-BUSINESS-DATE = ZEROS
035900         MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
036000     ELSE
036100         MOVE ACKP-BUSINESS-DATE TO WS-BUSINESS-DATE
036200     END-IF.
036300     MOVE WS-BUSINESS-DATE TO WS-DN-DATE.
036400     IF WS-BUSINESS-DATE NOT NUMERIC
036500        OR WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
036600        OR WS-DN-DAY < 1 OR WS-DN-DAY > 31
036700         DISPLAY 'YAK1710E BUSINESS DATE ' WS-BUSINESS-DATE
036800             ' ON THE PARAMETER CARD IS NOT A VALID CCYYMMDD '
036900             'DATE -- RUN ENDED'
037000         SET PARM-INVALID TO TRUE
037100         MOVE 16 TO RETURN-CODE
037200         GO TO 1000-EXIT
037300     END-IF.
037400     PERFORM 1600-DATE-TO-DAYNUM THRU 1600-EXIT.
037500     MOVE WS-DAYNUM TO WS-BUS-DAYNUM.
037600     IF ACKP-MAX-AGE-DAYS NUMERIC
037700        AND ACKP-MAX-AGE-DAYS > ZERO
037800         MOVE ACKP-MAX-AGE-DAYS TO WS-MAX-AGE-DAYS
037900     END-IF.
038000     OPEN OUTPUT ACKRPT-FILE
038100                 OPEN-OUT-FILE.
038200     MOVE WS-RUN-DATE      TO AKH-RUN-DATE.
038300     MOVE WS-RUN-TIME      TO AKH-RUN-TIME.
038400     MOVE WS-BUSINESS-DATE TO AKH-BUSINESS-DATE.
038500     MOVE WS-MAX-AGE-DAYS  TO AKH-MAX-AGE.
038600 1000-EXIT.
038700     EXIT.
038800*****************************************************************
038900* 1600-DATE-TO-DAYNUM -- WS-DN-DATE AS A RUNNING DAY NUMBER IN   *
039000*                 WS-DAYNUM, SO TWO DATES SUBTRACT TO THE DAYS   *
039100*                 BETWEEN THEM                                   *
039200*****************************************************************
039300 1600-DATE-TO-DAYNUM.
039400     MOVE WS-DN-YEAR  TO WS-DN-Y.
039500     MOVE WS-DN-MONTH TO WS-DN-M.
039600     IF WS-DN-M < 3
039700         SUBTRACT 1 FROM WS-DN-Y
039800         ADD 12 TO WS-DN-M
039900     END-IF.
040000     COMPUTE WS-DAYNUM = WS-DN-Y * 365.
040100     COMPUTE WS-DN-TERM = WS-DN-Y / 4.
040200     ADD WS-DN-TERM TO WS-DAYNUM.
040300     COMPUTE WS-DN-TERM = WS-DN-Y / 100.
040400     SUBTRACT WS-DN-TERM FROM WS-DAYNUM.
040500     COMPUTE WS-DN-TERM = WS-DN-Y / 400.
040600     ADD WS-DN-TERM TO WS-DAYNUM.
040700     COMPUTE WS-DN-TERM = (153 * (WS-DN-M - 3) + 2) / 5.
040800     ADD WS-DN-TERM TO WS-DAYNUM.
040900     ADD WS-DN-DAY  TO WS-DAYNUM.
041000 1600-EXIT.
041100     EXIT.
041200*****************************************************************
041300* 2000-LOAD-OPEN-ITEMS -- ITEMS CARRIED IN FROM THE LAST RUN,    *
041400*                 EACH UNDER AN ENTRY FOR ITS GLINTF FILE        *
041500*****************************************************************
041600 2000-LOAD-OPEN-ITEMS.
041700     OPEN INPUT OPEN-IN-FILE.
041800     PERFORM 2010-READ-OPEN-ITEM THRU 2010-EXIT.
041900     PERFORM 2020-TAKE-OPEN-ITEM THRU 2020-EXIT
042000         UNTIL OPEN-EOF.
042100     CLOSE OPEN-IN-FILE.
042200 2000-EXIT.
042300     EXIT.
042400 2010-READ-OPEN-ITEM.
042500     READ OPEN-IN-FILE INTO GL-OPEN-ITEM-RECORD
042600         AT END
042700             SET OPEN-EOF TO TRUE
042800     END-READ.
042900 2010-EXIT.
043000     EXIT.
043100 2020-TAKE-OPEN-ITEM.
043200     ADD 1 TO WS-CARRIED-IN-COUNT.
043300     MOVE OPN-SOURCE    TO WS-CUR-SOURCE.
043400     MOVE OPN-RUN-DATE  TO WS-KEY-DATE.
043500     MOVE OPN-RUN-TIME  TO WS-KEY-TIME.
043600     MOVE OPN-GROUP-KEY TO WS-KEY-GROUP.
043610     MOVE OPN-DET-TYPE  TO WS-KEY-TYPE.
043620     IF WS-KEY-TYPE = SPACE
043630         MOVE 'D' TO WS-KEY-TYPE
043640     END-IF.
043700     PERFORM 2700-FIND-OR-ADD-FILE THRU 2700-EXIT.
043800     IF NOT FILE-FOUND
043900         GO TO 2020-READ-NEXT
044000     END-IF.
044100     PERFORM 2800-FIND-ITEM THRU 2800-EXIT.
044200     IF ITEM-FOUND
044300         GO TO 2020-READ-NEXT
044400     END-IF.
044500     PERFORM 2850-ADD-ITEM THRU 2850-EXIT.
044600     IF NOT ITEM-FOUND
044700         GO TO 2020-READ-NEXT
044800     END-IF.
044900     MOVE OPN-REC-COUNT   TO SIT-REC-COUNT (WS-ITM-SUB).
045000     MOVE OPN-AMOUNT      TO SIT-AMOUNT (WS-ITM-SUB).
045100     MOVE 'Y'             TO SIT-CARRIED-SW (WS-ITM-SUB).
045200     MOVE OPN-FILE-ACK-SW TO SIT-FILE-ACK-SW (WS-ITM-SUB).
045300     ADD OPN-REC-COUNT TO SFT-DET-COUNT (WS-FILE-SUB).
045400     ADD OPN-AMOUNT    TO SFT-DET-HASH (WS-FILE-SUB).
045500 2020-READ-NEXT.
045600     PERFORM 2010-READ-OPEN-ITEM THRU 2010-EXIT.
045700 2020-EXIT.
045800     EXIT.
045900*****************************************************************
046000* 2500-LOAD-SENT-FILES -- EVERY GLINTF FILE FROM EACH WRITER     *
046100*****************************************************************
046200 2500-LOAD-SENT-FILES.
046300     MOVE 1 TO WS-SOURCE-NO.
046400     MOVE 'REMP' TO WS-CUR-SOURCE.
046500     OPEN INPUT REM-GLI-FILE.
046600     PERFORM 2600-LOAD-ONE-SOURCE THRU 2600-EXIT.
046700     CLOSE REM-GLI-FILE.
046800     MOVE 2 TO WS-SOURCE-NO.
046900     MOVE 'MERG' TO WS-CUR-SOURCE.
047000     OPEN INPUT MRG-GLI-FILE.
047100     PERFORM 2600-LOAD-ONE-SOURCE THRU 2600-EXIT.
047200     CLOSE MRG-GLI-FILE.
047300     MOVE 3 TO WS-SOURCE-NO.
047400     MOVE 'CORR' TO WS-CUR-SOURCE.
047500     OPEN INPUT COR-GLI-FILE.
047600     PERFORM 2600-LOAD-ONE-SOURCE THRU 2600-EXIT.
047700     CLOSE COR-GLI-FILE.
047710     MOVE 4 TO WS-SOURCE-NO.
047720     MOVE 'HREL' TO WS-CUR-SOURCE.
047730     OPEN INPUT REL-GLI-FILE.
047740     PERFORM 2600-LOAD-ONE-SOURCE THRU 2600-EXIT.
047750     CLOSE REL-GLI-FILE.
047800 2500-EXIT.
047900     EXIT.
048000 2600-LOAD-ONE-SOURCE.
048100     MOVE 'N' TO WS-GLI-EOF-SW.
048200     MOVE 'Y' TO WS-SKIP-FILE-SW.
048300     MOVE ZERO TO WS-CUR-FILE-SUB.
048400     PERFORM 2610-READ-SENT-GLI THRU 2610-EXIT.
048500     PERFORM 2620-TAKE-ONE-GLI THRU 2620-EXIT
048600         UNTIL GLI-EOF.
048700 2600-EXIT.
048800     EXIT.
048900 2610-READ-SENT-GLI.
049000     IF WS-SOURCE-NO = 1
049100         READ REM-GLI-FILE INTO GL-INTERFACE-RECORD
049200             AT END SET GLI-EOF TO TRUE
049300         END-READ
049400     ELSE
049500         IF WS-SOURCE-NO = 2
049600             READ MRG-GLI-FILE INTO GL-INTERFACE-RECORD
049700                 AT END SET GLI-EOF TO TRUE
049800             END-READ
049900         ELSE
049910             IF WS-SOURCE-NO = 3
050000                 READ COR-GLI-FILE INTO GL-INTERFACE-RECORD
050100                     AT END SET GLI-EOF TO TRUE
050200                 END-READ
050210             ELSE
050220                 READ REL-GLI-FILE INTO GL-INTERFACE-RECORD
050230                     AT END SET GLI-EOF TO TRUE
050240                 END-READ
050250             END-IF
050300         END-IF
050400     END-IF.
050500 2610-EXIT.
050600     EXIT.
050700*****************************************************************
050800* 2620-TAKE-ONE-GLI -- A HEADER OPENS A FILE ENTRY; ITS DETAILS  *
050900*                 BECOME ITEMS (AN ITEM ALREADY CARRIED IN KEEPS *
051000*                 ITS CARRIED ENTRY); A FILE SUPPLIED TWICE IS   *
051100*                 TAKEN ONLY ONCE                                *
051200*****************************************************************
051300 2620-TAKE-ONE-GLI.
051400     IF GLI-HEADER
051500         PERFORM 2650-START-SENT-FILE THRU 2650-EXIT
051600         GO TO 2620-READ-NEXT
051700     END-IF.
051710     IF (NOT GLI-DETAIL AND NOT GLI-FEE-DETAIL) OR SKIP-FILE
051900         GO TO 2620-READ-NEXT
052000     END-IF.
052100     ADD 1 TO WS-SENT-DET-COUNT.
052200     MOVE WS-CUR-FILE-SUB   TO WS-FILE-SUB.
052300     MOVE GLI-DET-GROUP-KEY TO WS-KEY-GROUP.
052310     MOVE GLI-REC-TYPE      TO WS-KEY-TYPE.
052400     PERFORM 2800-FIND-ITEM THRU 2800-EXIT.
052500     IF ITEM-FOUND
052600         GO TO 2620-READ-NEXT
052700     END-IF.
052800     PERFORM 2850-ADD-ITEM THRU 2850-EXIT.
052900     IF NOT ITEM-FOUND
053000         GO TO 2620-READ-NEXT
053100     END-IF.
053200     MOVE GLI-DET-REC-COUNT TO SIT-REC-COUNT (WS-ITM-SUB).
053300     MOVE GLI-DET-AMOUNT    TO SIT-AMOUNT (WS-ITM-SUB).
053400     ADD GLI-DET-REC-COUNT TO SFT-DET-COUNT (WS-FILE-SUB).
053500     ADD GLI-DET-AMOUNT    TO SFT-DET-HASH (WS-FILE-SUB).
053600 2620-READ-NEXT.
053700     PERFORM 2610-READ-SENT-GLI THRU 2610-EXIT.
053800 2620-EXIT.
053900     EXIT.
054000 2650-START-SENT-FILE.
054100     MOVE 'Y' TO WS-SKIP-FILE-SW.
054200     MOVE GLI-HDR-RUN-DATE TO WS-KEY-DATE.
054300     MOVE GLI-HDR-RUN-TIME TO WS-KEY-TIME.
054400     PERFORM 2700-FIND-OR-ADD-FILE THRU 2700-EXIT.
054500     IF NOT FILE-FOUND
054600         GO TO 2650-EXIT
054700     END-IF.
054800     IF SFT-LOADED-SW (WS-FILE-SUB) = 'Y'
054900         DISPLAY 'YAK1705W ' WS-CUR-SOURCE ' GLINTF FILE '
055000             WS-KEY-DATE ' ' WS-KEY-TIME
055100             ' SUPPLIED MORE THAN ONCE -- TAKEN ONCE'
055200         GO TO 2650-EXIT
055300     END-IF.
055400     MOVE 'Y' TO SFT-LOADED-SW (WS-FILE-SUB).
055500     MOVE WS-CUR-SOURCE TO SFT-SOURCE (WS-FILE-SUB).
055600     MOVE 'N' TO WS-SKIP-FILE-SW.
055700     MOVE WS-FILE-SUB TO WS-CUR-FILE-SUB.
055800     ADD 1 TO WS-SENT-FILE-COUNT.
055900 2650-EXIT.
056000     EXIT.
056100*****************************************************************
056200* 2700-FIND-OR-ADD-FILE -- FILE ENTRY FOR WS-KEY-DATE/TIME,      *
056300*                 ADDED WHEN NEW; FILE-FOUND IS LEFT OFF ONLY    *
056400*                 WHEN THE TABLE IS FULL                         *
056500*****************************************************************
056600 2700-FIND-OR-ADD-FILE.
056700     MOVE 'N' TO WS-FILE-FOUND-SW.
056800     MOVE 1 TO WS-FILE-SUB.
056900     PERFORM 2710-SCAN-FILE THRU 2710-EXIT
057000         UNTIL FILE-FOUND OR WS-FILE-SUB > SFT-ENTRY-COUNT.
057100     IF FILE-FOUND
057200         GO TO 2700-EXIT
057300     END-IF.
057400     IF SFT-ENTRY-COUNT NOT < 200
057500         IF NOT TABLE-FULL
057600             DISPLAY 'YAK1702E MORE THAN 200 GLINTF FILES -- '
057700                 'RECONCILIATION INCOMPLETE'
057800         END-IF
057900         SET TABLE-FULL TO TRUE
058000         GO TO 2700-EXIT
058100     END-IF.
058200     ADD 1 TO SFT-ENTRY-COUNT.
058300     MOVE SFT-ENTRY-COUNT TO WS-FILE-SUB.
058400     MOVE WS-CUR-SOURCE TO SFT-SOURCE (WS-FILE-SUB).
058500     MOVE WS-KEY-DATE   TO SFT-RUN-DATE (WS-FILE-SUB).
058600     MOVE WS-KEY-TIME   TO SFT-RUN-TIME (WS-FILE-SUB).
058700     MOVE 'N'           TO SFT-LOADED-SW (WS-FILE-SUB).
058800     MOVE ZERO          TO SFT-DET-COUNT (WS-FILE-SUB)
058900                           SFT-DET-HASH (WS-FILE-SUB)
059000                           SFT-ACK-COUNT (WS-FILE-SUB)
059100                           SFT-ACK-HASH (WS-FILE-SUB).
059200     MOVE SPACE         TO SFT-ACK-STATUS (WS-FILE-SUB).
059300     MOVE SPACES        TO SFT-ACK-REASON (WS-FILE-SUB).
059400     MOVE 'N'           TO SFT-DIFF-SW (WS-FILE-SUB).
059500     SET FILE-FOUND TO TRUE.
059600 2700-EXIT.
059700     EXIT.
059800 2710-SCAN-FILE.
059900     IF SFT-RUN-DATE (WS-FILE-SUB) = WS-KEY-DATE
060000        AND SFT-RUN-TIME (WS-FILE-SUB) = WS-KEY-TIME
060100         SET FILE-FOUND TO TRUE
060200     ELSE
060300         ADD 1 TO WS-FILE-SUB
060400     END-IF.
060500 2710-EXIT.
060600     EXIT.
060700*****************************************************************
060710* 2800-FIND-ITEM -- ITEM FOR FILE WS-FILE-SUB, WS-KEY-GROUP AND  *
060720*                 WS-KEY-TYPE                                    *
060900*****************************************************************
061000 2800-FIND-ITEM.
061100     MOVE 'N' TO WS-ITEM-FOUND-SW.
061200     MOVE 1 TO WS-ITM-SUB.
061300     PERFORM 2810-SCAN-ITEM THRU 2810-EXIT
061400         UNTIL ITEM-FOUND OR WS-ITM-SUB > SIT-ENTRY-COUNT.
061500 2800-EXIT.
061600     EXIT.
061700 2810-SCAN-ITEM.
061800     IF SIT-FILE-SUB (WS-ITM-SUB) = WS-FILE-SUB
061900        AND SIT-GROUP-KEY (WS-ITM-SUB) = WS-KEY-GROUP
061910        AND SIT-DET-TYPE (WS-ITM-SUB) = WS-KEY-TYPE
062000         SET ITEM-FOUND TO TRUE
062100     ELSE
062200         ADD 1 TO WS-ITM-SUB
062300     END-IF.
062400 2810-EXIT.
062500     EXIT.
062600*****************************************************************
062610* 2850-ADD-ITEM -- NEW OPEN ITEM FOR FILE WS-FILE-SUB,          *
062620*                 WS-KEY-GROUP AND WS-KEY-TYPE; ITEM-FOUND IS    *
062630*                 LEFT OFF ONLY WHEN THE TABLE IS FULL           *
063000*****************************************************************
063100 2850-ADD-ITEM.
063200     MOVE 'N' TO WS-ITEM-FOUND-SW.
063300     IF SIT-ENTRY-COUNT NOT < 3000
063400         IF NOT TABLE-FULL
063500             DISPLAY 'YAK1701E MORE THAN 3000 GL DETAILS TO '
063600                 'RECONCILE -- RECONCILIATION INCOMPLETE'
063700         END-IF
063800         SET TABLE-FULL TO TRUE
063900         GO TO 2850-EXIT
064000     END-IF.
064100     ADD 1 TO SIT-ENTRY-COUNT.
064200     MOVE SIT-ENTRY-COUNT TO WS-ITM-SUB.
064300     MOVE WS-FILE-SUB  TO SIT-FILE-SUB (WS-ITM-SUB).
064400     MOVE WS-KEY-GROUP TO SIT-GROUP-KEY (WS-ITM-SUB).
064410     MOVE WS-KEY-TYPE  TO SIT-DET-TYPE (WS-ITM-SUB).
064500     MOVE ZERO         TO SIT-REC-COUNT (WS-ITM-SUB)
064600                          SIT-AMOUNT (WS-ITM-SUB)
064700                          SIT-ACK-COUNT (WS-ITM-SUB)
064800                          SIT-ACK-AMOUNT (WS-ITM-SUB)
064900                          SIT-AGE-DAYS (WS-ITM-SUB).
065000     MOVE SPACE        TO SIT-STATUS (WS-ITM-SUB)
065100                          SIT-FILE-ACK-SW (WS-ITM-SUB).
065200     MOVE SPACES       TO SIT-REASON (WS-ITM-SUB).
065300     MOVE 'N'          TO SIT-CARRIED-SW (WS-ITM-SUB).
065400     SET ITEM-FOUND TO TRUE.
065500 2850-EXIT.
065600     EXIT.
065700*****************************************************************
065800* 3000-APPLY-ACKS -- EACH GL ACKNOWLEDGEMENT AGAINST ITS FILE OR *
065900*                 ITEM                                           *
066000*****************************************************************
066100 3000-APPLY-ACKS.
066200     OPEN INPUT ACK-FILE.
066300     PERFORM 3010-READ-ACK THRU 3010-EXIT.
066400     PERFORM 3100-APPLY-ONE-ACK THRU 3100-EXIT
066500         UNTIL ACK-EOF.
066600     CLOSE ACK-FILE.
066700 3000-EXIT.
066800     EXIT.
066900 3010-READ-ACK.
067000     READ ACK-FILE INTO GL-ACK-RECORD
067100         AT END
067200             SET ACK-EOF TO TRUE
067300     END-READ.
067400     IF NOT ACK-EOF
067500         ADD 1 TO WS-ACK-READ-COUNT
067600     END-IF.
067700 3010-EXIT.
067800     EXIT.
067900 3100-APPLY-ONE-ACK.
068000     MOVE 'N' TO WS-FILE-FOUND-SW.
068100     MOVE ACK-RUN-DATE TO WS-KEY-DATE.
068200     MOVE ACK-RUN-TIME TO WS-KEY-TIME.
068300     MOVE 1 TO WS-FILE-SUB.
068400     PERFORM 2710-SCAN-FILE THRU 2710-EXIT
068500         UNTIL FILE-FOUND OR WS-FILE-SUB > SFT-ENTRY-COUNT.
068600     IF NOT FILE-FOUND
068700         PERFORM 3400-SAVE-UNKNOWN-ACK THRU 3400-EXIT
068800         GO TO 3100-READ-NEXT
068900     END-IF.
069000     IF ACK-FILE-RESULT
069100         PERFORM 3200-APPLY-FILE-RESULT THRU 3200-EXIT
069200         GO TO 3100-READ-NEXT
069300     END-IF.
069400     IF NOT ACK-DETAIL-RESULT
069500         PERFORM 3400-SAVE-UNKNOWN-ACK THRU 3400-EXIT
069600         GO TO 3100-READ-NEXT
069700     END-IF.
069800     MOVE ACK-DET-GROUP-KEY TO WS-KEY-GROUP.
069810     IF ACK-DET-FEE
069820         MOVE 'F' TO WS-KEY-TYPE
069830     ELSE
069840         MOVE 'D' TO WS-KEY-TYPE
069850     END-IF.
069900     PERFORM 2800-FIND-ITEM THRU 2800-EXIT.
070000     IF NOT ITEM-FOUND
070100         PERFORM 3400-SAVE-UNKNOWN-ACK THRU 3400-EXIT
070200         GO TO 3100-READ-NEXT
070300     END-IF.
070400     PERFORM 3300-APPLY-DETAIL-RESULT THRU 3300-EXIT.
070500 3100-READ-NEXT.
070600     PERFORM 3010-READ-ACK THRU 3010-EXIT.
070700 3100-EXIT.
070800     EXIT.
070900*****************************************************************
071000* 3200-APPLY-FILE-RESULT -- FILE ACCEPTED OR REJECTED; A FILE    *
071100*                 SENT TODAY HAS THE GL'S COUNT AND HASH PROVED  *
071200*                 AGAINST WHAT WE SENT                           *
071300*****************************************************************
071400 3200-APPLY-FILE-RESULT.
071500     MOVE ACK-FILE-STATUS     TO SFT-ACK-STATUS (WS-FILE-SUB).
071600     MOVE ACK-FILE-DET-COUNT  TO SFT-ACK-COUNT (WS-FILE-SUB).
071700     MOVE ACK-FILE-HASH-TOTAL TO SFT-ACK-HASH (WS-FILE-SUB).
071800     MOVE ACK-FILE-REASON     TO SFT-ACK-REASON (WS-FILE-SUB).
071900     IF SFT-LOADED-SW (WS-FILE-SUB) NOT = 'Y'
072000         GO TO 3200-EXIT
072100     END-IF.
072200     MOVE ZERO TO WS-SECTION-COUNT.
072300     MOVE 1 TO WS-ITM-SUB.
072400     PERFORM 3210-COUNT-FILE-ITEM THRU 3210-EXIT
072500         UNTIL WS-ITM-SUB > SIT-ENTRY-COUNT.
072600     IF ACK-FILE-DET-COUNT NOT = WS-SECTION-COUNT
072700        OR ACK-FILE-HASH-TOTAL NOT = SFT-DET-HASH (WS-FILE-SUB)
072800         MOVE 'Y' TO SFT-DIFF-SW (WS-FILE-SUB)
072900         ADD 1 TO WS-FILE-DIFF-COUNT
073000         DISPLAY 'YAK1704W GL RECEIVED ' ACK-FILE-DET-COUNT
073100             ' DETAILS HASH ' ACK-FILE-HASH-TOTAL
073200             ' FOR FILE ' WS-KEY-DATE ' ' WS-KEY-TIME
073300             ' -- SENT ' WS-SECTION-COUNT ' HASH '
073400             SFT-DET-HASH (WS-FILE-SUB)
073500     END-IF.
073600 3200-EXIT.
073700     EXIT.
073800 3210-COUNT-FILE-ITEM.
073900     IF SIT-FILE-SUB (WS-ITM-SUB) = WS-FILE-SUB
074000         ADD 1 TO WS-SECTION-COUNT
074100     END-IF.
074200     ADD 1 TO WS-ITM-SUB.
074300 3210-EXIT.
074400     EXIT.
074500*****************************************************************
074600* 3300-APPLY-DETAIL-RESULT -- POSTED, POSTED OTHER THAN AS SENT, *
074700*                 OR REJECTED                                    *
074800*****************************************************************
074900 3300-APPLY-DETAIL-RESULT.
075000     MOVE ACK-DET-REC-COUNT TO SIT-ACK-COUNT (WS-ITM-SUB).
075100     MOVE ACK-DET-AMOUNT    TO SIT-ACK-AMOUNT (WS-ITM-SUB).
075200     MOVE ACK-DET-REASON    TO SIT-REASON (WS-ITM-SUB).
075300     IF ACK-DET-REJECTED
075400         MOVE 'R' TO SIT-STATUS (WS-ITM-SUB)
075500         GO TO 3300-EXIT
075600     END-IF.
075700     IF ACK-DET-REC-COUNT NOT = SIT-REC-COUNT (WS-ITM-SUB)
075800        OR ACK-DET-AMOUNT NOT = SIT-AMOUNT (WS-ITM-SUB)
075900         MOVE 'D' TO SIT-STATUS (WS-ITM-SUB)
076000         MOVE 'DIFF' TO SIT-REASON (WS-ITM-SUB)
076100     ELSE
076200         MOVE 'P' TO SIT-STATUS (WS-ITM-SUB)
076300     END-IF.
076400 3300-EXIT.
076500     EXIT.
076600 3400-SAVE-UNKNOWN-ACK.
076700     ADD 1 TO WS-UNKNOWN-COUNT.
076800     IF UAK-ENTRY-COUNT < 200
076900         ADD 1 TO UAK-ENTRY-COUNT
077000         MOVE GL-ACK-RECORD TO UAK-ACK-IMAGE (UAK-ENTRY-COUNT)
077100     END-IF.
077200 3400-EXIT.
077300     EXIT.
077400*****************************************************************
077500* 3500-SETTLE-ITEMS -- A REJECTED FILE REJECTS ITS UNANSWERED    *
077600*                 DETAILS; AN ACCEPTED ONE MARKS THEM; OPEN      *
077700*                 ITEMS ARE AGED                                 *
077800*****************************************************************
077900 3500-SETTLE-ITEMS.
078000     MOVE 1 TO WS-ITM-SUB.
078100     PERFORM 3510-SETTLE-ONE-ITEM THRU 3510-EXIT
078200         UNTIL WS-ITM-SUB > SIT-ENTRY-COUNT.
078300 3500-EXIT.
078400     EXIT.
078500 3510-SETTLE-ONE-ITEM.
078600     IF SIT-STATUS (WS-ITM-SUB) NOT = SPACE
078700         GO TO 3510-NEXT
078800     END-IF.
078900     MOVE SIT-FILE-SUB (WS-ITM-SUB) TO WS-FILE-SUB.
079000     IF SFT-ACK-STATUS (WS-FILE-SUB) = 'R'
079100         MOVE 'F' TO SIT-STATUS (WS-ITM-SUB)
079200         MOVE SFT-ACK-REASON (WS-FILE-SUB)
079300             TO SIT-REASON (WS-ITM-SUB)
079400         GO TO 3510-NEXT
079500     END-IF.
079600     IF SFT-ACK-STATUS (WS-FILE-SUB) = 'A'
079700         MOVE 'A' TO SIT-FILE-ACK-SW (WS-ITM-SUB)
079800     END-IF.
079900     MOVE ZERO TO WS-ITEM-AGE.
080000     MOVE SFT-RUN-DATE (WS-FILE-SUB) TO WS-DN-DATE.
080100     IF SFT-RUN-DATE (WS-FILE-SUB) NUMERIC
080200         PERFORM 1600-DATE-TO-DAYNUM THRU 1600-EXIT
080300         COMPUTE WS-ITEM-AGE = WS-BUS-DAYNUM - WS-DAYNUM
080400         IF WS-ITEM-AGE < ZERO
080500             MOVE ZERO TO WS-ITEM-AGE
080600         END-IF
080700     END-IF.
080800     MOVE WS-ITEM-AGE TO SIT-AGE-DAYS (WS-ITM-SUB).
080900 3510-NEXT.
081000     ADD 1 TO WS-ITM-SUB.
081100 3510-EXIT.
081200     EXIT.
081300*****************************************************************
081400* 4000-PRINT-RECONCILIATION -- MATCHED, REJECTED AND NEVER-      *
081500*                 ACKNOWLEDGED SECTIONS, UNMATCHED               *
081600*                 ACKNOWLEDGEMENTS, FILE SUMMARY, TOTALS         *
081700*****************************************************************
081800 4000-PRINT-RECONCILIATION.
081900     MOVE 'P' TO WS-SECTION-SW.
082000     MOVE 'POSTED AND MATCHED' TO AKS-TEXT.
082100     PERFORM 4100-PRINT-ITEM-SECTION THRU 4100-EXIT.
082200     MOVE 'R' TO WS-SECTION-SW.
082300     MOVE 'REJECTED, OR POSTED OTHER THAN AS SENT' TO AKS-TEXT.
082400     PERFORM 4100-PRINT-ITEM-SECTION THRU 4100-EXIT.
082500     MOVE 'O' TO WS-SECTION-SW.
082600     MOVE 'NEVER ACKNOWLEDGED -- CARRIED FORWARD' TO AKS-TEXT.
082700     PERFORM 4100-PRINT-ITEM-SECTION THRU 4100-EXIT.
082800     PERFORM 4300-PRINT-UNKNOWN-ACKS THRU 4300-EXIT.
082900     PERFORM 4400-PRINT-FILE-SUMMARY THRU 4400-EXIT.
083000     PERFORM 4600-PRINT-TOTALS THRU 4600-EXIT.
083100 4000-EXIT.
083200     EXIT.
083300 4100-PRINT-ITEM-SECTION.
083400     PERFORM 4900-PRINT-SECTION-HEADING THRU 4900-EXIT.
083500     MOVE ZERO TO WS-SECTION-COUNT.
083600     MOVE 1 TO WS-ITM-SUB.
083700     PERFORM 4200-PRINT-IF-IN-SECTION THRU 4200-EXIT
083800         UNTIL WS-ITM-SUB > SIT-ENTRY-COUNT.
083900     IF WS-SECTION-COUNT = ZERO
084000         PERFORM 4950-PRINT-NONE THRU 4950-EXIT
084100     END-IF.
084200 4100-EXIT.
084300     EXIT.
084400*****************************************************************
084500* 4200-PRINT-IF-IN-SECTION -- ONE ITEM LINE WHEN THE ITEM'S      *
084600*                 OUTCOME BELONGS TO THE SECTION BEING PRINTED   *
084700*****************************************************************
084800 4200-PRINT-IF-IN-SECTION.
084900     IF SECTION-MATCHED
085000         IF SIT-STATUS (WS-ITM-SUB) NOT = 'P'
085100             GO TO 4200-NEXT
085200         END-IF
085300     END-IF.
085400     IF SECTION-REJECTED
085500         IF SIT-STATUS (WS-ITM-SUB) NOT = 'R'
085600            AND SIT-STATUS (WS-ITM-SUB) NOT = 'F'
085700            AND SIT-STATUS (WS-ITM-SUB) NOT = 'D'
085800             GO TO 4200-NEXT
085900         END-IF
086000     END-IF.
086100     IF SECTION-OPEN
086200         IF SIT-STATUS (WS-ITM-SUB) NOT = SPACE
086300             GO TO 4200-NEXT
086400         END-IF
086500     END-IF.
086600     ADD 1 TO WS-SECTION-COUNT.
086700     MOVE SIT-FILE-SUB (WS-ITM-SUB) TO WS-FILE-SUB.
086800     PERFORM 5000-CHECK-PAGE-OVERFLOW THRU 5000-EXIT.
086900     MOVE SPACES TO ACK-ITEM-LINE.
087000     MOVE ' '                          TO AKI-CC.
087100     MOVE SFT-SOURCE (WS-FILE-SUB)     TO AKI-SOURCE.
087200     MOVE SFT-RUN-DATE (WS-FILE-SUB)   TO AKI-RUN-DATE.
087300     MOVE SFT-RUN-TIME (WS-FILE-SUB)   TO AKI-RUN-TIME.
087400     MOVE SIT-GROUP-KEY (WS-ITM-SUB)   TO AKI-GROUP-KEY.
087410     MOVE SIT-DET-TYPE (WS-ITM-SUB)    TO AKI-DET-TYPE.
087500     MOVE SIT-REC-COUNT (WS-ITM-SUB)   TO AKI-COUNT.
087600     MOVE SIT-AMOUNT (WS-ITM-SUB)      TO AKI-AMOUNT.
087700     MOVE SIT-REASON (WS-ITM-SUB)      TO AKI-REASON.
087800     IF SIT-CARRIED-SW (WS-ITM-SUB) = 'Y'
087900         MOVE 'CARRIED FORWARD' TO AKI-NOTE
088000     END-IF.
088100     IF SIT-STATUS (WS-ITM-SUB) = 'P'
088200         MOVE 'POSTED'           TO AKI-OUTCOME
088300         ADD 1 TO WS-MATCH-COUNT
088400         ADD SIT-AMOUNT (WS-ITM-SUB) TO WS-MATCH-AMOUNT
088500     END-IF.
088600     IF SIT-STATUS (WS-ITM-SUB) = 'R'
088700         MOVE 'REJECTED'         TO AKI-OUTCOME
088800     END-IF.
088900     IF SIT-STATUS (WS-ITM-SUB) = 'F'
089000         MOVE 'FILE REJECTED'    TO AKI-OUTCOME
089100     END-IF.
089200     IF SIT-STATUS (WS-ITM-SUB) = 'D'
089300         MOVE 'POSTED - DIFFERS' TO AKI-OUTCOME
089400         MOVE SIT-ACK-AMOUNT (WS-ITM-SUB) TO AKI-ACK-AMOUNT
089500         MOVE SIT-ACK-COUNT (WS-ITM-SUB) TO WS-EDIT-COUNT
089600         MOVE 'ACK CNT'          TO AKI-NOTE
089700         MOVE WS-EDIT-COUNT      TO AKI-NOTE (9:9)
089800     END-IF.
089900     IF SECTION-REJECTED
090000         ADD 1 TO WS-REJECT-COUNT
090100         ADD SIT-AMOUNT (WS-ITM-SUB) TO WS-REJECT-AMOUNT
090200     END-IF.
090300     IF SECTION-OPEN
090400         MOVE 'NOT ACKNOWLEDGED' TO AKI-OUTCOME
090500         MOVE SIT-AGE-DAYS (WS-ITM-SUB) TO AKI-AGE
090600         ADD 1 TO WS-OPEN-COUNT
090700         ADD SIT-AMOUNT (WS-ITM-SUB) TO WS-OPEN-AMOUNT
090800         IF SIT-FILE-ACK-SW (WS-ITM-SUB) = 'A'
090900             MOVE 'FILE ACCEPTED' TO AKI-NOTE
091000         END-IF
091100         IF SIT-AGE-DAYS (WS-ITM-SUB) > WS-MAX-AGE-DAYS
091200             MOVE 'OVER AGE LIMIT' TO AKI-NOTE
091300             ADD 1 TO WS-OVER-AGE-COUNT
091400         END-IF
091500     END-IF.
091600     WRITE ACKRPT-REC FROM ACK-ITEM-LINE
091700         AFTER ADVANCING 1 LINE.
091800     ADD 1 TO WS-LINE-COUNT.
091900 4200-NEXT.
092000     ADD 1 TO WS-ITM-SUB.
092100 4200-EXIT.
092200     EXIT.
092300*****************************************************************
092400* 4300-PRINT-UNKNOWN-ACKS -- ACKNOWLEDGEMENTS FOR NO FILE OR     *
092500*                 DETAIL WE SENT                                 *
092600*****************************************************************
092700 4300-PRINT-UNKNOWN-ACKS.
092800     MOVE 'ACKNOWLEDGEMENTS MATCHING NOTHING SENT' TO AKS-TEXT.
092900     PERFORM 4900-PRINT-SECTION-HEADING THRU 4900-EXIT.
093000     IF UAK-ENTRY-COUNT = ZERO
093100         PERFORM 4950-PRINT-NONE THRU 4950-EXIT
093200         GO TO 4300-EXIT
093300     END-IF.
093400     MOVE 1 TO WS-UAK-SUB.
093500     PERFORM 4310-PRINT-ONE-UNKNOWN THRU 4310-EXIT
093600         UNTIL WS-UAK-SUB > UAK-ENTRY-COUNT.
093700     IF WS-UNKNOWN-COUNT > UAK-ENTRY-COUNT
093800         DISPLAY 'YAK1706W ' WS-UNKNOWN-COUNT
093900             ' UNMATCHED ACKNOWLEDGEMENTS -- ONLY THE FIRST 200'
094000             ' ARE LISTED'
094100     END-IF.
094200 4300-EXIT.
094300     EXIT.
094400 4310-PRINT-ONE-UNKNOWN.
094500     MOVE UAK-ACK-IMAGE (WS-UAK-SUB) TO GL-ACK-RECORD.
094600     PERFORM 5000-CHECK-PAGE-OVERFLOW THRU 5000-EXIT.
094700     MOVE SPACES TO ACK-ITEM-LINE.
094800     MOVE ' '          TO AKI-CC.
094900     MOVE ACK-RUN-DATE TO AKI-RUN-DATE.
095000     MOVE ACK-RUN-TIME TO AKI-RUN-TIME.
095100     IF ACK-FILE-RESULT
095200         MOVE 'FILE RESULT'  TO AKI-NOTE
095300         MOVE ACK-FILE-DET-COUNT TO AKI-COUNT
095400         MOVE ACK-FILE-REASON    TO AKI-REASON
095500         IF ACK-FILE-ACCEPTED
095600             MOVE 'ACCEPTED' TO AKI-OUTCOME
095700         ELSE
095800             MOVE 'REJECTED' TO AKI-OUTCOME
095900         END-IF
096000     ELSE
096100         MOVE 'DETAIL RESULT' TO AKI-NOTE
096200         MOVE ACK-DET-GROUP-KEY TO AKI-GROUP-KEY
096210         IF ACK-DET-FEE
096220             MOVE 'F' TO AKI-DET-TYPE
096230         ELSE
096240             MOVE 'D' TO AKI-DET-TYPE
096250         END-IF
096300         MOVE ACK-DET-REC-COUNT TO AKI-COUNT
096400         MOVE ACK-DET-AMOUNT    TO AKI-ACK-AMOUNT
096500         MOVE ACK-DET-REASON    TO AKI-REASON
096600         IF ACK-DET-POSTED
096700             MOVE 'POSTED'   TO AKI-OUTCOME
096800         ELSE
096900             MOVE 'REJECTED' TO AKI-OUTCOME
097000         END-IF
097100     END-IF.
097200     WRITE ACKRPT-REC FROM ACK-ITEM-LINE
097300         AFTER ADVANCING 1 LINE.
097400     ADD 1 TO WS-LINE-COUNT.
097500     ADD 1 TO WS-UAK-SUB.
097600 4310-EXIT.
097700     EXIT.
097800*****************************************************************
097900* 4400-PRINT-FILE-SUMMARY -- ONE LINE PER GLINTF FILE: WHAT WE   *
098000*                 SENT AGAINST WHAT THE GL SAYS IT RECEIVED      *
098100*****************************************************************
098200 4400-PRINT-FILE-SUMMARY.
098300     MOVE 'GLINTF FILE SUMMARY -- SENT VERSUS RECEIVED'
098400         TO AKS-TEXT.
098500     PERFORM 4900-PRINT-SECTION-HEADING THRU 4900-EXIT.
098600     IF SFT-ENTRY-COUNT = ZERO
098700         PERFORM 4950-PRINT-NONE THRU 4950-EXIT
098800         GO TO 4400-EXIT
098900     END-IF.
099000     MOVE 1 TO WS-FILE-SUB.
099100     PERFORM 4410-PRINT-ONE-FILE THRU 4410-EXIT
099200         UNTIL WS-FILE-SUB > SFT-ENTRY-COUNT.
099300 4400-EXIT.
099400     EXIT.
099500 4410-PRINT-ONE-FILE.
099600     PERFORM 5000-CHECK-PAGE-OVERFLOW THRU 5000-EXIT.
099700     MOVE SPACES TO ACK-FILE-LINE.
099800     MOVE ' '                          TO AKF-CC.
099900     MOVE SFT-SOURCE (WS-FILE-SUB)     TO AKF-SOURCE.
100000     MOVE SFT-RUN-DATE (WS-FILE-SUB)   TO AKF-RUN-DATE.
100100     MOVE SFT-RUN-TIME (WS-FILE-SUB)   TO AKF-RUN-TIME.
100200     MOVE SFT-DET-COUNT (WS-FILE-SUB)  TO AKF-SENT-COUNT.
100300     MOVE SFT-DET-HASH (WS-FILE-SUB)   TO AKF-SENT-HASH.
100400     IF SFT-ACK-STATUS (WS-FILE-SUB) = SPACE
100500         MOVE 'NO ACK'   TO AKF-ACK-STATUS
100600     ELSE
100700         IF SFT-ACK-STATUS (WS-FILE-SUB) = 'A'
100800             MOVE 'ACCEPTED' TO AKF-ACK-STATUS
100900         ELSE
101000             MOVE 'REJECTED' TO AKF-ACK-STATUS
101100         END-IF
101200         MOVE SFT-ACK-COUNT (WS-FILE-SUB) TO AKF-ACK-COUNT
101300         MOVE SFT-ACK-HASH (WS-FILE-SUB)  TO AKF-ACK-HASH
101400     END-IF.
101500     IF SFT-LOADED-SW (WS-FILE-SUB) NOT = 'Y'
101600         MOVE 'CARRIED ITEMS ONLY' TO AKF-NOTE
101700     END-IF.
101800     IF SFT-DIFF-SW (WS-FILE-SUB) = 'Y'
101900         MOVE 'COUNT/HASH DIFFERS' TO AKF-NOTE
102000     END-IF.
102100     WRITE ACKRPT-REC FROM ACK-FILE-LINE
102200         AFTER ADVANCING 1 LINE.
102300     ADD 1 TO WS-LINE-COUNT.
102400     ADD 1 TO WS-FILE-SUB.
102500 4410-EXIT.
102600     EXIT.
102700*****************************************************************
102800* 4600-PRINT-TOTALS -- RUN TOTALS BY OUTCOME                     *
102900*****************************************************************
103000 4600-PRINT-TOTALS.
103100     MOVE 'RECONCILIATION TOTALS' TO AKS-TEXT.
103200     PERFORM 4900-PRINT-SECTION-HEADING THRU 4900-EXIT.
103300     MOVE 'POSTED AND MATCHED' TO AKT-LABEL.
103400     MOVE WS-MATCH-COUNT  TO AKT-COUNT.
103500     MOVE WS-MATCH-AMOUNT TO AKT-AMOUNT.
103600     PERFORM 4650-PRINT-TOTAL-LINE THRU 4650-EXIT.
103700     MOVE 'REJECTED OR DIFFERING' TO AKT-LABEL.
103800     MOVE WS-REJECT-COUNT  TO AKT-COUNT.
103900     MOVE WS-REJECT-AMOUNT TO AKT-AMOUNT.
104000     PERFORM 4650-PRINT-TOTAL-LINE THRU 4650-EXIT.
104100     MOVE 'NEVER ACKNOWLEDGED' TO AKT-LABEL.
104200     MOVE WS-OPEN-COUNT  TO AKT-COUNT.
104300     MOVE WS-OPEN-AMOUNT TO AKT-AMOUNT.
104400     PERFORM 4650-PRINT-TOTAL-LINE THRU 4650-EXIT.
104500     MOVE '  OF WHICH OVER THE AGE LIMIT' TO AKT-LABEL.
104600     MOVE WS-OVER-AGE-COUNT TO AKT-COUNT.
104700     MOVE ZERO TO AKT-AMOUNT.
104800     PERFORM 4650-PRINT-TOTAL-LINE THRU 4650-EXIT.
104900     MOVE 'UNMATCHED ACKNOWLEDGEMENTS' TO AKT-LABEL.
105000     MOVE WS-UNKNOWN-COUNT TO AKT-COUNT.
105100     MOVE ZERO TO AKT-AMOUNT.
105200     PERFORM 4650-PRINT-TOTAL-LINE THRU 4650-EXIT.
105300 4600-EXIT.
105400     EXIT.
105500 4650-PRINT-TOTAL-LINE.
105600     PERFORM 5000-CHECK-PAGE-OVERFLOW THRU 5000-EXIT.
105700     MOVE ' ' TO AKT-CC.
105800     WRITE ACKRPT-REC FROM ACK-TOTAL-LINE
105900         AFTER ADVANCING 1 LINE.
106000     ADD 1 TO WS-LINE-COUNT.
106100 4650-EXIT.
106200     EXIT.
106300 4900-PRINT-SECTION-HEADING.
106400     PERFORM 5000-CHECK-PAGE-OVERFLOW THRU 5000-EXIT.
106500     MOVE ' ' TO AKS-CC.
106600     WRITE ACKRPT-REC FROM AKS-SECTION-LINE
106700         AFTER ADVANCING 2 LINES.
106800     ADD 2 TO WS-LINE-COUNT.
106900 4900-EXIT.
107000     EXIT.
107100 4950-PRINT-NONE.
107200     MOVE SPACES TO AKS-SECTION-LINE.
107300     MOVE '    NONE' TO AKS-TEXT.
107400     WRITE ACKRPT-REC FROM AKS-SECTION-LINE
107500         AFTER ADVANCING 1 LINE.
107600     ADD 1 TO WS-LINE-COUNT.
107700 4950-EXIT.
107800     EXIT.
107900*****************************************************************
108000* 5000-CHECK-PAGE-OVERFLOW -- NEW PAGE HEADING WHEN THE CURRENT  *
108100*                 PAGE IS FULL                                   *
108200*****************************************************************
108300 5000-CHECK-PAGE-OVERFLOW.
108400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
108500         PERFORM 5100-PRINT-PAGE-HEADING THRU 5100-EXIT
108600     END-IF.
108700 5000-EXIT.
108800     EXIT.
108900 5100-PRINT-PAGE-HEADING.
109000     ADD 1 TO WS-PAGE-COUNT.
109100     MOVE WS-PAGE-COUNT TO AKH-PAGE.
109200     WRITE ACKRPT-REC FROM AKH-HEAD-1
109300         AFTER ADVANCING PAGE.
109400     WRITE ACKRPT-REC FROM AKH-HEAD-2
109500         AFTER ADVANCING 1 LINE.
109600     WRITE ACKRPT-REC FROM AKH-HEAD-3
109700         AFTER ADVANCING 2 LINES.
109800     MOVE 4 TO WS-LINE-COUNT.
109900 5100-EXIT.
110000     EXIT.
110100*****************************************************************
110200* 6000-WRITE-OPEN-ITEMS -- EVERY ITEM STILL UNACKNOWLEDGED TO    *
110300*                 OPENOUT FOR THE NEXT RUN                       *
110400*****************************************************************
110500 6000-WRITE-OPEN-ITEMS.
110600     MOVE 1 TO WS-ITM-SUB.
110700     PERFORM 6100-WRITE-ONE-OPEN-ITEM THRU 6100-EXIT
110800         UNTIL WS-ITM-SUB > SIT-ENTRY-COUNT.
110900 6000-EXIT.
111000     EXIT.
111100 6100-WRITE-ONE-OPEN-ITEM.
111200     IF SIT-STATUS (WS-ITM-SUB) NOT = SPACE
111300         GO TO 6100-NEXT
111400     END-IF.
111500     MOVE SIT-FILE-SUB (WS-ITM-SUB) TO WS-FILE-SUB.
111600     MOVE SPACES TO GL-OPEN-ITEM-RECORD.
111700     MOVE SFT-SOURCE (WS-FILE-SUB)    TO OPN-SOURCE.
111800     MOVE SFT-RUN-DATE (WS-FILE-SUB)  TO OPN-RUN-DATE.
111900     MOVE SFT-RUN-TIME (WS-FILE-SUB)  TO OPN-RUN-TIME.
112000     MOVE SIT-GROUP-KEY (WS-ITM-SUB)  TO OPN-GROUP-KEY.
112010     MOVE SIT-DET-TYPE (WS-ITM-SUB)   TO OPN-DET-TYPE.
112100     MOVE SIT-REC-COUNT (WS-ITM-SUB)  TO OPN-REC-COUNT.
112200     MOVE SIT-AMOUNT (WS-ITM-SUB)     TO OPN-AMOUNT.
112300     MOVE SIT-FILE-ACK-SW (WS-ITM-SUB) TO OPN-FILE-ACK-SW.
112400     MOVE SIT-AGE-DAYS (WS-ITM-SUB)   TO OPN-AGE-DAYS.
112500     WRITE OPEN-OUT-REC FROM GL-OPEN-ITEM-RECORD.
112600 6100-NEXT.
112700     ADD 1 TO WS-ITM-SUB.
112800 6100-EXIT.
112900     EXIT.
113000*****************************************************************
113100* 8000-TERMINATE -- CLOSE FILES, REPORT RUN TOTALS, SET THE      *
113200*                   RETURN CODE                                  *
113300*****************************************************************
113400 8000-TERMINATE.
113500     IF PARM-INVALID
113600         GO TO 8000-EXIT
113700     END-IF.
113800     CLOSE ACKRPT-FILE
113900           OPEN-OUT-FILE.
114000     DISPLAY 'YAK1700I GL ACKNOWLEDGEMENT RECONCILIATION FOR '
114100         WS-BUSINESS-DATE ' COMPLETE'.
114200     DISPLAY 'YAK1711I OPEN ITEMS CARRIED IN : '
114300             WS-CARRIED-IN-COUNT.
114400     DISPLAY 'YAK1712I GLINTF FILES READ     : '
114500             WS-SENT-FILE-COUNT.
114600     DISPLAY 'YAK1713I GLINTF DETAILS READ   : '
114700             WS-SENT-DET-COUNT.
114800     DISPLAY 'YAK1714I ACKNOWLEDGEMENTS READ : '
114900             WS-ACK-READ-COUNT.
115000     DISPLAY 'YAK1715I POSTED AND MATCHED    : ' WS-MATCH-COUNT.
115100     DISPLAY 'YAK1716I REJECTED OR DIFFERING : ' WS-REJECT-COUNT.
115200     DISPLAY 'YAK1717I OPEN ITEMS CARRIED OUT: ' WS-OPEN-COUNT.
115300     IF WS-REJECT-COUNT > ZERO
115400        OR WS-UNKNOWN-COUNT > ZERO
115500        OR WS-FILE-DIFF-COUNT > ZERO
115600         DISPLAY 'YAK1707W GL REJECTIONS OR UNMATCHED '
115700             'ACKNOWLEDGEMENTS -- SEE THE ACKRPT REPORT'
115800         MOVE 4 TO RETURN-CODE
115900     END-IF.
116000     IF WS-OVER-AGE-COUNT > ZERO
116100         DISPLAY 'YAK1708E ' WS-OVER-AGE-COUNT
116200             ' GL POSTINGS UNACKNOWLEDGED FOR MORE THAN '
116300             WS-MAX-AGE-DAYS ' DAY(S)'
116400         MOVE 8 TO RETURN-CODE
116500     END-IF.
116600     IF TABLE-FULL
116700         MOVE 16 TO RETURN-CODE
116800     END-IF.
116900 8000-EXIT.
117000     EXIT.
117100 END PROGRAM YGLACKRC.
