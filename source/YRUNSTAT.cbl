000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  YRUNSTAT.
000300 AUTHOR.      R W HALVORSEN.
000400 INSTALLATION. DATA CONTROL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* REMARKS.                                                      *
000900*     DAILY RUN-CONTROL STATUS REPORT.                          *
001000*                                                                *
001100*     LISTS EVERY ENTRY ON THE YRUNCTL RUN-CONTROL LEDGER FOR    *
001200*     THE BUSINESS DATES ON THE YRSTPARM PARAMETER CARD (DEFAULT *
001300*     THE RUN DATE), IN LEDGER KEY ORDER, WITH ITS STATUS,       *
001400*     RETURN CODE, COUNTS AND ANY OVERRIDE.  AT THE END OF EACH  *
001500*     BUSINESS DATE THE STEPS THAT SHOULD HAVE COMPLETED BUT     *
001600*     HAVE NOT ARE FLAGGED:                                      *
001700*                                                                *
001800*         - YDET20ED AND REMPART, EVERY DAY.                     *
001900*         - YPRTMERG AND YGLMERG, WHEN REMPART RAN AS PARALLEL   *
002000*           STREAMS.                                             *
002100*         - YGLCORR, FOR EACH CONVEAL CODE BACKED OUT BY A       *
002200*           COMPLETED YCVBKOUT RUN.                              *
002300*                                                                *
002400*     A STEP COUNTS AS COMPLETED WHEN IT FINISHED WITH RETURN    *
002500*     CODE 4 OR LESS.  AN ENTRY STILL AT STATUS 'S' IS A RUN     *
002600*     THAT NEVER FINISHED (ABENDED OR STILL RUNNING).  ONLY      *
002700*     BUSINESS DATES WITH AT LEAST ONE ENTRY ARE LISTED.         *
002800*                                                                *
002900*     RETURN CODE 4 WHEN ANY STEP ENDED IN ERROR, NEVER FINISHED *
003000*     OR IS MISSING, OR THE RANGE HAS NO ENTRIES; 16 WHEN THE    *
003100*     PARAMETER CARD IS BAD.                                     *
003200*                                                                *
003300* MODIFICATION HISTORY.                                          *
003400*     10/15/26  JFM  ORIGINAL VERSION.                           *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.  IBM-370.
003900 OBJECT-COMPUTER.  IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT RUNCTL-FILE     ASSIGN TO RUNCTL
004300                            ORGANIZATION IS INDEXED
004400                            ACCESS MODE IS DYNAMIC
004500                            RECORD KEY IS RCL-KEY.
004600     SELECT PARM-FILE       ASSIGN TO PARMCRD
004700                            ORGANIZATION IS SEQUENTIAL.
004800     SELECT RSTRPT-FILE     ASSIGN TO RSTRPT
004900                            ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  RUNCTL-FILE
005300     LABEL RECORDS ARE STANDARD.
005400 01  RUNCTL-REC.
005500     COPY YRUNCTL.
005600 FD  PARM-FILE
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD.
005900 01  PARM-REC                        PIC X(80).
006000 FD  RSTRPT-FILE
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 01  RSTRPT-REC                      PIC X(133).
006400 WORKING-STORAGE SECTION.
006500*****************************************************************
006600* SWITCHES                                                       *
006700*****************************************************************
006800 77  WS-LEDGER-EOF-SW                PIC X(01) VALUE 'N'.
006900     88  LEDGER-EOF                  VALUE 'Y'.
007000 77  WS-PARM-VALID-SW                PIC X(01) VALUE 'Y'.
007100     88  PARM-VALID                  VALUE 'Y'.
007200     88  PARM-INVALID                VALUE 'N'.
007300 77  WS-DATE-OPEN-SW                 PIC X(01) VALUE 'N'.
007400     88  DATE-OPEN                   VALUE 'Y'.
007500 77  WS-ENTRY-CLEAN-SW               PIC X(01) VALUE 'N'.
007600     88  ENTRY-CLEAN                 VALUE 'Y'.
007700 77  WS-DET20-DONE-SW                PIC X(01) VALUE 'N'.
007800     88  DET20-DONE                  VALUE 'Y'.
007900 77  WS-REMP-DONE-SW                 PIC X(01) VALUE 'N'.
008000     88  REMP-DONE                   VALUE 'Y'.
008100 77  WS-REMP-STREAMS-SW              PIC X(01) VALUE 'N'.
008200     88  REMP-STREAMS                VALUE 'Y'.
008300 77  WS-PRTM-DONE-SW                 PIC X(01) VALUE 'N'.
008400     88  PRTM-DONE                   VALUE 'Y'.
008500 77  WS-GLM-DONE-SW                  PIC X(01) VALUE 'N'.
008600     88  GLM-DONE                    VALUE 'Y'.
008700 77  WS-BKO-FOUND-SW                 PIC X(01) VALUE 'N'.
008800     88  BKO-FOUND                   VALUE 'Y'.
008900*****************************************************************
009000* COUNTERS -- FOR THE CURRENT BUSINESS DATE AND FOR THE REPORT   *
009100*****************************************************************
009200 77  WS-DATE-RUN-COUNT               PIC S9(05) COMP-3 VALUE 0.
009300 77  WS-DATE-DONE-COUNT              PIC S9(05) COMP-3 VALUE 0.
009400 77  WS-DATE-ERROR-COUNT             PIC S9(05) COMP-3 VALUE 0.
009500 77  WS-DATE-OPEN-COUNT              PIC S9(05) COMP-3 VALUE 0.
009600 77  WS-DATE-OVRD-COUNT              PIC S9(05) COMP-3 VALUE 0.
009700 77  WS-DATE-MISSING-COUNT           PIC S9(05) COMP-3 VALUE 0.
009800 77  WS-DATES-COUNT                  PIC S9(05) COMP-3 VALUE 0.
009900 77  WS-TOTAL-RUN-COUNT              PIC S9(05) COMP-3 VALUE 0.
010000 77  WS-TOTAL-DONE-COUNT             PIC S9(05) COMP-3 VALUE 0.
010100 77  WS-TOTAL-ERROR-COUNT            PIC S9(05) COMP-3 VALUE 0.
010200 77  WS-TOTAL-OPEN-COUNT             PIC S9(05) COMP-3 VALUE 0.
010300 77  WS-TOTAL-OVRD-COUNT             PIC S9(05) COMP-3 VALUE 0.
010400 77  WS-TOTAL-MISSING-COUNT          PIC S9(05) COMP-3 VALUE 0.
010500*****************************************************************
010600* WORK FIELDS                                                    *
010700*****************************************************************
010800 77  WS-RUN-DATE                     PIC X(08).
010900 77  WS-RUN-TIME                     PIC X(08).
011000 77  WS-FROM-DATE                    PIC X(08).
011100 77  WS-TO-DATE                      PIC X(08).
011200 77  WS-CUR-DATE                     PIC X(08) VALUE SPACES.
011300 77  WS-LINE-COUNT                   PIC S9(03) COMP-3 VALUE +99.
011400 77  WS-PAGE-COUNT                   PIC S9(05) COMP-3 VALUE 0.
011500 77  WS-LINES-PER-PAGE               PIC S9(03) COMP-3 VALUE +60.
011600 77  WS-SPACING                      PIC S9(01) COMP-3 VALUE +1.
011700 77  WS-BKO-SUB                      PIC S9(04) COMP VALUE +0.
011800 77  WS-PRINT-LINE                   PIC X(133).
011900 01  WS-CHECK-DATE.
012000     05  WS-CHK-YEAR                 PIC 9(04).
012100     05  WS-CHK-MONTH                PIC 9(02).
012200     05  WS-CHK-DAY                  PIC 9(02).
012300*****************************************************************
012400* CONVEAL CODES BACKED OUT ON THE CURRENT BUSINESS DATE, AND     *
012500* WHETHER THEIR GL CORRECTION HAS RUN                            *
012600*****************************************************************
012700 01  BACKOUT-CODE-TABLE.
012800     05  BKT-ENTRY-COUNT             PIC S9(04) COMP VALUE +0.
012900     05  BKT-ENTRY OCCURS 50 TIMES.
013000         10  BKT-CODE                PIC X(08).
013100         10  BKT-CORR-SW             PIC X(01).
013200*****************************************************************
013300* PARAMETER WORK AREA                                            *
013400*****************************************************************
013500 01  RUN-STATUS-PARM-CARD. COPY  YRSTPARM.
013600*****************************************************************
013700* REPORT LINES                                                   *
013800*****************************************************************
013900 01  RSH-HEAD-1.
014000     05  FILLER                  PIC X(01) VALUE '1'.
014100     05  FILLER                  PIC X(09) VALUE 'YRUNSTAT '.
014200     05  FILLER                  PIC X(44) VALUE
014300         '   DAILY RUN-CONTROL STATUS REPORT          '.
014400     05  FILLER                  PIC X(05) VALUE 'RUN: '.
014500     05  RSH-RUN-DATE            PIC X(08).
014600     05  FILLER                  PIC X(01) VALUE SPACE.
014700     05  RSH-RUN-TIME            PIC X(08).
014800     05  FILLER                  PIC X(08) VALUE '   PAGE '.
014900     05  RSH-PAGE                PIC ZZZZ9.
015000     05  FILLER                  PIC X(44) VALUE SPACES.
015100 01  RSH-HEAD-2.
015200     05  FILLER                  PIC X(01) VALUE ' '.
015300     05  FILLER                  PIC X(21) VALUE
015400         'BUSINESS DATES FROM: '.
015500     05  RSH-FROM-DATE           PIC X(08).
015600     05  FILLER                  PIC X(09) VALUE ' THROUGH '.
015700     05  RSH-TO-DATE             PIC X(08).
015800     05  FILLER                  PIC X(86) VALUE SPACES.
015900 01  RSH-HEAD-3.
016000     05  FILLER                  PIC X(01) VALUE ' '.
016100     05  FILLER                  PIC X(10) VALUE 'STEP'.
016200     05  FILLER                  PIC X(10) VALUE 'QUALIFIER'.
016300     05  FILLER                  PIC X(09) VALUE 'RUN DATE'.
016400     05  FILLER                  PIC X(10) VALUE 'RUN TIME'.
016500     05  FILLER                  PIC X(14) VALUE 'STATUS'.
016600     05  FILLER                  PIC X(06) VALUE '  RC'.
016700     05  FILLER                  PIC X(12) VALUE '    COUNT 1'.
016800     05  FILLER                  PIC X(12) VALUE '    COUNT 2'.
016900     05  FILLER                  PIC X(12) VALUE '    COUNT 3'.
017000     05  FILLER                  PIC X(19) VALUE
017100         '         AMOUNT 1'.
017200     05  FILLER                  PIC X(05) VALUE 'OVRD'.
017300     05  FILLER                  PIC X(08) VALUE 'BY'.
017400     05  FILLER                  PIC X(05) VALUE SPACES.
017500 01  RS-DATE-LINE.
017600     05  RSD-CC                  PIC X(01).
017700     05  FILLER                  PIC X(14) VALUE
017800         'BUSINESS DATE '.
017900     05  RSD-DATE                PIC X(08).
018000     05  FILLER                  PIC X(110) VALUE SPACES.
018100 01  RS-ENTRY-LINE.
018200     05  RSE-CC                  PIC X(01).
018300     05  RSE-STEP                PIC X(08).
018400     05  FILLER                  PIC X(02).
018500     05  RSE-QUALIFIER           PIC X(08).
018600     05  FILLER                  PIC X(02).
018700     05  RSE-RUN-DATE            PIC X(08).
018800     05  FILLER                  PIC X(01).
018900     05  RSE-RUN-TIME            PIC X(08).
019000     05  FILLER                  PIC X(02).
019100     05  RSE-STATUS              PIC X(12).
019200     05  FILLER                  PIC X(02).
019300     05  RSE-RC                  PIC ZZZ9.
019400     05  FILLER                  PIC X(02).
019500     05  RSE-COUNT-1             PIC ZZZ,ZZZ,ZZ9.
019600     05  FILLER                  PIC X(01).
019700     05  RSE-COUNT-2             PIC ZZZ,ZZZ,ZZ9.
019800     05  FILLER                  PIC X(01).
019900     05  RSE-COUNT-3             PIC ZZZ,ZZZ,ZZ9.
020000     05  FILLER                  PIC X(01).
020100     05  RSE-AMOUNT-1            PIC Z,ZZZ,ZZZ,ZZ9.99-.
020200     05  FILLER                  PIC X(02).
020300     05  RSE-OVRD-RULE           PIC X(04).
020400     05  FILLER                  PIC X(01).
020500     05  RSE-OVRD-BY             PIC X(08).
020600     05  FILLER                  PIC X(05).
020700 01  RS-FLAG-LINE.
020800     05  RSF-CC                  PIC X(01).
020900     05  FILLER                  PIC X(04) VALUE '*** '.
021000     05  RSF-STEP                PIC X(08).
021100     05  FILLER                  PIC X(02) VALUE SPACES.
021200     05  RSF-QUALIFIER           PIC X(08).
021300     05  FILLER                  PIC X(02) VALUE SPACES.
021400     05  RSF-TEXT                PIC X(60).
021500     05  FILLER                  PIC X(48) VALUE SPACES.
021600 01  RS-TOTAL-LINE.
021700     05  RST-CC                  PIC X(01).
021800     05  RST-LABEL               PIC X(24).
021900     05  FILLER                  PIC X(05) VALUE ' RUN '.
022000     05  RST-RUN                 PIC ZZ,ZZ9.
022100     05  FILLER                  PIC X(12) VALUE
022200         '  COMPLETED '.
022300     05  RST-DONE                PIC ZZ,ZZ9.
022400     05  FILLER                  PIC X(14) VALUE
022500         '  ENDED ERROR '.
022600     05  RST-ERROR               PIC ZZ,ZZ9.
022700     05  FILLER                  PIC X(16) VALUE
022800         '  NOT FINISHED '.
022900     05  RST-OPEN                PIC ZZ,ZZ9.
023000     05  FILLER                  PIC X(13) VALUE
023100         '  OVERRIDDEN '.
023200     05  RST-OVRD                PIC ZZ,ZZ9.
023300     05  FILLER                  PIC X(10) VALUE
023400         '  MISSING '.
023500     05  RST-MISSING             PIC ZZ,ZZ9.
023600     05  FILLER                  PIC X(02) VALUE SPACES.
023700 01  RS-MESSAGE-LINE.
023800     05  RSM-CC                  PIC X(01).
023900     05  RSM-TEXT                PIC X(80).
024000     05  FILLER                  PIC X(52) VALUE SPACES.
024100 PROCEDURE DIVISION.
024200*****************************************************************
024300* 0000-MAINLINE -- REPORT EACH BUSINESS DATE IN THE RANGE FROM   *
024400*                  THE RUN-CONTROL LEDGER                        *
024500*****************************************************************
024600 0000-MAINLINE.
024700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024800     IF PARM-VALID
024900         PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
025000             UNTIL LEDGER-EOF
025100         IF DATE-OPEN
025200             PERFORM 3000-END-OF-DATE THRU 3000-EXIT
025300         END-IF
025400         PERFORM 7000-PRINT-REPORT-TOTALS THRU 7000-EXIT
025500     END-IF.
025600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
025700     GOBACK.
025800*****************************************************************
025900* 1000-INITIALIZE -- PARAMETER CARD AND DATE RANGE, OPEN FILES,  *
026000*                    POSITION THE LEDGER AT THE FROM DATE        *
026100*****************************************************************
026200 1000-INITIALIZE.
026300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
026400     ACCEPT WS-RUN-TIME FROM TIME.
026500     OPEN INPUT PARM-FILE.
026600     MOVE SPACES TO RUN-STATUS-PARM-CARD.
026700     READ PARM-FILE INTO RUN-STATUS-PARM-CARD
026800         AT END
026900             MOVE SPACES TO RUN-STATUS-PARM-CARD
027000     END-READ.
027100     CLOSE PARM-FILE.
027200     IF RSP-FROM-DATE = SPACES
027300        OR RSP-FROM-DATE = ZEROS
027400         MOVE WS-RUN-DATE TO WS-FROM-DATE
027500     ELSE
027600         MOVE RSP-FROM-DATE TO WS-FROM-DATE
027700     END-IF.
027800     IF RSP-TO-DATE = SPACES
027900        OR RSP-TO-DATE = ZEROS
028000         MOVE WS-FROM-DATE TO WS-TO-DATE
028100     ELSE
028200         MOVE RSP-TO-DATE TO WS-TO-DATE
028300     END-IF.
028400     MOVE WS-FROM-DATE TO WS-CHECK-DATE.
028500     PERFORM 1100-CHECK-DATE THRU 1100-EXIT.
028600     MOVE WS-TO-DATE TO WS-CHECK-DATE.
028700     PERFORM 1100-CHECK-DATE THRU 1100-EXIT.
028800     IF PARM-INVALID
028900         GO TO 1000-EXIT
029000     END-IF.
029100     IF WS-TO-DATE < WS-FROM-DATE
029200         DISPLAY 'YRS2111E THROUGH DATE ' WS-TO-DATE
029300             ' IS BEFORE FROM DATE ' WS-FROM-DATE
029400             ' -- RUN ENDED'
029500         SET PARM-INVALID TO TRUE
029600         MOVE 16 TO RETURN-CODE
029700         GO TO 1000-EXIT
029800     END-IF.
029900     OPEN INPUT RUNCTL-FILE.
030000     OPEN OUTPUT RSTRPT-FILE.
030100     MOVE WS-RUN-DATE  TO RSH-RUN-DATE.
030200     MOVE WS-RUN-TIME  TO RSH-RUN-TIME.
030300     MOVE WS-FROM-DATE TO RSH-FROM-DATE.
030400     MOVE WS-TO-DATE   TO RSH-TO-DATE.
030500     MOVE LOW-VALUES TO RCL-KEY.
030600     MOVE WS-FROM-DATE TO RCL-BUSINESS-DATE.
030700     START RUNCTL-FILE KEY IS NOT LESS THAN RCL-KEY
030800         INVALID KEY
030900             SET LEDGER-EOF TO TRUE
031000     END-START.
031100     IF NOT LEDGER-EOF
031200         PERFORM 1900-READ-LEDGER THRU 1900-EXIT
031300     END-IF.
031400 1000-EXIT.
031500     EXIT.
031600*****************************************************************
031700* 1100-CHECK-DATE -- WS-CHECK-DATE MUST BE A CCYYMMDD DATE       *
031800*****************************************************************
031900 1100-CHECK-DATE.
032000     IF WS-CHECK-DATE NOT NUMERIC
032100        OR WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
032200        OR WS-CHK-DAY < 1 OR WS-CHK-DAY > 31
032300         DISPLAY 'YRS2110E BUSINESS DATE ' WS-CHECK-DATE
032400             ' ON THE PARAMETER CARD IS NOT A VALID CCYYMMDD '
032500             'DATE -- RUN ENDED'
032600         SET PARM-INVALID TO TRUE
032700         MOVE 16 TO RETURN-CODE
032800     END-IF.
032900 1100-EXIT.
033000     EXIT.
033100*****************************************************************
033200* 1900-READ-LEDGER -- NEXT LEDGER ENTRY; PAST THE THROUGH DATE   *
033300*                 ENDS THE REPORT                                *
033400*****************************************************************
033500 1900-READ-LEDGER.
033600     READ RUNCTL-FILE NEXT RECORD
033700         AT END
033800             SET LEDGER-EOF TO TRUE
033900     END-READ.
034000     IF NOT LEDGER-EOF
034100        AND RCL-BUSINESS-DATE > WS-TO-DATE
034200         SET LEDGER-EOF TO TRUE
034300     END-IF.
034400 1900-EXIT.
034500     EXIT.
034600*****************************************************************
034700* 2000-PROCESS-ENTRY -- CLOSE OFF THE PREVIOUS BUSINESS DATE ON  *
034800*                 A CHANGE, NOTE WHAT THIS ENTRY COMPLETED AND   *
034900*                 LIST IT                                        *
035000*****************************************************************
035100 2000-PROCESS-ENTRY.
035200     IF RCL-BUSINESS-DATE NOT = WS-CUR-DATE
035300         IF DATE-OPEN
035400             PERFORM 3000-END-OF-DATE THRU 3000-EXIT
035500         END-IF
035600         PERFORM 2100-START-DATE THRU 2100-EXIT
035700     END-IF.
035800     ADD 1 TO WS-DATE-RUN-COUNT.
035900     MOVE 'N' TO WS-ENTRY-CLEAN-SW.
036000     MOVE SPACES TO RS-ENTRY-LINE.
036100     IF RCL-STARTED
036200         MOVE 'NOT FINISHED' TO RSE-STATUS
036300         ADD 1 TO WS-DATE-OPEN-COUNT
036400     ELSE
036500         IF RCL-RETURN-CODE > 4
036600             MOVE 'ENDED ERROR' TO RSE-STATUS
036700             ADD 1 TO WS-DATE-ERROR-COUNT
036800         ELSE
036900             MOVE 'COMPLETED' TO RSE-STATUS
037000             ADD 1 TO WS-DATE-DONE-COUNT
037100             SET ENTRY-CLEAN TO TRUE
037200         END-IF
037300     END-IF.
037400     IF RCL-OVERRIDDEN
037500         ADD 1 TO WS-DATE-OVRD-COUNT
037600         MOVE RCL-OVERRIDE-RULE TO RSE-OVRD-RULE
037700         MOVE RCL-OVERRIDE-BY   TO RSE-OVRD-BY
037800     END-IF.
037900     IF RCL-STEP-ID = 'REMPART'
038000        AND RCL-QUALIFIER NOT = SPACES
038100         SET REMP-STREAMS TO TRUE
038200     END-IF.
038300     IF ENTRY-CLEAN
038400         PERFORM 2200-NOTE-COMPLETION THRU 2200-EXIT
038500     END-IF.
038600     MOVE RCL-STEP-ID     TO RSE-STEP.
038700     MOVE RCL-QUALIFIER   TO RSE-QUALIFIER.
038800     MOVE RCL-RUN-DATE    TO RSE-RUN-DATE.
038900     MOVE RCL-RUN-TIME    TO RSE-RUN-TIME.
039000     MOVE RCL-RETURN-CODE TO RSE-RC.
039100     MOVE RCL-COUNT-1     TO RSE-COUNT-1.
039200     MOVE RCL-COUNT-2     TO RSE-COUNT-2.
039300     MOVE RCL-COUNT-3     TO RSE-COUNT-3.
039400     MOVE RCL-AMOUNT-1    TO RSE-AMOUNT-1.
039500     MOVE RS-ENTRY-LINE TO WS-PRINT-LINE.
039600     MOVE 1 TO WS-SPACING.
039700     PERFORM 4900-WRITE-PRINT-LINE THRU 4900-EXIT.
039800     PERFORM 1900-READ-LEDGER THRU 1900-EXIT.
039900 2000-EXIT.
040000     EXIT.
040100*****************************************************************
040200* 2100-START-DATE -- RESET THE PER-DATE FLAGS AND COUNTS, LIST   *
040300*                 THE NEW BUSINESS DATE                          *
040400*****************************************************************
040500 2100-START-DATE.
040600     MOVE RCL-BUSINESS-DATE TO WS-CUR-DATE.
040700     SET DATE-OPEN TO TRUE.
040800     ADD 1 TO WS-DATES-COUNT.
040900     MOVE 'N' TO WS-DET20-DONE-SW
041000                 WS-REMP-DONE-SW
041100                 WS-REMP-STREAMS-SW
041200                 WS-PRTM-DONE-SW
041300                 WS-GLM-DONE-SW.
041400     MOVE 0 TO BKT-ENTRY-COUNT
041500               WS-DATE-RUN-COUNT
041600               WS-DATE-DONE-COUNT
041700               WS-DATE-ERROR-COUNT
041800               WS-DATE-OPEN-COUNT
041900               WS-DATE-OVRD-COUNT
042000               WS-DATE-MISSING-COUNT.
042100     MOVE SPACES TO RSD-CC.
042200     MOVE WS-CUR-DATE TO RSD-DATE.
042300     MOVE RS-DATE-LINE TO WS-PRINT-LINE.
042400     MOVE 2 TO WS-SPACING.
042500     PERFORM 4900-WRITE-PRINT-LINE THRU 4900-EXIT.
042600 2100-EXIT.
042700     EXIT.
042800*****************************************************************
042900* 2200-NOTE-COMPLETION -- RECORD A STEP THAT COMPLETED FOR THE   *
043000*                 CURRENT BUSINESS DATE.  A BACKOUT ADDS ITS     *
043100*                 CODE TO THE TABLE; A CORRECTION MARKS IT DONE  *
043200*                 (KEY ORDER BRINGS YCVBKOUT BEFORE YGLCORR)     *
043300*****************************************************************
043400 2200-NOTE-COMPLETION.
043500     IF RCL-STEP-ID = 'YDET20ED'
043600         SET DET20-DONE TO TRUE
043700         GO TO 2200-EXIT
043800     END-IF.
043900     IF RCL-STEP-ID = 'REMPART'
044000         SET REMP-DONE TO TRUE
044100         GO TO 2200-EXIT
044200     END-IF.
044300     IF RCL-STEP-ID = 'YPRTMERG'
044400         SET PRTM-DONE TO TRUE
044500         GO TO 2200-EXIT
044600     END-IF.
044700     IF RCL-STEP-ID = 'YGLMERG'
044800         SET GLM-DONE TO TRUE
044900         GO TO 2200-EXIT
045000     END-IF.
045100     IF RCL-STEP-ID NOT = 'YCVBKOUT'
045200        AND RCL-STEP-ID NOT = 'YGLCORR'
045300         GO TO 2200-EXIT
045400     END-IF.
045500     PERFORM 2300-FIND-BACKOUT-CODE THRU 2300-EXIT.
045600     IF RCL-STEP-ID = 'YGLCORR'
045700         IF BKO-FOUND
045800             MOVE 'Y' TO BKT-CORR-SW (WS-BKO-SUB)
045900         END-IF
046000         GO TO 2200-EXIT
046100     END-IF.
046200     IF BKO-FOUND
046300         GO TO 2200-EXIT
046400     END-IF.
046500     IF BKT-ENTRY-COUNT NOT < 50
046600         DISPLAY 'YRS2105W MORE THAN 50 BACKOUT CODES FOR '
046700             WS-CUR-DATE ' -- CODE ' RCL-QUALIFIER
046800             ' NOT CHECKED FOR ITS GL CORRECTION'
046900         GO TO 2200-EXIT
047000     END-IF.
047100     ADD 1 TO BKT-ENTRY-COUNT.
047200     MOVE RCL-QUALIFIER TO BKT-CODE (BKT-ENTRY-COUNT).
047300     MOVE 'N' TO BKT-CORR-SW (BKT-ENTRY-COUNT).
047400 2200-EXIT.
047500     EXIT.
047600 2300-FIND-BACKOUT-CODE.
047700     MOVE 'N' TO WS-BKO-FOUND-SW.
047800     MOVE 1 TO WS-BKO-SUB.
047900     PERFORM 2310-TEST-BACKOUT-CODE THRU 2310-EXIT
048000         UNTIL BKO-FOUND
048100            OR WS-BKO-SUB > BKT-ENTRY-COUNT.
048200 2300-EXIT.
048300     EXIT.
048400 2310-TEST-BACKOUT-CODE.
048500     IF BKT-CODE (WS-BKO-SUB) = RCL-QUALIFIER
048600         SET BKO-FOUND TO TRUE
048700     ELSE
048800         ADD 1 TO WS-BKO-SUB
048900     END-IF.
049000 2310-EXIT.
049100     EXIT.
049200*****************************************************************
049300* 3000-END-OF-DATE -- FLAG THE STEPS THE BUSINESS DATE STILL     *
049400*                 NEEDS, PRINT ITS TOTALS, ADD THEM TO THE       *
049500*                 REPORT TOTALS                                  *
049600*****************************************************************
049700 3000-END-OF-DATE.
049800     IF NOT DET20-DONE
049900         MOVE 'YDET20ED' TO RSF-STEP
050000         MOVE SPACES     TO RSF-QUALIFIER
050100         MOVE 'NOT COMPLETED FOR THIS BUSINESS DATE' TO RSF-TEXT
050200         PERFORM 3100-PRINT-FLAG THRU 3100-EXIT
050300     END-IF.
050400     IF NOT REMP-DONE
050500         MOVE 'REMPART'  TO RSF-STEP
050600         MOVE SPACES     TO RSF-QUALIFIER
050700         MOVE 'NOT COMPLETED FOR THIS BUSINESS DATE' TO RSF-TEXT
050800         PERFORM 3100-PRINT-FLAG THRU 3100-EXIT
050900     END-IF.
051000     IF REMP-STREAMS
051100        AND NOT PRTM-DONE
051200         MOVE 'YPRTMERG' TO RSF-STEP
051300         MOVE SPACES     TO RSF-QUALIFIER
051400         MOVE 'NOT COMPLETED -- REMPART STREAMS NOT MERGED TO PRTD
051500-             '20L' TO RSF-TEXT
051600         PERFORM 3100-PRINT-FLAG THRU 3100-EXIT
051700     END-IF.
051800     IF REMP-STREAMS
051900        AND NOT GLM-DONE
052000         MOVE 'YGLMERG'  TO RSF-STEP
052100         MOVE SPACES     TO RSF-QUALIFIER
052200         MOVE 'NOT COMPLETED -- REMPART STREAMS NOT MERGED TO GLIN
052300-             'TF' TO RSF-TEXT
052400         PERFORM 3100-PRINT-FLAG THRU 3100-EXIT
052500     END-IF.
052600     MOVE 1 TO WS-BKO-SUB.
052700     PERFORM 3200-CHECK-BACKOUT-CODE THRU 3200-EXIT
052800         UNTIL WS-BKO-SUB > BKT-ENTRY-COUNT.
052900     MOVE SPACES TO RST-CC.
053000     MOVE '  BUSINESS DATE TOTALS' TO RST-LABEL.
053100     MOVE WS-DATE-RUN-COUNT     TO RST-RUN.
053200     MOVE WS-DATE-DONE-COUNT    TO RST-DONE.
053300     MOVE WS-DATE-ERROR-COUNT   TO RST-ERROR.
053400     MOVE WS-DATE-OPEN-COUNT    TO RST-OPEN.
053500     MOVE WS-DATE-OVRD-COUNT    TO RST-OVRD.
053600     MOVE WS-DATE-MISSING-COUNT TO RST-MISSING.
053700     MOVE RS-TOTAL-LINE TO WS-PRINT-LINE.
053800     MOVE 2 TO WS-SPACING.
053900     PERFORM 4900-WRITE-PRINT-LINE THRU 4900-EXIT.
054000     ADD WS-DATE-RUN-COUNT     TO WS-TOTAL-RUN-COUNT.
054100     ADD WS-DATE-DONE-COUNT    TO WS-TOTAL-DONE-COUNT.
054200     ADD WS-DATE-ERROR-COUNT   TO WS-TOTAL-ERROR-COUNT.
054300     ADD WS-DATE-OPEN-COUNT    TO WS-TOTAL-OPEN-COUNT.
054400     ADD WS-DATE-OVRD-COUNT    TO WS-TOTAL-OVRD-COUNT.
054500     ADD WS-DATE-MISSING-COUNT TO WS-TOTAL-MISSING-COUNT.
054600     MOVE 'N' TO WS-DATE-OPEN-SW.
054700 3000-EXIT.
054800     EXIT.
054900 3100-PRINT-FLAG.
055000     ADD 1 TO WS-DATE-MISSING-COUNT.
055100     MOVE SPACES TO RSF-CC.
055200     MOVE RS-FLAG-LINE TO WS-PRINT-LINE.
055300     MOVE 1 TO WS-SPACING.
055400     PERFORM 4900-WRITE-PRINT-LINE THRU 4900-EXIT.
055500 3100-EXIT.
055600     EXIT.
055700 3200-CHECK-BACKOUT-CODE.
055800     IF BKT-CORR-SW (WS-BKO-SUB) NOT = 'Y'
055900         MOVE 'YGLCORR'  TO RSF-STEP
056000         MOVE BKT-CODE (WS-BKO-SUB) TO RSF-QUALIFIER
056100         MOVE 'NOT COMPLETED FOR THIS CODE''S YCVBKOUT BACKOUT'
056200             TO RSF-TEXT
056300         PERFORM 3100-PRINT-FLAG THRU 3100-EXIT
056400     END-IF.
056500     ADD 1 TO WS-BKO-SUB.
056600 3200-EXIT.
056700     EXIT.
056800*****************************************************************
056900* 4900-WRITE-PRINT-LINE -- WS-PRINT-LINE AFTER WS-SPACING LINES, *
057000*                 NEW PAGE WHEN THE CURRENT ONE IS FULL          *
057100*****************************************************************
057200 4900-WRITE-PRINT-LINE.
057300     PERFORM 5000-CHECK-PAGE-OVERFLOW THRU 5000-EXIT.
057400     WRITE RSTRPT-REC FROM WS-PRINT-LINE
057500         AFTER ADVANCING WS-SPACING LINES.
057600     ADD WS-SPACING TO WS-LINE-COUNT.
057700 4900-EXIT.
057800     EXIT.
057900*****************************************************************
058000* 5000-CHECK-PAGE-OVERFLOW -- NEW PAGE HEADING WHEN THE CURRENT  *
058100*                 PAGE IS FULL                                   *
058200*****************************************************************
058300 5000-CHECK-PAGE-OVERFLOW.
058400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
058500         PERFORM 5100-PRINT-PAGE-HEADING THRU 5100-EXIT
058600     END-IF.
058700 5000-EXIT.
058800     EXIT.
058900 5100-PRINT-PAGE-HEADING.
059000     ADD 1 TO WS-PAGE-COUNT.
059100     MOVE WS-PAGE-COUNT TO RSH-PAGE.
059200     WRITE RSTRPT-REC FROM RSH-HEAD-1
059300         AFTER ADVANCING PAGE.
059400     WRITE RSTRPT-REC FROM RSH-HEAD-2
059500         AFTER ADVANCING 1 LINE.
059600     WRITE RSTRPT-REC FROM RSH-HEAD-3
059700         AFTER ADVANCING 2 LINES.
059800     MOVE 4 TO WS-LINE-COUNT.
059900 5100-EXIT.
060000     EXIT.
060100*****************************************************************
060200* 7000-PRINT-REPORT-TOTALS -- TOTALS FOR THE WHOLE RANGE, OR     *
060300*                 THE NOTE THAT THE RANGE HAS NO ENTRIES         *
060400*****************************************************************
060500 7000-PRINT-REPORT-TOTALS.
060600     IF WS-DATES-COUNT = ZERO
060700         MOVE SPACES TO RSM-CC
060800         MOVE 'NO RUN-CONTROL ENTRIES FOR THE BUSINESS DATES REQUE
060900-             'STED' TO RSM-TEXT
061000         MOVE RS-MESSAGE-LINE TO WS-PRINT-LINE
061100         MOVE 2 TO WS-SPACING
061200         PERFORM 4900-WRITE-PRINT-LINE THRU 4900-EXIT
061300         GO TO 7000-EXIT
061400     END-IF.
061500     MOVE SPACES TO RST-CC.
061600     MOVE 'REPORT TOTALS' TO RST-LABEL.
061700     MOVE WS-TOTAL-RUN-COUNT     TO RST-RUN.
061800     MOVE WS-TOTAL-DONE-COUNT    TO RST-DONE.
061900     MOVE WS-TOTAL-ERROR-COUNT   TO RST-ERROR.
062000     MOVE WS-TOTAL-OPEN-COUNT    TO RST-OPEN.
062100     MOVE WS-TOTAL-OVRD-COUNT    TO RST-OVRD.
062200     MOVE WS-TOTAL-MISSING-COUNT TO RST-MISSING.
062300     MOVE RS-TOTAL-LINE TO WS-PRINT-LINE.
062400     MOVE 3 TO WS-SPACING.
062500     PERFORM 4900-WRITE-PRINT-LINE THRU 4900-EXIT.
062600 7000-EXIT.
062700     EXIT.
062800*****************************************************************
062900* 8000-TERMINATE -- CLOSE FILES, REPORT RUN TOTALS, SET THE      *
063000*                   RETURN CODE                                  *
063100*****************************************************************
063200 8000-TERMINATE.
063300     IF PARM-INVALID
063400         GO TO 8000-EXIT
063500     END-IF.
063600     CLOSE RUNCTL-FILE
063700           RSTRPT-FILE.
063800     DISPLAY 'YRS2100I RUN-CONTROL STATUS FOR ' WS-FROM-DATE
063900         ' THROUGH ' WS-TO-DATE ' COMPLETE'.
064000     DISPLAY 'YRS2101I BUSINESS DATES LISTED : ' WS-DATES-COUNT.
064100     DISPLAY 'YRS2102I LEDGER ENTRIES LISTED : '
064200             WS-TOTAL-RUN-COUNT.
064300     DISPLAY 'YRS2103I STEPS COMPLETED       : '
064400             WS-TOTAL-DONE-COUNT.
064500     DISPLAY 'YRS2104I RUNS OVERRIDDEN       : '
064600             WS-TOTAL-OVRD-COUNT.
064700     IF WS-DATES-COUNT = ZERO
064800         DISPLAY 'YRS2106W NO RUN-CONTROL ENTRIES FOR THE '
064900             'BUSINESS DATES REQUESTED'
065000         MOVE 4 TO RETURN-CODE
065100     END-IF.
065200     IF WS-TOTAL-ERROR-COUNT > ZERO
065300        OR WS-TOTAL-OPEN-COUNT > ZERO
065400        OR WS-TOTAL-MISSING-COUNT > ZERO
065500         DISPLAY 'YRS2107W ' WS-TOTAL-ERROR-COUNT
065600             ' ENDED IN ERROR, ' WS-TOTAL-OPEN-COUNT
065700             ' NOT FINISHED, ' WS-TOTAL-MISSING-COUNT
065800             ' MISSING -- SEE THE RSTRPT REPORT'
065900         MOVE 4 TO RETURN-CODE
066000     END-IF.
066100 8000-EXIT.
066200     EXIT.
066300 END PROGRAM YRUNSTAT.
