001800*           ONE'S TRAILER COUNT AND HASH AGAINST ITS OWN         *
001900*           DETAIL RECORDS.                                      *
002000*         - MERGES DETAIL RECORDS CARRYING THE SAME GROUP KEY    *
002010*           INTO ONE SUMMED DETAIL, AND FEE DETAILS INTO ONE     *
002020*           SUMMED FEE DETAIL FOLLOWING IT.                      *
002200*         - WRITES A SINGLE GLINTF WITH ONE HEADER AND ONE       *
002300*           TRAILER COVERING THE WHOLE BUSINESS DAY.             *
002400*         - CROSS-CHECKS THE COMBINED DETAILS AGAINST THE        *
003200*                                                                *
003300* MODIFICATION HISTORY.                                          *
003400*     09/02/26  JFM  ORIGINAL VERSION.                           *
003410*     10/15/26  JFM  LOGS EACH RUN ON THE YRUNCTL RUN-CONTROL    *
003420*                    LEDGER UNDER THE BUSINESS DATE ON THE NEW   *
003430*                    YRCLPARM PARAMETER CARD AND REFUSES A       *
003440*                    SECOND CLEAN RUN, OR A RUN BEFORE ANY       *
003450*                    REMPART STREAM HAS COMPLETED FOR THAT DATE, *
003460*                    UNLESS THE OVERRIDE AND AN OPERATOR ID ARE  *
003470*                    CODED.                                      *
003480*     10/15/26  JFM  STREAM CHECKPOINT RECORDS LENGTHENED TO 77  *
003490*                    BYTES FOR THE HELD-ITEM COUNT AND AMOUNT.   *
003491*     10/15/26  JFM  STREAM CHECKPOINT RECORDS LENGTHENED TO 98  *
003492*                    BYTES FOR THE CONVERSION FEE TOTALS. FEE    *
003493*                    DETAILS ARE VERIFIED WITH THE STREAM'S      *
003494*                    OTHER DETAILS AND MERGED BY GROUP KEY INTO  *
003495*                    ONE FEE DETAIL FOLLOWING THE GROUP'S        *
003496*                    DETAIL.                                     *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
005700                            ORGANIZATION IS SEQUENTIAL.
005800     SELECT GLINTF-FILE     ASSIGN TO GLINTF
005900                            ORGANIZATION IS SEQUENTIAL.
005910     SELECT PARM-FILE       ASSIGN TO PARMCRD
005920                            ORGANIZATION IS SEQUENTIAL.
005930     SELECT RUNCTL-FILE     ASSIGN TO RUNCTL
005940                            ORGANIZATION IS INDEXED
005950                            ACCESS MODE IS DYNAMIC
005960                            RECORD KEY IS RCL-KEY.
006000     SELECT SORT-FILE       ASSIGN TO SORTWK01.
006100 DATA DIVISION.
006200 FILE SECTION.
007900 FD  STRM1-CKP-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 01  STRM1-CKP-REC                   PIC X(98).
008300 FD  STRM2-CKP-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 01  STRM2-CKP-REC                   PIC X(98).
008700 FD  STRM3-CKP-FILE
008800     RECORDING MODE IS F
008900     LABEL RECORDS ARE STANDARD.
009000 01  STRM3-CKP-REC                   PIC X(98).
009100 FD  STRM4-CKP-FILE
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400 01  STRM4-CKP-REC                   PIC X(98).
009500 FD  GLINTF-FILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800 01  GLINTF-REC                      PIC X(60).
009810 FD  PARM-FILE
009820     RECORDING MODE IS F
009830     LABEL RECORDS ARE STANDARD.
009840 01  PARM-REC                        PIC X(80).
009850 FD  RUNCTL-FILE
009860     LABEL RECORDS ARE STANDARD.
009870 01  RUNCTL-REC.
009880     COPY YRUNCTL.
009900 SD  SORT-FILE.
010000 01  SORT-RECORD.
010100     05  SRT-GROUP-KEY               PIC X(03).
010110     05  SRT-REC-TYPE                PIC X(01).
010200     05  SRT-REC-COUNT               PIC S9(07) COMP-3.
010300     05  SRT-AMOUNT                  PIC S9(09)V9(02) COMP-3.
010400 WORKING-STORAGE SECTION.
014000 77  WS-TOT-CKP-COUNT            PIC S9(07) COMP-3 VALUE ZERO.
014100 77  WS-TOT-CKP-HASH         PIC S9(13)V9(02) COMP-3 VALUE ZERO.
014200 77  WS-PREV-GROUP-KEY           PIC X(03)  VALUE SPACES.
014210 77  WS-PREV-REC-TYPE            PIC X(01)  VALUE SPACES.
014300 77  WS-GRP-COUNT                PIC S9(07) COMP-3 VALUE ZERO.
014400 77  WS-GRP-AMOUNT           PIC S9(09)V9(02) COMP-3 VALUE ZERO.
014500 77  WS-GL-DETAIL-COUNT          PIC S9(07) COMP-3 VALUE ZERO.
014600 77  WS-GL-HASH-TOTAL        PIC S9(13)V9(02) COMP-3 VALUE ZERO.
014602*****************************************************************
014604* RUN-CONTROL LEDGER -- THIS STEP'S YRUNCTL ENTRY, THE STEP IT   *
014606* MUST FOLLOW, AND THE DUPLICATE/ORDER CHECKS MADE BEFORE IT     *
014608* IS ALLOWED TO RUN                                              *
014610*****************************************************************
014612 77  WS-RCL-STEP-ID                  PIC X(08) VALUE 'YGLMERG'.
014614 77  WS-RCL-PRED-STEP                PIC X(08) VALUE 'REMPART'.
014616 77  WS-RCL-PRED-ANY-QUAL-SW         PIC X(01) VALUE 'Y'.
014618 77  WS-RCL-BUSINESS-DATE            PIC X(08) VALUE SPACES.
014620 77  WS-RCL-QUALIFIER                PIC X(08) VALUE SPACES.
014622 77  WS-RCL-OVERRIDE-SW              PIC X(01) VALUE 'N'.
014624     88  RCL-OVERRIDE-CODED          VALUE 'Y'.
014626 77  WS-RCL-OVERRIDE-BY              PIC X(08) VALUE SPACES.
014628 77  WS-RCL-RULE                     PIC X(04) VALUE SPACES.
014630 77  WS-RCL-ALLOWED-SW               PIC X(01) VALUE 'Y'.
014632     88  RCL-RUN-ALLOWED             VALUE 'Y'.
014634     88  RCL-RUN-REFUSED             VALUE 'N'.
014636 77  WS-RCL-STARTED-SW               PIC X(01) VALUE 'N'.
014638     88  RCL-ENTRY-STARTED           VALUE 'Y'.
014640 77  WS-RCL-SCAN-STEP                PIC X(08) VALUE SPACES.
014642 77  WS-RCL-SCAN-ANY-QUAL-SW         PIC X(01) VALUE 'N'.
014644     88  RCL-SCAN-ANY-QUALIFIER      VALUE 'Y'.
014646 77  WS-RCL-SCAN-DONE-SW             PIC X(01) VALUE 'N'.
014648     88  RCL-SCAN-DONE               VALUE 'Y'.
014650 77  WS-RCL-CLEAN-SW                 PIC X(01) VALUE 'N'.
014652     88  RCL-CLEAN-FOUND             VALUE 'Y'.
014654 77  WS-RCL-OPEN-SW                  PIC X(01) VALUE 'N'.
014656     88  RCL-OPEN-FOUND              VALUE 'Y'.
014658 77  WS-RCL-SAVE-KEY                 PIC X(40) VALUE SPACES.
014700*****************************************************************
014800* RECORD WORK AREAS                                              *
014900*****************************************************************
015000 01  GL-INTERFACE-RECORD. COPY  YGLINTF.
015100 01  CHECKPOINT-RECORD. COPY  YCHKPT.
015110 01  RUN-CONTROL-PARM-CARD. COPY  YRCLPARM.
015200 PROCEDURE DIVISION.
015300*****************************************************************
015400* 0000-MAINLINE -- VERIFY AND RELEASE EACH STREAM'S GL DETAILS,  *
015700*****************************************************************
015800 0000-MAINLINE.
015900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015910     IF RCL-RUN-ALLOWED
016000         SORT SORT-FILE
016100             ON ASCENDING KEY SRT-GROUP-KEY SRT-REC-TYPE
016200             INPUT PROCEDURE IS 2000-GATHER-ALL-STREAMS
016300                 THRU 2000-EXIT
016400             OUTPUT PROCEDURE IS 4000-BUILD-MERGED-GLINTF
016500                 THRU 4000-EXIT
016600         PERFORM 7000-CROSS-CHECK THRU 7000-EXIT
016700         PERFORM 8000-TERMINATE THRU 8000-EXIT
016710     END-IF.
016800     GOBACK.
016900*****************************************************************
017000* 1000-INITIALIZE -- RUN STAMP FOR THE MERGED HEADER, PARM CARD  *
017010*                    AND THE RUN-CONTROL LEDGER CHECK            *
017100*****************************************************************
017200 1000-INITIALIZE.
017300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017400     ACCEPT WS-RUN-TIME FROM TIME.
017405     OPEN INPUT PARM-FILE.
017410     MOVE SPACES TO RUN-CONTROL-PARM-CARD.
017415     READ PARM-FILE INTO RUN-CONTROL-PARM-CARD
017420         AT END
017425             MOVE SPACES TO RUN-CONTROL-PARM-CARD
017430     END-READ.
017435     CLOSE PARM-FILE.
017440     IF RCP-BUSINESS-DATE = SPACES OR RCP-BUSINESS-DATE = ZEROS
017445         MOVE WS-RUN-DATE TO WS-RCL-BUSINESS-DATE
017450     ELSE
017455         MOVE RCP-BUSINESS-DATE TO WS-RCL-BUSINESS-DATE
017460     END-IF.
017465     MOVE RCP-RUN-OVERRIDE TO WS-RCL-OVERRIDE-SW.
017470     MOVE RCP-OVERRIDE-BY  TO WS-RCL-OVERRIDE-BY.
017475     PERFORM 1500-CHECK-RUN-LEDGER THRU 1500-EXIT.
017500 1000-EXIT.
017600     EXIT.
017601*****************************************************************
017602* 1500-CHECK-RUN-LEDGER -- REFUSE A SECOND CLEAN RUN FOR THE     *
017603*                 BUSINESS DATE, OR A RUN AHEAD OF THE STEP IT   *
017604*                 FOLLOWS, UNLESS THE OVERRIDE AND AN OPERATOR   *
017605*                 ID ARE ON THE CARD; THEN LOG THE START         *
017606*****************************************************************
017607 1500-CHECK-RUN-LEDGER.
017608     MOVE SPACES TO WS-RCL-RULE.
017609     OPEN I-O RUNCTL-FILE.
017610     MOVE WS-RCL-STEP-ID TO WS-RCL-SCAN-STEP.
017611     MOVE 'N' TO WS-RCL-SCAN-ANY-QUAL-SW.
017612     PERFORM 1550-SCAN-LEDGER THRU 1550-EXIT.
017613     IF RCL-CLEAN-FOUND
017614         MOVE 'DUPL' TO WS-RCL-RULE
017615         DISPLAY 'YGM1910W ' WS-RCL-STEP-ID
017616             ' HAS ALREADY COMPLETED FOR BUSINESS DATE '
017617             WS-RCL-BUSINESS-DATE ' ' WS-RCL-QUALIFIER
017618     END-IF.
017619     IF RCL-OPEN-FOUND
017620         DISPLAY 'YGM1911W AN EARLIER ' WS-RCL-STEP-ID
017621             ' RUN FOR ' WS-RCL-BUSINESS-DATE
017622             ' STARTED BUT NEVER FINISHED'
017623     END-IF.
017624     IF WS-RCL-PRED-STEP NOT = SPACES
017625         MOVE WS-RCL-PRED-STEP TO WS-RCL-SCAN-STEP
017626         MOVE WS-RCL-PRED-ANY-QUAL-SW TO WS-RCL-SCAN-ANY-QUAL-SW
017627         PERFORM 1550-SCAN-LEDGER THRU 1550-EXIT
017628         IF NOT RCL-CLEAN-FOUND
017629             IF WS-RCL-RULE = SPACES
017630                 MOVE 'ORDR' TO WS-RCL-RULE
017631             ELSE
017632                 MOVE 'BOTH' TO WS-RCL-RULE
017633             END-IF
017634             DISPLAY 'YGM1912W ' WS-RCL-PRED-STEP
017635                 ' HAS NOT COMPLETED FOR BUSINESS DATE '
017636                 WS-RCL-BUSINESS-DATE
017637         END-IF
017638     END-IF.
017639     IF WS-RCL-RULE NOT = SPACES
017640         IF RCL-OVERRIDE-CODED AND WS-RCL-OVERRIDE-BY NOT = SPACES
017641             DISPLAY 'YGM1913W RUN-CONTROL OVERRIDE ' WS-RCL-RULE
017642                 ' BY ' WS-RCL-OVERRIDE-BY ' -- RUN PROCEEDS'
017643         ELSE
017644             DISPLAY 'YGM1914E RUN REFUSED -- CODE THE '
017645                 'RUN-CONTROL OVERRIDE AND AN OPERATOR ID ON '
017646                 'THE PARAMETER CARD TO FORCE IT'
017647             SET RCL-RUN-REFUSED TO TRUE
017648             MOVE 16 TO RETURN-CODE
017649             CLOSE RUNCTL-FILE
017650             GO TO 1500-EXIT
017651         END-IF
017652     END-IF.
017653     PERFORM 1600-WRITE-LEDGER-START THRU 1600-EXIT.
017654     CLOSE RUNCTL-FILE.
017655 1500-EXIT.
017656     EXIT.
017657*****************************************************************
017658* 1550-SCAN-LEDGER -- BROWSE THE BUSINESS DATE'S ENTRIES FOR     *
017659*                 WS-RCL-SCAN-STEP (THIS RUN'S QUALIFIER ONLY,   *
017660*                 UNLESS ANY QUALIFIER WILL DO) NOTING A CLEAN   *
017661*                 FINISH AND A START THAT NEVER FINISHED         *
017662*****************************************************************
017663 1550-SCAN-LEDGER.
017664     MOVE 'N' TO WS-RCL-CLEAN-SW.
017665     MOVE 'N' TO WS-RCL-OPEN-SW.
017666     MOVE 'N' TO WS-RCL-SCAN-DONE-SW.
017667     MOVE LOW-VALUES TO RCL-KEY.
017668     MOVE WS-RCL-BUSINESS-DATE TO RCL-BUSINESS-DATE.
017669     MOVE WS-RCL-SCAN-STEP TO RCL-STEP-ID.
017670     IF NOT RCL-SCAN-ANY-QUALIFIER
017671         MOVE WS-RCL-QUALIFIER TO RCL-QUALIFIER
017672     END-IF.
017673     START RUNCTL-FILE KEY IS NOT LESS THAN RCL-KEY
017674         INVALID KEY
017675             SET RCL-SCAN-DONE TO TRUE
017676     END-START.
017677     PERFORM 1560-READ-LEDGER-NEXT THRU 1560-EXIT
017678         UNTIL RCL-SCAN-DONE.
017679 1550-EXIT.
017680     EXIT.
017681*****************************************************************
017682* 1560-READ-LEDGER-NEXT -- ONE BROWSE STEP; A FINISH AT RETURN   *
017683*                 CODE 4 OR LESS COUNTS AS A CLEAN RUN           *
017684*****************************************************************
017685 1560-READ-LEDGER-NEXT.
017686     READ RUNCTL-FILE NEXT RECORD
017687         AT END
017688             SET RCL-SCAN-DONE TO TRUE
017689             GO TO 1560-EXIT
017690     END-READ.
017691     IF RCL-BUSINESS-DATE NOT = WS-RCL-BUSINESS-DATE
017692        OR RCL-STEP-ID NOT = WS-RCL-SCAN-STEP
017693        OR (NOT RCL-SCAN-ANY-QUALIFIER
017694            AND RCL-QUALIFIER NOT = WS-RCL-QUALIFIER)
017695         SET RCL-SCAN-DONE TO TRUE
017696         GO TO 1560-EXIT
017697     END-IF.
017698     IF RCL-FINISHED AND RCL-RETURN-CODE NOT > 4
017699         SET RCL-CLEAN-FOUND TO TRUE
017700     END-IF.
017701     IF RCL-STARTED
017702         SET RCL-OPEN-FOUND TO TRUE
017703     END-IF.
017704 1560-EXIT.
017705     EXIT.
017706*****************************************************************
017707* 1600-WRITE-LEDGER-START -- THIS RUN'S ENTRY, STATUS STARTED,   *
017708*                 CARRYING ANY OVERRIDE USED TO GET HERE         *
017709*****************************************************************
017710 1600-WRITE-LEDGER-START.
017711     MOVE SPACES TO RUNCTL-REC.
017712     MOVE WS-RCL-BUSINESS-DATE TO RCL-BUSINESS-DATE.
017713     MOVE WS-RCL-STEP-ID       TO RCL-STEP-ID.
017714     MOVE WS-RCL-QUALIFIER     TO RCL-QUALIFIER.
017715     MOVE WS-RUN-DATE          TO RCL-RUN-DATE.
017716     MOVE WS-RUN-TIME          TO RCL-RUN-TIME.
017717     SET RCL-STARTED TO TRUE.
017718     MOVE ZERO TO RCL-RETURN-CODE.
017719     MOVE ZERO TO RCL-COUNT-1 RCL-COUNT-2 RCL-COUNT-3.
017720     MOVE ZERO TO RCL-AMOUNT-1 RCL-AMOUNT-2.
017721     IF WS-RCL-RULE NOT = SPACES
017722         SET RCL-OVERRIDDEN TO TRUE
017723         MOVE WS-RCL-RULE        TO RCL-OVERRIDE-RULE
017724         MOVE WS-RCL-OVERRIDE-BY TO RCL-OVERRIDE-BY
017725     END-IF.
017726     MOVE RCL-KEY TO WS-RCL-SAVE-KEY.
017727     WRITE RUNCTL-REC
017728         INVALID KEY
017729             DISPLAY 'YGM1915E RUN-CONTROL ENTRY ' WS-RCL-SAVE-KEY
017730                 ' ALREADY ON FILE -- RUN REFUSED'
017731             SET RCL-RUN-REFUSED TO TRUE
017732             MOVE 16 TO RETURN-CODE
017733         NOT INVALID KEY
017734             SET RCL-ENTRY-STARTED TO TRUE
017735     END-WRITE.
017736 1600-EXIT.
017737     EXIT.
017738*****************************************************************
017800* 2000-GATHER-ALL-STREAMS -- SORT INPUT PROCEDURE: EACH STREAM   *
017900*                 GLINTF VERIFIED AGAINST ITS OWN TRAILER AND    *
018000*                 ITS FINAL CHECKPOINT, DETAILS RELEASED TO      *
023500 2200-EXIT.
023600     EXIT.
023700 2300-RELEASE-ONE-GLI.
023710     IF GLI-DETAIL OR GLI-FEE-DETAIL
023900         ADD 1 TO WS-STM-DET-COUNT
024000         ADD GLI-DET-AMOUNT TO WS-STM-DET-HASH
024100         MOVE GLI-DET-GROUP-KEY TO SRT-GROUP-KEY
024110         MOVE GLI-REC-TYPE      TO SRT-REC-TYPE
024200         MOVE GLI-DET-REC-COUNT TO SRT-REC-COUNT
024300         MOVE GLI-DET-AMOUNT    TO SRT-AMOUNT
024400         RELEASE SORT-RECORD
034200     EXIT.
034300*****************************************************************
034400* 4000-BUILD-MERGED-GLINTF -- SORT OUTPUT PROCEDURE: ONE         *
034410*                 HEADER, ONE SUMMED DETAIL (AND FEE DETAIL) PER *
034420*                 GROUP KEY, ONE TRAILER COVERING THE WHOLE      *
034430*                 BUSINESS DAY                                   *
034700*****************************************************************
034800 4000-BUILD-MERGED-GLINTF.
034900     OPEN OUTPUT GLINTF-FILE.
037400 4200-EXIT.
037500     EXIT.
037600 4300-MERGE-ONE.
037610     IF (SRT-GROUP-KEY NOT = WS-PREV-GROUP-KEY
037620        OR SRT-REC-TYPE NOT = WS-PREV-REC-TYPE)
037800        AND WS-PREV-GROUP-KEY NOT = SPACES
037900         PERFORM 4400-WRITE-GL-DETAIL THRU 4400-EXIT
038000     END-IF.
038100     MOVE SRT-GROUP-KEY TO WS-PREV-GROUP-KEY.
038110     MOVE SRT-REC-TYPE  TO WS-PREV-REC-TYPE.
038200     ADD SRT-REC-COUNT TO WS-GRP-COUNT.
038300     ADD SRT-AMOUNT    TO WS-GRP-AMOUNT.
038400     PERFORM 4200-RETURN-SORTED THRU 4200-EXIT.
038600     EXIT.
038700 4400-WRITE-GL-DETAIL.
038800     MOVE SPACES TO GL-INTERFACE-RECORD.
038810     MOVE WS-PREV-REC-TYPE  TO GLI-REC-TYPE.
039000     MOVE WS-PREV-GROUP-KEY TO GLI-DET-GROUP-KEY.
039100     MOVE WS-GRP-COUNT      TO GLI-DET-REC-COUNT.
039200     MOVE WS-GRP-AMOUNT     TO GLI-DET-AMOUNT.
044500             WS-GL-DETAIL-COUNT.
044600     DISPLAY 'YGM1909I MERGED HASH TOTAL     : '
044700             WS-GL-HASH-TOTAL.
044710     PERFORM 8500-WRITE-LEDGER-FINISH THRU 8500-EXIT.
044800 8000-EXIT.
044900     EXIT.
044902*****************************************************************
044904* 8500-WRITE-LEDGER-FINISH -- MARK THIS RUN'S LEDGER ENTRY       *
044906*                 FINISHED WITH ITS COMPLETION RETURN CODE AND   *
044908*                 KEY COUNTS AND TOTALS                          *
044910*****************************************************************
044912 8500-WRITE-LEDGER-FINISH.
044914     IF NOT RCL-ENTRY-STARTED
044916         GO TO 8500-EXIT
044918     END-IF.
044920     OPEN I-O RUNCTL-FILE.
044922     MOVE WS-RCL-SAVE-KEY TO RCL-KEY.
044924     READ RUNCTL-FILE
044926         INVALID KEY
044928             DISPLAY 'YGM1916W RUN-CONTROL ENTRY ' WS-RCL-SAVE-KEY
044930                 ' NOT FOUND -- FINISH NOT LOGGED'
044932             CLOSE RUNCTL-FILE
044934             GO TO 8500-EXIT
044936     END-READ.
044938     SET RCL-FINISHED TO TRUE.
044940     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
044942     ACCEPT RCL-END-TIME FROM TIME.
044944     MOVE RETURN-CODE TO RCL-RETURN-CODE.
044946     MOVE WS-TOT-DET-COUNT           TO RCL-COUNT-1.
044948     MOVE WS-GL-DETAIL-COUNT         TO RCL-COUNT-2.
044950     MOVE WS-GL-HASH-TOTAL           TO RCL-AMOUNT-1.
044952     REWRITE RUNCTL-REC
044954         INVALID KEY
044956             DISPLAY 'YGM1916W RUN-CONTROL ENTRY ' WS-RCL-SAVE-KEY
044958                 ' NOT FOUND -- FINISH NOT LOGGED'
044960     END-REWRITE.
044962     CLOSE RUNCTL-FILE.
044964 8500-EXIT.
044966     EXIT.
045000 END PROGRAM YGLMERG.
