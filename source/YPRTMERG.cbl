003180*                    THEIR SUMS ARE VERIFIED AGAINST THE         *
003190*                    YD20CTL CONTROL RECORD FROM THE YDET20ED    *
003191*                    EDIT STEP, RETURN CODE 16 ON A MISMATCH.    *
003192*     10/15/26  JFM  LOGS EACH RUN ON THE YRUNCTL RUN-CONTROL    *
003193*                    LEDGER UNDER THE PARM-CARD AS-OF DATE AND   *
003194*                    REFUSES A SECOND CLEAN RUN, OR A RUN BEFORE *
003195*                    ANY REMPART STREAM HAS COMPLETED FOR THAT   *
003196*                    DATE, UNLESS THE PARM-CARD OVERRIDE AND AN  *
003197*                    OPERATOR ID ARE CODED.                      *
003207*     10/15/26  JFM  THE STREAMS' FINAL CHECKPOINTS NOW CARRY    *
003217*                    THE ITEMS HELD FOR SECOND-PERSON RELEASE;   *
003227*                    THE SUMMARY SHOWS THEM PER STREAM AND       *
003237*                    COMBINED, THE CONTROL TOTAL RECONCILES RUN  *
003247*                    TOTAL PLUS HELD AMOUNT, AND THE HELD ITEMS  *
003257*                    ARE LISTED FROM THE STREAMS' HOLDOUT FILES. *
003259*     10/15/26  JFM  THE STREAMS' CHECKPOINTS NOW CARRY THE      *
003261*                    CONVERSION FEES CHARGED; THE MERGED REPORT  *
003263*                    HEADING HAS THE FEE COLUMN AND THE SUMMARY  *
003265*                    PAGE THE COMBINED FEE TOTAL.                *
003270*     10/15/26  JFM  HELD-ITEM LISTING PAGES ON THE LINES        *
003275*                    ACTUALLY PRINTED ON THE SUMMARY PAGE.       *
003276*     10/15/26  JFM  HELD-ITEMS PRINT LINE PADDED TO THE FULL    *
003277*                    133 BYTES.                                  *
003280*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.  IBM-370.
005800                            ORGANIZATION IS SEQUENTIAL.
005810     SELECT CTLIN-FILE      ASSIGN TO DET20CTL
005820                            ORGANIZATION IS SEQUENTIAL.
005830     SELECT RUNCTL-FILE     ASSIGN TO RUNCTL
005840                            ORGANIZATION IS INDEXED
005850                            ACCESS MODE IS DYNAMIC
005860                            RECORD KEY IS RCL-KEY.
005870     SELECT HOLD-FILE       ASSIGN TO HOLDIN
005880                            ORGANIZATION IS SEQUENTIAL.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  STRM1-RPT-FILE
007700 FD  STRM1-CKP-FILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 01  STRM1-CKP-REC                   PIC X(98).
008100 FD  STRM2-CKP-FILE
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400 01  STRM2-CKP-REC                   PIC X(98).
008500 FD  STRM3-CKP-FILE
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800 01  STRM3-CKP-REC                   PIC X(98).
008900 FD  STRM4-CKP-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200 01  STRM4-CKP-REC                   PIC X(98).
009300 FD  PARM-FILE
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD.
010020     RECORDING MODE IS F
010030     LABEL RECORDS ARE STANDARD.
010040 01  CTLIN-REC                       PIC X(40).
010050 FD  RUNCTL-FILE
010060     LABEL RECORDS ARE STANDARD.
010070 01  RUNCTL-REC.
010080     COPY YRUNCTL.
010082 FD  HOLD-FILE
010084     RECORDING MODE IS F
010086     LABEL RECORDS ARE STANDARD.
010088 01  HOLD-REC                        PIC X(200).
010100 WORKING-STORAGE SECTION.
010200*****************************************************************
010300* SWITCHES                                                       *
011200     88  ALL-STREAMS-COMPLETE        VALUE 'Y'.
011210 77  WS-CTL-FOUND-SW                 PIC X(01) VALUE 'N'.
011220     88  CTL-FOUND                   VALUE 'Y'.
011230 77  WS-HOLD-EOF-SW                  PIC X(01) VALUE 'N'.
011240     88  HOLD-EOF                    VALUE 'Y'.
011300*****************************************************************
011400* STREAM CONTROL                                                 *
011500*****************************************************************
013310         10  STM-RPT-LINES           PIC S9(09) COMP-3.
013320         10  STM-READ-COUNT          PIC S9(09) COMP-3.
013330         10  STM-IN-HASH             PIC S9(13)V9(02) COMP-3.
013340         10  STM-HOLD-COUNT          PIC S9(07) COMP-3.
013350         10  STM-HOLD-AMOUNT         PIC S9(13)V9(02) COMP-3.
013360         10  STM-FEE-COUNT           PIC S9(09) COMP-3.
013370         10  STM-FEE-TOTAL           PIC S9(09)V9(02) COMP-3.
013400 77  WS-TOT-DETAIL-COUNT     PIC S9(09) COMP-3 VALUE ZERO.
013500 77  WS-TOT-REJECT-COUNT     PIC S9(07) COMP-3 VALUE ZERO.
013600 77  WS-TOT-RUN-AMOUNT       PIC S9(11)V9(02) COMP-3 VALUE ZERO.
013700 77  WS-TOTAL-DIFFERENCE     PIC S9(11)V9(02) COMP-3 VALUE ZERO.
013710 77  WS-TOT-READ-COUNT       PIC S9(09) COMP-3 VALUE ZERO.
013720 77  WS-TOT-IN-HASH          PIC S9(13)V9(02) COMP-3 VALUE ZERO.
013721 77  WS-TOT-HOLD-COUNT       PIC S9(07) COMP-3 VALUE ZERO.
013722 77  WS-TOT-HOLD-AMOUNT      PIC S9(13)V9(02) COMP-3 VALUE ZERO.
013723 77  WS-TOT-FEE-COUNT        PIC S9(09) COMP-3 VALUE ZERO.
013724 77  WS-TOT-FEE-AMOUNT       PIC S9(11)V9(02) COMP-3 VALUE ZERO.
013725 77  WS-RECON-AMOUNT         PIC S9(13)V9(02) COMP-3 VALUE ZERO.
013726 77  WS-HOLD-LIST-COUNT      PIC S9(07) COMP-3 VALUE ZERO.
013727*****************************************************************
013728* RUN-CONTROL LEDGER -- THIS STEP'S YRUNCTL ENTRY, THE STEP IT   *
013729* MUST FOLLOW, AND THE DUPLICATE/ORDER CHECKS MADE BEFORE IT     *
013730* IS ALLOWED TO RUN                                              *
013731*****************************************************************
013732 77  WS-RCL-STEP-ID                  PIC X(08) VALUE 'YPRTMERG'.
013734 77  WS-RCL-PRED-STEP                PIC X(08) VALUE 'REMPART'.
013736 77  WS-RCL-PRED-ANY-QUAL-SW         PIC X(01) VALUE 'Y'.
013738 77  WS-RCL-BUSINESS-DATE            PIC X(08) VALUE SPACES.
013740 77  WS-RCL-QUALIFIER                PIC X(08) VALUE SPACES.
013742 77  WS-RCL-OVERRIDE-SW              PIC X(01) VALUE 'N'.
013744     88  RCL-OVERRIDE-CODED          VALUE 'Y'.
013746 77  WS-RCL-OVERRIDE-BY              PIC X(08) VALUE SPACES.
013748 77  WS-RCL-RULE                     PIC X(04) VALUE SPACES.
013750 77  WS-RCL-ALLOWED-SW               PIC X(01) VALUE 'Y'.
013752     88  RCL-RUN-ALLOWED             VALUE 'Y'.
013754     88  RCL-RUN-REFUSED             VALUE 'N'.
013756 77  WS-RCL-STARTED-SW               PIC X(01) VALUE 'N'.
013758     88  RCL-ENTRY-STARTED           VALUE 'Y'.
013760 77  WS-RCL-SCAN-STEP                PIC X(08) VALUE SPACES.
013762 77  WS-RCL-SCAN-ANY-QUAL-SW         PIC X(01) VALUE 'N'.
013764     88  RCL-SCAN-ANY-QUALIFIER      VALUE 'Y'.
013766 77  WS-RCL-SCAN-DONE-SW             PIC X(01) VALUE 'N'.
013768     88  RCL-SCAN-DONE               VALUE 'Y'.
013770 77  WS-RCL-CLEAN-SW                 PIC X(01) VALUE 'N'.
013772     88  RCL-CLEAN-FOUND             VALUE 'Y'.
013774 77  WS-RCL-OPEN-SW                  PIC X(01) VALUE 'N'.
013776     88  RCL-OPEN-FOUND              VALUE 'Y'.
013778 77  WS-RCL-SAVE-KEY                 PIC X(40) VALUE SPACES.
013800*****************************************************************
013900* RECORD AND PARAMETER WORK AREAS                                *
014000*****************************************************************
014200 01  PARM-CARD. COPY  YPARMCRD.
014300 01  CHECKPOINT-RECORD. COPY  YCHKPT.
014310 01  CONTROL-RECORD. COPY  YD20CTL.
014320 01  HOLD-RECORD. COPY  YHOLD.
014330 01  DETAIL20-WORK. COPY  YDET20L.
014400*****************************************************************
014500* PAGE HEADING LINES -- SAME LAYOUT THE SINGLE-STREAM REMPART    *
014600* RUN PRINTS, SO THE MERGED REPORT FILES IDENTICALLY             *
017000     05  FILLER                  PIC X(03) VALUE SPACES.
017100     05  FILLER                  PIC X(16) VALUE
017200         'CONVERTED AMOUNT'.
017210     05  FILLER                  PIC X(06) VALUE SPACES.
017220     05  FILLER                  PIC X(14) VALUE
017230         'CONVERSION FEE'.
017240     05  FILLER                  PIC X(43) VALUE SPACES.
017400 01  RPH-HEAD-2C.
017500     05  FILLER                  PIC X(01) VALUE ' '.
017600     05  FILLER                  PIC X(10) VALUE 'ACCOUNT'.
019400     05  FILLER                  PIC X(12) VALUE '  RUN TOTAL '.
019500     05  SSL-RUN-TOTAL           PIC Z,ZZZ,ZZZ,ZZ9.99-.
019600     05  SSL-STATUS              PIC X(14).
019610     05  FILLER                  PIC X(07) VALUE '  HELD '.
019620     05  SSL-HOLD-COUNT          PIC ZZ,ZZ9.
019700     05  FILLER                  PIC X(20) VALUE SPACES.
019800 01  SUM-COMBINED-LINE.
019900     05  SCL-CC                  PIC X(01).
020000     05  FILLER                  PIC X(08) VALUE 'COMBINED'.
020400     05  SCL-REJECT-COUNT        PIC ZZZ,ZZ9.
020500     05  FILLER                  PIC X(12) VALUE '  RUN TOTAL '.
020600     05  SCL-RUN-TOTAL           PIC Z,ZZZ,ZZZ,ZZ9.99-.
020610     05  FILLER                  PIC X(14) VALUE SPACES.
020620     05  FILLER                  PIC X(07) VALUE '  HELD '.
020630     05  SCL-HOLD-COUNT          PIC ZZ,ZZ9.
020640     05  FILLER                  PIC X(20) VALUE SPACES.
020800 01  SUM-RECON-LINE.
020900     05  SRL-CC                  PIC X(01).
021000     05  SRL-TEXT                PIC X(44).
021100     05  SRL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
021200     05  FILLER                  PIC X(71) VALUE SPACES.
021201*****************************************************************
021202* HELD-ITEMS LISTING -- SAME LAYOUT THE SINGLE-STREAM REMPART    *
021203* RUN PRINTS ON ITS SUMMARY PAGE                                 *
021204*****************************************************************
021205 01  RPS-HOLD-TITLE.
021206     05  FILLER                  PIC X(01) VALUE ' '.
021207     05  FILLER                  PIC X(48) VALUE
021208         'LARGE-VALUE ITEMS HELD FOR SECOND-PERSON RELEASE'.
021209     05  FILLER                  PIC X(84) VALUE SPACES.
021210 01  RPS-HOLD-HEAD.
021211     05  FILLER                  PIC X(01) VALUE ' '.
021212     05  FILLER                  PIC X(10) VALUE 'ACCOUNT'.
021213     05  FILLER                  PIC X(02) VALUE SPACES.
021214     05  FILLER                  PIC X(05) VALUE 'CODE'.
021215     05  FILLER                  PIC X(02) VALUE SPACES.
021216     05  FILLER                  PIC X(15) VALUE
021217         'ORIGINAL AMOUNT'.
021218     05  FILLER                  PIC X(02) VALUE SPACES.
021219     05  FILLER                  PIC X(12) VALUE
021220         '        RATE'.
021221     05  FILLER                  PIC X(02) VALUE SPACES.
021222     05  FILLER                  PIC X(15) VALUE
021223         'CONVERTED AMT'.
021224     05  FILLER                  PIC X(02) VALUE SPACES.
021225     05  FILLER                  PIC X(03) VALUE 'GRP'.
021226     05  FILLER                  PIC X(02) VALUE SPACES.
021227     05  FILLER                  PIC X(14) VALUE
021228         '    HOLD LIMIT'.
021229     05  FILLER                  PIC X(02) VALUE SPACES.
021230     05  FILLER                  PIC X(31) VALUE
021231         'HOLD KEY -- RUN DATE, TIME, SEQ'.
021232     05  FILLER                  PIC X(13) VALUE SPACES.
021233 01  RPS-HOLD-LINE.
021234     05  RHL-CC                  PIC X(01).
021235     05  RHL-ACCOUNT             PIC X(10).
021236     05  FILLER                  PIC X(02) VALUE SPACES.
021237     05  RHL-CODE                PIC X(05).
021238     05  FILLER                  PIC X(02) VALUE SPACES.
021239     05  RHL-ORIG-AMT            PIC ZZZ,ZZZ,ZZ9.99-.
021240     05  FILLER                  PIC X(02) VALUE SPACES.
021241     05  RHL-RATE                PIC ZZZZ9.999999.
021242     05  FILLER                  PIC X(02) VALUE SPACES.
021243     05  RHL-CONV-AMT            PIC ZZZ,ZZZ,ZZ9.99-.
021244     05  FILLER                  PIC X(02) VALUE SPACES.
021245     05  RHL-GROUP               PIC X(03).
021246     05  FILLER                  PIC X(02) VALUE SPACES.
021247     05  RHL-LIMIT               PIC ZZZ,ZZZ,ZZ9.99.
021248     05  FILLER                  PIC X(02) VALUE SPACES.
021249     05  RHL-RUN-DATE            PIC X(08).
021250     05  FILLER                  PIC X(01) VALUE SPACES.
021251     05  RHL-RUN-TIME            PIC X(08).
021252     05  FILLER                  PIC X(01) VALUE SPACES.
021253     05  RHL-SEQ                 PIC 9(05).
021254     05  FILLER                  PIC X(21) VALUE SPACES.
021300 PROCEDURE DIVISION.
021400*****************************************************************
021500* 0000-MAINLINE -- COPY EACH STREAM REPORT IN ORDER, THEN THE    *
021700*****************************************************************
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021910     IF RCL-RUN-ALLOWED
021920         PERFORM 2000-COPY-ALL-STREAMS THRU 2000-EXIT
021930         PERFORM 3000-GATHER-STREAM-TOTALS THRU 3000-EXIT
021940         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT
021950         PERFORM 4700-VERIFY-INPUT-CONTROL THRU 4700-EXIT
021960         PERFORM 8000-TERMINATE THRU 8000-EXIT
021970     END-IF.
022400     GOBACK.
022500*****************************************************************
022600* 1000-INITIALIZE -- READ THE PARM CARD (CONTROL TOTAL AND       *
023800             MOVE ZERO TO PARM-CHKPT-INTERVAL PARM-CONTROL-TOTAL
023900     END-READ.
024000     CLOSE PARM-FILE.
024001     IF PARM-AS-OF-DATE = SPACES OR PARM-AS-OF-DATE = ZEROS
024002         MOVE WS-RUN-DATE TO WS-RCL-BUSINESS-DATE
024003     ELSE
024004         MOVE PARM-AS-OF-DATE TO WS-RCL-BUSINESS-DATE
024005     END-IF.
024006     MOVE PARM-RUN-OVERRIDE TO WS-RCL-OVERRIDE-SW.
024007     MOVE PARM-OVERRIDE-BY  TO WS-RCL-OVERRIDE-BY.
024008     PERFORM 1500-CHECK-RUN-LEDGER THRU 1500-EXIT.
024009     IF RCL-RUN-REFUSED
024010         GO TO 1000-EXIT
024011     END-IF.
024012     OPEN INPUT CTLIN-FILE.
024020     READ CTLIN-FILE INTO CONTROL-RECORD
024030         AT END
024040             MOVE 'N' TO WS-CTL-FOUND-SW
024300     MOVE WS-RUN-TIME TO RPH-RUN-TIME.
024400 1000-EXIT.
024500     EXIT.
024501*****************************************************************
024502* 1500-CHECK-RUN-LEDGER -- REFUSE A SECOND CLEAN RUN FOR THE     *
024503*                 BUSINESS DATE, OR A RUN AHEAD OF THE STEP IT   *
024504*                 FOLLOWS, UNLESS THE OVERRIDE AND AN OPERATOR   *
024505*                 ID ARE ON THE CARD; THEN LOG THE START         *
024506*****************************************************************
024507 1500-CHECK-RUN-LEDGER.
024508     MOVE SPACES TO WS-RCL-RULE.
024509     OPEN I-O RUNCTL-FILE.
024510     MOVE WS-RCL-STEP-ID TO WS-RCL-SCAN-STEP.
024511     MOVE 'N' TO WS-RCL-SCAN-ANY-QUAL-SW.
024512     PERFORM 1550-SCAN-LEDGER THRU 1550-EXIT.
024513     IF RCL-CLEAN-FOUND
024514         MOVE 'DUPL' TO WS-RCL-RULE
024515         DISPLAY 'YPM0811W ' WS-RCL-STEP-ID
024516             ' HAS ALREADY COMPLETED FOR BUSINESS DATE '
024517             WS-RCL-BUSINESS-DATE ' ' WS-RCL-QUALIFIER
024518     END-IF.
024519     IF RCL-OPEN-FOUND
024520         DISPLAY 'YPM0812W AN EARLIER ' WS-RCL-STEP-ID
024521             ' RUN FOR ' WS-RCL-BUSINESS-DATE
024522             ' STARTED BUT NEVER FINISHED'
024523     END-IF.
024524     IF WS-RCL-PRED-STEP NOT = SPACES
024525         MOVE WS-RCL-PRED-STEP TO WS-RCL-SCAN-STEP
024526         MOVE WS-RCL-PRED-ANY-QUAL-SW TO WS-RCL-SCAN-ANY-QUAL-SW
024527         PERFORM 1550-SCAN-LEDGER THRU 1550-EXIT
024528         IF NOT RCL-CLEAN-FOUND
024529             IF WS-RCL-RULE = SPACES
024530                 MOVE 'ORDR' TO WS-RCL-RULE
024531             ELSE
024532                 MOVE 'BOTH' TO WS-RCL-RULE
024533             END-IF
024534             DISPLAY 'YPM0813W ' WS-RCL-PRED-STEP
024535                 ' HAS NOT COMPLETED FOR BUSINESS DATE '
024536                 WS-RCL-BUSINESS-DATE
024537         END-IF
024538     END-IF.
024539     IF WS-RCL-RULE NOT = SPACES
024540         IF RCL-OVERRIDE-CODED AND WS-RCL-OVERRIDE-BY NOT = SPACES
024541             DISPLAY 'YPM0814W RUN-CONTROL OVERRIDE ' WS-RCL-RULE
024542                 ' BY ' WS-RCL-OVERRIDE-BY ' -- RUN PROCEEDS'
024543         ELSE
024544             DISPLAY 'YPM0815E RUN REFUSED -- CODE THE '
024545                 'RUN-CONTROL OVERRIDE AND AN OPERATOR ID ON '
024546                 'THE PARAMETER CARD TO FORCE IT'
024547             SET RCL-RUN-REFUSED TO TRUE
024548             MOVE 16 TO RETURN-CODE
024549             CLOSE RUNCTL-FILE
024550             GO TO 1500-EXIT
024551         END-IF
024552     END-IF.
024553     PERFORM 1600-WRITE-LEDGER-START THRU 1600-EXIT.
024554     CLOSE RUNCTL-FILE.
024555 1500-EXIT.
024556     EXIT.
024557*****************************************************************
024558* 1550-SCAN-LEDGER -- BROWSE THE BUSINESS DATE'S ENTRIES FOR     *
024559*                 WS-RCL-SCAN-STEP (THIS RUN'S QUALIFIER ONLY,   *
024560*                 UNLESS ANY QUALIFIER WILL DO) NOTING A CLEAN   *
024561*                 FINISH AND A START THAT NEVER FINISHED         *
024562*****************************************************************
024563 1550-SCAN-LEDGER.
024564     MOVE 'N' TO WS-RCL-CLEAN-SW.
024565     MOVE 'N' TO WS-RCL-OPEN-SW.
024566     MOVE 'N' TO WS-RCL-SCAN-DONE-SW.
024567     MOVE LOW-VALUES TO RCL-KEY.
024568     MOVE WS-RCL-BUSINESS-DATE TO RCL-BUSINESS-DATE.
024569     MOVE WS-RCL-SCAN-STEP TO RCL-STEP-ID.
024570     IF NOT RCL-SCAN-ANY-QUALIFIER
024571         MOVE WS-RCL-QUALIFIER TO RCL-QUALIFIER
024572     END-IF.
024573     START RUNCTL-FILE KEY IS NOT LESS THAN RCL-KEY
024574         INVALID KEY
024575             SET RCL-SCAN-DONE TO TRUE
024576     END-START.
024577     PERFORM 1560-READ-LEDGER-NEXT THRU 1560-EXIT
024578         UNTIL RCL-SCAN-DONE.
024579 1550-EXIT.
024580     EXIT.
024581*****************************************************************
024582* 1560-READ-LEDGER-NEXT -- ONE BROWSE STEP; A FINISH AT RETURN   *
024583*                 CODE 4 OR LESS COUNTS AS A CLEAN RUN           *
024584*****************************************************************
024585 1560-READ-LEDGER-NEXT.
024586     READ RUNCTL-FILE NEXT RECORD
024587         AT END
024588             SET RCL-SCAN-DONE TO TRUE
024589             GO TO 1560-EXIT
024590     END-READ.
024591     IF RCL-BUSINESS-DATE NOT = WS-RCL-BUSINESS-DATE
024592        OR RCL-STEP-ID NOT = WS-RCL-SCAN-STEP
024593        OR (NOT RCL-SCAN-ANY-QUALIFIER
024594            AND RCL-QUALIFIER NOT = WS-RCL-QUALIFIER)
024595         SET RCL-SCAN-DONE TO TRUE
024596         GO TO 1560-EXIT
024597     END-IF.
024598     IF RCL-FINISHED AND RCL-RETURN-CODE NOT > 4
024599         SET RCL-CLEAN-FOUND TO TRUE
024600     END-IF.
024601     IF RCL-STARTED
024602         SET RCL-OPEN-FOUND TO TRUE
024603     END-IF.
024604 1560-EXIT.
024605     EXIT.
024606*****************************************************************
024607* 1600-WRITE-LEDGER-START -- THIS RUN'S ENTRY, STATUS STARTED,   *
024608*                 CARRYING ANY OVERRIDE USED TO GET HERE         *
024609*****************************************************************
024610 1600-WRITE-LEDGER-START.
024611     MOVE SPACES TO RUNCTL-REC.
024612     MOVE WS-RCL-BUSINESS-DATE TO RCL-BUSINESS-DATE.
024613     MOVE WS-RCL-STEP-ID       TO RCL-STEP-ID.
024614     MOVE WS-RCL-QUALIFIER     TO RCL-QUALIFIER.
024615     MOVE WS-RUN-DATE          TO RCL-RUN-DATE.
024616     MOVE WS-RUN-TIME          TO RCL-RUN-TIME.
024617     SET RCL-STARTED TO TRUE.
024618     MOVE ZERO TO RCL-RETURN-CODE.
024619     MOVE ZERO TO RCL-COUNT-1 RCL-COUNT-2 RCL-COUNT-3.
024620     MOVE ZERO TO RCL-AMOUNT-1 RCL-AMOUNT-2.
024621     IF WS-RCL-RULE NOT = SPACES
024622         SET RCL-OVERRIDDEN TO TRUE
024623         MOVE WS-RCL-RULE        TO RCL-OVERRIDE-RULE
024624         MOVE WS-RCL-OVERRIDE-BY TO RCL-OVERRIDE-BY
024625     END-IF.
024626     MOVE RCL-KEY TO WS-RCL-SAVE-KEY.
024627     WRITE RUNCTL-REC
024628         INVALID KEY
024629             DISPLAY 'YPM0816E RUN-CONTROL ENTRY ' WS-RCL-SAVE-KEY
024630                 ' ALREADY ON FILE -- RUN REFUSED'
024631             SET RCL-RUN-REFUSED TO TRUE
024632             MOVE 16 TO RETURN-CODE
024633         NOT INVALID KEY
024634             SET RCL-ENTRY-STARTED TO TRUE
024635     END-WRITE.
024636 1600-EXIT.
024637     EXIT.
024638*****************************************************************
024700* 2000-COPY-ALL-STREAMS -- THE FOUR STREAM REPORT FILES IN       *
024800*                 ACCOUNT-RANGE (DD) ORDER; EMPTY SLOTS FALL     *
024900*                 STRAIGHT THROUGH                               *
035200     MOVE ZERO TO STM-RUN-TOTAL (WS-STREAM-NO).
035210     MOVE ZERO TO STM-READ-COUNT (WS-STREAM-NO).
035220     MOVE ZERO TO STM-IN-HASH (WS-STREAM-NO).
035230     MOVE ZERO TO STM-HOLD-COUNT (WS-STREAM-NO).
035240     MOVE ZERO TO STM-HOLD-AMOUNT (WS-STREAM-NO).
035250     MOVE ZERO TO STM-FEE-COUNT (WS-STREAM-NO).
035260     MOVE ZERO TO STM-FEE-TOTAL (WS-STREAM-NO).
035300     MOVE 'Y' TO STM-COMPLETE-SW (WS-STREAM-NO).
035400     MOVE 'N' TO WS-CKP-EOF-SW.
035500     MOVE 'N' TO WS-CKP-FOUND-SW.
036520             TO WS-TOT-READ-COUNT
036530         ADD STM-IN-HASH (WS-STREAM-NO)
036540             TO WS-TOT-IN-HASH
036550         ADD STM-HOLD-COUNT (WS-STREAM-NO)
036560             TO WS-TOT-HOLD-COUNT
036570         ADD STM-HOLD-AMOUNT (WS-STREAM-NO)
036580             TO WS-TOT-HOLD-AMOUNT
036582         ADD STM-FEE-COUNT (WS-STREAM-NO)
036584             TO WS-TOT-FEE-COUNT
036586         ADD STM-FEE-TOTAL (WS-STREAM-NO)
036588             TO WS-TOT-FEE-AMOUNT
036600         IF NOT STM-COMPLETE (WS-STREAM-NO)
036700             MOVE 'N' TO WS-ALL-COMPLETE-SW
036800             DISPLAY 'YPM0802E STREAM ' WS-STREAM-NO
040300     MOVE CHKPT-RUN-TOTAL    TO STM-RUN-TOTAL (WS-STREAM-NO).
040310     MOVE CHKPT-READ-COUNT   TO STM-READ-COUNT (WS-STREAM-NO).
040320     MOVE CHKPT-IN-HASH      TO STM-IN-HASH (WS-STREAM-NO).
040330     MOVE CHKPT-HOLD-COUNT   TO STM-HOLD-COUNT (WS-STREAM-NO).
040340     MOVE CHKPT-HOLD-AMOUNT  TO STM-HOLD-AMOUNT (WS-STREAM-NO).
040350     MOVE CHKPT-FEE-COUNT    TO STM-FEE-COUNT (WS-STREAM-NO).
040360     MOVE CHKPT-FEE-TOTAL    TO STM-FEE-TOTAL (WS-STREAM-NO).
040400     IF CHKPT-LAST-KEY = HIGH-VALUES
040500         MOVE 'Y' TO STM-COMPLETE-SW (WS-STREAM-NO)
040600     ELSE
042400     MOVE WS-TOT-DETAIL-COUNT TO SCL-DETAIL-COUNT.
042500     MOVE WS-TOT-REJECT-COUNT TO SCL-REJECT-COUNT.
042600     MOVE WS-TOT-RUN-AMOUNT   TO SCL-RUN-TOTAL.
042610     MOVE WS-TOT-HOLD-COUNT   TO SCL-HOLD-COUNT.
042700     WRITE PRTD20L-REC FROM SUM-COMBINED-LINE
042800         AFTER ADVANCING 2 LINES.
042810     MOVE SPACES TO SUM-RECON-LINE.
042820     MOVE ' ' TO SRL-CC.
042830     MOVE 'HELD FOR SECOND-PERSON RELEASE -- AMOUNT    '
042840         TO SRL-TEXT.
042850     MOVE WS-TOT-HOLD-AMOUNT TO SRL-AMOUNT.
042860     WRITE PRTD20L-REC FROM SUM-RECON-LINE
042870         AFTER ADVANCING 1 LINE.
042875     MOVE 'CONVERSION FEES CHARGED -- AMOUNT           '
042880         TO SRL-TEXT.
042885     MOVE WS-TOT-FEE-AMOUNT TO SRL-AMOUNT.
042890     WRITE PRTD20L-REC FROM SUM-RECON-LINE
042895         AFTER ADVANCING 1 LINE.
042900     PERFORM 4500-RECONCILE-CONTROL-TOTAL THRU 4500-EXIT.
042905     MOVE 11 TO WS-LINE-COUNT.
042910     PERFORM 4600-LIST-HELD-ITEMS THRU 4600-EXIT.
043000 4000-EXIT.
043100     EXIT.
043200 4100-PRINT-ONE-STREAM.
043600     MOVE STM-DETAIL-COUNT (WS-STREAM-NO) TO SSL-DETAIL-COUNT.
043700     MOVE STM-REJECT-COUNT (WS-STREAM-NO) TO SSL-REJECT-COUNT.
043800     MOVE STM-RUN-TOTAL (WS-STREAM-NO)    TO SSL-RUN-TOTAL.
043810     MOVE STM-HOLD-COUNT (WS-STREAM-NO)   TO SSL-HOLD-COUNT.
043900     IF STM-COMPLETE (WS-STREAM-NO)
044000         MOVE '  COMPLETE'    TO SSL-STATUS
044100     ELSE
046300             AFTER ADVANCING 2 LINES
046400         GO TO 4500-EXIT
046500     END-IF.
046510     COMPUTE WS-RECON-AMOUNT =
046520         WS-TOT-RUN-AMOUNT + WS-TOT-HOLD-AMOUNT.
046600     COMPUTE WS-TOTAL-DIFFERENCE =
046700         WS-RECON-AMOUNT - PARM-CONTROL-TOTAL.
046800     MOVE SPACES TO SUM-RECON-LINE.
046900     MOVE ' ' TO SRL-CC.
047000     IF WS-TOTAL-DIFFERENCE = ZERO
047100         DISPLAY 'YPM0805I CONVEAL CONTROL TOTAL RECONCILES'
047200             ' -- COMBINED TOTAL ' WS-TOT-RUN-AMOUNT
047210             ' HELD ' WS-TOT-HOLD-AMOUNT
047300         MOVE 'CONTROL TOTAL RECONCILES -- COMBINED + HELD '
047400             TO SRL-TEXT
047500         MOVE WS-RECON-AMOUNT TO SRL-AMOUNT
047600     ELSE
047700         DISPLAY 'YPM0806E CONVEAL CONTROL TOTAL OUT OF '
047800             'BALANCE -- COMBINED TOTAL ' WS-TOT-RUN-AMOUNT
047810             ' HELD ' WS-TOT-HOLD-AMOUNT
047900             ' CONTROL TOTAL ' PARM-CONTROL-TOTAL
048000             ' DIFFERENCE ' WS-TOTAL-DIFFERENCE
048100         MOVE 'CONTROL TOTAL OUT OF BALANCE -- DIFFERENCE  '
048700         AFTER ADVANCING 2 LINES.
048800 4500-EXIT.
048900     EXIT.
048901*****************************************************************
048902* 4600-LIST-HELD-ITEMS -- LIST THE ITEMS THE STREAMS HELD FOR    *
048903*                 SECOND-PERSON RELEASE FROM THEIR HOLDOUT       *
048904*                 FILES (CONCATENATED ON HOLDIN), AND CHECK THE  *
048905*                 COUNT LISTED AGAINST THE STREAMS' CHECKPOINTS  *
048906*****************************************************************
048907 4600-LIST-HELD-ITEMS.
048908     IF WS-TOT-HOLD-COUNT = ZERO
048909         GO TO 4600-EXIT
048910     END-IF.
048911     OPEN INPUT HOLD-FILE.
048912     WRITE PRTD20L-REC FROM RPS-HOLD-TITLE
048913         AFTER ADVANCING 3 LINES.
048914     WRITE PRTD20L-REC FROM RPS-HOLD-HEAD
048915         AFTER ADVANCING 2 LINES.
048916     ADD 5 TO WS-LINE-COUNT.
048917     PERFORM 4650-READ-HOLD-FILE THRU 4650-EXIT.
048918     PERFORM 4660-PRINT-HELD-ITEM THRU 4660-EXIT
048919         UNTIL HOLD-EOF.
048920     CLOSE HOLD-FILE.
048921     IF WS-HOLD-LIST-COUNT NOT = WS-TOT-HOLD-COUNT
048922         DISPLAY 'YPM0818W ' WS-HOLD-LIST-COUNT
048923             ' HELD ITEM(S) LISTED FROM HOLDIN BUT THE STREAM '
048924             'CHECKPOINTS SHOW ' WS-TOT-HOLD-COUNT
048925         IF RETURN-CODE < 4
048926             MOVE 4 TO RETURN-CODE
048927         END-IF
048928     END-IF.
048929 4600-EXIT.
048930     EXIT.
048931 4650-READ-HOLD-FILE.
048932     READ HOLD-FILE INTO HOLD-RECORD
048933         AT END
048934             SET HOLD-EOF TO TRUE
048935     END-READ.
048936 4650-EXIT.
048937     EXIT.
048938 4660-PRINT-HELD-ITEM.
048939     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
048940         ADD 1 TO WS-PAGE-COUNT
048941         MOVE WS-PAGE-COUNT TO RPH-PAGE
048942         WRITE PRTD20L-REC FROM RPH-HEAD-1
048943             AFTER ADVANCING PAGE
048944         WRITE PRTD20L-REC FROM RPS-HOLD-TITLE
048945             AFTER ADVANCING 2 LINES
048946         WRITE PRTD20L-REC FROM RPS-HOLD-HEAD
048947             AFTER ADVANCING 2 LINES
048948         MOVE 6 TO WS-LINE-COUNT
048949     END-IF.
048950     ADD 1 TO WS-HOLD-LIST-COUNT.
048951     MOVE HLD-DETAIL-IMAGE    TO DETAIL20-WORK.
048952     MOVE SPACES              TO RPS-HOLD-LINE.
048953     MOVE ' '                 TO RHL-CC.
048954     MOVE HLD-ACCOUNT         TO RHL-ACCOUNT.
048955     MOVE DET20-CONV-CODE     TO RHL-CODE.
048956     MOVE DET20-AMOUNT        TO RHL-ORIG-AMT.
048957     MOVE HLD-RATE            TO RHL-RATE.
048958     MOVE HLD-CONV-AMOUNT     TO RHL-CONV-AMT.
048959     MOVE HLD-GROUP-KEY       TO RHL-GROUP.
048960     MOVE HLD-LIMIT-AMOUNT    TO RHL-LIMIT.
048961     MOVE HLD-RUN-DATE        TO RHL-RUN-DATE.
048962     MOVE HLD-RUN-TIME        TO RHL-RUN-TIME.
048963     MOVE HLD-SEQ             TO RHL-SEQ.
048964     WRITE PRTD20L-REC FROM RPS-HOLD-LINE
048965         AFTER ADVANCING 1 LINE.
048966     ADD 1 TO WS-LINE-COUNT.
048967     PERFORM 4650-READ-HOLD-FILE THRU 4650-EXIT.
048968 4660-EXIT.
048969     EXIT.
048970*****************************************************************
048971* 4700-VERIFY-INPUT-CONTROL -- THE STREAMS' COMBINED IN-RANGE    *
048972*                 COUNT AND AMOUNT HASH, FROM THEIR FINAL        *
048973*                 CHECKPOINTS, AGAINST THE YD20CTL CONTROL       *
048974*                 RECORD -- THE PER-STREAM FIGURES COVER ONLY    *
048975*                 EACH STREAM'S ACCOUNT RANGE, SO THE RANGES     *
048976*                 PARTITION THE FILE AND THE SUMS MUST MATCH     *
048977*****************************************************************
048978 4700-VERIFY-INPUT-CONTROL.
048979     IF NOT CTL-FOUND
048980         DISPLAY 'YPM0808E NO YD20CTL CONTROL RECORD FROM THE '
048981             'EDIT STEP -- DETAIL-20 INPUT NOT PROVEN'
048982         MOVE 16 TO RETURN-CODE
048983         GO TO 4700-EXIT
048984     END-IF.
048985     IF WS-TOT-READ-COUNT = CTL-REC-COUNT
048986        AND WS-TOT-IN-HASH = CTL-AMT-HASH
048987         DISPLAY 'YPM0809I COMBINED DETAIL-20 INPUT VERIFIED '
048988             'AGAINST THE EDIT CONTROL RECORD -- COUNT '
048989             WS-TOT-READ-COUNT
048990     ELSE
048991         DISPLAY 'YPM0810E COMBINED DETAIL-20 INPUT DISAGREES '
048992             'WITH THE EDIT CONTROL RECORD -- READ '
048993             WS-TOT-READ-COUNT ' VS ' CTL-REC-COUNT
048994             ' HASH ' WS-TOT-IN-HASH ' VS ' CTL-AMT-HASH
048995         MOVE 16 TO RETURN-CODE
048996     END-IF.
048997 4700-EXIT.
048998     EXIT.
049000*****************************************************************
049100* 5000-CHECK-PAGE-OVERFLOW -- NEW PAGE HEADING WHEN THE CURRENT  *
049200*                 PAGE IS FULL                                   *
052100             WS-MERGE-LINE-COUNT.
052200     DISPLAY 'YPM0803I COMBINED RUN TOTAL    : '
052300             WS-TOT-RUN-AMOUNT.
052310     IF WS-TOT-HOLD-COUNT > ZERO
052320         DISPLAY 'YPM0819I ITEMS HELD FOR RELEASE   : '
052330             WS-TOT-HOLD-COUNT ' TOTAL ' WS-TOT-HOLD-AMOUNT
052340     END-IF.
052350     IF WS-TOT-FEE-COUNT > ZERO
052360         DISPLAY 'YPM0820I RECORDS CHARGED A FEE    : '
052370             WS-TOT-FEE-COUNT ' TOTAL ' WS-TOT-FEE-AMOUNT
052380     END-IF.
052400     IF NOT ALL-STREAMS-COMPLETE
052500         MOVE 16 TO RETURN-CODE
052600     END-IF.
052700     CLOSE PRTD20L-FILE.
052710     PERFORM 8500-WRITE-LEDGER-FINISH THRU 8500-EXIT.
052800 8000-EXIT.
052900     EXIT.
052902*****************************************************************
052904* 8500-WRITE-LEDGER-FINISH -- MARK THIS RUN'S LEDGER ENTRY       *
052906*                 FINISHED WITH ITS COMPLETION RETURN CODE AND   *
052908*                 KEY COUNTS AND TOTALS                          *
052910*****************************************************************
052912 8500-WRITE-LEDGER-FINISH.
052914     IF NOT RCL-ENTRY-STARTED
052916         GO TO 8500-EXIT
052918     END-IF.
052920     OPEN I-O RUNCTL-FILE.
052922     MOVE WS-RCL-SAVE-KEY TO RCL-KEY.
052924     READ RUNCTL-FILE
052926         INVALID KEY
052928             DISPLAY 'YPM0817W RUN-CONTROL ENTRY ' WS-RCL-SAVE-KEY
052930                 ' NOT FOUND -- FINISH NOT LOGGED'
052932             CLOSE RUNCTL-FILE
052934             GO TO 8500-EXIT
052936     END-READ.
052938     SET RCL-FINISHED TO TRUE.
052940     ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
052942     ACCEPT RCL-END-TIME FROM TIME.
052944     MOVE RETURN-CODE TO RCL-RETURN-CODE.
052946     MOVE WS-TOT-DETAIL-COUNT        TO RCL-COUNT-1.
052948     MOVE WS-MERGE-LINE-COUNT        TO RCL-COUNT-2.
052950     MOVE WS-TOT-REJECT-COUNT        TO RCL-COUNT-3.
052952     MOVE WS-TOT-RUN-AMOUNT          TO RCL-AMOUNT-1.
052954     REWRITE RUNCTL-REC
052956         INVALID KEY
052958             DISPLAY 'YPM0817W RUN-CONTROL ENTRY ' WS-RCL-SAVE-KEY
052960                 ' NOT FOUND -- FINISH NOT LOGGED'
052962     END-REWRITE.
052964     CLOSE RUNCTL-FILE.
052966 8500-EXIT.
052968     EXIT.
053000 END PROGRAM YPRTMERG.
