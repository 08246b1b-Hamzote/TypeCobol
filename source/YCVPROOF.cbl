002400*     CODE AND EFFECTIVE DATE.  A KSDS UNLOAD IS ALREADY IN      *
002410*     THAT ORDER.  THIS RUN CHANGES NOTHING -- IT IS A PROOF     *
002420*     ONLY.                                                      *
002430*                                                                *
002440*     CROSS-RATE CODES ARE PRICED FROM THEIR LEG CODES' RATES    *
002450*     AS OF THE RUN DATE, HELD IN A TABLE LOADED BY A FIRST      *
002460*     PASS OVER CONVOLD.  A CROSS-RATE TRANSACTION IS PROVED AT  *
002470*     ITS DERIVED RATE, AND A DIRECT TRANSACTION FOR A CODE      *
002480*     THAT IS A LEG OF ANY ACTIVE CROSS-RATE CODE IS FOLLOWED    *
002490*     BY ONE LINE PER SUCH CROSS CODE SHOWING ITS DERIVED RATE   *
002491*     BEFORE AND AFTER THE CHANGE AND ITS OWN DAILY IMPACT,      *
002492*     FLAGGED AGAINST THE SAME TOLERANCE.                        *
002502*                                                                *
002512*     A TRANSACTION KEYED ONLINE AND APPROVED BY A SECOND USER   *
002522*     (TRAN-APPROVER-ID PRESENT) IS FOLLOWED BY A LINE NAMING    *
002532*     THE ENTERING AND THE APPROVING USER.                       *
002600*                                                                *
002700* MODIFICATION HISTORY.                                          *
002800*     08/21/26  JFM  ORIGINAL VERSION.                           *
002880*                    YCVMAINT REWRITE NO LONGER READS OR WRITES  *
002890*                    A FLAT MASTER, SO NOTHING ELSE PRODUCES     *
002891*                    THIS FILE.  PROOF LOGIC UNCHANGED.          *
002893*     10/14/26  JFM  CONVAUDT RECORD LENGTHENED TO 80 BYTES FOR  *
002895*                    THE CONVERSION RATE DATE.                   *
002905*     10/14/26  JFM  CROSS-RATE CONVEAL CODES -- PROVED AT THEIR *
002915*                    DERIVED RATE, AND A CHANGE TO A LEG CODE    *
002925*                    NOW LISTS THE IMPACT ON EVERY CROSS-RATE    *
002935*                    CODE BUILT ON IT. CONVOLD ENTRY NOW 51      *
002945*                    BYTES.                                      *
002947*     10/15/26  JFM  CONVTRAN CARD NOW 53 BYTES -- A CHANGE      *
002949*                    KEYED ONLINE PRINTS A LINE NAMING THE       *
002951*                    ENTERING AND APPROVING USERS.               *
002955*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.  IBM-370.
004800 FD  OLD-MASTER-FILE
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD.
005100 01  OLD-MASTER-REC                  PIC X(51).
005200 FD  TRANS-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005700 FD  AUDIT-FILE
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 01  AUDIT-REC                       PIC X(80).
006100 FD  PARM-FILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
008000     88  RATE-FOUND                  VALUE 'Y'.
008100 77  WS-VOL-FOUND-SW                 PIC X(01) VALUE 'N'.
008200     88  VOL-FOUND                   VALUE 'Y'.
008210 77  WS-CUR-FOUND-SW                 PIC X(01) VALUE 'N'.
008220     88  CUR-FOUND                   VALUE 'Y'.
008300*****************************************************************
008400* COUNTERS                                                       *
008500*****************************************************************
008800 77  WS-AUDIT-COUNT                  PIC S9(09) COMP-3 VALUE 0.
008810 77  WS-VOL-LOST-COUNT               PIC S9(09) COMP-3 VALUE 0.
008900 77  WS-VOL-SUB                      PIC S9(04) COMP VALUE +0.
008910 77  WS-CUR-SUB                      PIC S9(04) COMP VALUE +0.
008920 77  WS-CUR-LOOKUP-SUB               PIC S9(04) COMP VALUE +0.
008930 77  WS-CROSS-LINE-COUNT             PIC S9(07) COMP-3 VALUE 0.
008940 77  WS-CUR-LOST-COUNT               PIC S9(07) COMP-3 VALUE 0.
009000*****************************************************************
009100* WORK FIELDS                                                    *
009200*****************************************************************
012800         10  VOL-ORIG-TOTAL          PIC S9(13)V9(02) COMP-3.
012900         10  VOL-DAY-COUNT           PIC S9(05) COMP-3.
013000         10  VOL-LAST-DATE           PIC X(08).
013010*****************************************************************
013020* ENTRY IN EFFECT ON THE RUN DATE FOR EVERY CODE ON CONVOLD,     *
013030* LOADED BY A FIRST PASS -- USED TO PRICE CROSS-RATE CODES AND   *
013040* TO FIND THE CROSS-RATE CODES BUILT ON A CHANGED LEG            *
013050*****************************************************************
013060 01  CURRENT-RATE-TABLE.
013070     05  CUR-ENTRY-COUNT             PIC S9(04) COMP VALUE +0.
013080     05  CUR-ENTRY OCCURS 1000 TIMES.
013090         10  CUR-CODE                PIC X(05).
013100         10  CUR-STATUS              PIC X(01).
013110         10  CUR-RATE-TYPE           PIC X(01).
013120         10  CUR-RATE                PIC S9(05)V9(06) COMP-3.
013130         10  CUR-LEG1-CODE           PIC X(05).
013140         10  CUR-LEG2-CODE           PIC X(05).
013150         10  CUR-CROSS-METHOD        PIC X(01).
013160*****************************************************************
013170* CROSS-RATE PRICING WORK FIELDS -- THE LEGS AND METHOD BEING    *
013180* PRICED, AND ONE CODE WHOSE RATE IS TAKEN FROM WS-XP-OVR-RATE   *
013190* INSTEAD OF THE TABLE (THE LEG BEING CHANGED)                   *
013200*****************************************************************
013210 77  WS-CUR-LOOKUP-CODE              PIC X(05).
013220 77  WS-XP-LEG1-CODE                 PIC X(05).
013230 77  WS-XP-LEG2-CODE                 PIC X(05).
013240 77  WS-XP-METHOD                    PIC X(01).
013250 77  WS-XP-OVR-CODE                  PIC X(05).
013260 77  WS-XP-OVR-RATE                  PIC S9(05)V9(06) COMP-3
013270                                     VALUE ZERO.
013280 77  WS-XP-LEG1-RATE                 PIC S9(05)V9(06) COMP-3
013290                                     VALUE ZERO.
013300 77  WS-XP-LEG2-RATE                 PIC S9(05)V9(06) COMP-3
013310                                     VALUE ZERO.
013320 77  WS-XP-RATE                      PIC S9(05)V9(06) COMP-3
013330                                     VALUE ZERO.
013340 77  WS-XC-OLD-RATE                  PIC S9(05)V9(06) COMP-3
013350                                     VALUE ZERO.
013360 77  WS-XC-NEW-RATE                  PIC S9(05)V9(06) COMP-3
013370                                     VALUE ZERO.
013380 77  WS-XC-PCT-CHANGE                PIC S9(05)V9(02) COMP-3
013390                                     VALUE ZERO.
013400 77  WS-XC-DAILY-IMPACT              PIC S9(13)V9(02) COMP-3
013410                                     VALUE ZERO.
013420*****************************************************************
013430* RECORD AND PARAMETER WORK AREAS                                *
013440*****************************************************************
013450 01  CONVEAL. COPY  YCONVEAL.
013500 01  AUDIT-TRAIL-RECORD. COPY  YCVAUDIT.
013600 01  PROOF-PARM-CARD. COPY  YPRFPARM.
013700*****************************************************************
018900     05  PRL-IMPACT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
019000     05  FILLER                  PIC X(02).
019100     05  PRL-FLAG                PIC X(13).
019110     05  FILLER                  PIC X(02).
019120     05  PRL-NOTE                PIC X(20).
019200     05  FILLER                  PIC X(14).
019210 01  PROOF-APPROVAL-LINE.
019220     05  FILLER                  PIC X(01) VALUE ' '.
019230     05  FILLER                  PIC X(10) VALUE SPACES.
019240     05  FILLER                  PIC X(11) VALUE 'ENTERED BY '.
019250     05  PAL-MAKER-ID            PIC X(08).
019260     05  FILLER                  PIC X(02) VALUE SPACES.
019270     05  FILLER                  PIC X(12) VALUE 'APPROVED BY '.
019280     05  PAL-CHECKER-ID          PIC X(08).
019290     05  FILLER                  PIC X(81) VALUE SPACES.
019300 PROCEDURE DIVISION.
019400*****************************************************************
019500* 0000-MAINLINE -- DRIVES THE WHOLE PROOF RUN                    *
022300     IF WS-TOLERANCE-PCT = ZERO
022400         MOVE 10.00 TO WS-TOLERANCE-PCT
022500     END-IF.
022510     PERFORM 1100-LOAD-CURRENT-TABLE THRU 1100-EXIT.
022600     OPEN INPUT  OLD-MASTER-FILE
022700                 TRANS-FILE
022800                 AUDIT-FILE
023500     PERFORM 1600-READ-TRANSACTION THRU 1600-EXIT.
023600 1000-EXIT.
023700     EXIT.
023710*****************************************************************
023720* 1100-LOAD-CURRENT-TABLE -- FIRST PASS OVER CONVOLD KEEPING,    *
023730*                 PER CODE, THE LAST ENTRY EFFECTIVE ON OR       *
023740*                 BEFORE THE RUN DATE.  THE FILE IS CLOSED       *
023750*                 AGAIN SO THE MERGE READS IT FROM THE TOP       *
023760*****************************************************************
023770 1100-LOAD-CURRENT-TABLE.
023780     OPEN INPUT OLD-MASTER-FILE.
023790     PERFORM 1500-READ-OLD-MASTER THRU 1500-EXIT.
023800     PERFORM 1150-POST-CURRENT-ENTRY THRU 1150-EXIT
023810         UNTIL OLD-EOF.
023820     CLOSE OLD-MASTER-FILE.
023830     MOVE 'N' TO WS-OLD-EOF-SW.
023840     IF WS-CUR-LOST-COUNT > ZERO
023850         DISPLAY 'YPF0410W CURRENT-RATE TABLE FULL -- '
023860             WS-CUR-LOST-COUNT ' CODES NOT AVAILABLE FOR '
023870             'CROSS-RATE PRICING'
023880     END-IF.
023890 1100-EXIT.
023900     EXIT.
023910 1150-POST-CURRENT-ENTRY.
023920     IF CV-EFF-DATE > WS-RUN-DATE
023930         GO TO 1150-READ-NEXT
023940     END-IF.
023950     IF CUR-ENTRY-COUNT > ZERO
023960         IF CUR-CODE (CUR-ENTRY-COUNT) = CV-CODE
023970             MOVE CUR-ENTRY-COUNT TO WS-CUR-SUB
023980             PERFORM 1160-MOVE-CURRENT-ENTRY THRU 1160-EXIT
023990             GO TO 1150-READ-NEXT
024000         END-IF
024010     END-IF.
024020     IF CUR-ENTRY-COUNT < 1000
024030         ADD 1 TO CUR-ENTRY-COUNT
024040         MOVE CUR-ENTRY-COUNT TO WS-CUR-SUB
024050         PERFORM 1160-MOVE-CURRENT-ENTRY THRU 1160-EXIT
024060     ELSE
024070         ADD 1 TO WS-CUR-LOST-COUNT
024080     END-IF.
024090 1150-READ-NEXT.
024100     PERFORM 1500-READ-OLD-MASTER THRU 1500-EXIT.
024110 1150-EXIT.
024120     EXIT.
024130 1160-MOVE-CURRENT-ENTRY.
024140     MOVE CV-CODE         TO CUR-CODE (WS-CUR-SUB).
024150     MOVE CV-STATUS       TO CUR-STATUS (WS-CUR-SUB).
024160     MOVE CV-RATE-TYPE    TO CUR-RATE-TYPE (WS-CUR-SUB).
024170     MOVE CV-RATE         TO CUR-RATE (WS-CUR-SUB).
024180     MOVE CV-LEG1-CODE    TO CUR-LEG1-CODE (WS-CUR-SUB).
024190     MOVE CV-LEG2-CODE    TO CUR-LEG2-CODE (WS-CUR-SUB).
024200     MOVE CV-CROSS-METHOD TO CUR-CROSS-METHOD (WS-CUR-SUB).
024210 1160-EXIT.
024220     EXIT.
024230*****************************************************************
024240* 1200-LOAD-VOLUME-TABLE -- ONE PASS OVER THE CONVAUDT HISTORY   *
024250*                 ACCUMULATING, PER CONVEAL CODE, THE TOTAL      *
024260*                 ORIGINAL AMOUNT AND THE NUMBER OF DISTINCT     *
024270*                 RUN DATES SEEN                                 *
024300*****************************************************************
024400 1200-LOAD-VOLUME-TABLE.
024500     PERFORM 1300-READ-AUDIT THRU 1300-EXIT.
035000     END-IF.
035100     PERFORM 2300-COMPUTE-IMPACT THRU 2300-EXIT.
035200     PERFORM 2500-PRINT-PROOF-LINE THRU 2500-EXIT.
035210     IF NOT TRAN-CROSS-RATE
035220         PERFORM 2600-PROVE-CROSS-CODES THRU 2600-EXIT
035230     END-IF.
035300     PERFORM 1600-READ-TRANSACTION THRU 1600-EXIT.
035400 2000-EXIT.
035500     EXIT.
036300     IF CV-ACTIVE
036400         MOVE CV-CODE TO WS-SAVE-RATE-CODE
036500         MOVE CV-RATE TO WS-SAVE-RATE
036510         IF CV-CROSS-RATE
036520             MOVE CV-LEG1-CODE    TO WS-XP-LEG1-CODE
036530             MOVE CV-LEG2-CODE    TO WS-XP-LEG2-CODE
036540             MOVE CV-CROSS-METHOD TO WS-XP-METHOD
036550             MOVE SPACES          TO WS-XP-OVR-CODE
036560             PERFORM 2700-PRICE-CROSS-RATE THRU 2700-EXIT
036570             MOVE WS-XP-RATE      TO WS-SAVE-RATE
036580         END-IF
036600     ELSE
036700         IF CV-CODE = WS-SAVE-RATE-CODE
036800             MOVE SPACES TO WS-SAVE-RATE-CODE
038000     IF TRAN-DELETE
038100         MOVE ZERO TO WS-NEW-RATE
038200     ELSE
038210         IF TRAN-CROSS-RATE
038220             MOVE TRAN-LEG1-CODE    TO WS-XP-LEG1-CODE
038230             MOVE TRAN-LEG2-CODE    TO WS-XP-LEG2-CODE
038240             MOVE TRAN-CROSS-METHOD TO WS-XP-METHOD
038250             MOVE SPACES            TO WS-XP-OVR-CODE
038260             PERFORM 2700-PRICE-CROSS-RATE THRU 2700-EXIT
038270             MOVE WS-XP-RATE        TO WS-NEW-RATE
038280         ELSE
038300             MOVE TRAN-RATE TO WS-NEW-RATE
038350         END-IF
038400     END-IF.
038500     IF RATE-FOUND AND WS-OLD-RATE NOT = ZERO
038600         COMPUTE WS-PCT-CHANGE ROUNDED =
044200     MOVE WS-NEW-RATE       TO PRL-NEW-RATE.
044300     MOVE WS-PCT-CHANGE     TO PRL-PCT-CHG.
044400     MOVE WS-DAILY-IMPACT   TO PRL-IMPACT.
044410     IF TRAN-CROSS-RATE AND NOT TRAN-DELETE
044420         MOVE 'CROSS-RATE CODE'  TO PRL-NOTE
044430     END-IF.
044500     IF TRAN-ADD AND NOT RATE-FOUND
044600         MOVE 'NEW CODE'    TO PRL-FLAG
044700     END-IF.
046200     WRITE PROOF-REC FROM PROOF-LINE
046300         AFTER ADVANCING 1 LINE.
046400     ADD 1 TO WS-LINE-COUNT.
046410     IF TRAN-APPROVER-ID NOT = SPACES
046420         PERFORM 2550-PRINT-APPROVAL-LINE THRU 2550-EXIT
046430     END-IF.
046500 2500-EXIT.
046600     EXIT.
046601*****************************************************************
046602* 2550-PRINT-APPROVAL-LINE -- WHO ENTERED AND WHO APPROVED A     *
046603*                 CHANGE KEYED ONLINE                            *
046604*****************************************************************
046605 2550-PRINT-APPROVAL-LINE.
046606     PERFORM 5000-CHECK-PAGE-OVERFLOW THRU 5000-EXIT.
046607     MOVE TRAN-USER-ID      TO PAL-MAKER-ID.
046608     MOVE TRAN-APPROVER-ID  TO PAL-CHECKER-ID.
046609     WRITE PROOF-REC FROM PROOF-APPROVAL-LINE
046610         AFTER ADVANCING 1 LINE.
046611     ADD 1 TO WS-LINE-COUNT.
046612 2550-EXIT.
046613     EXIT.
046614*****************************************************************
046620* 2600-PROVE-CROSS-CODES -- ONE LINE FOR EACH ACTIVE CROSS-RATE  *
046630*                 CODE BUILT ON THE TRANSACTION'S CODE, PRICED   *
046640*                 WITH THAT LEG AT ITS OLD AND ITS NEW RATE      *
046650*****************************************************************
046660 2600-PROVE-CROSS-CODES.
046670     MOVE 1 TO WS-CUR-SUB.
046680     PERFORM 2610-CHECK-CROSS-ENTRY THRU 2610-EXIT
046690         UNTIL WS-CUR-SUB > CUR-ENTRY-COUNT.
046700 2600-EXIT.
046710     EXIT.
046720 2610-CHECK-CROSS-ENTRY.
046730     IF CUR-RATE-TYPE (WS-CUR-SUB) = 'X'
046740        AND CUR-STATUS (WS-CUR-SUB) = 'A'
046750        AND (CUR-LEG1-CODE (WS-CUR-SUB) = TRAN-CODE
046760         OR CUR-LEG2-CODE (WS-CUR-SUB) = TRAN-CODE)
046770         PERFORM 2650-PROVE-ONE-CROSS THRU 2650-EXIT
046780     END-IF.
046790     ADD 1 TO WS-CUR-SUB.
046800 2610-EXIT.
046810     EXIT.
046820*****************************************************************
046830* 2650-PROVE-ONE-CROSS -- DERIVED RATE BEFORE AND AFTER, PERCENT *
046840*                 SWING AND THE CROSS CODE'S OWN DAILY IMPACT    *
046850*****************************************************************
046860 2650-PROVE-ONE-CROSS.
046870     ADD 1 TO WS-CROSS-LINE-COUNT.
046880     MOVE CUR-LEG1-CODE (WS-CUR-SUB)    TO WS-XP-LEG1-CODE.
046890     MOVE CUR-LEG2-CODE (WS-CUR-SUB)    TO WS-XP-LEG2-CODE.
046900     MOVE CUR-CROSS-METHOD (WS-CUR-SUB) TO WS-XP-METHOD.
046910     MOVE TRAN-CODE                     TO WS-XP-OVR-CODE.
046920     MOVE WS-OLD-RATE                   TO WS-XP-OVR-RATE.
046930     PERFORM 2700-PRICE-CROSS-RATE THRU 2700-EXIT.
046940     MOVE WS-XP-RATE                    TO WS-XC-OLD-RATE.
046950     MOVE WS-NEW-RATE                   TO WS-XP-OVR-RATE.
046960     PERFORM 2700-PRICE-CROSS-RATE THRU 2700-EXIT.
046970     MOVE WS-XP-RATE                    TO WS-XC-NEW-RATE.
046980     IF WS-XC-OLD-RATE NOT = ZERO
046990         COMPUTE WS-XC-PCT-CHANGE ROUNDED =
047000             ((WS-XC-NEW-RATE - WS-XC-OLD-RATE)
047010             / WS-XC-OLD-RATE) * 100
047020             ON SIZE ERROR
047030                 MOVE 99999.99 TO WS-XC-PCT-CHANGE
047040         END-COMPUTE
047050     ELSE
047060         MOVE ZERO TO WS-XC-PCT-CHANGE
047070     END-IF.
047080     MOVE 'N' TO WS-VOL-FOUND-SW.
047090     MOVE 1 TO WS-VOL-SUB.
047100     PERFORM 2660-SCAN-CROSS-VOLUME THRU 2660-EXIT
047110         UNTIL VOL-FOUND OR WS-VOL-SUB > VOL-ENTRY-COUNT.
047120     IF VOL-FOUND AND VOL-DAY-COUNT (WS-VOL-SUB) > ZERO
047130         COMPUTE WS-DAILY-VOLUME ROUNDED =
047140             VOL-ORIG-TOTAL (WS-VOL-SUB)
047150             / VOL-DAY-COUNT (WS-VOL-SUB)
047160     ELSE
047170         MOVE ZERO TO WS-DAILY-VOLUME
047180     END-IF.
047190     COMPUTE WS-XC-DAILY-IMPACT ROUNDED =
047200         WS-DAILY-VOLUME * (WS-XC-NEW-RATE - WS-XC-OLD-RATE)
047210         ON SIZE ERROR
047220             MOVE ZERO TO WS-XC-DAILY-IMPACT
047230             DISPLAY 'YPF0402W IMPACT OVERFLOW FOR CODE '
047240                 CUR-CODE (WS-CUR-SUB)
047250     END-COMPUTE.
047260     PERFORM 5000-CHECK-PAGE-OVERFLOW THRU 5000-EXIT.
047270     MOVE SPACES                 TO PROOF-LINE.
047280     MOVE ' '                    TO PRL-CC.
047290     MOVE CUR-CODE (WS-CUR-SUB)  TO PRL-CODE.
047300     MOVE 'X'                    TO PRL-ACTION.
047310     MOVE TRAN-EFF-DATE          TO PRL-EFF-DATE.
047320     MOVE WS-XC-OLD-RATE         TO PRL-OLD-RATE.
047330     MOVE WS-XC-NEW-RATE         TO PRL-NEW-RATE.
047340     MOVE WS-XC-PCT-CHANGE       TO PRL-PCT-CHG.
047350     MOVE WS-XC-DAILY-IMPACT     TO PRL-IMPACT.
047360     STRING 'CROSS VIA LEG ' DELIMITED BY SIZE
047370            TRAN-CODE        DELIMITED BY SIZE
047380         INTO PRL-NOTE
047390     END-STRING.
047400     IF WS-XC-OLD-RATE = ZERO OR WS-XC-NEW-RATE = ZERO
047410         MOVE 'NOT PRICEABLE' TO PRL-FLAG
047420     ELSE
047430         IF WS-XC-PCT-CHANGE > WS-TOLERANCE-PCT
047440            OR WS-XC-PCT-CHANGE < ZERO - WS-TOLERANCE-PCT
047450             MOVE '*** CHECK ***' TO PRL-FLAG
047460             ADD 1 TO WS-FLAG-COUNT
047470             DISPLAY 'YPF0411W CROSS CODE ' CUR-CODE (WS-CUR-SUB)
047480                 ' RATE SWING ' WS-XC-PCT-CHANGE
047490                 ' PCT VIA LEG ' TRAN-CODE
047500                 ' EXCEEDS TOLERANCE -- VERIFY BEFORE '
047510                 'YCVMAINT APPLY'
047520         END-IF
047530     END-IF.
047540     WRITE PROOF-REC FROM PROOF-LINE
047550         AFTER ADVANCING 1 LINE.
047560     ADD 1 TO WS-LINE-COUNT.
047570 2650-EXIT.
047580     EXIT.
047590 2660-SCAN-CROSS-VOLUME.
047600     IF VOL-CODE (WS-VOL-SUB) = CUR-CODE (WS-CUR-SUB)
047610         SET VOL-FOUND TO TRUE
047620     ELSE
047630         ADD 1 TO WS-VOL-SUB
047640     END-IF.
047650 2660-EXIT.
047660     EXIT.
047670*****************************************************************
047680* 2700-PRICE-CROSS-RATE -- DERIVED RATE FOR THE LEGS AND METHOD  *
047690*                 IN WS-XP-, EACH LEG AT ITS CURRENT-TABLE RATE  *
047700*                 UNLESS IT IS WS-XP-OVR-CODE.  ZERO WHEN A LEG  *
047710*                 IS MISSING, INACTIVE OR ITSELF A CROSS CODE    *
047720*****************************************************************
047730 2700-PRICE-CROSS-RATE.
047740     MOVE ZERO TO WS-XP-RATE.
047750     MOVE WS-XP-LEG1-CODE TO WS-CUR-LOOKUP-CODE.
047760     PERFORM 2750-LEG-RATE THRU 2750-EXIT.
047770     MOVE WS-XP-RATE TO WS-XP-LEG1-RATE.
047780     MOVE WS-XP-LEG2-CODE TO WS-CUR-LOOKUP-CODE.
047790     PERFORM 2750-LEG-RATE THRU 2750-EXIT.
047800     MOVE WS-XP-RATE TO WS-XP-LEG2-RATE.
047810     MOVE ZERO TO WS-XP-RATE.
047820     IF WS-XP-LEG1-RATE = ZERO OR WS-XP-LEG2-RATE = ZERO
047830         GO TO 2700-EXIT
047840     END-IF.
047850     IF WS-XP-METHOD = 'D'
047860         COMPUTE WS-XP-RATE ROUNDED =
047870             WS-XP-LEG1-RATE / WS-XP-LEG2-RATE
047880             ON SIZE ERROR
047890                 MOVE ZERO TO WS-XP-RATE
047900         END-COMPUTE
047910     ELSE
047920         COMPUTE WS-XP-RATE ROUNDED =
047930             WS-XP-LEG1-RATE * WS-XP-LEG2-RATE
047940             ON SIZE ERROR
047950                 MOVE ZERO TO WS-XP-RATE
047960         END-COMPUTE
047970     END-IF.
047980 2700-EXIT.
047990     EXIT.
048000 2750-LEG-RATE.
048010     MOVE ZERO TO WS-XP-RATE.
048020     IF WS-CUR-LOOKUP-CODE = WS-XP-OVR-CODE
048030         MOVE WS-XP-OVR-RATE TO WS-XP-RATE
048040         GO TO 2750-EXIT
048050     END-IF.
048060     MOVE 'N' TO WS-CUR-FOUND-SW.
048070     MOVE 1 TO WS-CUR-LOOKUP-SUB.
048080     PERFORM 2760-SCAN-CURRENT THRU 2760-EXIT
048090         UNTIL CUR-FOUND OR WS-CUR-LOOKUP-SUB > CUR-ENTRY-COUNT.
048100     IF CUR-FOUND
048110         IF CUR-STATUS (WS-CUR-LOOKUP-SUB) = 'A'
048120            AND CUR-RATE-TYPE (WS-CUR-LOOKUP-SUB) NOT = 'X'
048130             MOVE CUR-RATE (WS-CUR-LOOKUP-SUB) TO WS-XP-RATE
048140         END-IF
048150     END-IF.
048160 2750-EXIT.
048170     EXIT.
048180 2760-SCAN-CURRENT.
048190     IF CUR-CODE (WS-CUR-LOOKUP-SUB) = WS-CUR-LOOKUP-CODE
048200         SET CUR-FOUND TO TRUE
048210     ELSE
048220         ADD 1 TO WS-CUR-LOOKUP-SUB
048230     END-IF.
048240 2760-EXIT.
048250     EXIT.
048260*****************************************************************
048270* 5000-CHECK-PAGE-OVERFLOW -- NEW PAGE HEADING WHEN THE CURRENT  *
048272*                 PAGE IS FULL                                   *
048274*****************************************************************
048276 5000-CHECK-PAGE-OVERFLOW.
048278     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
048280         PERFORM 5100-PRINT-PAGE-HEADING THRU 5100-EXIT
048282     END-IF.
048284 5000-EXIT.
048286     EXIT.
048288 5100-PRINT-PAGE-HEADING.
048290     ADD 1 TO WS-PAGE-COUNT.
048292     MOVE WS-PAGE-COUNT TO PFH-PAGE.
048294     WRITE PROOF-REC FROM PFH-HEAD-1
048296         AFTER ADVANCING PAGE.
048298     WRITE PROOF-REC FROM PFH-HEAD-2
048300         AFTER ADVANCING 1 LINE.
048400     WRITE PROOF-REC FROM PFH-HEAD-3
048500         AFTER ADVANCING 2 LINES.
049520         DISPLAY 'YPF0409W AUDIT RECORDS NOT TRACKED (VOLUME '
049530             'TABLE FULL): ' WS-VOL-LOST-COUNT
049540     END-IF.
049560     DISPLAY 'YPF0412I CROSS-RATE LINES      : '
049570             WS-CROSS-LINE-COUNT.
049600     IF WS-FLAG-COUNT > ZERO
049700         DISPLAY 'YPF0406W TRANSACTIONS FLAGGED  : '
049800                 WS-FLAG-COUNT
