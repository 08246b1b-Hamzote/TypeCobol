000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  YCVOMNT.
000300 AUTHOR.      R W HALVORSEN.
000400 INSTALLATION. DATA CONTROL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* REMARKS.                                                       *
000900*     CONVEAL ONLINE MAINTENANCE ENTRY -- TRANSACTION CVMN.      *
001000*                                                                *
001100*     THE FIRST (MAKER) HALF OF ONLINE CONVEAL MAINTENANCE.      *
001200*     THE OPERATOR KEYS ONE REQUEST                              *
001300*                                                                *
001400*         CVMN A XXXXX CCYYMMDD GGG 99999.999999 T LLLLL LLLLL M *
001500*                                                                *
001600*     A = ACTION (A ADD, C CHANGE, D DEACTIVATE), XXXXX = CODE,  *
001700*     CCYYMMDD = EFFECTIVE DATE, GGG = GROUP KEY, THEN THE RATE, *
001800*     T = RATE TYPE (D OR BLANK DIRECT, X CROSS), THE TWO LEG    *
001900*     CODES AND M = CROSS METHOD (M OR D) OF A CROSS-RATE ENTRY. *
002000*     A DEACTIVATE NEEDS ONLY THE ACTION, CODE AND DATE; A       *
002100*     CHANGE WITH NO GROUP KEY KEEPS THE ENTRY'S GROUP KEY.      *
002200*                                                                *
002300*     THE REQUEST IS EDITED AGAINST CONVMSTR BY THE SAME RULES   *
002400*     YCVMAINT APPLIES -- AN ADD MUST NOT MATCH AN EXISTING      *
002500*     CODE/DATE; A CHANGE MUST MATCH ONE OR BE DATED BEYOND THE  *
002600*     CODE'S LAST ENTRY; A DEACTIVATE MUST MATCH AN ACTIVE       *
002700*     ENTRY; A CROSS-RATE ENTRY NEEDS TWO DIFFERENT LEGS, NOT    *
002800*     THE CODE ITSELF, EACH WITH AN ACTIVE DIRECT ENTRY IN       *
002900*     EFFECT ON THE EFFECTIVE DATE.  AN ACCEPTED REQUEST IS      *
003000*     WRITTEN TO THE CONVPEND KSDS AS PENDING ('P') UNDER THE    *
003100*     SIGNED-ON USER ID.  ONLY ONE OPEN (PENDING OR APPROVED)    *
003200*     REQUEST IS ALLOWED PER CODE AND DATE.                      *
003300*                                                                *
003400*     A SECOND USER APPROVES OR REJECTS THE REQUEST UNDER CVAP   *
003500*     (YCVOAPV).  APPROVED REQUESTS ARE EXTRACTED TO CONVTRAN    *
003600*     BY YCVPNDX AND PROOFED AND APPLIED BY YCVPROOF AND         *
003700*     YCVMAINT -- THIS TRANSACTION NEVER UPDATES CONVMSTR.       *
003800*                                                                *
003900*     FILES (FCT):  CONVMSTR -- CONVEAL MASTER KSDS, READ ONLY.  *
004000*                   CONVPEND -- PENDING-CHANGE KSDS, KEY         *
004100*                   PND-KEY (CODE + EFFECTIVE DATE).             *
004200*                                                                *
004300* MODIFICATION HISTORY.                                          *
004400*     10/15/26  JFM  ORIGINAL VERSION.                           *
004500*****************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.  IBM-370.
004900 OBJECT-COMPUTER.  IBM-370.
005000 DATA DIVISION.
005100 WORKING-STORAGE SECTION.
005200*****************************************************************
005300* SWITCHES AND RESPONSE CODES                                    *
005400*****************************************************************
005500 77  WS-RESP                         PIC S9(08) COMP.
005600 77  WS-REQUEST-OK-SW                PIC X(01) VALUE 'Y'.
005700     88  REQUEST-OK                  VALUE 'Y'.
005800 77  WS-MSTR-FOUND-SW                PIC X(01) VALUE 'N'.
005900     88  MSTR-FOUND                  VALUE 'Y'.
006000 77  WS-CODE-KNOWN-SW                PIC X(01) VALUE 'N'.
006100     88  CODE-KNOWN                  VALUE 'Y'.
006200 77  WS-BROWSE-DONE-SW               PIC X(01) VALUE 'N'.
006300     88  BROWSE-DONE                 VALUE 'Y'.
006400 77  WS-BROWSING-SW                  PIC X(01) VALUE 'N'.
006500     88  BROWSING                    VALUE 'Y'.
006600 77  WS-PEND-FOUND-SW                PIC X(01) VALUE 'N'.
006700     88  PEND-FOUND                  VALUE 'Y'.
006800*****************************************************************
006900* WORK FIELDS                                                    *
007000*****************************************************************
007100 77  WS-TODAY                        PIC X(08).
007200 77  WS-NOW                          PIC X(06).
007300 77  WS-ABSTIME                      PIC S9(15) COMP-3 VALUE 0.
007400 77  WS-USERID                       PIC X(08) VALUE SPACES.
007500 77  WS-RECEIVE-LEN                  PIC S9(04) COMP VALUE +80.
007600 77  WS-SEND-LEN                     PIC S9(04) COMP.
007700 77  WS-SUB                          PIC S9(03) COMP-3 VALUE 0.
007800 77  WS-REFUSE-TEXT                  PIC X(50) VALUE SPACES.
007900 77  WS-NEW-RATE                     PIC S9(05)V9(06) COMP-3
008000                                     VALUE ZERO.
008100 77  WS-OLD-RATE                     PIC S9(05)V9(06) COMP-3
008200                                     VALUE ZERO.
008300 77  WS-GROUP-KEY                    PIC X(03) VALUE SPACES.
008400 77  WS-LAST-CODE-DATE               PIC X(08) VALUE SPACES.
008500 77  WS-LAST-CODE-RATE               PIC S9(05)V9(06) COMP-3
008600                                     VALUE ZERO.
008700 77  WS-LAST-CODE-GROUP              PIC X(03) VALUE SPACES.
008800 77  WS-LEG-CODE                     PIC X(05) VALUE SPACES.
008900 77  WS-LEG-STATUS                   PIC X(01) VALUE SPACE.
009000 77  WS-LEG-RATE-TYPE                PIC X(01) VALUE SPACE.
009100 01  WS-INPUT-AREA.
009200     05  INP-TRANID                  PIC X(04).
009300     05  FILLER                      PIC X(01).
009400     05  INP-ACTION                  PIC X(01).
009500         88  INP-ADD                 VALUE 'A'.
009600         88  INP-CHANGE              VALUE 'C'.
009700         88  INP-DELETE              VALUE 'D'.
009800     05  FILLER                      PIC X(01).
009900     05  INP-CODE                    PIC X(05).
010000     05  FILLER                      PIC X(01).
010100     05  INP-EFF-DATE                PIC X(08).
010200     05  FILLER                      PIC X(01).
010300     05  INP-GROUP-KEY               PIC X(03).
010400     05  FILLER                      PIC X(01).
010500     05  INP-RATE-INT                PIC X(05).
010600     05  INP-RATE-POINT              PIC X(01).
010700     05  INP-RATE-DEC                PIC X(06).
010800     05  FILLER                      PIC X(01).
010900     05  INP-RATE-TYPE               PIC X(01).
011000         88  INP-DIRECT-RATE         VALUE 'D' ' '.
011100         88  INP-CROSS-RATE          VALUE 'X'.
011200     05  FILLER                      PIC X(01).
011300     05  INP-LEG1-CODE               PIC X(05).
011400     05  FILLER                      PIC X(01).
011500     05  INP-LEG2-CODE               PIC X(05).
011600     05  FILLER                      PIC X(01).
011700     05  INP-CROSS-METHOD            PIC X(01).
011800         88  INP-CROSS-MULTIPLY      VALUE 'M'.
011900         88  INP-CROSS-DIVIDE        VALUE 'D'.
012000     05  FILLER                      PIC X(26).
012100*****************************************************************
012200* KEYED RATE -- THE TWO DIGIT GROUPS OF 99999.999999 LAID SIDE   *
012300* BY SIDE AND READ BACK AS ONE SIX-DECIMAL NUMBER                *
012400*****************************************************************
012500 01  WS-RATE-DIGITS.
012600     05  RDG-INT                     PIC X(05).
012700     05  RDG-DEC                     PIC X(06).
012800 01  WS-RATE-NUMBER REDEFINES WS-RATE-DIGITS
012900                                     PIC 9(05)V9(06).
013000*****************************************************************
013100* BROWSE AND READ KEYS (RIDFLD AREAS)                            *
013200*****************************************************************
013300 01  WS-MSTR-RID.
013400     05  RID-CODE                    PIC X(05).
013500     05  RID-EFF-DATE                PIC X(08).
013600 01  WS-PEND-RID.
013700     05  RID-PEND-CODE               PIC X(05).
013800     05  RID-PEND-DATE               PIC X(08).
013900*****************************************************************
014000* FILE RECORD WORK AREAS                                         *
014100*****************************************************************
014200 01  CONVEAL-ENTRY. COPY  YCONVEAL.
014300 01  PENDING-RECORD. COPY  YCVPEND.
014400*****************************************************************
014500* SCREEN IMAGE -- 24 LINES OF 79 SENT AS ONE TEXT BLOCK          *
014600*****************************************************************
014700 01  SCREEN-IMAGE.
014800     05  SCR-LINE OCCURS 24 TIMES.
014900         10  SCR-TEXT                PIC X(79).
015000         10  SCR-NL                  PIC X(01).
015100*****************************************************************
015200* SCREEN BUILD LINES                                             *
015300*****************************************************************
015400 01  SCR-TITLE-LINE.
015500     05  FILLER                  PIC X(31) VALUE
015600         'CVMN   CONVEAL MAINTENANCE     '.
015700     05  FILLER                  PIC X(06) VALUE 'USER: '.
015800     05  STL-USERID              PIC X(08).
015900     05  FILLER                  PIC X(01) VALUE SPACES.
016000     05  FILLER                  PIC X(09) VALUE 'AS OF:   '.
016100     05  STL-TODAY               PIC X(08).
016200     05  FILLER                  PIC X(16) VALUE SPACES.
016300 01  SCR-USAGE-LINE.
016400     05  FILLER                  PIC X(33) VALUE
016500         'ENTER: CVMN A XXXXX CCYYMMDD GGG '.
016600     05  FILLER                  PIC X(46) VALUE
016700         '99999.999999 T LLLLL LLLLL M'.
016800 01  SCR-REQUEST-LINE.
016900     05  FILLER                  PIC X(14) VALUE 'REQUEST:      '.
017000     05  SRL-ACTION              PIC X(10).
017100     05  FILLER                  PIC X(02) VALUE SPACES.
017200     05  FILLER                  PIC X(06) VALUE 'CODE: '.
017300     05  SRL-CODE                PIC X(05).
017400     05  FILLER                  PIC X(03) VALUE SPACES.
017500     05  FILLER                  PIC X(11) VALUE 'EFFECTIVE: '.
017600     05  SRL-EFF-DATE            PIC X(08).
017700     05  FILLER                  PIC X(20) VALUE SPACES.
017800 01  SCR-RATE-LINE.
017900     05  FILLER                  PIC X(14) VALUE 'NEW RATE:     '.
018000     05  SRA-RATE                PIC ZZZZ9.999999.
018100     05  SRA-RATE-X REDEFINES SRA-RATE
018200                                 PIC X(12).
018300     05  FILLER                  PIC X(04) VALUE SPACES.
018400     05  FILLER                  PIC X(11) VALUE 'GROUP KEY: '.
018500     05  SRA-GROUP               PIC X(03).
018600     05  FILLER                  PIC X(35) VALUE SPACES.
018700 01  SCR-CROSS-LINE.
018800     05  FILLER                  PIC X(14) VALUE SPACES.
018900     05  FILLER                  PIC X(13) VALUE
019000         'CROSS RATE = '.
019100     05  SXL-LEG1-CODE           PIC X(05).
019200     05  FILLER                  PIC X(01) VALUE SPACE.
019300     05  SXL-OPERATOR            PIC X(01).
019400     05  FILLER                  PIC X(01) VALUE SPACE.
019500     05  SXL-LEG2-CODE           PIC X(05).
019600     05  FILLER                  PIC X(39) VALUE SPACES.
019700 01  SCR-OLD-RATE-LINE.
019800     05  FILLER                  PIC X(14) VALUE 'MASTER RATE:  '.
019900     05  SOR-RATE                PIC ZZZZ9.999999.
020000     05  FILLER                  PIC X(53) VALUE SPACES.
020100 01  SCR-RESULT-LINE.
020200     05  FILLER                  PIC X(11) VALUE 'REFUSED -- '.
020300     05  SRS-TEXT                PIC X(50).
020400     05  FILLER                  PIC X(18) VALUE SPACES.
020500 PROCEDURE DIVISION.
020600*****************************************************************
020700* 0000-MAINLINE -- RECEIVE THE REQUEST, EDIT AND STORE IT,       *
020800*                  SEND THE RESULT SCREEN, RETURN TO CICS        *
020900*****************************************************************
021000 0000-MAINLINE.
021100     MOVE SPACES TO WS-INPUT-AREA.
021200     MOVE +80 TO WS-RECEIVE-LEN.
021300     EXEC CICS RECEIVE
021400         INTO   (WS-INPUT-AREA)
021500         LENGTH (WS-RECEIVE-LEN)
021600         RESP   (WS-RESP)
021700     END-EXEC.
021800     EXEC CICS ASSIGN
021900         USERID (WS-USERID)
022000         RESP   (WS-RESP)
022100     END-EXEC.
022200     PERFORM 1000-FORMAT-TODAY THRU 1000-EXIT.
022300     PERFORM 2000-BUILD-SCREEN THRU 2000-EXIT.
022400     COMPUTE WS-SEND-LEN = 24 * 80.
022500     EXEC CICS SEND TEXT
022600         FROM   (SCREEN-IMAGE)
022700         LENGTH (WS-SEND-LEN)
022800         ERASE
022900     END-EXEC.
023000     EXEC CICS RETURN END-EXEC.
023100     GOBACK.
023200*****************************************************************
023300* 1000-FORMAT-TODAY -- CURRENT DATE AS CCYYMMDD AND TIME AS      *
023400*                 HHMMSS FOR THE MAKER STAMP, VIA ASKTIME AND    *
023500*                 FORMATTIME                                     *
023600*****************************************************************
023700 1000-FORMAT-TODAY.
023800     EXEC CICS ASKTIME
023900         ABSTIME (WS-ABSTIME)
024000     END-EXEC.
024100     EXEC CICS FORMATTIME
024200         ABSTIME  (WS-ABSTIME)
024300         YYYYMMDD (WS-TODAY)
024400         TIME     (WS-NOW)
024500         RESP     (WS-RESP)
024600     END-EXEC.
024700     IF WS-RESP NOT = DFHRESP(NORMAL)
024800         MOVE SPACES TO WS-TODAY
024900         MOVE SPACES TO WS-NOW
025000     END-IF.
025100 1000-EXIT.
025200     EXIT.
025300*****************************************************************
025400* 2000-BUILD-SCREEN -- TITLE, THE REQUEST AS KEYED, THEN THE     *
025500*                 EDIT RESULT                                    *
025600*****************************************************************
025700 2000-BUILD-SCREEN.
025800     MOVE SPACES TO SCREEN-IMAGE.
025900     MOVE 1 TO WS-SUB.
026000     PERFORM 2050-CLEAR-ONE-LINE THRU 2050-EXIT
026100         UNTIL WS-SUB > 24.
026200     MOVE WS-USERID TO STL-USERID.
026300     MOVE WS-TODAY  TO STL-TODAY.
026400     MOVE SCR-TITLE-LINE TO SCR-TEXT (1).
026500     IF INP-ACTION = SPACE AND INP-CODE = SPACES
026600         PERFORM 2100-SHOW-USAGE THRU 2100-EXIT
026700         GO TO 2000-EXIT
026800     END-IF.
026900     PERFORM 3000-EDIT-REQUEST THRU 3000-EXIT.
027000     IF REQUEST-OK
027100         PERFORM 4000-STORE-PENDING THRU 4000-EXIT
027200     END-IF.
027300     PERFORM 5000-SHOW-REQUEST THRU 5000-EXIT.
027400 2000-EXIT.
027500     EXIT.
027600 2050-CLEAR-ONE-LINE.
027700     MOVE SPACES TO SCR-TEXT (WS-SUB).
027800     MOVE X'15' TO SCR-NL (WS-SUB).
027900     ADD 1 TO WS-SUB.
028000 2050-EXIT.
028100     EXIT.
028200 2100-SHOW-USAGE.
028300     MOVE SCR-USAGE-LINE TO SCR-TEXT (3).
028400     MOVE '  A = A ADD, C CHANGE, D DEACTIVATE'
028500         TO SCR-TEXT (5).
028600     MOVE '  XXXXX = CONVEAL CODE, CCYYMMDD = EFFECTIVE DATE'
028700         TO SCR-TEXT (6).
028800     MOVE '  GGG = GROUP KEY (BLANK ON A CHANGE KEEPS IT)'
028900         TO SCR-TEXT (7).
029000     MOVE '  T = D OR BLANK FOR A DIRECT RATE, X FOR CROSS'
029100         TO SCR-TEXT (8).
029200     MOVE '  LLLLL LLLLL M = CROSS LEGS AND METHOD (M OR D)'
029300         TO SCR-TEXT (9).
029400     MOVE '  THE REQUEST IS HELD FOR APPROVAL UNDER CVAP'
029500         TO SCR-TEXT (11).
029600 2100-EXIT.
029700     EXIT.
029800*****************************************************************
029900* 3000-EDIT-REQUEST -- THE FIELDS AS KEYED, THEN THE REQUEST     *
030000*                 AGAINST THE MASTER AND THE PENDING FILE; THE   *
030100*                 FIRST FAILURE REFUSES THE REQUEST              *
030200*****************************************************************
030300 3000-EDIT-REQUEST.
030400     MOVE 'Y' TO WS-REQUEST-OK-SW.
030500     MOVE ZERO TO WS-NEW-RATE WS-OLD-RATE.
030600     MOVE INP-GROUP-KEY TO WS-GROUP-KEY.
030700     IF NOT (INP-ADD OR INP-CHANGE OR INP-DELETE)
030800         MOVE 'ACTION MUST BE A, C OR D' TO WS-REFUSE-TEXT
030900         GO TO 3000-REFUSE
031000     END-IF.
031100     IF INP-CODE = SPACES
031200         MOVE 'NO CONVEAL CODE' TO WS-REFUSE-TEXT
031300         GO TO 3000-REFUSE
031400     END-IF.
031500     IF INP-EFF-DATE NOT NUMERIC
031600         MOVE 'EFFECTIVE DATE MUST BE CCYYMMDD' TO WS-REFUSE-TEXT
031700         GO TO 3000-REFUSE
031800     END-IF.
031900     IF NOT INP-DELETE
032000         PERFORM 3100-EDIT-RATE THRU 3100-EXIT
032100         IF NOT REQUEST-OK
032200             GO TO 3000-EXIT
032300         END-IF
032400     END-IF.
032500     PERFORM 3300-EDIT-AGAINST-MASTER THRU 3300-EXIT.
032600     IF NOT REQUEST-OK
032700         GO TO 3000-EXIT
032800     END-IF.
032900     IF WS-GROUP-KEY = SPACES AND NOT INP-DELETE
033000         MOVE 'GROUP KEY REQUIRED' TO WS-REFUSE-TEXT
033100         GO TO 3000-REFUSE
033200     END-IF.
033300     GO TO 3000-EXIT.
033400 3000-REFUSE.
033500     MOVE 'N' TO WS-REQUEST-OK-SW.
033600 3000-EXIT.
033700     EXIT.
033800*****************************************************************
033900* 3100-EDIT-RATE -- A DIRECT RATE MUST BE KEYED AS 99999.999999  *
034000*                 AND NOT BE ZERO; A CROSS RATE TAKES NO RATE    *
034100*                 BUT NEEDS VALID LEGS AND METHOD                *
034200*****************************************************************
034300 3100-EDIT-RATE.
034400     IF NOT (INP-DIRECT-RATE OR INP-CROSS-RATE)
034500         MOVE 'RATE TYPE MUST BE D, X OR BLANK' TO WS-REFUSE-TEXT
034600         MOVE 'N' TO WS-REQUEST-OK-SW
034700         GO TO 3100-EXIT
034800     END-IF.
034900     IF INP-CROSS-RATE
035000         PERFORM 3200-EDIT-CROSS-LEGS THRU 3200-EXIT
035100         GO TO 3100-EXIT
035200     END-IF.
035300     IF INP-RATE-INT NOT NUMERIC
035400        OR INP-RATE-POINT NOT = '.'
035500        OR INP-RATE-DEC NOT NUMERIC
035600         MOVE 'RATE MUST BE KEYED AS 99999.999999'
035700             TO WS-REFUSE-TEXT
035800         MOVE 'N' TO WS-REQUEST-OK-SW
035900         GO TO 3100-EXIT
036000     END-IF.
036100     MOVE INP-RATE-INT TO RDG-INT.
036200     MOVE INP-RATE-DEC TO RDG-DEC.
036300     MOVE WS-RATE-NUMBER TO WS-NEW-RATE.
036400     IF WS-NEW-RATE = ZERO
036500         MOVE 'RATE MUST NOT BE ZERO' TO WS-REFUSE-TEXT
036600         MOVE 'N' TO WS-REQUEST-OK-SW
036700     END-IF.
036800 3100-EXIT.
036900     EXIT.
037000*****************************************************************
037100* 3200-EDIT-CROSS-LEGS -- TWO DIFFERENT LEG CODES OTHER THAN THE *
037200*                 CODE ITSELF, A METHOD OF M OR D, AND AN ACTIVE *
037300*                 DIRECT ENTRY IN EFFECT FOR EACH LEG ON THE     *
037400*                 EFFECTIVE DATE                                 *
037500*****************************************************************
037600 3200-EDIT-CROSS-LEGS.
037700     IF INP-LEG1-CODE = SPACES OR INP-LEG2-CODE = SPACES
037800        OR INP-LEG1-CODE = INP-LEG2-CODE
037900        OR INP-LEG1-CODE = INP-CODE
038000        OR INP-LEG2-CODE = INP-CODE
038100         MOVE 'CROSS RATE NEEDS TWO DIFFERENT LEG CODES'
038200             TO WS-REFUSE-TEXT
038300         MOVE 'N' TO WS-REQUEST-OK-SW
038400         GO TO 3200-EXIT
038500     END-IF.
038600     IF NOT (INP-CROSS-MULTIPLY OR INP-CROSS-DIVIDE)
038700         MOVE 'CROSS METHOD MUST BE M OR D' TO WS-REFUSE-TEXT
038800         MOVE 'N' TO WS-REQUEST-OK-SW
038900         GO TO 3200-EXIT
039000     END-IF.
039100     MOVE INP-LEG1-CODE TO WS-LEG-CODE.
039200     PERFORM 3250-FIND-LEG-ENTRY THRU 3250-EXIT.
039300     IF REQUEST-OK
039400         MOVE INP-LEG2-CODE TO WS-LEG-CODE
039500         PERFORM 3250-FIND-LEG-ENTRY THRU 3250-EXIT
039600     END-IF.
039700 3200-EXIT.
039800     EXIT.
039900*****************************************************************
040000* 3250-FIND-LEG-ENTRY -- BROWSE THE LEG CODE'S ENTRIES TO THE    *
040100*                 ONE IN EFFECT ON THE EFFECTIVE DATE; IT MUST   *
040200*                 BE ACTIVE AND A DIRECT RATE                    *
040300*****************************************************************
040400 3250-FIND-LEG-ENTRY.
040500     MOVE SPACE TO WS-LEG-STATUS WS-LEG-RATE-TYPE.
040600     MOVE 'N'   TO WS-BROWSE-DONE-SW WS-BROWSING-SW.
040700     MOVE WS-LEG-CODE TO RID-CODE.
040800     MOVE LOW-VALUES  TO RID-EFF-DATE.
040900     EXEC CICS STARTBR
041000         DATASET ('CONVMSTR')
041100         RIDFLD  (WS-MSTR-RID)
041200         GTEQ
041300         RESP    (WS-RESP)
041400     END-EXEC.
041500     IF WS-RESP NOT = DFHRESP(NORMAL)
041600         SET BROWSE-DONE TO TRUE
041700     ELSE
041800         SET BROWSING TO TRUE
041900     END-IF.
042000     PERFORM 3260-READ-NEXT-LEG THRU 3260-EXIT
042100         UNTIL BROWSE-DONE.
042200     IF BROWSING
042300         EXEC CICS ENDBR
042400             DATASET ('CONVMSTR')
042500             RESP    (WS-RESP)
042600         END-EXEC
042700     END-IF.
042800     IF WS-LEG-STATUS NOT = 'A'
042900        OR WS-LEG-RATE-TYPE = 'X'
043000         STRING 'LEG ' DELIMITED BY SIZE
043100                WS-LEG-CODE DELIMITED BY SIZE
043200                ' HAS NO ACTIVE DIRECT RATE ON THAT DATE'
043300                    DELIMITED BY SIZE
043400             INTO WS-REFUSE-TEXT
043500         END-STRING
043600         MOVE 'N' TO WS-REQUEST-OK-SW
043700     END-IF.
043800 3250-EXIT.
043900     EXIT.
044000 3260-READ-NEXT-LEG.
044100     EXEC CICS READNEXT
044200         DATASET ('CONVMSTR')
044300         INTO    (CONVEAL-ENTRY)
044400         RIDFLD  (WS-MSTR-RID)
044500         RESP    (WS-RESP)
044600     END-EXEC.
044700     IF WS-RESP NOT = DFHRESP(NORMAL)
044800        OR CV-CODE NOT = WS-LEG-CODE
044900        OR CV-EFF-DATE > INP-EFF-DATE
045000         SET BROWSE-DONE TO TRUE
045100     ELSE
045200         MOVE CV-STATUS    TO WS-LEG-STATUS
045300         MOVE CV-RATE-TYPE TO WS-LEG-RATE-TYPE
045400     END-IF.
045500 3260-EXIT.
045600     EXIT.
045700*****************************************************************
045800* 3300-EDIT-AGAINST-MASTER -- KEYED READ OF THE CODE/DATE.  AN   *
045900*                 ADD MUST NOT FIND IT; A CHANGE MUST FIND IT OR *
046000*                 BE DATED BEYOND THE CODE'S LAST ENTRY; A       *
046100*                 DEACTIVATE MUST FIND IT ACTIVE.  THE MASTER    *
046200*                 RATE AND GROUP KEY ARE KEPT FOR THE SCREEN     *
046300*****************************************************************
046400 3300-EDIT-AGAINST-MASTER.
046500     MOVE 'N' TO WS-MSTR-FOUND-SW.
046600     MOVE INP-CODE     TO RID-CODE.
046700     MOVE INP-EFF-DATE TO RID-EFF-DATE.
046800     EXEC CICS READ
046900         DATASET ('CONVMSTR')
047000         INTO    (CONVEAL-ENTRY)
047100         RIDFLD  (WS-MSTR-RID)
047200         RESP    (WS-RESP)
047300     END-EXEC.
047400     IF WS-RESP = DFHRESP(NORMAL)
047500         SET MSTR-FOUND TO TRUE
047600         MOVE CV-RATE TO WS-OLD-RATE
047700     END-IF.
047800     IF INP-ADD
047900         IF MSTR-FOUND
048000             MOVE 'CODE AND DATE ALREADY ON THE MASTER'
048100                 TO WS-REFUSE-TEXT
048200             MOVE 'N' TO WS-REQUEST-OK-SW
048300         END-IF
048400         GO TO 3300-EXIT
048500     END-IF.
048600     IF INP-DELETE
048700         IF NOT MSTR-FOUND
048800             MOVE 'NO MASTER ENTRY FOR THAT CODE AND DATE'
048900                 TO WS-REFUSE-TEXT
049000             MOVE 'N' TO WS-REQUEST-OK-SW
049100         ELSE
049200             IF NOT CV-ACTIVE
049300                 MOVE 'MASTER ENTRY IS ALREADY INACTIVE'
049400                     TO WS-REFUSE-TEXT
049500                 MOVE 'N' TO WS-REQUEST-OK-SW
049600             END-IF
049700         END-IF
049800         GO TO 3300-EXIT
049900     END-IF.
050000     IF MSTR-FOUND
050100         IF WS-GROUP-KEY = SPACES
050200             MOVE CV-GROUP-KEY TO WS-GROUP-KEY
050300         END-IF
050400         GO TO 3300-EXIT
050500     END-IF.
050600     PERFORM 3400-FIND-LAST-ENTRY THRU 3400-EXIT.
050700     IF NOT CODE-KNOWN
050800         MOVE 'CODE NOT ON THE MASTER -- USE AN ADD'
050900             TO WS-REFUSE-TEXT
051000         MOVE 'N' TO WS-REQUEST-OK-SW
051100         GO TO 3300-EXIT
051200     END-IF.
051300     IF INP-EFF-DATE NOT > WS-LAST-CODE-DATE
051400         MOVE 'NO MASTER ENTRY FOR THAT CODE AND DATE'
051500             TO WS-REFUSE-TEXT
051600         MOVE 'N' TO WS-REQUEST-OK-SW
051700         GO TO 3300-EXIT
051800     END-IF.
051900     MOVE WS-LAST-CODE-RATE TO WS-OLD-RATE.
052000     IF WS-GROUP-KEY = SPACES
052100         MOVE WS-LAST-CODE-GROUP TO WS-GROUP-KEY
052200     END-IF.
052300 3300-EXIT.
052400     EXIT.
052500*****************************************************************
052600* 3400-FIND-LAST-ENTRY -- BROWSE FROM (CODE, LOW-VALUES) TO THE  *
052700*                 CODE'S LAST EFFECTIVE-DATED ENTRY, KEEPING ITS *
052800*                 DATE, RATE AND GROUP KEY                       *
052900*****************************************************************
053000 3400-FIND-LAST-ENTRY.
053100     MOVE 'N'    TO WS-CODE-KNOWN-SW.
053200     MOVE 'N'    TO WS-BROWSE-DONE-SW WS-BROWSING-SW.
053300     MOVE SPACES TO WS-LAST-CODE-DATE WS-LAST-CODE-GROUP.
053400     MOVE ZERO   TO WS-LAST-CODE-RATE.
053500     MOVE INP-CODE   TO RID-CODE.
053600     MOVE LOW-VALUES TO RID-EFF-DATE.
053700     EXEC CICS STARTBR
053800         DATASET ('CONVMSTR')
053900         RIDFLD  (WS-MSTR-RID)
054000         GTEQ
054100         RESP    (WS-RESP)
054200     END-EXEC.
054300     IF WS-RESP NOT = DFHRESP(NORMAL)
054400         SET BROWSE-DONE TO TRUE
054500     ELSE
054600         SET BROWSING TO TRUE
054700     END-IF.
054800     PERFORM 3410-READ-NEXT-ENTRY THRU 3410-EXIT
054900         UNTIL BROWSE-DONE.
055000     IF BROWSING
055100         EXEC CICS ENDBR
055200             DATASET ('CONVMSTR')
055300             RESP    (WS-RESP)
055400         END-EXEC
055500     END-IF.
055600 3400-EXIT.
055700     EXIT.
055800 3410-READ-NEXT-ENTRY.
055900     EXEC CICS READNEXT
056000         DATASET ('CONVMSTR')
056100         INTO    (CONVEAL-ENTRY)
056200         RIDFLD  (WS-MSTR-RID)
056300         RESP    (WS-RESP)
056400     END-EXEC.
056500     IF WS-RESP NOT = DFHRESP(NORMAL)
056600        OR CV-CODE NOT = INP-CODE
056700         SET BROWSE-DONE TO TRUE
056800     ELSE
056900         SET CODE-KNOWN TO TRUE
057000         MOVE CV-EFF-DATE  TO WS-LAST-CODE-DATE
057100         MOVE CV-RATE      TO WS-LAST-CODE-RATE
057200         MOVE CV-GROUP-KEY TO WS-LAST-CODE-GROUP
057300     END-IF.
057400 3410-EXIT.
057500     EXIT.
057600*****************************************************************
057700* 4000-STORE-PENDING -- READ THE PENDING FILE FOR UPDATE.  AN    *
057800*                 OPEN REQUEST (PENDING OR APPROVED) FOR THE     *
057900*                 SAME CODE/DATE REFUSES THIS ONE; A REJECTED    *
058000*                 OR EXTRACTED RECORD IS OVERWRITTEN, OTHERWISE  *
058100*                 A NEW RECORD IS WRITTEN                        *
058200*****************************************************************
058300 4000-STORE-PENDING.
058400     MOVE 'N' TO WS-PEND-FOUND-SW.
058500     MOVE INP-CODE     TO RID-PEND-CODE.
058600     MOVE INP-EFF-DATE TO RID-PEND-DATE.
058700     EXEC CICS READ
058800         DATASET ('CONVPEND')
058900         INTO    (PENDING-RECORD)
059000         RIDFLD  (WS-PEND-RID)
059100         UPDATE
059200         RESP    (WS-RESP)
059300     END-EXEC.
059400     IF WS-RESP = DFHRESP(NORMAL)
059500         SET PEND-FOUND TO TRUE
059600         IF PND-PENDING OR PND-APPROVED
059700             EXEC CICS UNLOCK
059800                 DATASET ('CONVPEND')
059900                 RESP    (WS-RESP)
060000             END-EXEC
060100             STRING 'OPEN REQUEST BY ' DELIMITED BY SIZE
060200                    PND-MAKER-ID DELIMITED BY SPACE
060300                    ' ALREADY ON FILE' DELIMITED BY SIZE
060400                 INTO WS-REFUSE-TEXT
060500             END-STRING
060600             MOVE 'N' TO WS-REQUEST-OK-SW
060700             GO TO 4000-EXIT
060800         END-IF
060900     END-IF.
061000     PERFORM 4100-BUILD-PENDING THRU 4100-EXIT.
061100     IF PEND-FOUND
061200         EXEC CICS REWRITE
061300             DATASET ('CONVPEND')
061400             FROM    (PENDING-RECORD)
061500             RESP    (WS-RESP)
061600         END-EXEC
061700     ELSE
061800         EXEC CICS WRITE
061900             DATASET ('CONVPEND')
062000             FROM    (PENDING-RECORD)
062100             RIDFLD  (WS-PEND-RID)
062200             RESP    (WS-RESP)
062300         END-EXEC
062400     END-IF.
062500     IF WS-RESP NOT = DFHRESP(NORMAL)
062600         MOVE 'PENDING FILE UPDATE FAILED -- TRY AGAIN'
062700             TO WS-REFUSE-TEXT
062800         MOVE 'N' TO WS-REQUEST-OK-SW
062900     END-IF.
063000 4000-EXIT.
063100     EXIT.
063200 4100-BUILD-PENDING.
063300     MOVE SPACES        TO PENDING-RECORD.
063400     MOVE INP-CODE      TO PND-CODE.
063500     MOVE INP-EFF-DATE  TO PND-EFF-DATE.
063600     SET PND-PENDING    TO TRUE.
063700     MOVE INP-ACTION    TO PND-ACTION.
063800     MOVE WS-GROUP-KEY  TO PND-GROUP-KEY.
063900     MOVE WS-NEW-RATE   TO PND-RATE.
064000     MOVE WS-OLD-RATE   TO PND-OLD-RATE.
064100     IF INP-CROSS-RATE AND NOT INP-DELETE
064200         MOVE 'X'              TO PND-RATE-TYPE
064300         MOVE INP-LEG1-CODE    TO PND-LEG1-CODE
064400         MOVE INP-LEG2-CODE    TO PND-LEG2-CODE
064500         MOVE INP-CROSS-METHOD TO PND-CROSS-METHOD
064600     ELSE
064700         MOVE 'D'              TO PND-RATE-TYPE
064800     END-IF.
064900     MOVE WS-USERID     TO PND-MAKER-ID.
065000     MOVE WS-TODAY      TO PND-MAKER-DATE.
065100     MOVE WS-NOW        TO PND-MAKER-TIME.
065200 4100-EXIT.
065300     EXIT.
065400*****************************************************************
065500* 5000-SHOW-REQUEST -- THE REQUEST AS EDITED, THE MASTER RATE IT *
065600*                 REPLACES AND THE RESULT                        *
065700*****************************************************************
065800 5000-SHOW-REQUEST.
065900     IF INP-ADD
066000         MOVE 'ADD'        TO SRL-ACTION
066100     END-IF.
066200     IF INP-CHANGE
066300         MOVE 'CHANGE'     TO SRL-ACTION
066400     END-IF.
066500     IF INP-DELETE
066600         MOVE 'DEACTIVATE' TO SRL-ACTION
066700     END-IF.
066800     IF NOT (INP-ADD OR INP-CHANGE OR INP-DELETE)
066900         MOVE INP-ACTION   TO SRL-ACTION
067000     END-IF.
067100     MOVE INP-CODE     TO SRL-CODE.
067200     MOVE INP-EFF-DATE TO SRL-EFF-DATE.
067300     MOVE SCR-REQUEST-LINE TO SCR-TEXT (3).
067400     IF NOT INP-DELETE
067500         MOVE WS-NEW-RATE  TO SRA-RATE
067600         IF INP-CROSS-RATE
067700             MOVE '       CROSS' TO SRA-RATE-X
067800         END-IF
067900         MOVE WS-GROUP-KEY TO SRA-GROUP
068000         MOVE SCR-RATE-LINE TO SCR-TEXT (5)
068100     END-IF.
068200     IF INP-CROSS-RATE AND NOT INP-DELETE
068300         MOVE INP-LEG1-CODE TO SXL-LEG1-CODE
068400         MOVE INP-LEG2-CODE TO SXL-LEG2-CODE
068500         IF INP-CROSS-DIVIDE
068600             MOVE '/' TO SXL-OPERATOR
068700         ELSE
068800             MOVE '*' TO SXL-OPERATOR
068900         END-IF
069000         MOVE SCR-CROSS-LINE TO SCR-TEXT (6)
069100     END-IF.
069200     IF NOT INP-ADD
069300         MOVE WS-OLD-RATE TO SOR-RATE
069400         MOVE SCR-OLD-RATE-LINE TO SCR-TEXT (7)
069500     END-IF.
069600     IF REQUEST-OK
069700         MOVE 'ACCEPTED -- PENDING APPROVAL UNDER CVAP'
069800             TO SCR-TEXT (9)
069900     ELSE
070000         MOVE WS-REFUSE-TEXT TO SRS-TEXT
070100         MOVE SCR-RESULT-LINE TO SCR-TEXT (9)
070200     END-IF.
070300 5000-EXIT.
070400     EXIT.
070500 END PROGRAM YCVOMNT.
