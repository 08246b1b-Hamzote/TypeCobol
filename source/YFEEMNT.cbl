000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.  YFEEMNT.
000300 AUTHOR.      R W HALVORSEN.
000400 INSTALLATION. DATA CONTROL.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* REMARKS.                                                       *
000900*     CONVERSION FEE SCHEDULE MAINTENANCE RUN.                   *
001000*                                                                *
001100*     APPLIES THE SORTED FEETRAN FILE OF ADD/CHANGE/DELETE       *
001200*     REQUESTS DIRECTLY AGAINST THE FEEMSTR KSDS WITH KEYED      *
001300*     READS, REWRITES AND WRITES, THE SAME WAY YCVMAINT          *
001400*     MAINTAINS CONVMSTR.  FEEMSTR HOLDS THE CONVERSION FEE      *
001500*     REMPART CHARGES ON EACH CONVERTED RECORD, BY CONVEAL       *
001600*     GROUP KEY AND EFFECTIVE DATE (SEE YFEEMST).  DELETE        *
001700*     REQUESTS DEACTIVATE AN ENTRY (FEE-STATUS 'I') RATHER THAN  *
001800*     REMOVING IT.  EVERY TRANSACTION APPLIED OR REJECTED IS     *
001900*     WRITTEN TO THE FEELOG CHANGE LOG WITH THE FEE BEFORE AND   *
002000*     AFTER, WHO MADE THE CHANGE AND WHEN.                       *
002100*                                                                *
002200*     THE TRANSACTION FILE MUST BE SORTED ASCENDING BY           *
002300*     FTR-GROUP-KEY, FTR-EFF-DATE BEFORE THIS RUN.  AN ADD       *
002400*     CREATES A NEW EFFECTIVE-DATED ENTRY; A CHANGE DATED TO AN  *
002500*     EXISTING ENTRY REPLACES ITS FEE, AND A CHANGE DATED        *
002600*     BEYOND A GROUP'S LAST ENTRY CREATES A NEW ENTRY EFFECTIVE  *
002700*     THAT DATE, SO A NEW FEE CAN BE LOADED AHEAD OF TIME.  A    *
002800*     DELETE DEACTIVATES THE ONE ENTRY IT IS DATED TO.           *
002900*                                                                *
003000*     DISPOSITIONS: APPLIED, REJ-DUPE (ADD OF AN EXISTING        *
003100*     GROUP/DATE, OR A SECOND CARD WITH THE SAME KEY IN ONE      *
003200*     RUN), REJ-NFND (CHANGE OR DELETE OF AN UNKNOWN GROUP/      *
003300*     DATE), REJ-DATA (ADD OR CHANGE WITH A FEE TYPE OTHER THAN  *
003400*     F OR P, A NEGATIVE OR NON-NUMERIC AMOUNT, OR A PERCENTAGE  *
003500*     OUTSIDE 0-100), REJ-IOER (KEYED UPDATE FAILED -- THE RUN   *
003600*     ENDS WITH RETURN CODE 16, AS IT DOES ON A TRANSACTION      *
003700*     FILE OUT OF SEQUENCE).                                     *
003800*                                                                *
003900* MODIFICATION HISTORY.                                          *
004000*     10/15/26  JFM  ORIGINAL VERSION.                           *
004100*****************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.  IBM-370.
004500 OBJECT-COMPUTER.  IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT FEE-FILE         ASSIGN TO FEEMSTR
004900                             ORGANIZATION IS INDEXED
005000                             ACCESS MODE IS DYNAMIC
005100                             RECORD KEY IS FEE-MSTR-KEY.
005200     SELECT TRANS-FILE       ASSIGN TO FEETRAN
005300                             ORGANIZATION IS SEQUENTIAL.
005400     SELECT CHANGE-LOG-FILE  ASSIGN TO FEELOG
005500                             ORGANIZATION IS SEQUENTIAL.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  FEE-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  FEE-MSTR-REC.
006100     COPY YFEEMST.
006200 FD  TRANS-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  TRANS-REC.
006600     COPY YFEETRN.
006700 FD  CHANGE-LOG-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 01  LOG-REC                         PIC X(80).
007100 WORKING-STORAGE SECTION.
007200*****************************************************************
007300* SWITCHES                                                       *
007400*****************************************************************
007500 77  WS-TRAN-EOF-SW                  PIC X(01) VALUE 'N'.
007600     88  TRAN-EOF                    VALUE 'Y'.
007700 77  WS-TRAN-SEQ-ERR-SW              PIC X(01) VALUE 'N'.
007800     88  TRAN-SEQ-ERROR              VALUE 'Y'.
007900 77  WS-TRAN-DUPE-SW                 PIC X(01) VALUE 'N'.
008000     88  TRAN-DUPE-KEY               VALUE 'Y'.
008100 77  WS-MSTR-FOUND-SW                PIC X(01) VALUE 'N'.
008200     88  MSTR-FOUND                  VALUE 'Y'.
008300 77  WS-BROWSE-DONE-SW               PIC X(01) VALUE 'N'.
008400     88  BROWSE-DONE                 VALUE 'Y'.
008500 77  WS-GROUP-KNOWN-SW               PIC X(01) VALUE 'N'.
008600     88  GROUP-KNOWN                 VALUE 'Y'.
008700 77  WS-IO-ERROR-SW                  PIC X(01) VALUE 'N'.
008800     88  IO-ERROR                    VALUE 'Y'.
008900 77  WS-DATA-VALID-SW                PIC X(01) VALUE 'Y'.
009000     88  DATA-VALID                  VALUE 'Y'.
009100*****************************************************************
009200* COUNTERS                                                       *
009300*****************************************************************
009400 77  WS-ADD-COUNT                    PIC S9(07) COMP-3 VALUE 0.
009500 77  WS-CHANGE-COUNT                 PIC S9(07) COMP-3 VALUE 0.
009600 77  WS-DELETE-COUNT                 PIC S9(07) COMP-3 VALUE 0.
009700 77  WS-REJECT-COUNT                 PIC S9(07) COMP-3 VALUE 0.
009800*****************************************************************
009900* WORK FIELDS                                                    *
010000*****************************************************************
010100 77  WS-RUN-DATE                     PIC X(08).
010200 77  WS-RUN-TIME                     PIC X(08).
010300 77  WS-PREV-TRAN-KEY                PIC X(11) VALUE LOW-VALUES.
010400*****************************************************************
010500* LAST EFFECTIVE-DATED ENTRY ON THE MASTER FOR THE CURRENT       *
010600* TRANSACTION'S GROUP, FROM THE KEYED BROWSE -- AN UNMATCHED     *
010700* CHANGE APPLIES ONLY WHEN DATED BEYOND IT                       *
010800*****************************************************************
010900 77  WS-LAST-GROUP-DATE              PIC X(08) VALUE SPACES.
011000 01  WS-LAST-GROUP-ENTRY             PIC X(50) VALUE SPACES.
011100*****************************************************************
011200* FULL KEY OF THE CURRENT TRANSACTION -- FTR-EFF-DATE DEFAULTED  *
011300* TO THE RUN DATE WHEN THE CARD LEAVES IT BLANK                  *
011400*****************************************************************
011500 01  WS-TRAN-MSTR-KEY.
011600     05  WS-TRAN-KEY-GROUP           PIC X(03).
011700     05  WS-TRAN-KEY-DATE            PIC X(08).
011800 01  CHANGE-LOG-RECORD.
011900     COPY YFEELOG.
012000 PROCEDURE DIVISION.
012100*****************************************************************
012200* 0000-MAINLINE -- KEYED TRANSACTION APPLY DRIVER                *
012300*****************************************************************
012400 0000-MAINLINE.
012500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012600     PERFORM 2000-APPLY-TRANSACTION THRU 2000-EXIT
012700         UNTIL TRAN-EOF.
012800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
012900     GOBACK.
013000*****************************************************************
013100* 1000-INITIALIZE -- OPEN FILES, PRIME THE TRANSACTION STREAM    *
013200*****************************************************************
013300 1000-INITIALIZE.
013400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013500     ACCEPT WS-RUN-TIME FROM TIME.
013600     OPEN I-O    FEE-FILE.
013700     OPEN INPUT  TRANS-FILE.
013800     OPEN OUTPUT CHANGE-LOG-FILE.
013900     PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT.
014000 1000-EXIT.
014100     EXIT.
014200*****************************************************************
014300* 1200-READ-TRANSACTION -- NEXT TRANSACTION RECORD, WITH THE     *
014400*                 SEQUENCE AND WITHIN-RUN DUPLICATE-KEY CHECKS   *
014500*****************************************************************
014600 1200-READ-TRANSACTION.
014700     MOVE 'N' TO WS-TRAN-DUPE-SW.
014800     READ TRANS-FILE
014900         AT END
015000             SET TRAN-EOF TO TRUE
015100     END-READ.
015200     IF NOT TRAN-EOF
015300         IF FTR-EFF-DATE = SPACES
015400             MOVE WS-RUN-DATE TO FTR-EFF-DATE
015500         END-IF
015600         MOVE FTR-GROUP-KEY TO WS-TRAN-KEY-GROUP
015700         MOVE FTR-EFF-DATE  TO WS-TRAN-KEY-DATE
015800         IF WS-TRAN-MSTR-KEY < WS-PREV-TRAN-KEY
015900             DISPLAY 'YFM2506E TRANSACTION FILE OUT OF '
016000                 'SEQUENCE AT GROUP ' FTR-GROUP-KEY
016100                 ' EFFECTIVE ' FTR-EFF-DATE
016200                 ' (A BLANK EFFECTIVE DATE SORTS LOW BUT KEYS '
016300                 'AS THE RUN DATE) -- RUN ENDED'
016400             SET TRAN-SEQ-ERROR TO TRUE
016500             SET TRAN-EOF TO TRUE
016600             MOVE 16 TO RETURN-CODE
016700         ELSE
016800             IF WS-TRAN-MSTR-KEY = WS-PREV-TRAN-KEY
016900                 SET TRAN-DUPE-KEY TO TRUE
017000             END-IF
017100             MOVE WS-TRAN-MSTR-KEY TO WS-PREV-TRAN-KEY
017200         END-IF
017300     END-IF.
017400 1200-EXIT.
017500     EXIT.
017600*****************************************************************
017700* 2000-APPLY-TRANSACTION -- ONE TRANSACTION AGAINST THE KEYED    *
017800*                 MASTER: A SECOND CARD WITH THE SAME KEY IN     *
017900*                 ONE RUN IS A DUPLICATE, AN ADD OR CHANGE MUST  *
018000*                 CARRY A VALID FEE, OTHERWISE THE KEYED READ    *
018100*                 DECIDES THE MATCHED/UNMATCHED PATH             *
018200*****************************************************************
018300 2000-APPLY-TRANSACTION.
018400     MOVE SPACES TO CHANGE-LOG-RECORD.
018500     PERFORM 2450-CLEAR-OLD-FEE THRU 2450-EXIT.
018600     IF TRAN-DUPE-KEY
018700         ADD 1 TO WS-REJECT-COUNT
018800         MOVE 'REJ-DUPE' TO FLG-DISPOSITION
018900         PERFORM 2500-WRITE-LOG-RECORD THRU 2500-EXIT
019000         GO TO 2000-READ-NEXT
019100     END-IF.
019200     IF NOT FTR-DELETE
019300         PERFORM 2100-EDIT-FEE THRU 2100-EXIT
019400         IF NOT DATA-VALID
019500             ADD 1 TO WS-REJECT-COUNT
019600             MOVE 'REJ-DATA' TO FLG-DISPOSITION
019700             PERFORM 2500-WRITE-LOG-RECORD THRU 2500-EXIT
019800             GO TO 2000-READ-NEXT
019900         END-IF
020000     END-IF.
020100     PERFORM 2050-READ-MASTER-KEYED THRU 2050-EXIT.
020200     IF MSTR-FOUND
020300         PERFORM 2300-APPLY-MATCHED-TRANS THRU 2300-EXIT
020400     ELSE
020500         PERFORM 2200-APPLY-UNMATCHED-TRANS THRU 2200-EXIT
020600     END-IF.
020700 2000-READ-NEXT.
020800     PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT.
020900 2000-EXIT.
021000     EXIT.
021100*****************************************************************
021200* 2050-READ-MASTER-KEYED -- DOES THE MASTER CARRY AN ENTRY FOR   *
021300*                 THE TRANSACTION'S GROUP AND EFFECTIVE DATE     *
021400*****************************************************************
021500 2050-READ-MASTER-KEYED.
021600     MOVE 'N' TO WS-MSTR-FOUND-SW.
021700     MOVE WS-TRAN-KEY-GROUP TO FEE-GROUP-KEY.
021800     MOVE WS-TRAN-KEY-DATE  TO FEE-EFF-DATE.
021900     READ FEE-FILE
022000         INVALID KEY
022100             CONTINUE
022200         NOT INVALID KEY
022300             SET MSTR-FOUND TO TRUE
022400     END-READ.
022500 2050-EXIT.
022600     EXIT.
022700*****************************************************************
022800* 2100-EDIT-FEE -- AN ADD OR CHANGE NEEDS FEE TYPE F OR P AND    *
022900*     NUMERIC, NON-NEGATIVE AMOUNTS, WITH A PERCENTAGE NO MORE   *
023000*     THAN 100.  THE AMOUNTS THE TYPE DOES NOT USE ARE CLEARED   *
023100*****************************************************************
023200 2100-EDIT-FEE.
023300     MOVE 'Y' TO WS-DATA-VALID-SW.
023400     IF FTR-FLAT
023500         IF FTR-FLAT-AMOUNT NOT NUMERIC
023600             MOVE 'N' TO WS-DATA-VALID-SW
023700             GO TO 2100-EXIT
023800         END-IF
023900         IF FTR-FLAT-AMOUNT < ZERO
024000             MOVE 'N' TO WS-DATA-VALID-SW
024100             GO TO 2100-EXIT
024200         END-IF
024300         MOVE ZERO TO FTR-PERCENT
024400         MOVE ZERO TO FTR-MIN-AMOUNT
024500         GO TO 2100-EXIT
024600     END-IF.
024700     IF NOT FTR-PERCENTAGE
024800         MOVE 'N' TO WS-DATA-VALID-SW
024900         GO TO 2100-EXIT
025000     END-IF.
025100     IF FTR-PERCENT NOT NUMERIC
025200        OR FTR-MIN-AMOUNT NOT NUMERIC
025300         MOVE 'N' TO WS-DATA-VALID-SW
025400         GO TO 2100-EXIT
025500     END-IF.
025600     IF FTR-PERCENT < ZERO
025700        OR FTR-PERCENT > 100
025800        OR FTR-MIN-AMOUNT < ZERO
025900         MOVE 'N' TO WS-DATA-VALID-SW
026000         GO TO 2100-EXIT
026100     END-IF.
026200     MOVE ZERO TO FTR-FLAT-AMOUNT.
026300 2100-EXIT.
026400     EXIT.
026500*****************************************************************
026600* 2200-APPLY-UNMATCHED-TRANS -- NO ENTRY FOR THE GROUP/DATE.     *
026700*     ADD WRITES A NEW EFFECTIVE-DATED ENTRY.  A CHANGE IS       *
026800*     LEGITIMATE ONLY WHEN ITS GROUP EXISTS AND THE CHANGE IS    *
026900*     DATED BEYOND THE GROUP'S LAST ENTRY -- IT LOADS A NEW      *
027000*     FUTURE-DATED FEE.  ANYTHING ELSE IS REJECTED AS AN         *
027100*     UNKNOWN GROUP/DATE                                         *
027200*****************************************************************
027300 2200-APPLY-UNMATCHED-TRANS.
027400     IF FTR-ADD
027500         PERFORM 2250-WRITE-NEW-ENTRY THRU 2250-EXIT
027600         IF NOT IO-ERROR
027700             ADD 1 TO WS-ADD-COUNT
027800             MOVE 'APPLIED' TO FLG-DISPOSITION
027900             PERFORM 2500-WRITE-LOG-RECORD THRU 2500-EXIT
028000         END-IF
028100         GO TO 2200-EXIT
028200     END-IF.
028300     PERFORM 2270-FIND-LAST-ENTRY THRU 2270-EXIT.
028400     IF FTR-CHANGE AND GROUP-KNOWN
028500        AND WS-TRAN-KEY-DATE > WS-LAST-GROUP-DATE
028600         MOVE WS-LAST-GROUP-ENTRY TO FEE-MSTR-REC
028700         PERFORM 2400-SAVE-OLD-FEE THRU 2400-EXIT
028800         PERFORM 2250-WRITE-NEW-ENTRY THRU 2250-EXIT
028900         IF NOT IO-ERROR
029000             ADD 1 TO WS-CHANGE-COUNT
029100             MOVE 'APPLIED' TO FLG-DISPOSITION
029200             PERFORM 2500-WRITE-LOG-RECORD THRU 2500-EXIT
029300         END-IF
029400     ELSE
029500         ADD 1 TO WS-REJECT-COUNT
029600         MOVE 'REJ-NFND' TO FLG-DISPOSITION
029700         PERFORM 2500-WRITE-LOG-RECORD THRU 2500-EXIT
029800     END-IF.
029900 2200-EXIT.
030000     EXIT.
030100*****************************************************************
030200* 2250-WRITE-NEW-ENTRY -- BUILD AND WRITE A NEW EFFECTIVE-DATED  *
030300*     FEE ENTRY FROM THE CURRENT TRANSACTION                     *
030400*****************************************************************
030500 2250-WRITE-NEW-ENTRY.
030600     MOVE SPACES TO FEE-MSTR-REC.
030700     MOVE FTR-GROUP-KEY TO FEE-GROUP-KEY.
030800     MOVE FTR-EFF-DATE  TO FEE-EFF-DATE.
030900     PERFORM 2260-MOVE-FEE THRU 2260-EXIT.
031000     SET FEE-ACTIVE TO TRUE.
031100     MOVE WS-RUN-DATE TO FEE-LAST-CHG-DATE.
031200     MOVE FTR-USER-ID TO FEE-LAST-CHG-USER.
031300     WRITE FEE-MSTR-REC
031400         INVALID KEY
031500             PERFORM 2600-KEYED-IO-ERROR THRU 2600-EXIT
031600     END-WRITE.
031700 2250-EXIT.
031800     EXIT.
031900*****************************************************************
032000* 2260-MOVE-FEE -- THE TRANSACTION'S FEE TO THE MASTER ENTRY     *
032100*     AND TO THE NEW-FEE SIDE OF THE LOG RECORD                  *
032200*****************************************************************
032300 2260-MOVE-FEE.
032400     MOVE FTR-FEE-TYPE    TO FEE-TYPE.
032500     MOVE FTR-FLAT-AMOUNT TO FEE-FLAT-AMOUNT.
032600     MOVE FTR-PERCENT     TO FEE-PERCENT.
032700     MOVE FTR-MIN-AMOUNT  TO FEE-MIN-AMOUNT.
032800 2260-EXIT.
032900     EXIT.
033000*****************************************************************
033100* 2270-FIND-LAST-ENTRY -- KEYED BROWSE FROM (GROUP, LOW-VALUES)  *
033200*     TO THE GROUP'S LAST EFFECTIVE-DATED ENTRY, REMEMBERING IT  *
033300*****************************************************************
033400 2270-FIND-LAST-ENTRY.
033500     MOVE 'N' TO WS-GROUP-KNOWN-SW.
033600     MOVE 'N' TO WS-BROWSE-DONE-SW.
033700     MOVE SPACES TO WS-LAST-GROUP-DATE.
033800     MOVE SPACES TO WS-LAST-GROUP-ENTRY.
033900     MOVE WS-TRAN-KEY-GROUP TO FEE-GROUP-KEY.
034000     MOVE LOW-VALUES        TO FEE-EFF-DATE.
034100     START FEE-FILE KEY IS NOT LESS THAN FEE-MSTR-KEY
034200         INVALID KEY
034300             SET BROWSE-DONE TO TRUE
034400     END-START.
034500     PERFORM 2280-READ-NEXT-ENTRY THRU 2280-EXIT
034600         UNTIL BROWSE-DONE.
034700 2270-EXIT.
034800     EXIT.
034900 2280-READ-NEXT-ENTRY.
035000     READ FEE-FILE NEXT RECORD
035100         AT END
035200             SET BROWSE-DONE TO TRUE
035300             GO TO 2280-EXIT
035400     END-READ.
035500     IF FEE-GROUP-KEY NOT = WS-TRAN-KEY-GROUP
035600         SET BROWSE-DONE TO TRUE
035700     ELSE
035800         SET GROUP-KNOWN TO TRUE
035900         MOVE FEE-EFF-DATE TO WS-LAST-GROUP-DATE
036000         MOVE FEE-MSTR-REC TO WS-LAST-GROUP-ENTRY
036100     END-IF.
036200 2280-EXIT.
036300     EXIT.
036400*****************************************************************
036500* 2300-APPLY-MATCHED-TRANS -- TRANSACTION GROUP AND EFFECTIVE    *
036600*     DATE MATCH AN ENTRY ON THE MASTER -- CHANGE OR DELETE      *
036700*     REWRITE THAT ENTRY IN PLACE, ADD IS REJECTED AS A          *
036800*     DUPLICATE GROUP/DATE                                       *
036900*****************************************************************
037000 2300-APPLY-MATCHED-TRANS.
037100     PERFORM 2400-SAVE-OLD-FEE THRU 2400-EXIT.
037200     IF FTR-ADD
037300         ADD 1 TO WS-REJECT-COUNT
037400         MOVE 'REJ-DUPE' TO FLG-DISPOSITION
037500         PERFORM 2500-WRITE-LOG-RECORD THRU 2500-EXIT
037600         GO TO 2300-EXIT
037700     END-IF.
037800     IF FTR-CHANGE
037900         PERFORM 2260-MOVE-FEE THRU 2260-EXIT
038100     ELSE
038200         SET FEE-INACTIVE TO TRUE
038300         MOVE FEE-TYPE        TO FTR-FEE-TYPE
038400         MOVE FEE-FLAT-AMOUNT TO FTR-FLAT-AMOUNT
038500         MOVE FEE-PERCENT     TO FTR-PERCENT
038600         MOVE FEE-MIN-AMOUNT  TO FTR-MIN-AMOUNT
038700     END-IF.
038800     MOVE WS-RUN-DATE TO FEE-LAST-CHG-DATE.
038900     MOVE FTR-USER-ID TO FEE-LAST-CHG-USER.
039000     REWRITE FEE-MSTR-REC
039100         INVALID KEY
039200             PERFORM 2600-KEYED-IO-ERROR THRU 2600-EXIT
039300     END-REWRITE.
039400     IF IO-ERROR
039500         GO TO 2300-EXIT
039600     END-IF.
039700     IF FTR-CHANGE
039800         ADD 1 TO WS-CHANGE-COUNT
039900     ELSE
040000         ADD 1 TO WS-DELETE-COUNT
040100     END-IF.
040200     MOVE 'APPLIED' TO FLG-DISPOSITION.
040300     PERFORM 2500-WRITE-LOG-RECORD THRU 2500-EXIT.
040400 2300-EXIT.
040500     EXIT.
040600*****************************************************************
040700* 2400-SAVE-OLD-FEE -- THE MASTER ENTRY'S FEE BEFORE THE CHANGE  *
040800*     TO THE OLD-FEE SIDE OF THE LOG RECORD                      *
040900*****************************************************************
041000 2400-SAVE-OLD-FEE.
041100     MOVE FEE-TYPE        TO FLG-OLD-FEE-TYPE.
041200     MOVE FEE-FLAT-AMOUNT TO FLG-OLD-FLAT-AMOUNT.
041300     MOVE FEE-PERCENT     TO FLG-OLD-PERCENT.
041400     MOVE FEE-MIN-AMOUNT  TO FLG-OLD-MIN-AMOUNT.
041500 2400-EXIT.
041600     EXIT.
041700 2450-CLEAR-OLD-FEE.
041800     MOVE SPACE TO FLG-OLD-FEE-TYPE.
041900     MOVE ZERO  TO FLG-OLD-FLAT-AMOUNT.
042000     MOVE ZERO  TO FLG-OLD-PERCENT.
042100     MOVE ZERO  TO FLG-OLD-MIN-AMOUNT.
042200 2450-EXIT.
042300     EXIT.
042400*****************************************************************
042500* 2500-WRITE-LOG-RECORD -- ONE CHANGE-LOG LINE FOR THE CURRENT   *
042600*     TRANSACTION, APPLIED OR REJECTED.  A FEE AMOUNT THAT WILL  *
042700*     NOT BEAR ARITHMETIC IS LOGGED AS ZERO                      *
042800*****************************************************************
042900 2500-WRITE-LOG-RECORD.
043000     MOVE FTR-GROUP-KEY TO FLG-GROUP-KEY.
043100     MOVE FTR-EFF-DATE  TO FLG-EFF-DATE.
043200     MOVE FTR-ACTION    TO FLG-ACTION.
043300     MOVE FTR-FEE-TYPE  TO FLG-NEW-FEE-TYPE.
043400     MOVE ZERO TO FLG-NEW-FLAT-AMOUNT.
043500     MOVE ZERO TO FLG-NEW-PERCENT.
043600     MOVE ZERO TO FLG-NEW-MIN-AMOUNT.
043700     IF FTR-FLAT-AMOUNT NUMERIC
043800         MOVE FTR-FLAT-AMOUNT TO FLG-NEW-FLAT-AMOUNT
043900     END-IF.
044000     IF FTR-PERCENT NUMERIC
044100         MOVE FTR-PERCENT TO FLG-NEW-PERCENT
044200     END-IF.
044300     IF FTR-MIN-AMOUNT NUMERIC
044400         MOVE FTR-MIN-AMOUNT TO FLG-NEW-MIN-AMOUNT
044500     END-IF.
044600     MOVE FTR-USER-ID TO FLG-USER-ID.
044700     MOVE WS-RUN-DATE TO FLG-RUN-DATE.
044800     MOVE WS-RUN-TIME TO FLG-RUN-TIME.
044900     WRITE LOG-REC FROM CHANGE-LOG-RECORD.
045000 2500-EXIT.
045100     EXIT.
045200*****************************************************************
045300* 2600-KEYED-IO-ERROR -- A WRITE OR REWRITE THE KEYED READ SAID  *
045400*     COULD NOT FAIL HAS FAILED -- LOG IT, END THE RUN           *
045500*****************************************************************
045600 2600-KEYED-IO-ERROR.
045700     SET IO-ERROR TO TRUE.
045800     DISPLAY 'YFM2508E KEYED UPDATE FAILED FOR GROUP '
045900         FTR-GROUP-KEY ' EFFECTIVE ' FTR-EFF-DATE
046000         ' -- RUN ENDED'.
046100     ADD 1 TO WS-REJECT-COUNT.
046200     MOVE 'REJ-IOER' TO FLG-DISPOSITION.
046300     PERFORM 2500-WRITE-LOG-RECORD THRU 2500-EXIT.
046400     SET TRAN-EOF TO TRUE.
046500     MOVE 16 TO RETURN-CODE.
046600 2600-EXIT.
046700     EXIT.
046800*****************************************************************
046900* 8000-TERMINATE -- CLOSE FILES, REPORT RUN TOTALS               *
047000*****************************************************************
047100 8000-TERMINATE.
047200     IF TRAN-SEQ-ERROR
047300         DISPLAY 'YFM2507E RUN ENDED ON A TRANSACTION-FILE '
047400             'SEQUENCE ERROR -- THE REMAINING TRANSACTIONS '
047500             'WERE NOT APPLIED'
047600     ELSE
047700         IF IO-ERROR
047800             DISPLAY 'YFM2509E RUN ENDED ON A KEYED I-O ERROR '
047900                 '-- THE REMAINING TRANSACTIONS WERE NOT '
048000                 'APPLIED'
048100         ELSE
048200             DISPLAY 'YFM2500I FEE SCHEDULE MAINTENANCE RUN '
048300                 'COMPLETE'
048400         END-IF
048500     END-IF.
048600     DISPLAY 'YFM2502I ENTRIES ADDED               : '
048700             WS-ADD-COUNT.
048800     DISPLAY 'YFM2503I ENTRIES CHANGED              : '
048900             WS-CHANGE-COUNT.
049000     DISPLAY 'YFM2504I ENTRIES DEACTIVATED          : '
049100             WS-DELETE-COUNT.
049200     IF WS-REJECT-COUNT > ZERO
049300         DISPLAY 'YFM2505W TRANSACTIONS REJECTED        : '
049400                 WS-REJECT-COUNT
049500     END-IF.
049600     CLOSE FEE-FILE
049700           TRANS-FILE
049800           CHANGE-LOG-FILE.
049900 8000-EXIT.
050000     EXIT.
050100 END PROGRAM YFEEMNT.
