002900*                                                                *
003000*     EVERY TRANSACTION WRITTEN CARRIES TRAN-USER-ID 'RATEFEED'  *
003100*     SO THE CHANGE LOG SHOWS WHICH RATES CAME FROM THE FEED.    *
003110*                                                                *
003120*     A CROSS-RATE ENTRY (FEED-RATE-TYPE 'X') CARRIES NO RATE;   *
003130*     IT MUST NAME TWO DIFFERENT LEG CODES, NEITHER ITS OWN      *
003140*     CODE, AND A METHOD OF M OR D (REJECT FX01), AND BOTH LEG   *
003150*     CODES MUST BE ON THE MASTER (REJECT FX02).  YCVMAINT       *
003160*     CHECKS THE LEGS AGAIN FOR THE EFFECTIVE DATE ON APPLY.     *
003200*                                                                *
003300* MODIFICATION HISTORY.                                          *
003400*     09/02/26  JFM  ORIGINAL VERSION.                           *
003410*     10/14/26  JFM  CROSS-RATE FEED ENTRIES -- LEG CODES AND    *
003420*                    METHOD EDITED (REJECTS FX01, FX02) AND      *
003430*                    CARRIED ONTO THE CONVTRAN CARD, NOW 45      *
003440*                    BYTES.                                      *
003450*     10/15/26  JFM  CONVTRAN CARD GROWS TO 53 BYTES WITH THE    *
003460*                    APPROVING USER ID, LEFT BLANK FOR FEED      *
003470*                    ENTRIES.                                    *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
006300 FD  TRANS-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600 01  TRANS-REC                       PIC X(53).
006800 FD  FEEDREJ-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007300 01  SORT-RECORD.
007400     05  SRT-CODE                    PIC X(05).
007500     05  SRT-EFF-DATE                PIC X(08).
007600     05  SRT-TRAN-IMAGE              PIC X(53).
007700 WORKING-STORAGE SECTION.
007800*****************************************************************
007900* SWITCHES                                                       *
009400     88  CODE-KNOWN                  VALUE 'Y'.
009500 77  WS-EXACT-MATCH-SW               PIC X(01) VALUE 'N'.
009600     88  EXACT-MATCH                 VALUE 'Y'.
009610 77  WS-LEG-KNOWN-SW                 PIC X(01) VALUE 'N'.
009620     88  LEG-KNOWN                   VALUE 'Y'.
009700*****************************************************************
009800* COUNTERS                                                       *
009900*****************************************************************
011200 77  WS-LINES-PER-PAGE               PIC S9(03) COMP-3 VALUE +60.
011300 77  WS-TRAILER-COUNT                PIC S9(07) COMP-3 VALUE 0.
011400 77  WS-EFF-DATE                     PIC X(08) VALUE SPACES.
011410 77  WS-LEG-CODE                     PIC X(05).
011500*****************************************************************
011600* RECORD WORK AREAS                                              *
011700*****************************************************************
023300         MOVE 'CONVEAL CODE IS BLANK' TO FRL-REASON-TEXT
023400         SET ENTRY-BAD TO TRUE
023500     ELSE
023510         IF FEED-CROSS-RATE
023520             PERFORM 3350-EDIT-CROSS-LEGS THRU 3350-EXIT
023530         ELSE
023540             IF NOT FEED-DIRECT-RATE
023550                OR FEED-RATE NOT NUMERIC OR FEED-RATE = ZERO
023560                 MOVE 'FR01' TO FRL-REASON
023570                 MOVE 'RATE NOT NUMERIC OR ZERO'
023580                     TO FRL-REASON-TEXT
023590                 SET ENTRY-BAD TO TRUE
023595             END-IF
023597         END-IF
023600         IF ENTRY-GOOD AND FEED-EFF-DATE NOT NUMERIC
024200             MOVE 'FD01' TO FRL-REASON
024300             MOVE 'EFFECTIVE DATE NOT NUMERIC'
024400                 TO FRL-REASON-TEXT
024500             SET ENTRY-BAD TO TRUE
024700         END-IF
024800     END-IF.
024900     IF ENTRY-BAD
026100     PERFORM 3500-RELEASE-TRAN THRU 3500-EXIT.
026200 3300-EXIT.
026300     EXIT.
026310*****************************************************************
026320* 3350-EDIT-CROSS-LEGS -- A CROSS-RATE ENTRY NEEDS TWO DIFFERENT*
026330*                 LEG CODES OTHER THAN ITS OWN CODE, A METHOD   *
026340*                 OF M OR D, AND BOTH LEGS ON THE MASTER        *
026350*****************************************************************
026360 3350-EDIT-CROSS-LEGS.
026370     IF FEED-LEG1-CODE = SPACES OR FEED-LEG2-CODE = SPACES
026380        OR FEED-LEG1-CODE = FEED-LEG2-CODE
026390        OR FEED-LEG1-CODE = FEED-CODE
026400        OR FEED-LEG2-CODE = FEED-CODE
026410        OR (FEED-CROSS-METHOD NOT = 'M'
026420            AND FEED-CROSS-METHOD NOT = 'D')
026430         MOVE 'FX01' TO FRL-REASON
026440         MOVE 'CROSS-RATE LEGS OR METHOD NOT VALID'
026450             TO FRL-REASON-TEXT
026460         SET ENTRY-BAD TO TRUE
026470         GO TO 3350-EXIT
026480     END-IF.
026490     MOVE FEED-LEG1-CODE TO WS-LEG-CODE.
026500     PERFORM 3450-FIND-LEG-CODE THRU 3450-EXIT.
026510     IF LEG-KNOWN
026520         MOVE FEED-LEG2-CODE TO WS-LEG-CODE
026530         PERFORM 3450-FIND-LEG-CODE THRU 3450-EXIT
026540     END-IF.
026550     IF NOT LEG-KNOWN
026560         MOVE 'FX02' TO FRL-REASON
026570         MOVE 'CROSS-RATE LEG CODE NOT ON MASTER'
026580             TO FRL-REASON-TEXT
026590         SET ENTRY-BAD TO TRUE
026600     END-IF.
026610 3350-EXIT.
026620     EXIT.
026630*****************************************************************
026640* 3400-MATCH-MASTER -- IS THE CODE ON THE MASTER AT ALL, AND    *
026650*                 DOES IT ALREADY CARRY AN ENTRY FOR THE FEED'S *
026700*                 EFFECTIVE DATE                                *
026800*****************************************************************
026900 3400-MATCH-MASTER.
029400     END-IF.
029500 3400-EXIT.
029600     EXIT.
029610*****************************************************************
029620* 3450-FIND-LEG-CODE -- IS THE LEG CODE ON THE MASTER AT ALL    *
029630*****************************************************************
029640 3450-FIND-LEG-CODE.
029650     MOVE 'N' TO WS-LEG-KNOWN-SW.
029660     MOVE WS-LEG-CODE TO CV-CODE.
029670     MOVE LOW-VALUES  TO CV-EFF-DATE.
029680     START CONVEAL-FILE KEY IS NOT LESS THAN CV-MSTR-KEY
029690         INVALID KEY
029700             GO TO 3450-EXIT
029710     END-START.
029720     READ CONVEAL-FILE NEXT RECORD
029730         AT END
029740             GO TO 3450-EXIT
029750     END-READ.
029760     IF CV-CODE = WS-LEG-CODE
029770         SET LEG-KNOWN TO TRUE
029780     END-IF.
029790 3450-EXIT.
029800     EXIT.
029810*****************************************************************
029820* 3500-RELEASE-TRAN -- BUILD THE YCVTRAN IMAGE AND RELEASE IT   *
029900*                 TO THE SORT: A CHANGE WHEN THE EFFECTIVE-     *
030000*                 DATED ENTRY EXISTS, OTHERWISE AN ADD OF A     *
030100*                 NEW EFFECTIVE-DATED ENTRY                     *
030700     MOVE FEED-RATE      TO TRAN-RATE.
030800     MOVE FEED-EFF-DATE  TO TRAN-EFF-DATE.
030900     MOVE 'RATEFEED'     TO TRAN-USER-ID.
030910     IF FEED-CROSS-RATE
030920         MOVE ZERO              TO TRAN-RATE
030930         SET TRAN-CROSS-RATE    TO TRUE
030940         MOVE FEED-LEG1-CODE    TO TRAN-LEG1-CODE
030950         MOVE FEED-LEG2-CODE    TO TRAN-LEG2-CODE
030960         MOVE FEED-CROSS-METHOD TO TRAN-CROSS-METHOD
030970     ELSE
030980         MOVE 'D'               TO TRAN-RATE-TYPE
030990     END-IF.
031000     IF EXACT-MATCH
031100         SET TRAN-CHANGE TO TRUE
031200         ADD 1 TO WS-CHANGE-COUNT
