000100*****************************************************************
000200* YCVTRAN  --  CONVEAL MAINTENANCE TRANSACTION RECORD LAYOUT    *
000300* USED BY    : YCVMAINT, YCVPROOF, YCVFEED, YCVPNDX             *
000400* DESCRIPTION: ONE ADD/CHANGE/DELETE REQUEST AGAINST A CONVEAL   *
000500*              MASTER ENTRY, SORTED ASCENDING BY TRAN-CODE,     *
000510*              TRAN-EFF-DATE.  TRAN-EFF-DATE (CCYYMMDD) IS THE  *
000520*              DATE THE RATE TAKES EFFECT -- A FUTURE DATE      *
000530*              LOADS THE RATE AHEAD OF TIME; SPACES MEANS       *
000540*              EFFECTIVE AS OF THE MAINTENANCE RUN DATE.        *
000550*              TRAN-RATE-TYPE 'X' ADDS OR CHANGES A CROSS-RATE  *
000560*              ENTRY PRICED FROM TRAN-LEG1-CODE AND             *
000570*              TRAN-LEG2-CODE BY TRAN-CROSS-METHOD (SEE         *
000580*              YCONVEAL); TRAN-RATE IS IGNORED ON SUCH A CARD.  *
000590*              TRAN-APPROVER-ID IS THE SECOND USER WHO APPROVED *
000591*              A CHANGE KEYED ONLINE (CVMN/CVAP, EXTRACTED BY   *
000592*              YCVPNDX) -- SPACES ON CARD AND FEED INPUT.       *
000593*              RECORD LENGTH 53.                                *
000600*****************************************************************
000700    05  TRAN-CODE                   PIC X(05).
000800    05  TRAN-ACTION                 PIC X(01).
001300    05  TRAN-RATE                   PIC S9(05)V9(06) COMP-3.
001400    05  TRAN-USER-ID                PIC X(08).
001500    05  TRAN-EFF-DATE               PIC X(08).
001510    05  TRAN-RATE-TYPE              PIC X(01).
001520        88  TRAN-DIRECT-RATE        VALUE 'D' ' '.
001530        88  TRAN-CROSS-RATE         VALUE 'X'.
001540    05  TRAN-LEG1-CODE              PIC X(05).
001550    05  TRAN-LEG2-CODE              PIC X(05).
001560    05  TRAN-CROSS-METHOD           PIC X(01).
001570        88  TRAN-CROSS-MULTIPLY     VALUE 'M'.
001580        88  TRAN-CROSS-DIVIDE       VALUE 'D'.
001590    05  TRAN-APPROVER-ID            PIC X(08).
001600    05  FILLER                      PIC X(02).
