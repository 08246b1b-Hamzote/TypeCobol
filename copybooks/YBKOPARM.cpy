001050*              REPRICING THE WHOLE RUN AT ONE RATE.             *
001060*              BKO-NEW-RATE IS THE CORRECTED RATE               *
001070*              (VVVVV.VVVVVV, NO DECIMAL POINT).                *
001080*              BKO-RUN-OVERRIDE 'Y' WITH THE OPERATOR'S ID IN   *
001090*              BKO-OVERRIDE-BY FORCES A BACKOUT THE YRUNCTL     *
001092*              LEDGER WOULD REFUSE; THE OVERRIDE IS LOGGED.     *
001093*              BKO-BUSINESS-DATE (CCYYMMDD) IS THE BUSINESS     *
001094*              DATE THE BAD RUN LOGGED ON THE YRUNCTL LEDGER -- *
001095*              ITS PARM-AS-OF-DATE WHEN ONE WAS CODED.  SPACES  *
001096*              MEANS THE SAME AS BKO-RUN-DATE.  THE BACKOUT IS  *
001097*              LOGGED UNDER IT AND CHECKED AGAINST THE REMPART  *
001098*              ENTRY LOGGED UNDER IT.                           *
001100*****************************************************************
001200    05  BKO-RUN-DATE                PIC X(08).
001300    05  BKO-RUN-TIME                PIC X(08).
001400    05  BKO-CODE                    PIC X(05).
001500    05  BKO-NEW-RATE                PIC 9(05)V9(06).
001510    05  BKO-RUN-OVERRIDE            PIC X(01).
001520        88  BKO-RUNCTL-OVERRIDE     VALUE 'Y'.
001530    05  BKO-OVERRIDE-BY             PIC X(08).
001540    05  BKO-BUSINESS-DATE           PIC X(08).
001550    05  FILLER                      PIC X(31).
