000100*****************************************************************
000200* YCVAUDIT --  REMPART CONVERSION AUDIT TRAIL RECORD LAYOUT      *
000300* USED BY    : REMPART (RemarksPartial), YHLDREL                *
000400* DESCRIPTION: ONE RECORD PER DETAIL-20 LINE SUCCESSFULLY        *
000500*              CONVERTED -- ORIGINAL AMOUNT, CONVEAL CODE AND    *
000600*              RATE USED, CONVERTED AMOUNT, AND THE DATE/TIME    *
000700*              OF THE RUN THAT PRODUCED IT                       *
000710*              AUD-RATE-DATE IS THE DATE WHOSE CONVEAL ENTRY     *
000720*              PRICED THE CONVERSION -- THE DETAIL-20 RECORD'S   *
000730*              OWN TRANSACTION DATE.  RECORD LENGTH 80.          *
000740*              ON A CROSS-RATE CONVERSION AUD-LEG1-RATE AND      *
000750*              AUD-LEG2-RATE ARE THE LEG RATES AUD-RATE WAS      *
000760*              DERIVED FROM; BOTH ARE ZERO ON A DIRECT RATE.     *
000770*              A CONVERSION HELD FOR SECOND-PERSON RELEASE IS    *
000780*              WRITTEN BY YHLDREL WHEN RELEASED, WITH THE        *
000790*              RELEASE RUN'S DATE/TIME AND THE RATE, RATE DATE   *
000795*              AND LEG RATES REMPART PRICED IT AT.               *
000805*              AUD-GROUP-KEY IS THE CONVEAL GROUP KEY THE        *
000815*              CONVERSION WAS BOOKED UNDER AND AUD-FEE-AMOUNT    *
000825*              THE CONVERSION FEE CHARGED ON IT (YFEEMST); ON    *
000835*              RECORDS WRITTEN BEFORE FEES WERE CHARGED BOTH ARE *
000845*              SPACES, WHICH READERS TREAT AS NO GROUP AND NO    *
000855*              FEE.                                              *
000865*****************************************************************
000900    05  AUD-KEY                     PIC X(10).
001000    05  AUD-CODE                    PIC X(05).
001100    05  AUD-RATE                    PIC S9(05)V9(06) COMP-3.
001300    05  AUD-CONV-AMOUNT             PIC S9(09)V9(02) COMP-3.
001400    05  AUD-RUN-DATE                PIC X(08).
001500    05  AUD-RUN-TIME                PIC X(08).
001550    05  AUD-RATE-DATE               PIC X(08).
001560    05  AUD-LEG1-RATE               PIC S9(05)V9(06) COMP-3.
001570    05  AUD-LEG2-RATE               PIC S9(05)V9(06) COMP-3.
001580    05  AUD-GROUP-KEY               PIC X(03).
001590    05  AUD-FEE-AMOUNT              PIC S9(09)V9(02) COMP-3.
001600    05  FILLER                      PIC X(02).
