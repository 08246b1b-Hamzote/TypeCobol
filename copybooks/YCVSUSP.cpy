000100*****************************************************************
000200* YCVSUSP  --  CONVEAL LOOKUP-REJECT SUSPENSE RECORD LAYOUT     *
000300* USED BY    : REMPART (RemarksPartial), YCVRECYC, YHLDREL      *
000400* DESCRIPTION: MACHINE-READABLE COMPANION TO THE CVEXCPT        *
000500*              EXCEPTION REPORT -- ONE RECORD PER DETAIL-20     *
000600*              RECORD REJECTED BECAUSE ITS CONVEAL CODE WAS     *
001310*              RECORDS GO BACK THROUGH THE YDET20ED EDIT (SO    *
001320*              THE YD20CTL CONTROL RECORD COUNTS THEM), NOT     *
001330*              STRAIGHT INTO A PRINT RUN.                       *
001340*              SUS-REASON IS IN01 (CODE INACTIVE), NF01 (NO     *
001350*              ENTRY IN EFFECT) OR XL01 (CROSS-RATE CODE WHOSE  *
001360*              LEG CODE COULD NOT BE PRICED).                   *
001370*              YHLDREL WRITES A LARGE-VALUE ITEM DECLINED BY    *
001380*              ITS SECOND PERSON WITH REASON HD01; YCVRECYC     *
001390*              CARRIES HD01 RECORDS FORWARD UNCHANGED, AS NO    *
001395*              MASTER CHANGE MAKES THEM RECYCLABLE.             *
001400*****************************************************************
001500    05  SUS-DETAIL-IMAGE            PIC X(41).
001600    05  SUS-REJECT-DATE             PIC X(08).
001700    05  SUS-REASON                  PIC X(04).
001750        88  SUS-HOLD-DECLINED       VALUE 'HD01'.
001800    05  FILLER                      PIC X(07).
