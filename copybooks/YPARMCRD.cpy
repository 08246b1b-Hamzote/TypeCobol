000770*              RATES IN EFFECT FOR THAT DATE -- SPACES OR ZERO  *
000780*              MEANS USE THE RUN DATE, SO A PRIOR DAY'S         *
000790*              DETAIL-20 FILE CAN BE RERUN AT ITS HISTORICAL    *
000795*              RATES.  IT APPLIES ONLY TO DETAILS THAT CARRY NO *
000796*              DET20-TXN-DATE; A DETAIL WITH A TRANSACTION DATE *
000797*              IS ALWAYS CONVERTED AT THAT DATE'S RATE.         *
000807*              PARM-ACCT-LOW/HIGH BOUND THE DET20-ACCOUNT SLICE *
000817*              THIS RUN PROCESSES (SPACES = OPEN END), AND A    *
000827*              NON-BLANK PARM-STREAM-ID MARKS THE RUN AS ONE    *
000837*              PARALLEL STREAM OF SEVERAL -- PAGE HEADINGS, THE *
000847*              RUN SUMMARY AND THE CONTROL-TOTAL RECONCILIATION *
000857*              ARE THEN LEFT TO THE YPRTMERG CONSOLIDATION STEP.*
000858*              PARM-RUN-OVERRIDE 'Y' WITH THE OPERATOR'S ID IN  *
000859*              PARM-OVERRIDE-BY FORCES A RUN THE YRUNCTL RUN-   *
000860*              CONTROL LEDGER WOULD REFUSE AS A DUPLICATE OR    *
000861*              OUT OF ORDER FOR THE AS-OF (BUSINESS) DATE; THE  *
000862*              OVERRIDE IS LOGGED ON THE LEDGER.                *
000863*              PARM-SUBMITTED-BY IS THE ID OF THE PERSON WHO    *
000864*              SUBMITTED THE RUN; IT IS CARRIED ON EVERY ITEM   *
000865*              HELD FOR RELEASE SO YHLDREL CAN REFUSE A RELEASE *
000866*              BY THE SAME PERSON.                              *
000867*****************************************************************
000900    05  PARM-RESTART-SW             PIC X(01).
001000        88  PARM-RESTART-RUN        VALUE 'Y'.
001100        88  PARM-NORMAL-RUN         VALUE 'N'.
001660    05  PARM-ACCT-LOW               PIC X(10).
001670    05  PARM-ACCT-HIGH              PIC X(10).
001680    05  PARM-STREAM-ID              PIC X(02).
001685    05  PARM-RUN-OVERRIDE           PIC X(01).
001690        88  PARM-RUNCTL-OVERRIDE    VALUE 'Y'.
001695    05  PARM-OVERRIDE-BY            PIC X(08).
001697    05  PARM-SUBMITTED-BY           PIC X(08).
001700    05  FILLER                      PIC X(05).
