000300* USED BY    : YCVMAINT                                         *
000400* DESCRIPTION: ONE LINE PER TRANSACTION APPLIED (OR REJECTED)    *
000500*              AGAINST THE CONVEAL MASTER -- WHO, WHAT, WHEN     *
000510*              LOG-APPROVER-ID IS THE APPROVING USER FOR A       *
000520*              CHANGE KEYED ONLINE, SPACES OTHERWISE.  RECORD    *
000530*              LENGTH 62.                                        *
000600*****************************************************************
000700    05  LOG-CODE                    PIC X(05).
000800    05  LOG-ACTION                  PIC X(01).
001200    05  LOG-USER-ID                 PIC X(08).
001300    05  LOG-RUN-DATE                PIC X(08).
001400    05  LOG-RUN-TIME                PIC X(08).
001450    05  LOG-APPROVER-ID             PIC X(08).
001500    05  FILLER                      PIC X(04).
