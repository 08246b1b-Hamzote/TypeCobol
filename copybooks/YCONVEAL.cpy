000530*              FOR A GIVEN DATE IS THE ONE WITH THE LATEST      *
000540*              CV-EFF-DATE NOT AFTER THAT DATE. THE MASTER IS   *
000550*              KEYED/SORTED BY CV-CODE, CV-EFF-DATE.            *
000560*              A CROSS-RATE ENTRY (CV-CROSS-RATE) CARRIES NO    *
000570*              RATE OF ITS OWN -- IT NAMES TWO DIRECT LEG CODES *
000580*              AND IS PRICED AT RUN TIME FROM THE LEG RATES IN  *
000590*              EFFECT FOR THE SAME DATE: LEG 1 RATE MULTIPLIED  *
000592*              BY (METHOD M) OR DIVIDED BY (METHOD D) THE LEG 2 *
000594*              RATE.  CV-RATE IS ZERO ON A CROSS-RATE ENTRY.    *
000600*****************************************************************
000700    05  CV-MSTR-KEY.
000710        10  CV-CODE                 PIC X(05).
001200        88  CV-INACTIVE             VALUE 'I'.
001300    05  CV-LAST-CHG-DATE            PIC X(08).
001400    05  CV-LAST-CHG-USER            PIC X(08).
001500    05  CV-RATE-TYPE                PIC X(01).
001600        88  CV-DIRECT-RATE          VALUE 'D' ' '.
001700        88  CV-CROSS-RATE           VALUE 'X'.
001800    05  CV-LEG1-CODE                PIC X(05).
001900    05  CV-LEG2-CODE                PIC X(05).
002000    05  CV-CROSS-METHOD             PIC X(01).
002100        88  CV-CROSS-MULTIPLY       VALUE 'M'.
002200        88  CV-CROSS-DIVIDE         VALUE 'D'.
