000100*****************************************************************
000200* YHAGPARM --  AGED-HOLDS REPORT PARAMETER CARD                 *
000300* USED BY    : YHLDAGE                                          *
000400* DESCRIPTION: ONE OPTIONAL CARD.  HAP-AS-OF-DATE (CCYYMMDD) IS *
000500*              THE DATE HOLDS ARE AGED TO; SPACES OR ZERO MEANS *
000600*              THE RUN DATE.  HAP-AGE-DAYS IS THE NUMBER OF     *
000700*              DAYS AN ITEM MAY STAY PENDING BEFORE IT IS       *
000800*              LISTED AS AGED; SPACES OR ZERO TAKES THE         *
000900*              STANDARD 3 DAYS.                                 *
001000*****************************************************************
001100    05  HAP-AS-OF-DATE              PIC X(08).
001200    05  HAP-AGE-DAYS                PIC 9(03).
001300    05  FILLER                      PIC X(69).
