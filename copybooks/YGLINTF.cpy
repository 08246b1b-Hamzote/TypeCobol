000900*              CARRYING THE DETAIL-RECORD COUNT AND A HASH       *
001000*              TOTAL OF THE DETAIL CONVERTED AMOUNTS SO THE GL   *
001100*              LOAD CAN PROVE IT RECEIVED THE WHOLE FILE         *
001110*              A GROUP WHOSE RECORDS WERE CHARGED A CONVERSION   *
001120*              FEE ALSO GETS A FEE DETAIL ('F', SAME LAYOUT AS   *
001130*              'D') FOLLOWING ITS 'D' DETAIL, CARRYING THE       *
001140*              NUMBER OF RECORDS CHARGED AND THE FEE TOTAL. THE  *
001150*              TRAILER COUNT AND HASH COVER BOTH DETAIL TYPES.   *
001200*****************************************************************
001300    05  GLI-REC-TYPE                PIC X(01).
001400        88  GLI-HEADER              VALUE 'H'.
001500        88  GLI-DETAIL              VALUE 'D'.
001510        88  GLI-FEE-DETAIL          VALUE 'F'.
001600        88  GLI-TRAILER             VALUE 'T'.
001700    05  GLI-DATA                    PIC X(59).
001800    05  GLI-HEADER-DATA REDEFINES GLI-DATA.
