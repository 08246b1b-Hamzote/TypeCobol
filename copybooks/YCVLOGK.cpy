001400        10  LGK-RUN-DATE            PIC X(08).
001500        10  LGK-RUN-TIME            PIC X(08).
001600        10  LGK-SEQ                 PIC 9(03).
001700    05  LGK-LOG-IMAGE               PIC X(62).
