002300    05  AK-ADJ-FLAG                 PIC X(01).
002400        88  AK-ADJUSTED             VALUE 'Y'.
002500        88  AK-NOT-ADJUSTED         VALUE 'N'.
002600    05  AK-AUDIT-IMAGE              PIC X(80).
