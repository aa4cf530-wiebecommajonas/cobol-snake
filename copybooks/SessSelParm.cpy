       01 SessSelParm.
           02 SL-Scope         PIC X.
               88 SL-ForGhost        VALUE "G".
               88 SL-ForReplay       VALUE "R".
           02 SL-Class.
               03 SL-Width     PIC 9(3).
               03 SL-Height    PIC 9(3).
               03 SL-Speed     PIC 9(3).
           02 SL-Result        PIC 99.
               88 SL-Picked          VALUE 0.
               88 SL-NonePicked      VALUE 4.
               88 SL-NoCatalog       VALUE 8.
           02 SL-Id            PIC X(15).
           02 SL-Where         PIC X.
               88 SL-InLog           VALUE "L".
               88 SL-InArchive       VALUE "A".
           02 SL-Frames        PIC 9(5).
           02 SL-BoardWidth    PIC 9(3).
           02 SL-BoardHeight   PIC 9(3).
           02 SL-EndReason     PIC X(4).
