       01 SessIdxRecord.
           02 SX-Id            PIC X(15).
           02 SX-Date          PIC 9(8).
           02 SX-Time          PIC 9(6).
           02 SX-Initials      PIC X(3).
           02 SX-Mode          PIC X.
               88 SX-ModeInteractive VALUE "I".
               88 SX-ModeBatch       VALUE "B".
               88 SX-ModeTwoPlayer   VALUE "T".
               88 SX-ModeSprint      VALUE "S".
               88 SX-ModeUnknown     VALUE SPACE.
           02 SX-Class.
               03 SX-Width     PIC 9(3).
               03 SX-Height    PIC 9(3).
               03 SX-Speed     PIC 9(3).
           02 SX-Maze          PIC X(8).
           02 SX-Score         PIC 9(5).
           02 SX-Length        PIC 9(3).
           02 SX-EndReason     PIC X(4).
               88 SX-StillOpen       VALUE SPACES.
           02 SX-Frames        PIC 9(5).
           02 SX-Where         PIC X.
               88 SX-InLog           VALUE "L".
               88 SX-InArchive       VALUE "A".
