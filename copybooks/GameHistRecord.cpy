               88 GH-ModeInteractive VALUE "I".
               88 GH-ModeBatch       VALUE "B".
               88 GH-ModeTwoPlayer   VALUE "T".
               88 GH-ModeSprint      VALUE "S".
           02 GH-BoardWidth    PIC 9(3).
           02 GH-BoardHeight   PIC 9(3).
           02 GH-Speed         PIC 9(3).
           02 GH-Duration      PIC 9(10).
           02 GH-EndReason     PIC X(4).
           02 GH-Initials      PIC X(3).
           02 GH-Maze          PIC X(8).
           02 GH-Opponent      PIC X(3).
