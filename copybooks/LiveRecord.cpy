       01 LiveRecord.
           02 LV-Id            PIC X(15).
           02 LV-Mode          PIC X.
               88 LV-ModeInteractive VALUE "I".
               88 LV-ModeBatch       VALUE "B".
               88 LV-ModeTwoPlayer   VALUE "T".
               88 LV-ModeSprint      VALUE "S".
           02 LV-State         PIC X.
               88 LV-Running         VALUE "R".
               88 LV-Paused          VALUE "P".
           02 LV-Initials      PIC X(3).
           02 LV-Opponent      PIC X(3).
           02 LV-Class.
               03 LV-Width     PIC 9(3).
               03 LV-Height    PIC 9(3).
               03 LV-Speed     PIC 9(3).
           02 LV-Maze          PIC X(8).
           02 LV-Length        PIC 9(3).
           02 LV-Score         PIC 9(5).
           02 LV-Length2       PIC 9(3).
           02 LV-Score2        PIC 9(5).
           02 LV-Level         PIC 99.
           02 LV-Elapsed       PIC 9(6).
           02 LV-StartDate     PIC 9(8).
           02 LV-StartTime     PIC 9(6).
           02 LV-BeatDate      PIC 9(8).
           02 LV-BeatTime      PIC 9(6).
