       01 SprintRecord.
           02 SP-Key.
               03 SP-Class.
                   04 SP-Width  PIC 9(3).
                   04 SP-Height PIC 9(3).
                   04 SP-Speed  PIC 9(3).
                   04 SP-Limit  PIC 9(3).
               03 SP-Rank      PIC 99.
           02 SP-Initials  PIC X(3).
           02 SP-Score     PIC 9(5).
           02 SP-Length    PIC 9(3).
           02 SP-Duration  PIC 9(10).
           02 SP-Date      PIC 9(8).
