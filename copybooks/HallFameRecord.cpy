       01 HallFameRecord.
           02 HF-Season    PIC X(7).
           02 HF-Kind      PIC X.
               88 HF-Board      VALUE "B".
               88 HF-DailyChamp VALUE "C".
               88 HF-DayWinner  VALUE "D".
               88 HF-Closed     VALUE "S".
           02 HF-Class.
               03 HF-Width  PIC 9(3).
               03 HF-Height PIC 9(3).
               03 HF-Speed  PIC 9(3).
           02 HF-Rank      PIC 99.
           02 HF-Initials  PIC X(3).
           02 HF-Length    PIC 9(3).
           02 HF-Score     PIC 9(5).
           02 HF-Wins      PIC 9(3).
           02 HF-Date      PIC 9(8).
           02 HF-ClosedOn  PIC 9(8).
