       01 AchieveRecord.
           02 AC-Key.
               03 AC-Initials  PIC X(3).
               03 AC-Badge     PIC X(8).
               03 AC-Qualifier PIC X(8).
           02 AC-Date      PIC 9(8).
           02 AC-GameDate  PIC 9(8).
           02 AC-GameTime  PIC 9(6).
           02 AC-Source    PIC X(8).
           02 AC-Detail    PIC X(30).
