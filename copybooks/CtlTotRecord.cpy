       01 CtlTotRecord.
           02 CT-Date          PIC 9(8).
           02 CT-Started       PIC 9(5).
           02 CT-Ended         PIC 9(5).
           02 CT-Suspended     PIC 9(5).
           02 CT-HistWritten   PIC 9(5).
           02 CT-LogClosed     PIC 9(5).
           02 CT-DailyWritten  PIC 9(5).
           02 CT-HiScoreWritten PIC 9(5).
           02 CT-OutboxWritten PIC 9(5).
           02 CT-LockFailures  PIC 9(5).
           02 CT-LastTime      PIC 9(6).
