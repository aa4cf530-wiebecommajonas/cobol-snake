       01 JrnlRecord.
           02 JR-Type          PIC X.
               88 JR-Header          VALUE "H".
               88 JR-Change          VALUE "C".
           02 JR-Seq           PIC 9(8).
           02 JR-Date          PIC 9(8).
           02 JR-Time          PIC 9(8).
           02 JR-Program       PIC X(9).
           02 JR-File          PIC X(8).
           02 JR-Action        PIC X.
               88 JR-Add             VALUE "A".
               88 JR-Chg             VALUE "C".
               88 JR-Del             VALUE "D".
           02 JR-Images.
               03 JR-Before    PIC X(67).
               03 JR-After     PIC X(67).
           02 JR-HeaderImages REDEFINES JR-Images.
               03 JR-UnloadStamp PIC X(14).
               03 FILLER       PIC X(120).
