       01 HrFeedRecord.
           02 HR-Initials  PIC X(3).
           02 HR-Name      PIC X(30).
           02 HR-Dept      PIC X(20).
           02 HR-Action    PIC X.
               88 HR-Add    VALUE "A".
               88 HR-Change VALUE "C".
               88 HR-Leave  VALUE "L".
           02 FILLER       PIC X(26).
