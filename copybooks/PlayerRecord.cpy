               03 PL-SubKnockout PIC X.
               03 PL-SubTourn    PIC X.
               03 PL-SubCheck    PIC X.
               03 PL-SubBadge    PIC X.
           02 PL-Status    PIC X.
               88 PL-Active   VALUE "A" " ".
               88 PL-Inactive VALUE "I".
