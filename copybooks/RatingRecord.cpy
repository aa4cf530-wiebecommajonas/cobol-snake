       01 RatingRecord.
           02 RT-Initials   PIC X(3).
           02 RT-Rating     PIC 9(4).
           02 RT-Peak       PIC 9(4).
           02 RT-Games      PIC 9(5).
           02 RT-Wins       PIC 9(5).
           02 RT-Losses     PIC 9(5).
           02 RT-Draws      PIC 9(5).
           02 RT-LastDate   PIC 9(8).
           02 RT-PrevRating PIC 9(4).
           02 RT-PrevRank   PIC 9(4).
