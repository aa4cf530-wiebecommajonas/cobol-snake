       01 JnlParm.
           02 JN-File          PIC X(8).
           02 JN-Program       PIC X(9).
           02 JN-Action        PIC X.
               88 JN-Add             VALUE "A".
               88 JN-Chg             VALUE "C".
               88 JN-Del             VALUE "D".
           02 JN-Before        PIC X(67).
           02 JN-After         PIC X(67).
           02 JN-Result        PIC 99.
               88 JN-Written         VALUE 0.
               88 JN-NotWritten      VALUE 12.
