           05 FILLER            PIC X(63).
       FD  BOM-DATA-FILE.
       01 BOM-REC.
           05 FD-BOM-KEY        PIC X(26).
           05 FILLER            PIC X(54).
       FD  ABX-DATA-FILE.
       01 ABX-REC.
           05 FD-ABX-PARTNO     PIC X(09).
