           05 VEXPIRYL          PIC S9(04) COMP.
           05 VEXPIRYF          PIC X(01).
           05 VEXPIRYI          PIC X(08).
           05 VREASONL          PIC S9(04) COMP.
           05 VREASONF          PIC X(01).
           05 VREASONI          PIC X(02).
           05 VQOHL             PIC S9(04) COMP.
           05 VQOHF             PIC X(01).
           05 VQOHI             PIC X(05).
           05 VQOOL             PIC S9(04) COMP.
           05 VQOOF             PIC X(01).
           05 VQOOI             PIC X(02).
           05 VCOSTCTL          PIC S9(04) COMP.
           05 VCOSTCTF          PIC X(01).
           05 VCOSTCTI          PIC X(06).
           05 VMSGL             PIC S9(04) COMP.
           05 VMSGF             PIC X(01).
           05 VMSGI             PIC X(78).
           05 FILLER            PIC X(03).
           05 VEXPIRYO          PIC X(08).
           05 FILLER            PIC X(03).
           05 VREASONO          PIC X(02).
           05 FILLER            PIC X(03).
           05 VQOHO             PIC X(05).
           05 FILLER            PIC X(03).
           05 VQOOO             PIC X(02).
           05 FILLER            PIC X(03).
           05 VCOSTCTO          PIC X(06).
           05 FILLER            PIC X(03).
           05 VMSGO             PIC X(78).
