           05 MOLDPTL           PIC S9(04) COMP.
           05 MOLDPTF           PIC X(01).
           05 MOLDPTI           PIC X(09).
           05 MNTSEQL           PIC S9(04) COMP.
           05 MNTSEQF           PIC X(01).
           05 MNTSEQI           PIC X(03).
           05 MITEMCATL         PIC S9(04) COMP.
           05 MITEMCATF         PIC X(01).
           05 MITEMCATI         PIC X(03).
           05 MNTUSERL          PIC S9(04) COMP.
           05 MNTUSERF          PIC X(01).
           05 MNTUSERI          PIC X(08).
           05 MNTDATEL          PIC S9(04) COMP.
           05 MNTDATEF          PIC X(01).
           05 MNTDATEI          PIC X(08).
           05 MVENDORL          PIC S9(04) COMP.
           05 MVENDORF          PIC X(01).
           05 MVENDORI          PIC X(04).
           05 MNTEXPL           PIC S9(04) COMP.
           05 MNTEXPF           PIC X(01).
           05 MNTEXPI           PIC X(08).
           05 MWHSEL            PIC S9(04) COMP.
           05 MWHSEF            PIC X(01).
           05 MWHSEI            PIC X(03).
           05 MNTCAUL           PIC S9(04) COMP.
           05 MNTCAUF           PIC X(01).
           05 MNTCAUI           PIC X(01).
           05 MLEADTML          PIC S9(04) COMP.
           05 MLEADTMF          PIC X(01).
           05 MLEADTMI          PIC X(02).
           05 MUOML             PIC S9(04) COMP.
           05 MUOMF             PIC X(01).
           05 MUOMI             PIC X(01).
           05 MNOTE1L           PIC S9(04) COMP.
           05 MNOTE1F           PIC X(01).
           05 MNOTE1I           PIC X(60).
           05 MNOTE2L           PIC S9(04) COMP.
           05 MNOTE2F           PIC X(01).
           05 MNOTE2I           PIC X(60).
           05 MNOTE3L           PIC S9(04) COMP.
           05 MNOTE3F           PIC X(01).
           05 MNOTE3I           PIC X(60).
           05 MMSGL             PIC S9(04) COMP.
           05 MMSGF             PIC X(01).
           05 MMSGI             PIC X(78).
           05 FILLER            PIC X(03).
           05 MOLDPTO           PIC X(09).
           05 FILLER            PIC X(03).
           05 MNTSEQO           PIC X(03).
           05 FILLER            PIC X(03).
           05 MITEMCATO         PIC X(03).
           05 FILLER            PIC X(03).
           05 MNTUSERO          PIC X(08).
           05 FILLER            PIC X(03).
           05 MNTDATEO          PIC X(08).
           05 FILLER            PIC X(03).
           05 MVENDORO          PIC X(04).
           05 FILLER            PIC X(03).
           05 MNTEXPO           PIC X(08).
           05 FILLER            PIC X(03).
           05 MWHSEO            PIC X(03).
           05 FILLER            PIC X(03).
           05 MNTCAUO           PIC X(01).
           05 FILLER            PIC X(03).
           05 MLEADTMO          PIC X(02).
           05 FILLER            PIC X(03).
           05 MAVGUSEO          PIC X(02).
           05 FILLER            PIC X(03).
           05 MUOMO             PIC X(01).
           05 FILLER            PIC X(03).
           05 MNOTE1O           PIC X(60).
           05 FILLER            PIC X(03).
           05 MNOTE2O           PIC X(60).
           05 FILLER            PIC X(03).
           05 MNOTE3O           PIC X(60).
           05 FILLER            PIC X(03).
           05 MMSGO             PIC X(78).
