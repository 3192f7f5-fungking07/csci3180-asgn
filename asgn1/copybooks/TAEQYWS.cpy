000010*--------------------------------------------------------------*
000020*    EQUITY REPORT FIELDS                                      *
000030*--------------------------------------------------------------*
000040 01  EQR-FS                    PIC X(02).
000050     88  EQR-FS-OK             VALUE '00'.
000060 01  EQF-TABLE.
000070     05  EQF-FIRST-TERM        PIC X(06) OCCURS 2000 TIMES.
000080 01  EQT-TABLE.
000090     05  EQT-ENTRY             OCCURS 40 TIMES.
000100         10  EQT-TERM-CODE         PIC X(06).
000110         10  EQT-RUN-SEQ           PIC 9(05).
000120 01  TAR-EQT-COUNT             PIC 9(02) VALUE 0.
000130 01  TAR-EQT-SUB               PIC 9(02) VALUE 0.
000140 01  TAR-EQT-FOUND-SUB         PIC 9(02) VALUE 0.
000150 01  EQG-TABLE.
000160     05  EQG-ENTRY             OCCURS 80 TIMES.
000170         10  EQG-TYPE              PIC X(01).
000180         10  EQG-NAME              PIC X(20).
000190         10  EQG-APPL              PIC 9(05).
000200         10  EQG-APPT              PIC 9(05).
000210         10  EQG-PREPIN            PIC 9(05).
000220         10  EQG-CLEAR             PIC 9(05).
000230         10  EQG-RSUM              PIC 9(07).
000240         10  EQG-RCNT              PIC 9(05).
000250         10  EQG-P-APPT            PIC 9(05).
000260         10  EQG-P-PREPIN          PIC 9(05).
000270         10  EQG-P-CLEAR           PIC 9(05).
000280         10  EQG-P-RSUM            PIC 9(07).
000290         10  EQG-P-RCNT            PIC 9(05).
000300 01  TAR-EQG-COUNT             PIC 9(02) VALUE 0.
000310 01  TAR-EQG-SUB               PIC 9(02) VALUE 0.
000320 01  TAR-EQG-FOUND-SUB         PIC 9(02) VALUE 0.
000330 01  TAR-EQG-FULL-SW           PIC X(01) VALUE 'N'.
000340 01  EQP-TABLE.
000350     05  EQP-ENTRY             OCCURS 2000 TIMES.
000360         10  EQP-CAN-ID            PIC X(09).
000370         10  EQP-RANK              PIC 9(02).
000380         10  EQP-PREPIN            PIC X(01).
000390         10  EQP-CLEAR             PIC X(01).
000400         10  EQP-RET-SW            PIC X(01).
000410 01  TAR-EQP-COUNT             PIC 9(04) VALUE 0.
000420 01  TAR-EQP-SUB               PIC 9(04) VALUE 0.
000430 01  TAR-EQP-FULL-SW           PIC X(01) VALUE 'N'.
000440 01  TAR-EQY-HIS-SW            PIC X(01) VALUE 'N'.
000450 01  TAR-EQY-PREV-SW           PIC X(01) VALUE 'N'.
000460 01  TAR-EQY-PREV-TERM         PIC X(06) VALUE SPACES.
000470 01  TAR-EQY-PREV-SEQ          PIC 9(05) VALUE 0.
000480 01  TAR-EQY-TYPE              PIC X(01) VALUE SPACE.
000490 01  TAR-EQY-NAME              PIC X(20) VALUE SPACES.
000500 01  TAR-EQY-DEPT              PIC X(20) VALUE SPACES.
000510 01  TAR-EQY-BAND              PIC X(20) VALUE SPACES.
000520 01  TAR-EQY-RET-NAME          PIC X(20) VALUE SPACES.
000530 01  TAR-EQY-GPA               PIC 9(01)V9(02) VALUE 0.
000540 01  TAR-EQY-SIDE              PIC X(01) VALUE 'C'.
000550 01  TAR-EQY-APPL-SW           PIC X(01) VALUE 'N'.
000560 01  TAR-EQY-APPT-SW           PIC X(01) VALUE 'N'.
000570 01  TAR-EQY-RANK              PIC 9(02) VALUE 0.
000580 01  TAR-EQY-PREPIN            PIC X(01) VALUE 'N'.
000590 01  TAR-EQY-CLEAR             PIC X(01) VALUE 'N'.
000600 01  TAR-EQY-PREF-SUB          PIC 9(02) VALUE 0.
000610 01  TAR-EQY-RATE              PIC 9(03)V9(01) VALUE 0.
000620 01  TAR-EQY-XRATE             PIC 9(03)V9(01) VALUE 0.
000630 01  TAR-EQY-AVG               PIC 9(02)V9(02) VALUE 0.
000640 01  TAR-EQY-PAVG              PIC 9(02)V9(02) VALUE 0.
000650 01  TAR-EQY-CHG               PIC S9(05) VALUE 0.
000660 01  TAR-EQY-EDIT-RATE         PIC ZZ9.9.
000670 01  TAR-EQY-EDIT-XRATE        PIC ZZ9.9.
000680 01  TAR-EQY-EDIT-AVG          PIC Z9.99.
000690 01  TAR-EQY-EDIT-PAVG         PIC Z9.99.
000700 01  TAR-EQY-EDIT-CHG          PIC -9(05).
000710 01  TAR-EQR-CNT               PIC 9(07) VALUE 0.
