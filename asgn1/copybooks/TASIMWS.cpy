000010*--------------------------------------------------------------*
000020*    WHAT-IF SIMULATION FIELDS                                 *
000030*--------------------------------------------------------------*
000040 01  SLC-FS                    PIC X(02).
000050     88  SLC-FS-OK             VALUE '00'.
000060     88  SLC-FS-EOF            VALUE '10'.
000070 01  SMR-FS                    PIC X(02).
000080     88  SMR-FS-OK             VALUE '00'.
000090 01  TAR-SIMULATE-SW           PIC X(01) VALUE 'N'.
000100     88  TAR-IS-SIMULATE       VALUE 'Y'.
000110 01  TAR-REPORT-ONLY-SW        PIC X(01) VALUE 'N'.
000120     88  TAR-IS-REPORT-ONLY    VALUE 'Y'.
000130 01  TAR-BASE-MIN-GPA          PIC 9(01)V9(02) VALUE 0.
000140 01  TAR-BASE-CLEARING-SW      PIC X(01) VALUE 'Y'.
000150 01  TAR-WHATIF-ARG-SW         PIC X(01) VALUE 'N'.
000160 01  SSB-TABLE.
000170     05  SSB-NUM-SLOTS         PIC 9(02) OCCURS 1000 TIMES.
000180 01  SLC-TABLE.
000190     05  SLC-ENTRY             OCCURS 200 TIMES.
000200         10  SLC-INS-ID            PIC X(09).
000210         10  SLC-INS-ROW           PIC 9(04).
000220         10  SLC-OLD-SLOTS         PIC 9(02).
000230         10  SLC-NEW-SLOTS         PIC 9(02).
000240         10  SLC-REC-NO            PIC 9(05).
000250         10  SLC-STATUS            PIC X(01).
000260 01  TAR-SLC-COUNT             PIC 9(03) VALUE 0.
000270 01  TAR-SLC-SUB               PIC 9(03) VALUE 0.
000280 01  TAR-SLC-EOF-SW            PIC X(01) VALUE 'N'.
000290 01  TAR-SLC-REC-NO            PIC 9(05) VALUE 0.
000300 01  TAR-SLC-APPLIED           PIC 9(05) VALUE 0.
000310 01  TAR-SLC-REJECTED          PIC 9(05) VALUE 0.
000320 01  SCF-TABLE.
000330     05  SCF-ENTRY             OCCURS 1000 TIMES.
000340         10  SCF-COURSE-CODE       PIC X(08).
000350         10  SCF-TERM-CODE         PIC X(06).
000360         10  SCF-CUR-CAP           PIC 9(04).
000370         10  SCF-SIM-CAP           PIC 9(04).
000380         10  SCF-CUR-FILL          PIC 9(04).
000390         10  SCF-SIM-FILL          PIC 9(04).
000400         10  SCF-CUR-COST          PIC 9(07)V9(02).
000410         10  SCF-SIM-COST          PIC 9(07)V9(02).
000420 01  TAR-SCF-COUNT             PIC 9(04) VALUE 0.
000430 01  TAR-SCF-SUB               PIC 9(04) VALUE 0.
000440 01  TAR-SCF-FOUND-SUB         PIC 9(04) VALUE 0.
000450 01  TAR-SCF-COURSE            PIC X(08) VALUE SPACES.
000460 01  TAR-SCF-TERM              PIC X(06) VALUE SPACES.
000470 01  TAR-SCF-FULL-SW           PIC X(01) VALUE 'N'.
000480 01  SRK-TABLE.
000490     05  SRK-ENTRY             OCCURS 13 TIMES.
000500         10  SRK-CUR-CNT           PIC 9(05).
000510         10  SRK-SIM-CNT           PIC 9(05).
000520 01  TAR-SRK-SUB               PIC 9(02) VALUE 0.
000530 01  TAR-SRK-RANK              PIC 9(02) VALUE 0.
000540 01  TAR-SRK-PREPIN            PIC X(01) VALUE 'N'.
000550 01  TAR-SRK-CLEAR             PIC X(01) VALUE 'N'.
000560 01  TAR-SRK-SIDE              PIC X(01) VALUE 'C'.
000570 01  TAR-SRK-LABEL             PIC X(10) VALUE SPACES.
000580 01  TAR-SIM-CUR-RSUM          PIC 9(07) VALUE 0.
000590 01  TAR-SIM-CUR-RCNT          PIC 9(05) VALUE 0.
000600 01  TAR-SIM-NEW-RSUM          PIC 9(07) VALUE 0.
000610 01  TAR-SIM-NEW-RCNT          PIC 9(05) VALUE 0.
000620 01  TAR-SIM-CUR-AVG           PIC 9(02)V9(02) VALUE 0.
000630 01  TAR-SIM-NEW-AVG           PIC 9(02)V9(02) VALUE 0.
000640 01  TAR-EDIT-CUR-AVG          PIC Z9.99.
000650 01  TAR-EDIT-NEW-AVG          PIC Z9.99.
000660 01  TAR-SIM-NEW-RANK          PIC 9(02) VALUE 0.
000670 01  TAR-SIM-FILL-CNT          PIC 9(02) VALUE 0.
000680 01  TAR-SIM-INS-COST          PIC 9(07)V9(02) VALUE 0.
000690 01  TAR-SIM-CUR-COST          PIC 9(09)V9(02) VALUE 0.
000700 01  TAR-SIM-NEW-COST          PIC 9(09)V9(02) VALUE 0.
000710 01  TAR-SIM-DIFF-COST         PIC S9(09)V9(02) VALUE 0.
000720 01  TAR-EDIT-SIM-AMT          PIC 9(09).9(02).
000730 01  TAR-EDIT-SIM-DIFF         PIC -9(09).9(02).
000740 01  TAR-SIM-CUR-NORATE        PIC 9(05) VALUE 0.
000750 01  TAR-SIM-NEW-NORATE        PIC 9(05) VALUE 0.
000760 01  TAR-SIM-NOINS             PIC 9(05) VALUE 0.
000770 01  TAR-SIM-GAINED            PIC 9(05) VALUE 0.
000780 01  TAR-SIM-LOST              PIC 9(05) VALUE 0.
000790 01  TAR-SIM-MOVED             PIC 9(05) VALUE 0.
000800 01  TAR-SIM-CRS-CHG           PIC 9(05) VALUE 0.
000810 01  TAR-SMR-CNT               PIC 9(07) VALUE 0.
