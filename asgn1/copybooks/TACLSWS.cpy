000010*--------------------------------------------------------------*
000020*    TIMETABLE CLASH FIELDS                                     *
000030*--------------------------------------------------------------*
000040 01  CLASS-RECORD-IN.
000050     05  CLS-CAN-ID-IN         PIC X(09).
000060     05  CLS-COURSE-CODE-IN    PIC X(08).
000070     05  CLS-TERM-CODE-IN      PIC X(06).
000080     05  CLS-DAY-IN            PIC X(01).
000090     05  CLS-START-IN          PIC 9(04).
000100     05  CLS-END-IN            PIC 9(04).
000110 01  CLS-FS                    PIC X(02).
000120     88  CLS-FS-OK             VALUE '00'.
000130     88  CLS-FS-EOF            VALUE '10'.
000140 01  CLR-FS                    PIC X(02).
000150     88  CLR-FS-OK             VALUE '00'.
000160 01  TAR-CLASH-SW              PIC X(01) VALUE 'N'.
000170     88  TAR-IS-CLASH          VALUE 'Y'.
000180 01  CLS-TABLE.
000190     05  CLS-ENTRY             OCCURS 5000 TIMES.
000200         10  CLS-CAN-ID            PIC X(09).
000210         10  CLS-COURSE-CODE       PIC X(08).
000220         10  CLS-TERM-CODE         PIC X(06).
000230         10  CLS-DAY               PIC X(01).
000240         10  CLS-START             PIC 9(04).
000250         10  CLS-END               PIC 9(04).
000260 01  MTG-TABLE.
000270     05  MTG-ENTRY             OCCURS 1000 TIMES.
000280         10  MTG-COUNT             PIC 9(01).
000290         10  MTG-BLOCKS.
000300             15  MTG-BLOCK         OCCURS 4 TIMES.
000310                 20  MTG-DAY       PIC X(01).
000320                 20  MTG-START     PIC 9(04).
000330                 20  MTG-END       PIC 9(04).
000340 01  TAR-CLS-COUNT             PIC 9(04) VALUE 0.
000350 01  TAR-CLS-SUB               PIC 9(04) VALUE 0.
000360 01  TAR-CLS-EOF-SW            PIC X(01) VALUE 'N'.
000370 01  TAR-CLS-BAD               PIC 9(05) VALUE 0.
000380 01  TAR-CLS-CAN               PIC X(09) VALUE SPACES.
000390 01  TAR-CLS-ROW               PIC 9(04) VALUE 0.
000400 01  TAR-MTG-SUB               PIC 9(01) VALUE 0.
000410 01  TAR-MTG-AVAIL-SW          PIC X(01) VALUE 'N'.
000420 01  TAR-MTG-FOUND-SW          PIC X(01) VALUE 'N'.
000430 01  TAR-MTG-DAY               PIC X(01) VALUE SPACE.
000440     88  TAR-MTG-DAY-OK        VALUE 'M' 'T' 'W' 'R' 'F'
000450                                     'S' 'U'.
000460 01  TAR-CLASH-FOUND-SW        PIC X(01) VALUE 'N'.
000470 01  TAR-CLASH-CLS-SUB         PIC 9(04) VALUE 0.
000480 01  TAR-CLASH-MTG-SUB         PIC 9(01) VALUE 0.
000490 01  TAR-SUM-CLASHBLK          PIC 9(05) VALUE 0.
000500 01  TAR-CLR-CNT               PIC 9(07) VALUE 0.
000510 01  TAR-CLR-APPTS             PIC 9(05) VALUE 0.
000520 01  TAR-CLR-CLASHES           PIC 9(05) VALUE 0.
000530 01  TAR-CLR-NOMTG             PIC 9(05) VALUE 0.
000540 01  TAR-CLR-NOINS             PIC 9(05) VALUE 0.
