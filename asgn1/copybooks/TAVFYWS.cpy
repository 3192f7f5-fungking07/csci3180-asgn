000010*--------------------------------------------------------------*
000020*    STABILITY VERIFY (VERIFY MODE) FIELDS                      *
000030*--------------------------------------------------------------*
000040 01  VFY-FS                    PIC X(02).
000050     88  VFY-FS-OK             VALUE '00'.
000060 01  TAR-VERIFY-SW             PIC X(01) VALUE 'N'.
000070     88  TAR-IS-VERIFY         VALUE 'Y'.
000080 01  RFL-TABLE.
000090     05  RFL-ENTRY             OCCURS 2000 TIMES.
000100         10  RFL-CAN-ID            PIC X(09).
000110         10  RFL-INS-ID            PIC X(09).
000120 01  TAR-RFL-COUNT             PIC 9(04) VALUE 0.
000130 01  TAR-RFL-SUB               PIC 9(04) VALUE 0.
000140 01  TAR-RFL-EOF-SW            PIC X(01) VALUE 'N'.
000150 01  TAR-RFL-FOUND-SW          PIC X(01) VALUE 'N'.
000160 01  TAR-RFL-KEY-CAN           PIC X(09) VALUE SPACES.
000170 01  TAR-RFL-KEY-INS           PIC X(09) VALUE SPACES.
000180 01  TAR-VFY-CNT               PIC 9(07) VALUE 0.
000190 01  TAR-VFY-TERMS             PIC 9(05) VALUE 0.
000200 01  TAR-VFY-CHECKED           PIC 9(05) VALUE 0.
000210 01  TAR-VFY-PAIRS             PIC 9(05) VALUE 0.
000220 01  TAR-VFY-PREPIN            PIC 9(05) VALUE 0.
000230 01  TAR-VFY-CLEAR             PIC 9(05) VALUE 0.
000240 01  TAR-VFY-REFILL            PIC 9(05) VALUE 0.
000250 01  TAR-VFY-RELOOKUP          PIC 9(05) VALUE 0.
000260 01  TAR-VFY-PREF-SUB          PIC 9(02) VALUE 0.
000270 01  TAR-VFY-INS-SUB           PIC 9(02) VALUE 0.
000280 01  TAR-VFY-CUR-INS           PIC X(09) VALUE SPACES.
000290 01  TAR-VFY-CUR-RANK          PIC 9(02) VALUE 0.
000300 01  TAR-VFY-CUR-PREPIN        PIC X(01) VALUE 'N'.
000310 01  TAR-VFY-CUR-CLEAR         PIC X(01) VALUE 'N'.
000320 01  TAR-VFY-OCC-ID            PIC X(09) VALUE SPACES.
000330 01  TAR-VFY-OCC-RANK          PIC 9(02) VALUE 0.
000340 01  TAR-VFY-OCC-SLOT          PIC 9(02) VALUE 0.
000350 01  TAR-VFY-SLOT-RANK         PIC 9(02) VALUE 0.
000360 01  TAR-VFY-REASON            PIC X(08) VALUE SPACES.
