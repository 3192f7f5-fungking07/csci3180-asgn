000010*--------------------------------------------------------------*
000020*    CONFLICT-OF-INTEREST EXCLUSION FIELDS                      *
000030*--------------------------------------------------------------*
000040 01  CFL-FS                    PIC X(02).
000050     88  CFL-FS-OK             VALUE '00'.
000060     88  CFL-FS-EOF            VALUE '10'.
000070 01  CFL-TABLE.
000080     05  CFL-ENTRY             OCCURS 1000 TIMES.
000090         10  CFL-CAN-ID            PIC X(09).
000100         10  CFL-INS-ID            PIC X(09).
000110         10  CFL-REASON            PIC X(02).
000120         10  CFL-EFF-TERM          PIC X(06).
000130         10  CFL-REC-NO            PIC 9(05).
000140         10  CFL-CAN-LISTS-SW      PIC X(01).
000150         10  CFL-INS-LISTS-SW      PIC X(01).
000160 01  TAR-CFL-COUNT             PIC 9(04) VALUE 0.
000170 01  TAR-CFL-SUB               PIC 9(04) VALUE 0.
000180 01  TAR-CFL-EOF-SW            PIC X(01) VALUE 'N'.
000190 01  TAR-CFL-REC-NO            PIC 9(05) VALUE 0.
000200 01  TAR-CFL-SW                PIC X(01) VALUE 'N'.
000210 01  TAR-PROP-BLOCK-SW         PIC X(01) VALUE 'N'.
000220 01  TAR-CFL-INS               PIC X(09) VALUE SPACES.
000230 01  TAR-CFL-TERM              PIC X(06) VALUE SPACES.
000240 01  TAR-CFL-REASON            PIC X(02) VALUE SPACES.
000250 01  TAR-CMP-TERM-A            PIC X(06) VALUE SPACES.
000260 01  TAR-CMP-TERM-B            PIC X(06) VALUE SPACES.
000270 01  TAR-CMP-RANK-A            PIC 9(01) VALUE 0.
000280 01  TAR-CMP-RANK-B            PIC 9(01) VALUE 0.
000290 01  TAR-CMP-RESULT            PIC X(01) VALUE SPACE.
000300     88  TAR-CMP-BEFORE        VALUE '<'.
000310     88  TAR-CMP-SAME          VALUE '='.
000320     88  TAR-CMP-AFTER         VALUE '>'.
000330     88  TAR-CMP-UNKNOWN       VALUE '?'.
000340 01  TAR-SUM-CFLBLK            PIC 9(05) VALUE 0.
000350 01  CFJ-TABLE.
000360     05  CFJ-ENTRY             OCCURS 200 TIMES.
000370         10  CFJ-CAN-ID            PIC X(09).
000380         10  CFJ-INS-ID            PIC X(09).
000390         10  CFJ-REASON            PIC X(02).
000400 01  TAR-CFJ-COUNT             PIC 9(03) VALUE 0.
000410 01  TAR-CFJ-SUB               PIC 9(03) VALUE 0.
