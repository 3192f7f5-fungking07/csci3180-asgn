000010*--------------------------------------------------------------*
000020*    TIMESHEET RECONCILIATION FIELDS                           *
000030*--------------------------------------------------------------*
000040 01  TIMESHEET-RECORD-IN.
000050     05  TSH-STUDENT-ID-IN     PIC X(09).
000060     05  TSH-COURSE-CODE-IN    PIC X(08).
000070     05  TSH-TERM-CODE-IN      PIC X(06).
000080     05  TSH-PERIOD-NO-IN      PIC 9(02).
000090     05  TSH-HOURS-IN          PIC 9(03)V9(02).
000100     05  TSH-CERT-INS-IN       PIC X(09).
000110 01  TSH-FS                    PIC X(02).
000120     88  TSH-FS-OK             VALUE '00'.
000130     88  TSH-FS-EOF            VALUE '10'.
000140 01  TSX-FS                    PIC X(02).
000150     88  TSX-FS-OK             VALUE '00'.
000160 01  TSA-FS                    PIC X(02).
000170     88  TSA-FS-OK             VALUE '00'.
000180 01  TAR-TIMESHEET-SW          PIC X(01) VALUE 'N'.
000190     88  TAR-IS-TIMESHEET      VALUE 'Y'.
000200 01  PSL-TABLE.
000210     05  PSL-ENTRY             OCCURS 8000 TIMES.
000220         10  PSL-STUDENT-ID        PIC X(09).
000230         10  PSL-COURSE-CODE       PIC X(08).
000240         10  PSL-TERM-CODE         PIC X(06).
000250         10  PSL-PERIOD-NO         PIC 9(02).
000260         10  PSL-PERIOD-DATE       PIC 9(08).
000270         10  PSL-AMOUNT            PIC 9(05)V9(02).
000280         10  PSL-TSH-SW            PIC X(01).
000290         10  PSL-CANCEL-SW         PIC X(01).
000300 01  TAR-PSL-COUNT             PIC 9(04) VALUE 0.
000310 01  TAR-PSL-SUB               PIC 9(04) VALUE 0.
000320 01  TAR-PSL-FOUND-SUB         PIC 9(04) VALUE 0.
000330 01  TAR-PSL-EOF-SW            PIC X(01) VALUE 'N'.
000340 01  TAR-PSL-PERIODS           PIC 9(02) VALUE 0.
000350 01  TAR-TSH-EOF-SW            PIC X(01) VALUE 'N'.
000360 01  TAR-TSH-REC-NO            PIC 9(05) VALUE 0.
000370 01  TAR-TSH-TODAY             PIC 9(08) VALUE 0.
000380 01  TAR-TSH-TAG               PIC X(14) VALUE SPACES.
000390 01  TAR-TSH-EXP-HRS           PIC 9(03)V9(02) VALUE 0.
000400 01  TAR-TSH-DIFF-HRS          PIC 9(03)V9(02) VALUE 0.
000410 01  TAR-TSH-ADJ-AMT           PIC 9(05)V9(02) VALUE 0.
000420 01  TAR-TSH-ADJ-FLAG          PIC X(01) VALUE SPACE.
000430 01  TAR-TSH-EDIT-HRS          PIC ZZ9.99.
000440 01  TAR-TSH-EDIT-EXP          PIC ZZ9.99.
000450 01  TAR-TSH-TOPUP-AMT         PIC 9(07)V9(02) VALUE 0.
000460 01  TAR-TSH-CLAWBK-AMT        PIC 9(07)V9(02) VALUE 0.
000470 01  TAR-TSX-CNT               PIC 9(07) VALUE 0.
000480 01  TAR-TSA-CNT               PIC 9(07) VALUE 0.
000490 01  TAR-TSH-READ              PIC 9(05) VALUE 0.
000500 01  TAR-TSH-OK                PIC 9(05) VALUE 0.
000510 01  TAR-TSH-OVER              PIC 9(05) VALUE 0.
000520 01  TAR-TSH-UNDER             PIC 9(05) VALUE 0.
000530 01  TAR-TSH-NOAPPT            PIC 9(05) VALUE 0.
000540 01  TAR-TSH-NOINST            PIC 9(05) VALUE 0.
000550 01  TAR-TSH-DUP               PIC 9(05) VALUE 0.
000560 01  TAR-TSH-CERT              PIC 9(05) VALUE 0.
000570 01  TAR-TSH-BAD               PIC 9(05) VALUE 0.
000580 01  TAR-TSH-MISSING           PIC 9(05) VALUE 0.
000590 01  TAR-TSH-NORATE            PIC 9(05) VALUE 0.
000600 01  TAR-TSH-EXCEPT            PIC 9(05) VALUE 0.
