000010*--------------------------------------------------------------*
000020*    GENERAL-LEDGER JOURNAL FIELDS                             *
000030*--------------------------------------------------------------*
000040 01  GLA-FS                    PIC X(02).
000050     88  GLA-FS-OK             VALUE '00'.
000060     88  GLA-FS-EOF            VALUE '10'.
000070 01  GLJ-FS                    PIC X(02).
000080     88  GLJ-FS-OK             VALUE '00'.
000090     88  GLJ-FS-EOF            VALUE '10'.
000100 01  GLR-FS                    PIC X(02).
000110     88  GLR-FS-OK             VALUE '00'.
000120     88  GLR-FS-EOF            VALUE '10'.
000130 01  GLA-TABLE.
000140     05  GLA-ENTRY             OCCURS 500 TIMES.
000150         10  GLA-COURSE-CODE       PIC X(08).
000160         10  GLA-DEPT              PIC X(20).
000170         10  GLA-EXP-ACCT          PIC X(10).
000180         10  GLA-COST-CTR          PIC X(10).
000190         10  GLA-PAY-ACCT          PIC X(10).
000200 01  TAR-GLA-COUNT             PIC 9(04) VALUE 0.
000210 01  TAR-GLA-SUB               PIC 9(04) VALUE 0.
000220 01  TAR-GLA-FOUND-SUB         PIC 9(04) VALUE 0.
000230 01  TAR-GLA-LEVEL             PIC 9(01) VALUE 0.
000240 01  TAR-GLA-BEST              PIC 9(01) VALUE 0.
000250 01  TAR-GLA-EOF-SW            PIC X(01) VALUE 'N'.
000260 01  GLS-TABLE.
000270     05  GLS-ENTRY             OCCURS 1000 TIMES.
000280         10  GLS-TERM-CODE         PIC X(06).
000290         10  GLS-DEPT              PIC X(20).
000300         10  GLS-COURSE-CODE       PIC X(08).
000310         10  GLS-HOURS             PIC 9(07).
000320         10  GLS-APPT-CNT          PIC 9(05).
000330         10  GLS-COST              PIC 9(09)V9(02).
000340 01  TAR-GLS-COUNT             PIC 9(04) VALUE 0.
000350 01  TAR-GLS-SUB               PIC 9(04) VALUE 0.
000360 01  TAR-GLS-FOUND-SUB         PIC 9(04) VALUE 0.
000370 01  GLP-TABLE.
000380     05  GLP-ENTRY             OCCURS 1000 TIMES.
000390         10  GLP-TERM-CODE         PIC X(06).
000400         10  GLP-DEPT              PIC X(20).
000410         10  GLP-COURSE-CODE       PIC X(08).
000420         10  GLP-EXP-ACCT          PIC X(10).
000430         10  GLP-COST-CTR          PIC X(10).
000440         10  GLP-PAY-ACCT          PIC X(10).
000450         10  GLP-HOURS             PIC S9(07).
000460         10  GLP-APPT-CNT          PIC S9(05).
000470         10  GLP-COST              PIC S9(09)V9(02).
000480 01  TAR-GLP-COUNT             PIC 9(04) VALUE 0.
000490 01  TAR-GLP-SUB               PIC 9(04) VALUE 0.
000500 01  TAR-GLP-FOUND-SUB         PIC 9(04) VALUE 0.
000510 01  TAR-GLP-EOF-SW            PIC X(01) VALUE 'N'.
000520 01  TAR-GLP-HOLD-SW           PIC X(01) VALUE 'N'.
000530 01  TAR-GLP-TERM              PIC X(06) VALUE SPACES.
000540 01  TAR-GLP-DEPT              PIC X(20) VALUE SPACES.
000550 01  TAR-GLP-COURSE            PIC X(08) VALUE SPACES.
000560 01  TAR-GLP-EXP-ACCT          PIC X(10) VALUE SPACES.
000570 01  TAR-GLP-COST-CTR          PIC X(10) VALUE SPACES.
000580 01  TAR-GLP-AMOUNT            PIC 9(09)V9(02) VALUE 0.
000590 01  TAR-GLP-HOURS             PIC 9(05) VALUE 0.
000600 01  TAR-GLP-APPTS             PIC 9(05) VALUE 0.
000610 01  TAR-GLP-SIGN              PIC S9(01) VALUE 0.
000620 01  GLH-RECORD.
000630     05  GLH-TAG               PIC X(03) VALUE 'HDR'.
000640     05  GLH-RUN-DATE          PIC 9(06) VALUE 0.
000650     05  GLH-RUN-TIME          PIC 9(08) VALUE 0.
000660     05  GLH-RUN-SEQ           PIC 9(05) VALUE 0.
000670     05  GLH-BATCH-NO          PIC 9(05) VALUE 0.
000680     05  GLH-SOURCE            PIC X(08) VALUE SPACES.
000690 01  GLT-RECORD.
000700     05  GLT-TAG               PIC X(03) VALUE 'TRL'.
000710     05  GLT-COUNT             PIC 9(07) VALUE 0.
000720     05  GLT-DR-TOTAL          PIC 9(09)V9(02) VALUE 0.
000730     05  GLT-CR-TOTAL          PIC 9(09)V9(02) VALUE 0.
000740     05  GLT-APPT-CNT          PIC 9(07) VALUE 0.
000750     05  GLT-APPT-HOURS        PIC 9(07) VALUE 0.
000760     05  GLT-REV-CNT           PIC 9(07) VALUE 0.
000770     05  GLT-REV-HOURS         PIC 9(07) VALUE 0.
000780 01  TAR-GL-OPEN-SW            PIC X(01) VALUE 'N'.
000790 01  TAR-GL-FAIL-SW            PIC X(01) VALUE 'N'.
000800 01  TAR-GL-KEEP-ACCT-SW       PIC X(01) VALUE 'N'.
000810 01  TAR-GLR-EOF-SW            PIC X(01) VALUE 'N'.
000820 01  TAR-GL-SOURCE             PIC X(08) VALUE SPACES.
000830 01  TAR-GL-BATCH-NO           PIC 9(05) VALUE 0.
000840 01  TAR-GL-ENTRY-TYPE         PIC X(01) VALUE SPACE.
000850 01  TAR-GL-TERM               PIC X(06) VALUE SPACES.
000860 01  TAR-GL-DEPT               PIC X(20) VALUE SPACES.
000870 01  TAR-GL-COURSE             PIC X(08) VALUE SPACES.
000880 01  TAR-GL-CAN-ID             PIC X(09) VALUE SPACES.
000890 01  TAR-GL-HOURS              PIC 9(07) VALUE 0.
000900 01  TAR-GL-APPTS              PIC 9(05) VALUE 0.
000910 01  TAR-GL-RATE               PIC 9(03)V9(02) VALUE 0.
000920 01  TAR-GL-AMOUNT             PIC 9(09)V9(02) VALUE 0.
000930 01  TAR-GL-EXP-ACCT           PIC X(10) VALUE SPACES.
000940 01  TAR-GL-COST-CTR           PIC X(10) VALUE SPACES.
000950 01  TAR-GL-PAY-ACCT           PIC X(10) VALUE SPACES.
000960 01  TAR-GL-DR-TOTAL           PIC 9(09)V9(02) VALUE 0.
000970 01  TAR-GL-CR-TOTAL           PIC 9(09)V9(02) VALUE 0.
000980 01  TAR-GL-APPT-CNT           PIC 9(07) VALUE 0.
000990 01  TAR-GL-APPT-HOURS         PIC 9(07) VALUE 0.
001000 01  TAR-GL-REV-CNT            PIC 9(07) VALUE 0.
001010 01  TAR-GL-REV-HOURS          PIC 9(07) VALUE 0.
001020 01  TAR-GL-UNMAPPED           PIC 9(05) VALUE 0.
001030 01  TAR-GL-NORATE             PIC 9(05) VALUE 0.
001040 01  TAR-GL-UNPOSTED           PIC 9(05) VALUE 0.
001050 01  TAR-GLJ-CNT               PIC 9(07) VALUE 0.
