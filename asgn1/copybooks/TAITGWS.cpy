000010*--------------------------------------------------------------*
000020*    INTEGRITY CHECK FIELDS                                    *
000030*--------------------------------------------------------------*
000040 01  ITR-FS                    PIC X(02).
000050     88  ITR-FS-OK             VALUE '00'.
000060 01  TAR-INTEGRITY-SW          PIC X(01) VALUE 'N'.
000070     88  TAR-IS-INTEGRITY      VALUE 'Y'.
000080 01  ITI-TABLE.
000090     05  ITI-ENTRY             OCCURS 3000 TIMES.
000100         10  ITI-CAN-ID            PIC X(09).
000110         10  ITI-TERM-CODE         PIC X(06).
000120         10  ITI-INS-ID            PIC X(09).
000130         10  ITI-COURSE-CODE       PIC X(08).
000140         10  ITI-APPT-HOURS        PIC 9(03).
000150         10  ITI-INS-SW            PIC X(01).
000160         10  ITI-COST-SW           PIC X(01).
000170         10  ITI-STIPEND           PIC 9(07)V9(02).
000180         10  ITI-PERIODS           PIC 9(02).
000190         10  ITI-PAY-SW            PIC X(01).
000200         10  ITI-HIS-SW            PIC X(01).
000210 01  TAR-ITI-COUNT             PIC 9(04) VALUE 0.
000220 01  TAR-ITI-SUB               PIC 9(04) VALUE 0.
000230 01  TAR-ITI-FOUND-SUB         PIC 9(04) VALUE 0.
000240 01  SKT-TABLE.
000250     05  SKT-ENTRY             OCCURS 3000 TIMES.
000260         10  SKT-CAN-ID            PIC X(09).
000270         10  SKT-COURSE-CODE       PIC X(08).
000280         10  SKT-TERM-CODE         PIC X(06).
000290         10  SKT-AMOUNT            PIC 9(07)V9(02).
000300         10  SKT-PRORATE-CNT       PIC 9(02).
000310         10  SKT-USED-SW           PIC X(01).
000320 01  TAR-SKT-COUNT             PIC 9(04) VALUE 0.
000330 01  TAR-SKT-SUB               PIC 9(04) VALUE 0.
000340 01  TAR-SKT-FOUND-SUB         PIC 9(04) VALUE 0.
000350 01  ITT-TABLE.
000360     05  ITT-ENTRY             OCCURS 40 TIMES.
000370         10  ITT-TERM-CODE         PIC X(06).
000380         10  ITT-RUN-SEQ           PIC 9(05).
000390 01  TAR-ITT-COUNT             PIC 9(02) VALUE 0.
000400 01  TAR-ITT-SUB               PIC 9(02) VALUE 0.
000410 01  TAR-ITT-FOUND-SUB         PIC 9(02) VALUE 0.
000420 01  AUL-TABLE.
000430     05  AUL-ENTRY             OCCURS 3000 TIMES.
000440         10  AUL-CAN-ID            PIC X(09).
000450         10  AUL-TERM-CODE         PIC X(06).
000460         10  AUL-INS-ID            PIC X(09).
000470         10  AUL-ROUND-NO          PIC 9(03).
000480 01  TAR-AUL-COUNT             PIC 9(04) VALUE 0.
000490 01  TAR-AUL-SUB               PIC 9(04) VALUE 0.
000500 01  TAR-AUL-FOUND-SUB         PIC 9(04) VALUE 0.
000510 01  MFT-TABLE.
000520     05  MFT-ENTRY             OCCURS 30 TIMES.
000530         10  MFT-NAME              PIC X(19).
000540         10  MFT-COUNT             PIC 9(07).
000550 01  TAR-MFT-COUNT             PIC 9(02) VALUE 0.
000560 01  TAR-MFT-SUB               PIC 9(02) VALUE 0.
000570 01  TAR-MFT-FOUND-SUB         PIC 9(02) VALUE 0.
000580 01  TAR-MFT-SEQ               PIC 9(05) VALUE 0.
000590 01  TAR-MFT-SW                PIC X(01) VALUE 'N'.
000600 01  TAR-MFT-EOF-SW            PIC X(01) VALUE 'N'.
000610 01  TAR-ITG-LINE              PIC X(200) VALUE SPACES.
000620 01  TAR-ITG-FILE-NAME         PIC X(20) VALUE SPACES.
000630 01  TAR-ITG-IDX-SW            PIC X(01) VALUE 'N'.
000640 01  TAR-ITG-EOF-SW            PIC X(01) VALUE 'N'.
000650 01  TAR-ITG-AVAIL-SW          PIC X(01) VALUE 'N'.
000660 01  TAR-ITG-HDR-SW            PIC X(01) VALUE 'N'.
000670 01  TAR-ITG-TRL-SW            PIC X(01) VALUE 'N'.
000680 01  TAR-ITG-GROUP-SW          PIC X(01) VALUE 'N'.
000690 01  TAR-ITG-IN-GROUP-SW       PIC X(01) VALUE 'N'.
000700 01  TAR-ITG-SEQ               PIC 9(05) VALUE 0.
000710 01  TAR-ITG-TRL-CNT           PIC 9(07) VALUE 0.
000720 01  TAR-ITG-DTL-CNT           PIC 9(07) VALUE 0.
000730 01  TAR-ITG-CHECK             PIC X(08) VALUE SPACES.
000740 01  TAR-ITG-KEY.
000750     05  TAR-ITG-CAN           PIC X(09).
000760     05  TAR-ITG-TERM          PIC X(06).
000770     05  TAR-ITG-REF           PIC X(09).
000780 01  TAR-ITG-COURSE            PIC X(08) VALUE SPACES.
000790 01  TAR-ITG-MSG               PIC X(80) VALUE SPACES.
000800 01  TAR-ITG-EXPECT            PIC 9(07)V9(02) VALUE 0.
000810 01  TAR-ITG-EDIT-AMT          PIC Z(06)9.99.
000820 01  TAR-ITG-EDIT-EXP          PIC Z(06)9.99.
000830 01  TAR-ITG-PAY-ERR           PIC 9(05) VALUE 0.
000840 01  TAR-ITG-SCH-ERR           PIC 9(05) VALUE 0.
000850 01  TAR-ITG-HIS-ERR           PIC 9(05) VALUE 0.
000860 01  TAR-ITG-LTR-ERR           PIC 9(05) VALUE 0.
000870 01  TAR-ITG-AUD-ERR           PIC 9(05) VALUE 0.
000880 01  TAR-ITG-CTL-ERR           PIC 9(05) VALUE 0.
000890 01  TAR-ITG-HOLD              PIC 9(05) VALUE 0.
000900 01  TAR-ITG-ADVISE            PIC 9(05) VALUE 0.
000910 01  TAR-ITG-SUM-LABEL         PIC X(40) VALUE SPACES.
000920 01  TAR-ITG-SUM-VALUE         PIC 9(05) VALUE 0.
000930 01  TAR-ITR-CNT               PIC 9(07) VALUE 0.
