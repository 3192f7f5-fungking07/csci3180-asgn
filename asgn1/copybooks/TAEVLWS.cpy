000010*--------------------------------------------------------------*
000020*    TA PERFORMANCE EVALUATION FIELDS                          *
000030*--------------------------------------------------------------*
000040 01  EVALUATION-RECORD-IN.
000050     05  EVL-CAN-ID-IN         PIC X(09).
000060     05  EVL-TERM-CODE-IN      PIC X(06).
000070     05  EVL-INS-ID-IN         PIC X(09).
000080     05  EVL-RATING-IN         PIC 9(01).
000090     05  EVL-REHIRE-IN         PIC X(01).
000100     05  EVL-COMMENT-IN        PIC X(02).
000110 01  EVL-FS                    PIC X(02).
000120     88  EVL-FS-OK             VALUE '00'.
000130     88  EVL-FS-EOF            VALUE '10'.
000140 01  EVR-FS                    PIC X(02).
000150     88  EVR-FS-OK             VALUE '00'.
000160 01  EVD-FS                    PIC X(02).
000170     88  EVD-FS-OK             VALUE '00'.
000180 01  TAR-EVALS-SW              PIC X(01) VALUE 'N'.
000190     88  TAR-IS-EVALS          VALUE 'Y'.
000200 01  TAR-EVAL-MIN              PIC 9(01)V9(02) VALUE 3.00.
000210 01  EVL-TABLE.
000220     05  EVL-ENTRY             OCCURS 2000 TIMES.
000230         10  EVL-CAN-ID            PIC X(09).
000240         10  EVL-TERM-CODE         PIC X(06).
000250         10  EVL-INS-ID            PIC X(09).
000260         10  EVL-RATING            PIC 9(01).
000270         10  EVL-REHIRE            PIC X(01).
000280         10  EVL-COMMENT           PIC X(02).
000290         10  EVL-REC-NO            PIC 9(05).
000300         10  EVL-RUN-SEQ           PIC 9(05).
000310         10  EVL-HIS-INS           PIC X(09).
000320         10  EVL-STATUS            PIC X(01).
000330 01  TAR-EVL-COUNT             PIC 9(04) VALUE 0.
000340 01  TAR-EVL-SUB               PIC 9(04) VALUE 0.
000350 01  TAR-EVL-PRV-SUB           PIC 9(04) VALUE 0.
000360 01  TAR-EVL-EOF-SW            PIC X(01) VALUE 'N'.
000370 01  TAR-EVL-REC-NO            PIC 9(05) VALUE 0.
000380 01  TAR-EVL-DUP-SW            PIC X(01) VALUE 'N'.
000390 01  TAR-EVL-TAG               PIC X(14) VALUE SPACES.
000400 01  ERT-TABLE.
000410     05  ERT-ENTRY             OCCURS 3000 TIMES.
000420         10  ERT-CAN-ID            PIC X(09).
000430         10  ERT-SUM               PIC 9(05).
000440         10  ERT-CNT               PIC 9(03).
000450         10  ERT-NORH-CNT          PIC 9(03).
000460         10  ERT-AVG               PIC 9(01)V9(02).
000470         10  ERT-DEPT              PIC X(20).
000480         10  ERT-NAME              PIC X(30).
000490 01  TAR-ERT-COUNT             PIC 9(04) VALUE 0.
000500 01  TAR-ERT-SUB               PIC 9(04) VALUE 0.
000510 01  TAR-ERT-FOUND-SUB         PIC 9(04) VALUE 0.
000520 01  TAR-ERT-FULL-SW           PIC X(01) VALUE 'N'.
000530 01  EDP-TABLE.
000540     05  EDP-DEPT              PIC X(20) OCCURS 100 TIMES.
000550 01  TAR-EDP-COUNT             PIC 9(03) VALUE 0.
000560 01  TAR-EDP-SUB               PIC 9(03) VALUE 0.
000570 01  TAR-EDP-FOUND-SW          PIC X(01) VALUE 'N'.
000580 01  TAR-EDIT-AVG              PIC 9.99.
000590 01  TAR-EVR-CNT               PIC 9(07) VALUE 0.
000600 01  TAR-EVD-CNT               PIC 9(07) VALUE 0.
000610 01  TAR-EVL-READ              PIC 9(05) VALUE 0.
000620 01  TAR-EVL-ACCEPTED          PIC 9(05) VALUE 0.
000630 01  TAR-EVL-REPLACED          PIC 9(05) VALUE 0.
000640 01  TAR-EVL-BAD               PIC 9(05) VALUE 0.
000650 01  TAR-EVL-NOASG             PIC 9(05) VALUE 0.
000660 01  TAR-EVL-WRONGINS          PIC 9(05) VALUE 0.
000670 01  TAR-EVL-DUP               PIC 9(05) VALUE 0.
000680 01  TAR-EVL-REJECTS           PIC 9(05) VALUE 0.
000690 01  TAR-EVL-NOREHIRE          PIC 9(05) VALUE 0.
000700 01  TAR-EVL-LOW               PIC 9(05) VALUE 0.
000710 01  TAR-NRH-LOADED            PIC 9(05) VALUE 0.
000720 01  TAR-SUM-NRHBLK            PIC 9(05) VALUE 0.
