000010*--------------------------------------------------------------*
000020*    RUN LOCK AND RUN-LOG FIELDS                               *
000030*--------------------------------------------------------------*
000040 01  LCK-FS                    PIC X(02).
000050     88  LCK-FS-OK             VALUE '00'.
000060 01  RLG-FS                    PIC X(02).
000070     88  RLG-FS-OK             VALUE '00'.
000080 01  TAR-OPERATOR              PIC X(12) VALUE SPACES.
000090 01  TAR-RUN-MODE              PIC X(10) VALUE SPACES.
000100 01  TAR-LOCK-OVERRIDE-SW      PIC X(01) VALUE 'N'.
000110 01  TAR-LOCK-STATUS           PIC X(01) VALUE 'N'.
000120     88  TAR-LOCK-NORMAL       VALUE 'N'.
000130     88  TAR-LOCK-OVERRIDDEN   VALUE 'O'.
000140     88  TAR-LOCK-REFUSED      VALUE 'R'.
000150 01  TAR-LOCK-HELD-SW          PIC X(01) VALUE 'N'.
000160 01  TAR-LOCK-TAKEN-SW         PIC X(01) VALUE 'N'.
000170 01  TAR-END-DATE              PIC 9(06) VALUE 0.
000180 01  TAR-END-TIME              PIC 9(08) VALUE 0.
