000010*--------------------------------------------------------------*
000020*    GL JOURNAL RECORD                                         *
000030*--------------------------------------------------------------*
000040 01  GL-JOURNAL-RECORD.
000050     05  GLJ-TAG               PIC X(03).
000060     05  GLJ-BATCH-NO          PIC 9(05).
000070     05  GLJ-RUN-SEQ           PIC 9(05).
000080     05  GLJ-LINE-NO           PIC 9(05).
000090     05  GLJ-ENTRY-TYPE        PIC X(01).
000100     05  GLJ-TERM-CODE         PIC X(06).
000110     05  GLJ-DEPT              PIC X(20).
000120     05  GLJ-COURSE-CODE       PIC X(08).
000130     05  GLJ-ACCOUNT           PIC X(10).
000140     05  GLJ-COST-CTR          PIC X(10).
000150     05  GLJ-DR-CR             PIC X(01).
000160     05  GLJ-AMOUNT            PIC 9(09)V9(02).
000170     05  GLJ-HOURS             PIC 9(05).
000180     05  GLJ-APPT-CNT          PIC 9(05).
000190     05  GLJ-CAN-ID            PIC X(09).
