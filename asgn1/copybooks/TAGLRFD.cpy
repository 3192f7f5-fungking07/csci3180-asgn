000010*--------------------------------------------------------------*
000020*    GL BATCH REGISTER RECORD                                  *
000030*--------------------------------------------------------------*
000040 01  GL-REGISTER-RECORD.
000050     05  GLR-BATCH-NO          PIC 9(05).
000060     05  GLR-RUN-SEQ           PIC 9(05).
000070     05  GLR-RUN-DATE          PIC 9(06).
000080     05  GLR-RUN-TIME          PIC 9(08).
000090     05  GLR-SOURCE            PIC X(08).
000100     05  GLR-LINE-CNT          PIC 9(07).
000110     05  GLR-DR-TOTAL          PIC 9(09)V9(02).
000120     05  GLR-CR-TOTAL          PIC 9(09)V9(02).
000130     05  GLR-APPT-CNT          PIC 9(07).
000140     05  GLR-APPT-HOURS        PIC 9(07).
000150     05  GLR-REV-CNT           PIC 9(07).
000160     05  GLR-REV-HOURS         PIC 9(07).
000170     05  GLR-UNMAPPED          PIC 9(05).
000180     05  GLR-NORATE            PIC 9(05).
