000010*--------------------------------------------------------------*
000020*    RUN-LOG RECORD                                            *
000030*--------------------------------------------------------------*
000040 01  RUN-LOG-RECORD.
000050     05  RLG-RUN-SEQ           PIC 9(05).
000060     05  RLG-MODE              PIC X(10).
000070     05  RLG-OPERATOR          PIC X(12).
000080     05  RLG-START-DATE        PIC 9(06).
000090     05  RLG-START-TIME        PIC 9(08).
000100     05  RLG-END-DATE          PIC 9(06).
000110     05  RLG-END-TIME          PIC 9(08).
000120     05  RLG-RETURN-CODE       PIC 9(04).
000130     05  RLG-LOCK-STATUS       PIC X(01).
000140     05  RLG-CAN-COUNT         PIC 9(05).
000150     05  RLG-INS-COUNT         PIC 9(05).
000160     05  RLG-OUT-CNT           PIC 9(07).
000170     05  RLG-PAY-CNT           PIC 9(07).
000180     05  RLG-UNM-CNT           PIC 9(07).
000190     05  RLG-AUD-CNT           PIC 9(07).
000200     05  RLG-SCH-CNT           PIC 9(07).
000210     05  RLG-SCA-CNT           PIC 9(07).
000220     05  RLG-GLJ-CNT           PIC 9(07).
