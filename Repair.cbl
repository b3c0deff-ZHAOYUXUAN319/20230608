000140         ORGANIZATION IS SEQUENTIAL.
000150     SELECT DISPOSITION-FILE ASSIGN TO "DISPOS"
000160         ORGANIZATION IS SEQUENTIAL.
000163     SELECT REPAIR-REGISTER ASSIGN TO "REPREG"
000166         ORGANIZATION IS SEQUENTIAL.
000170
000180 DATA DIVISION.
000190 FILE SECTION.
000340     05  COR-ACTION                  PIC X(01).
000350     05  FILLER                      PIC X(01).
000360     05  COR-RECORD-IMAGE            PIC X(29).
000361     05  FILLER                      PIC X(01).
000362     05  COR-ENTERED-BY              PIC X(08).
000363     05  FILLER                      PIC X(01).
000364     05  COR-APPROVED-BY             PIC X(08).
000365     05  FILLER                      PIC X(23).
000370
000380 FD  RESUBMIT-FILE
000390     RECORDING MODE IS F.
000500     05  FILLER                      PIC X(01).
000510     05  DSP-REASON                  PIC X(30).
000520
000522 FD  REPAIR-REGISTER
000524     RECORDING MODE IS F.
000526 01  REPAIR-REGISTER-LINE            PIC X(80).
000528
000530 WORKING-STORAGE SECTION.
000540 01 EXC-EOF-SW PIC X VALUE 'N'.
000550    88 EXC-EOF                       VALUE 'Y'.
000690       10 WS-COR-ACTION              PIC X(01).
000700       10 WS-COR-RECORD              PIC X(29).
000710       10 WS-COR-USED-SW             PIC X(01).
000713       10 WS-COR-ENTERED-BY          PIC X(08).
000716       10 WS-COR-APPROVED-BY         PIC X(08).
000720
000730 01 WS-COR-SUB                       PIC 9(03) VALUE 0.
000740 01 WS-COR-FOUND-SUB                 PIC 9(03) VALUE 0.
000892 01 WS-DISPOSITION                   PIC X(12) VALUE SPACES.
000894 01 WS-DSP-REASON                    PIC X(30) VALUE SPACES.
000900
000901 01 RPT-HEADING-1.
000902    05 FILLER                        PIC X(32) VALUE
000903          "EXCEPTION REPAIR CHANGE REGISTER".
000904
000905 01 RPT-BLANK-LINE                   PIC X(80) VALUE SPACES.
000906
000910 01 WS-EXCEPTIONS-READ               PIC 9(07) VALUE 0.
000920 01 WS-RESUBMIT-COUNT                PIC 9(07) VALUE 0.
000930 01 WS-WRITEOFF-COUNT                PIC 9(07) VALUE 0.
000940 01 WS-STILL-BAD-COUNT               PIC 9(07) VALUE 0.
000950 01 WS-UNRESOLVED-COUNT              PIC 9(07) VALUE 0.
000960 01 WS-ORPHAN-COUNT                  PIC 9(07) VALUE 0.
000961
000962 01 RPT-COLUMN-HEADING.
000963    05 FILLER                        PIC X(09) VALUE "POSITION".
000964    05 FILLER                        PIC X(08) VALUE "ACTION".
000965    05 FILLER                        PIC X(14) VALUE
000966          "DISPOSITION".
000967    05 FILLER                        PIC X(10) VALUE "MAKER".
000968    05 FILLER                        PIC X(10) VALUE "CHECKER".
000969    05 FILLER                        PIC X(14) VALUE "RECORD".
000970
000971 01 RPT-DETAIL-LINE.
000972    05 RPT-POSITION                  PIC 9(07).
000973    05 FILLER                        PIC X(02) VALUE SPACES.
000974    05 RPT-ACTION                    PIC X(08).
000975    05 RPT-DISPOSITION               PIC X(14).
000976    05 RPT-MAKER                     PIC X(10).
000977    05 RPT-CHECKER                   PIC X(10).
000978    05 RPT-RECORD                    PIC X(29).
000979
000980 PROCEDURE DIVISION.
000990 MAIN-LOGIC.
001000     PERFORM LOAD-CORRECTION-TABLE.
001110     END-IF.
001120     OPEN OUTPUT RESUBMIT-FILE.
001130     OPEN OUTPUT DISPOSITION-FILE.
001132     OPEN OUTPUT REPAIR-REGISTER.
001134     WRITE REPAIR-REGISTER-LINE FROM RPT-HEADING-1.
001136     WRITE REPAIR-REGISTER-LINE FROM RPT-BLANK-LINE.
001138     WRITE REPAIR-REGISTER-LINE FROM RPT-COLUMN-HEADING.
001140     PERFORM UNTIL EXC-EOF
001150         READ EXCEPTION-FILE
001160             AT END
001230     CLOSE EXCEPTION-FILE.
001240     CLOSE RESUBMIT-FILE.
001250     CLOSE DISPOSITION-FILE.
001252     CLOSE REPAIR-REGISTER.
001260     PERFORM CHECK-ORPHAN-CORRECTIONS.
001270     DISPLAY "EXCEPTION-REPAIR: EXCEPTIONS READ     "
001280         WS-EXCEPTIONS-READ.
001770                     COR-ACTION " IS NOT C OR W"
001780                 MOVE 'Y' TO WS-COR-ERROR-SW
001790             ELSE
001800                 PERFORM STORE-ONE-CORRECTION
001880             END-IF
001890         END-IF
001900     END-IF.
002720     MOVE WS-DISPOSITION TO DSP-DISPOSITION.
002730     MOVE WS-DSP-REASON TO DSP-REASON.
002740     WRITE DISPOSITION-RECORD.
002741     PERFORM WRITE-REGISTER-LINE.
002742     MOVE SPACES TO WS-DISPOSITION.
002744     MOVE SPACES TO WS-DSP-REASON.
002750
002900             " FOR CORRECTION CARD"
002910     END-IF.
002920
002930 STORE-ONE-CORRECTION.
002940     IF COR-ENTERED-BY = SPACES OR COR-APPROVED-BY = SPACES OR
002950        COR-ENTERED-BY = COR-APPROVED-BY
002960         DISPLAY "EXCEPTION-REPAIR: CORRECTION POSITION "
002970             COR-POSITION " NOT APPROVED BY A SECOND USER"
002980         MOVE 'Y' TO WS-COR-ERROR-SW
002990     ELSE
003000         ADD 1 TO WS-COR-COUNT
003010         MOVE COR-POSITION TO WS-COR-POSITION (WS-COR-COUNT)
003020         MOVE COR-ACTION TO WS-COR-ACTION (WS-COR-COUNT)
003030         MOVE COR-RECORD-IMAGE TO WS-COR-RECORD (WS-COR-COUNT)
003040         MOVE 'N' TO WS-COR-USED-SW (WS-COR-COUNT)
003050         MOVE COR-ENTERED-BY TO WS-COR-ENTERED-BY (WS-COR-COUNT)
003060         MOVE COR-APPROVED-BY TO WS-COR-APPROVED-BY (WS-COR-COUNT)
003070     END-IF.
003080
003090 WRITE-REGISTER-LINE.
003100     IF WS-COR-FOUND-SUB NOT = 0
003110         MOVE EXC-POSITION TO RPT-POSITION
003120         MOVE WS-COR-ACTION (WS-COR-FOUND-SUB) TO RPT-ACTION
003130         MOVE WS-DISPOSITION TO RPT-DISPOSITION
003140         MOVE WS-COR-ENTERED-BY (WS-COR-FOUND-SUB) TO RPT-MAKER
003150         MOVE WS-COR-APPROVED-BY (WS-COR-FOUND-SUB) TO RPT-CHECKER
003160         MOVE WS-COR-RECORD (WS-COR-FOUND-SUB) TO RPT-RECORD
003170         WRITE REPAIR-REGISTER-LINE FROM RPT-DETAIL-LINE
003180     END-IF.
003190
