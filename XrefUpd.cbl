000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CASE-XREF-UPDATE.
000030
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT XREF-TRANS-FILE ASSIGN TO "XREFTRN"
000080         ORGANIZATION IS SEQUENTIAL
000090         FILE STATUS IS WS-TRANS-FILE-STATUS.
000100     SELECT OPTIONAL OLD-XREF-FILE ASSIGN TO "XREFOLD"
000110         ORGANIZATION IS SEQUENTIAL
000120         FILE STATUS IS WS-OLD-XREF-STATUS.
000130     SELECT NEW-XREF-FILE ASSIGN TO "XREFNEW"
000140         ORGANIZATION IS SEQUENTIAL.
000150
000160 DATA DIVISION.
000170 FILE SECTION.
000180 FD  XREF-TRANS-FILE
000190     RECORDING MODE IS F.
000200 01  XREF-TRANS-RECORD.
000210     05  XTR-ACTION                 PIC X(01).
000220     05  FILLER                     PIC X(01).
000230     05  XTR-ACCOUNT-ID             PIC X(08).
000240     05  FILLER                     PIC X(01).
000250     05  XTR-CASE-ID                PIC X(06).
000260     05  FILLER                     PIC X(01).
000270     05  XTR-DATE                   PIC X(06).
000280     05  FILLER                     PIC X(56).
000290
000300 FD  OLD-XREF-FILE
000310     RECORDING MODE IS F.
000320 01  OLD-XREF-RECORD.
000330     05  OXR-ACCOUNT-ID             PIC X(08).
000340     05  FILLER                     PIC X(01).
000350     05  OXR-CASE-ID                PIC X(06).
000360     05  FILLER                     PIC X(01).
000370     05  OXR-LINK-DATE              PIC 9(06).
000380
000390 FD  NEW-XREF-FILE
000400     RECORDING MODE IS F.
000410 01  NEW-XREF-RECORD.
000420     05  NXR-ACCOUNT-ID             PIC X(08).
000430     05  FILLER                     PIC X(01).
000440     05  NXR-CASE-ID                PIC X(06).
000450     05  FILLER                     PIC X(01).
000460     05  NXR-LINK-DATE              PIC 9(06).
000470
000480 WORKING-STORAGE SECTION.
000490 01 WS-TRANS-FILE-STATUS            PIC XX VALUE SPACES.
000500 01 WS-OLD-XREF-STATUS              PIC XX VALUE SPACES.
000510
000520 01 WS-TRANS-KEY                    PIC X(08) VALUE LOW-VALUES.
000530 01 WS-MASTER-KEY                   PIC X(08) VALUE LOW-VALUES.
000540 01 WS-SEQ-ERROR-SW                 PIC X VALUE 'N'.
000550    88 WS-SEQ-ERROR                 VALUE 'Y'.
000560
000570 01 WS-TRANS-READ                   PIC 9(07) VALUE 0.
000580 01 WS-LINK-COUNT                   PIC 9(07) VALUE 0.
000590 01 WS-CHANGE-COUNT                 PIC 9(07) VALUE 0.
000600 01 WS-UNLINK-COUNT                 PIC 9(07) VALUE 0.
000610 01 WS-ERROR-COUNT                  PIC 9(07) VALUE 0.
000620
000630 PROCEDURE DIVISION.
000640 MAIN-LOGIC.
000650     OPEN INPUT XREF-TRANS-FILE.
000660     IF WS-TRANS-FILE-STATUS NOT = "00"
000670         DISPLAY "CASE-XREF-UPDATE: UNABLE TO OPEN XREFTRN, "
000680             "STATUS " WS-TRANS-FILE-STATUS
000690         MOVE 16 TO RETURN-CODE
000700         STOP RUN
000710     END-IF.
000720     OPEN INPUT OLD-XREF-FILE.
000730     PERFORM VERIFY-TRANS-SEQUENCE.
000740     PERFORM VERIFY-MASTER-SEQUENCE.
000750     IF WS-SEQ-ERROR
000760         DISPLAY "CASE-XREF-UPDATE: CROSS-REFERENCE NOT UPDATED"
000770         MOVE 16 TO RETURN-CODE
000780         STOP RUN
000790     END-IF.
000800     CLOSE XREF-TRANS-FILE.
000810     CLOSE OLD-XREF-FILE.
000820     OPEN INPUT XREF-TRANS-FILE.
000830     OPEN INPUT OLD-XREF-FILE.
000840     MOVE LOW-VALUES TO WS-TRANS-KEY.
000850     MOVE LOW-VALUES TO WS-MASTER-KEY.
000860     OPEN OUTPUT NEW-XREF-FILE.
000870     PERFORM READ-TRANS-FILE.
000880     PERFORM READ-OLD-MASTER.
000890     PERFORM MATCH-ONE-KEY
000900         UNTIL WS-TRANS-KEY = HIGH-VALUES AND
000910               WS-MASTER-KEY = HIGH-VALUES.
000920     CLOSE XREF-TRANS-FILE.
000930     CLOSE OLD-XREF-FILE.
000940     CLOSE NEW-XREF-FILE.
000950     DISPLAY "CASE-XREF-UPDATE: CARDS READ     " WS-TRANS-READ.
000960     DISPLAY "CASE-XREF-UPDATE: LINKED         " WS-LINK-COUNT.
000970     DISPLAY "CASE-XREF-UPDATE: RELINKED       " WS-CHANGE-COUNT.
000980     DISPLAY "CASE-XREF-UPDATE: UNLINKED       " WS-UNLINK-COUNT.
000990     DISPLAY "CASE-XREF-UPDATE: CARDS IN ERROR " WS-ERROR-COUNT.
001000     IF WS-ERROR-COUNT > 0
001010         MOVE 4 TO RETURN-CODE
001020     ELSE
001030         MOVE 0 TO RETURN-CODE
001040     END-IF.
001050     STOP RUN.
001060
001070 READ-TRANS-FILE.
001080     READ XREF-TRANS-FILE
001090         AT END
001100             MOVE HIGH-VALUES TO WS-TRANS-KEY
001110         NOT AT END
001120             ADD 1 TO WS-TRANS-READ
001130             MOVE XTR-ACCOUNT-ID TO WS-TRANS-KEY
001140     END-READ.
001150
001160 READ-OLD-MASTER.
001170     IF WS-OLD-XREF-STATUS NOT = "00"
001180         MOVE HIGH-VALUES TO WS-MASTER-KEY
001190     ELSE
001200         READ OLD-XREF-FILE
001210             AT END
001220                 MOVE HIGH-VALUES TO WS-MASTER-KEY
001230             NOT AT END
001240                 MOVE OXR-ACCOUNT-ID TO WS-MASTER-KEY
001250         END-READ
001260     END-IF.
001270
001280 VERIFY-TRANS-SEQUENCE.
001290     MOVE LOW-VALUES TO WS-TRANS-KEY.
001300     PERFORM VERIFY-ONE-TRANS
001310         UNTIL WS-TRANS-KEY = HIGH-VALUES OR WS-SEQ-ERROR.
001320
001330 VERIFY-ONE-TRANS.
001340     READ XREF-TRANS-FILE
001350         AT END
001360             MOVE HIGH-VALUES TO WS-TRANS-KEY
001370         NOT AT END
001380             IF XTR-ACCOUNT-ID = WS-TRANS-KEY
001390                 DISPLAY "CASE-XREF-UPDATE: MORE THAN ONE CARD "
001400                     "FOR ACCOUNT " XTR-ACCOUNT-ID
001410                 MOVE 'Y' TO WS-SEQ-ERROR-SW
001420             ELSE
001430                 IF XTR-ACCOUNT-ID < WS-TRANS-KEY
001440                     DISPLAY "CASE-XREF-UPDATE: XREFTRN OUT OF "
001450                         "SEQUENCE AT ACCOUNT " XTR-ACCOUNT-ID
001460                     MOVE 'Y' TO WS-SEQ-ERROR-SW
001470                 ELSE
001480                     MOVE XTR-ACCOUNT-ID TO WS-TRANS-KEY
001490                 END-IF
001500             END-IF
001510     END-READ.
001520
001530 VERIFY-MASTER-SEQUENCE.
001540     IF WS-OLD-XREF-STATUS = "00"
001550         MOVE LOW-VALUES TO WS-MASTER-KEY
001560         PERFORM VERIFY-ONE-MASTER
001570             UNTIL WS-MASTER-KEY = HIGH-VALUES OR WS-SEQ-ERROR
001580     END-IF.
001590
001600 VERIFY-ONE-MASTER.
001610     READ OLD-XREF-FILE
001620         AT END
001630             MOVE HIGH-VALUES TO WS-MASTER-KEY
001640         NOT AT END
001650             IF OXR-ACCOUNT-ID NOT > WS-MASTER-KEY
001660                 DISPLAY "CASE-XREF-UPDATE: XREFOLD OUT OF "
001670                     "SEQUENCE AT ACCOUNT " OXR-ACCOUNT-ID
001680                 MOVE 'Y' TO WS-SEQ-ERROR-SW
001690             ELSE
001700                 MOVE OXR-ACCOUNT-ID TO WS-MASTER-KEY
001710             END-IF
001720     END-READ.
001730
001740 MATCH-ONE-KEY.
001750     IF WS-MASTER-KEY < WS-TRANS-KEY
001760         PERFORM CARRY-OLD-MASTER
001770         PERFORM READ-OLD-MASTER
001780     ELSE
001790         IF WS-MASTER-KEY = WS-TRANS-KEY
001800             PERFORM APPLY-MATCHED-CARD
001810             PERFORM READ-TRANS-FILE
001820             PERFORM READ-OLD-MASTER
001830         ELSE
001840             PERFORM APPLY-UNMATCHED-CARD
001850             PERFORM READ-TRANS-FILE
001860         END-IF
001870     END-IF.
001880
001890 CARRY-OLD-MASTER.
001900     MOVE OLD-XREF-RECORD TO NEW-XREF-RECORD.
001910     WRITE NEW-XREF-RECORD.
001920
001930 APPLY-MATCHED-CARD.
001940     MOVE OLD-XREF-RECORD TO NEW-XREF-RECORD.
001950     IF XTR-ACTION = 'A'
001960         ADD 1 TO WS-ERROR-COUNT
001970         DISPLAY "CASE-XREF-UPDATE: ACCOUNT " XTR-ACCOUNT-ID
001980             " ALREADY LINKED TO CASE " OXR-CASE-ID
001990             " - USE C TO RELINK"
002000         WRITE NEW-XREF-RECORD
002010     ELSE
002020         IF XTR-ACTION = 'C'
002030             PERFORM APPLY-CASE-CHANGE
002040             WRITE NEW-XREF-RECORD
002050         ELSE
002060             IF XTR-ACTION = 'D'
002070                 ADD 1 TO WS-UNLINK-COUNT
002080             ELSE
002090                 ADD 1 TO WS-ERROR-COUNT
002100                 DISPLAY "CASE-XREF-UPDATE: ACTION " XTR-ACTION
002110                     " IS NOT A, C OR D - CARD IGNORED"
002120                 WRITE NEW-XREF-RECORD
002130             END-IF
002140         END-IF
002150     END-IF.
002160
002170 APPLY-CASE-CHANGE.
002180     IF XTR-CASE-ID = SPACES OR XTR-DATE NOT NUMERIC
002190         ADD 1 TO WS-ERROR-COUNT
002200         DISPLAY "CASE-XREF-UPDATE: CHANGE CARD FOR "
002210             XTR-ACCOUNT-ID
002220             " NEEDS A CASE ID AND A NUMERIC LINK DATE"
002230     ELSE
002240         ADD 1 TO WS-CHANGE-COUNT
002250         MOVE XTR-CASE-ID TO NXR-CASE-ID
002260         MOVE XTR-DATE TO NXR-LINK-DATE
002270     END-IF.
002280
002290 APPLY-UNMATCHED-CARD.
002300     IF XTR-ACTION NOT = 'A'
002310         ADD 1 TO WS-ERROR-COUNT
002320         DISPLAY "CASE-XREF-UPDATE: ACCOUNT " XTR-ACCOUNT-ID
002330             " NOT LINKED TO A CASE - CARD IGNORED"
002340     ELSE
002350         IF XTR-CASE-ID = SPACES OR XTR-DATE NOT NUMERIC
002360             ADD 1 TO WS-ERROR-COUNT
002370             DISPLAY "CASE-XREF-UPDATE: ADD CARD FOR "
002380                 XTR-ACCOUNT-ID
002390                 " NEEDS A CASE ID AND A NUMERIC LINK DATE"
002400         ELSE
002410             ADD 1 TO WS-LINK-COUNT
002420             MOVE SPACES TO NEW-XREF-RECORD
002430             MOVE XTR-ACCOUNT-ID TO NXR-ACCOUNT-ID
002440             MOVE XTR-CASE-ID TO NXR-CASE-ID
002450             MOVE XTR-DATE TO NXR-LINK-DATE
002460             WRITE NEW-XREF-RECORD
002470         END-IF
002480     END-IF.
