000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CASE-OVERRIDE-UPDATE.
000030
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT OVERRIDE-TRANS-FILE ASSIGN TO "OVRTRN"
000080         ORGANIZATION IS SEQUENTIAL
000090         FILE STATUS IS WS-TRANS-FILE-STATUS.
000100     SELECT OPTIONAL OLD-OVERRIDE-FILE ASSIGN TO "OVROLD"
000110         ORGANIZATION IS SEQUENTIAL
000120         FILE STATUS IS WS-OLD-OVERRIDE-STATUS.
000130     SELECT NEW-OVERRIDE-FILE ASSIGN TO "OVRNEW"
000140         ORGANIZATION IS SEQUENTIAL.
000150
000160 DATA DIVISION.
000170 FILE SECTION.
000180 FD  OVERRIDE-TRANS-FILE
000190     RECORDING MODE IS F.
000200 01  OVERRIDE-TRANS-RECORD.
000210     05  OTR-ACTION                 PIC X(01).
000220     05  FILLER                     PIC X(01).
000230     05  OTR-CASE-ID                PIC X(06).
000240     05  FILLER                     PIC X(01).
000250     05  OTR-FORCED-AND             PIC X(01).
000260     05  FILLER                     PIC X(01).
000270     05  OTR-FORCED-ANY             PIC X(01).
000280     05  FILLER                     PIC X(01).
000290     05  OTR-REASON                 PIC X(04).
000300     05  FILLER                     PIC X(01).
000310     05  OTR-ENTERED-BY             PIC X(08).
000320     05  FILLER                     PIC X(01).
000330     05  OTR-EFFECTIVE-DATE         PIC X(06).
000340     05  FILLER                     PIC X(01).
000350     05  OTR-EXPIRY-DATE            PIC X(06).
000360     05  FILLER                     PIC X(40).
000370
000380 FD  OLD-OVERRIDE-FILE
000390     RECORDING MODE IS F.
000400 01  OLD-OVERRIDE-RECORD.
000410     05  OOV-CASE-ID                PIC X(06).
000420     05  FILLER                     PIC X(01).
000430     05  OOV-FORCED-AND             PIC X(01).
000440     05  FILLER                     PIC X(01).
000450     05  OOV-FORCED-ANY             PIC X(01).
000460     05  FILLER                     PIC X(01).
000470     05  OOV-REASON                 PIC X(04).
000480     05  FILLER                     PIC X(01).
000490     05  OOV-ENTERED-BY             PIC X(08).
000500     05  FILLER                     PIC X(01).
000510     05  OOV-EFFECTIVE-DATE         PIC 9(06).
000520     05  FILLER                     PIC X(01).
000530     05  OOV-EXPIRY-DATE            PIC 9(06).
000540
000550 FD  NEW-OVERRIDE-FILE
000560     RECORDING MODE IS F.
000570 01  NEW-OVERRIDE-RECORD.
000580     05  NOV-CASE-ID                PIC X(06).
000590     05  FILLER                     PIC X(01).
000600     05  NOV-FORCED-AND             PIC X(01).
000610     05  FILLER                     PIC X(01).
000620     05  NOV-FORCED-ANY             PIC X(01).
000630     05  FILLER                     PIC X(01).
000640     05  NOV-REASON                 PIC X(04).
000650     05  FILLER                     PIC X(01).
000660     05  NOV-ENTERED-BY             PIC X(08).
000670     05  FILLER                     PIC X(01).
000680     05  NOV-EFFECTIVE-DATE         PIC 9(06).
000690     05  FILLER                     PIC X(01).
000700     05  NOV-EXPIRY-DATE            PIC 9(06).
000710
000720 WORKING-STORAGE SECTION.
000730 01 WS-TRANS-FILE-STATUS            PIC XX VALUE SPACES.
000740 01 WS-OLD-OVERRIDE-STATUS          PIC XX VALUE SPACES.
000750
000760 01 WS-TRANS-KEY                    PIC X(06) VALUE LOW-VALUES.
000770 01 WS-MASTER-KEY                   PIC X(06) VALUE LOW-VALUES.
000780 01 WS-SEQ-ERROR-SW                 PIC X VALUE 'N'.
000790    88 WS-SEQ-ERROR                 VALUE 'Y'.
000800 01 WS-CARD-ERROR-SW                PIC X VALUE 'N'.
000810    88 WS-CARD-ERROR                VALUE 'Y'.
000820 01 WS-CARD-ERROR-TEXT              PIC X(40) VALUE SPACES.
000830
000840 01 WS-TRANS-READ                   PIC 9(07) VALUE 0.
000850 01 WS-ADD-COUNT                    PIC 9(07) VALUE 0.
000860 01 WS-CHANGE-COUNT                 PIC 9(07) VALUE 0.
000870 01 WS-CANCEL-COUNT                 PIC 9(07) VALUE 0.
000880 01 WS-ERROR-COUNT                  PIC 9(07) VALUE 0.
000890
000900 PROCEDURE DIVISION.
000910 MAIN-LOGIC.
000920     OPEN INPUT OVERRIDE-TRANS-FILE.
000930     IF WS-TRANS-FILE-STATUS NOT = "00"
000940         DISPLAY "CASE-OVERRIDE-UPDATE: UNABLE TO OPEN OVRTRN, "
000950             "STATUS " WS-TRANS-FILE-STATUS
000960         MOVE 16 TO RETURN-CODE
000970         STOP RUN
000980     END-IF.
000990     OPEN INPUT OLD-OVERRIDE-FILE.
001000     PERFORM VERIFY-TRANS-SEQUENCE.
001010     PERFORM VERIFY-MASTER-SEQUENCE.
001020     IF WS-SEQ-ERROR
001030         DISPLAY "CASE-OVERRIDE-UPDATE: OVERRIDE MASTER NOT "
001040             "UPDATED"
001050         MOVE 16 TO RETURN-CODE
001060         STOP RUN
001070     END-IF.
001080     CLOSE OVERRIDE-TRANS-FILE.
001090     CLOSE OLD-OVERRIDE-FILE.
001100     OPEN INPUT OVERRIDE-TRANS-FILE.
001110     OPEN INPUT OLD-OVERRIDE-FILE.
001120     MOVE LOW-VALUES TO WS-TRANS-KEY.
001130     MOVE LOW-VALUES TO WS-MASTER-KEY.
001140     OPEN OUTPUT NEW-OVERRIDE-FILE.
001150     PERFORM READ-TRANS-FILE.
001160     PERFORM READ-OLD-MASTER.
001170     PERFORM MATCH-ONE-KEY
001180         UNTIL WS-TRANS-KEY = HIGH-VALUES AND
001190               WS-MASTER-KEY = HIGH-VALUES.
001200     CLOSE OVERRIDE-TRANS-FILE.
001210     CLOSE OLD-OVERRIDE-FILE.
001220     CLOSE NEW-OVERRIDE-FILE.
001230     DISPLAY "CASE-OVERRIDE-UPDATE: CARDS READ     "
001240         WS-TRANS-READ.
001250     DISPLAY "CASE-OVERRIDE-UPDATE: ADDED          " WS-ADD-COUNT.
001260     DISPLAY "CASE-OVERRIDE-UPDATE: CHANGED        "
001270         WS-CHANGE-COUNT.
001280     DISPLAY "CASE-OVERRIDE-UPDATE: CANCELLED      "
001290         WS-CANCEL-COUNT.
001300     DISPLAY "CASE-OVERRIDE-UPDATE: CARDS IN ERROR "
001310         WS-ERROR-COUNT.
001320     IF WS-ERROR-COUNT > 0
001330         MOVE 4 TO RETURN-CODE
001340     ELSE
001350         MOVE 0 TO RETURN-CODE
001360     END-IF.
001370     STOP RUN.
001380
001390 READ-TRANS-FILE.
001400     READ OVERRIDE-TRANS-FILE
001410         AT END
001420             MOVE HIGH-VALUES TO WS-TRANS-KEY
001430         NOT AT END
001440             ADD 1 TO WS-TRANS-READ
001450             MOVE OTR-CASE-ID TO WS-TRANS-KEY
001460     END-READ.
001470
001480 READ-OLD-MASTER.
001490     IF WS-OLD-OVERRIDE-STATUS NOT = "00"
001500         MOVE HIGH-VALUES TO WS-MASTER-KEY
001510     ELSE
001520         READ OLD-OVERRIDE-FILE
001530             AT END
001540                 MOVE HIGH-VALUES TO WS-MASTER-KEY
001550             NOT AT END
001560                 MOVE OOV-CASE-ID TO WS-MASTER-KEY
001570         END-READ
001580     END-IF.
001590
001600 VERIFY-TRANS-SEQUENCE.
001610     MOVE LOW-VALUES TO WS-TRANS-KEY.
001620     PERFORM VERIFY-ONE-TRANS
001630         UNTIL WS-TRANS-KEY = HIGH-VALUES OR WS-SEQ-ERROR.
001640
001650 VERIFY-ONE-TRANS.
001660     READ OVERRIDE-TRANS-FILE
001670         AT END
001680             MOVE HIGH-VALUES TO WS-TRANS-KEY
001690         NOT AT END
001700             IF OTR-CASE-ID = WS-TRANS-KEY
001710                 DISPLAY "CASE-OVERRIDE-UPDATE: MORE THAN ONE "
001720                     "CARD FOR CASE " OTR-CASE-ID
001730                 MOVE 'Y' TO WS-SEQ-ERROR-SW
001740             ELSE
001750                 IF OTR-CASE-ID < WS-TRANS-KEY
001760                     DISPLAY "CASE-OVERRIDE-UPDATE: OVRTRN OUT "
001770                         "OF SEQUENCE AT CASE " OTR-CASE-ID
001780                     MOVE 'Y' TO WS-SEQ-ERROR-SW
001790                 ELSE
001800                     MOVE OTR-CASE-ID TO WS-TRANS-KEY
001810                 END-IF
001820             END-IF
001830     END-READ.
001840
001850 VERIFY-MASTER-SEQUENCE.
001860     IF WS-OLD-OVERRIDE-STATUS = "00"
001870         MOVE LOW-VALUES TO WS-MASTER-KEY
001880         PERFORM VERIFY-ONE-MASTER
001890             UNTIL WS-MASTER-KEY = HIGH-VALUES OR WS-SEQ-ERROR
001900     END-IF.
001910
001920 VERIFY-ONE-MASTER.
001930     READ OLD-OVERRIDE-FILE
001940         AT END
001950             MOVE HIGH-VALUES TO WS-MASTER-KEY
001960         NOT AT END
001970             IF OOV-CASE-ID NOT > WS-MASTER-KEY
001980                 DISPLAY "CASE-OVERRIDE-UPDATE: OVROLD OUT OF "
001990                     "SEQUENCE AT CASE " OOV-CASE-ID
002000                 MOVE 'Y' TO WS-SEQ-ERROR-SW
002010             ELSE
002020                 MOVE OOV-CASE-ID TO WS-MASTER-KEY
002030             END-IF
002040     END-READ.
002050
002060 MATCH-ONE-KEY.
002070     IF WS-MASTER-KEY < WS-TRANS-KEY
002080         PERFORM CARRY-OLD-MASTER
002090         PERFORM READ-OLD-MASTER
002100     ELSE
002110         IF WS-MASTER-KEY = WS-TRANS-KEY
002120             PERFORM APPLY-MATCHED-CARD
002130             PERFORM READ-TRANS-FILE
002140             PERFORM READ-OLD-MASTER
002150         ELSE
002160             PERFORM APPLY-UNMATCHED-CARD
002170             PERFORM READ-TRANS-FILE
002180         END-IF
002190     END-IF.
002200
002210 CARRY-OLD-MASTER.
002220     MOVE OLD-OVERRIDE-RECORD TO NEW-OVERRIDE-RECORD.
002230     WRITE NEW-OVERRIDE-RECORD.
002240
002250 APPLY-MATCHED-CARD.
002260     MOVE OLD-OVERRIDE-RECORD TO NEW-OVERRIDE-RECORD.
002270     IF OTR-ACTION = 'A'
002280         ADD 1 TO WS-ERROR-COUNT
002290         DISPLAY "CASE-OVERRIDE-UPDATE: CASE " OTR-CASE-ID
002300             " ALREADY HAS AN OVERRIDE - USE C TO REPLACE IT"
002310         WRITE NEW-OVERRIDE-RECORD
002320     ELSE
002330         IF OTR-ACTION = 'C'
002340             PERFORM EDIT-OVERRIDE-CARD
002350             IF WS-CARD-ERROR
002360                 ADD 1 TO WS-ERROR-COUNT
002370                 DISPLAY "CASE-OVERRIDE-UPDATE: CHANGE CARD FOR "
002380                     OTR-CASE-ID " " WS-CARD-ERROR-TEXT
002390             ELSE
002400                 ADD 1 TO WS-CHANGE-COUNT
002410                 PERFORM BUILD-NEW-OVERRIDE
002420                 DISPLAY "CASE-OVERRIDE-UPDATE: CASE " OTR-CASE-ID
002430                     " OVERRIDE CHANGED BY " OTR-ENTERED-BY
002440             END-IF
002450             WRITE NEW-OVERRIDE-RECORD
002460         ELSE
002470             IF OTR-ACTION = 'D'
002480                 ADD 1 TO WS-CANCEL-COUNT
002490                 DISPLAY "CASE-OVERRIDE-UPDATE: CASE " OTR-CASE-ID
002500                     " OVERRIDE CANCELLED BY " OTR-ENTERED-BY
002510             ELSE
002520                 ADD 1 TO WS-ERROR-COUNT
002530                 DISPLAY "CASE-OVERRIDE-UPDATE: ACTION "
002540                     OTR-ACTION " IS NOT A, C OR D - CARD IGNORED"
002550                 WRITE NEW-OVERRIDE-RECORD
002560             END-IF
002570         END-IF
002580     END-IF.
002590
002600 APPLY-UNMATCHED-CARD.
002610     IF OTR-ACTION NOT = 'A'
002620         ADD 1 TO WS-ERROR-COUNT
002630         DISPLAY "CASE-OVERRIDE-UPDATE: CASE " OTR-CASE-ID
002640             " HAS NO OVERRIDE - CARD IGNORED"
002650     ELSE
002660         PERFORM EDIT-OVERRIDE-CARD
002670         IF WS-CARD-ERROR
002680             ADD 1 TO WS-ERROR-COUNT
002690             DISPLAY "CASE-OVERRIDE-UPDATE: ADD CARD FOR "
002700                 OTR-CASE-ID " " WS-CARD-ERROR-TEXT
002710         ELSE
002720             ADD 1 TO WS-ADD-COUNT
002730             MOVE SPACES TO NEW-OVERRIDE-RECORD
002740             MOVE OTR-CASE-ID TO NOV-CASE-ID
002750             PERFORM BUILD-NEW-OVERRIDE
002760             DISPLAY "CASE-OVERRIDE-UPDATE: CASE " OTR-CASE-ID
002770                 " OVERRIDE ADDED BY " OTR-ENTERED-BY
002780             WRITE NEW-OVERRIDE-RECORD
002790         END-IF
002800     END-IF.
002810
002820 EDIT-OVERRIDE-CARD.
002830     MOVE 'N' TO WS-CARD-ERROR-SW.
002840     MOVE SPACES TO WS-CARD-ERROR-TEXT.
002850     IF (OTR-FORCED-AND NOT = 'Y' AND OTR-FORCED-AND NOT = 'N'
002860             AND OTR-FORCED-AND NOT = SPACE) OR
002870        (OTR-FORCED-ANY NOT = 'Y' AND OTR-FORCED-ANY NOT = 'N'
002880             AND OTR-FORCED-ANY NOT = SPACE)
002890         MOVE 'Y' TO WS-CARD-ERROR-SW
002900         MOVE "FORCED RESULT MUST BE Y, N OR BLANK"
002910             TO WS-CARD-ERROR-TEXT
002920     END-IF.
002930     IF NOT WS-CARD-ERROR AND
002940        OTR-FORCED-AND = SPACE AND OTR-FORCED-ANY = SPACE
002950         MOVE 'Y' TO WS-CARD-ERROR-SW
002960         MOVE "NEEDS A FORCED AND OR ANY RESULT"
002970             TO WS-CARD-ERROR-TEXT
002980     END-IF.
002990     IF NOT WS-CARD-ERROR AND
003000        (OTR-REASON = SPACES OR OTR-ENTERED-BY = SPACES)
003010         MOVE 'Y' TO WS-CARD-ERROR-SW
003020         MOVE "NEEDS A REASON CODE AND ENTERED-BY ID"
003030             TO WS-CARD-ERROR-TEXT
003040     END-IF.
003050     IF NOT WS-CARD-ERROR AND
003060        (OTR-EFFECTIVE-DATE NOT NUMERIC OR
003070         OTR-EXPIRY-DATE NOT NUMERIC)
003080         MOVE 'Y' TO WS-CARD-ERROR-SW
003090         MOVE "NEEDS NUMERIC EFFECTIVE AND EXPIRY DATES"
003100             TO WS-CARD-ERROR-TEXT
003110     END-IF.
003120     IF NOT WS-CARD-ERROR AND
003130        OTR-EXPIRY-DATE NOT > OTR-EFFECTIVE-DATE
003140         MOVE 'Y' TO WS-CARD-ERROR-SW
003150         MOVE "EXPIRY DATE MUST BE AFTER EFFECTIVE DATE"
003160             TO WS-CARD-ERROR-TEXT
003170     END-IF.
003180
003190 BUILD-NEW-OVERRIDE.
003200     MOVE OTR-FORCED-AND TO NOV-FORCED-AND.
003210     MOVE OTR-FORCED-ANY TO NOV-FORCED-ANY.
003220     MOVE OTR-REASON TO NOV-REASON.
003230     MOVE OTR-ENTERED-BY TO NOV-ENTERED-BY.
003240     MOVE OTR-EFFECTIVE-DATE TO NOV-EFFECTIVE-DATE.
003250     MOVE OTR-EXPIRY-DATE TO NOV-EXPIRY-DATE.
