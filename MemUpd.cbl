000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MEMBER-UPDATE.
000030
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT MEMBER-TRANS-FILE ASSIGN TO "MEMTRN"
000080         ORGANIZATION IS SEQUENTIAL
000090         FILE STATUS IS WS-TRANS-FILE-STATUS.
000100     SELECT OPTIONAL OLD-MEMBER-FILE ASSIGN TO "MEMBOLD"
000110         ORGANIZATION IS SEQUENTIAL
000120         FILE STATUS IS WS-OLD-MBR-STATUS.
000130     SELECT NEW-MEMBER-FILE ASSIGN TO "MEMBNEW"
000140         ORGANIZATION IS SEQUENTIAL.
000150     SELECT MEMBER-REGISTER ASSIGN TO "MEMRPT"
000160         ORGANIZATION IS SEQUENTIAL.
000170
000180 DATA DIVISION.
000190 FILE SECTION.
000200 FD  MEMBER-TRANS-FILE
000210     RECORDING MODE IS F.
000220 01  MEMBER-TRANS-RECORD.
000230     05  MTR-ACTION                 PIC X(01).
000240     05  FILLER                     PIC X(01).
000250     05  MTR-CASE-ID                PIC X(06).
000260     05  FILLER                     PIC X(01).
000270     05  MTR-NAME                   PIC X(25).
000280     05  FILLER                     PIC X(01).
000290     05  MTR-ADDR-LINE              PIC X(25).
000300     05  FILLER                     PIC X(01).
000310     05  MTR-CITY-LINE              PIC X(25).
000320     05  FILLER                     PIC X(01).
000330     05  MTR-DATE                   PIC X(06).
000340     05  FILLER                     PIC X(07).
000350
000360 FD  OLD-MEMBER-FILE
000370     RECORDING MODE IS F.
000380 01  OLD-MEMBER-RECORD.
000390     05  OMB-CASE-ID                PIC X(06).
000400     05  FILLER                     PIC X(01).
000410     05  OMB-NAME                   PIC X(25).
000420     05  FILLER                     PIC X(01).
000430     05  OMB-ADDR-LINE              PIC X(25).
000440     05  FILLER                     PIC X(01).
000450     05  OMB-CITY-LINE              PIC X(25).
000460     05  FILLER                     PIC X(01).
000470     05  OMB-MAIL-STATUS            PIC X(01).
000480         88  OMB-RETURNED-MAIL      VALUE 'R'.
000490     05  FILLER                     PIC X(01).
000500     05  OMB-RETURNED-DATE          PIC 9(06).
000510
000520 FD  NEW-MEMBER-FILE
000530     RECORDING MODE IS F.
000540 01  NEW-MEMBER-RECORD.
000550     05  NMB-CASE-ID                PIC X(06).
000560     05  FILLER                     PIC X(01).
000570     05  NMB-NAME                   PIC X(25).
000580     05  FILLER                     PIC X(01).
000590     05  NMB-ADDR-LINE              PIC X(25).
000600     05  FILLER                     PIC X(01).
000610     05  NMB-CITY-LINE              PIC X(25).
000620     05  FILLER                     PIC X(01).
000630     05  NMB-MAIL-STATUS            PIC X(01).
000640     05  FILLER                     PIC X(01).
000650     05  NMB-RETURNED-DATE          PIC 9(06).
000660
000670 FD  MEMBER-REGISTER
000680     RECORDING MODE IS F.
000690 01  MEMBER-REGISTER-LINE           PIC X(80).
000700
000710 WORKING-STORAGE SECTION.
000720 01 WS-TRANS-FILE-STATUS            PIC XX VALUE SPACES.
000730 01 WS-OLD-MBR-STATUS               PIC XX VALUE SPACES.
000740
000750 01 WS-TRANS-KEY                    PIC X(06) VALUE LOW-VALUES.
000760 01 WS-MASTER-KEY                   PIC X(06) VALUE LOW-VALUES.
000770 01 WS-SEQ-ERROR-SW                 PIC X VALUE 'N'.
000780    88 WS-SEQ-ERROR                 VALUE 'Y'.
000790
000800 01 WS-TRANS-READ                   PIC 9(07) VALUE 0.
000810 01 WS-ADD-COUNT                    PIC 9(07) VALUE 0.
000820 01 WS-CHANGE-COUNT                 PIC 9(07) VALUE 0.
000830 01 WS-DELETE-COUNT                 PIC 9(07) VALUE 0.
000840 01 WS-RETURNED-COUNT               PIC 9(07) VALUE 0.
000850 01 WS-ERROR-COUNT                  PIC 9(07) VALUE 0.
000860
000870 01 WS-REJECT-REASON                PIC X(40) VALUE SPACES.
000880
000890 01 WS-RUN-DATE                     PIC 9(6).
000900 01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
000910    05 WS-RUN-YY                    PIC 9(2).
000920    05 WS-RUN-MM                    PIC 9(2).
000930    05 WS-RUN-DD                    PIC 9(2).
000940
000980 01 WS-IMAGE-RECORD.
000990    05 WIM-CASE-ID                  PIC X(06).
001000    05 FILLER                       PIC X(01).
001010    05 WIM-NAME                     PIC X(25).
001020    05 FILLER                       PIC X(01).
001030    05 WIM-ADDR-LINE                PIC X(25).
001040    05 FILLER                       PIC X(01).
001050    05 WIM-CITY-LINE                PIC X(25).
001060    05 FILLER                       PIC X(01).
001070    05 WIM-MAIL-STATUS              PIC X(01).
001080       88 WIM-RETURNED-MAIL         VALUE 'R'.
001090    05 FILLER                       PIC X(01).
001100    05 WIM-RETURNED-DATE            PIC 9(06).
001110    05 WIM-RETURNED-DATE-R REDEFINES WIM-RETURNED-DATE.
001120       10 WIM-RET-YY                PIC 9(02).
001130       10 WIM-RET-MM                PIC 9(02).
001140       10 WIM-RET-DD                PIC 9(02).
001150
001160 01 WS-IMAGE-TAG                    PIC X(07) VALUE SPACES.
001170 01 WS-REGISTER-ACTION              PIC X(08) VALUE SPACES.
001180
001190 01 RPT-HEADING-1.
001200    05 FILLER                       PIC X(29) VALUE
001210          "MEMBER MASTER CHANGE REGISTER".
001220
001230 01 RPT-HEADING-2.
001240    05 FILLER                       PIC X(10) VALUE
001250          "RUN DATE: ".
001260    05 RPT-MM                       PIC 99.
001270    05 FILLER                       PIC X(01) VALUE "/".
001280    05 RPT-DD                       PIC 99.
001290    05 FILLER                       PIC X(01) VALUE "/".
001300    05 RPT-YY                       PIC 99.
001310
001320 01 RPT-COLUMN-HEADING.
001330    05 FILLER                       PIC X(09) VALUE "ACTION".
001340    05 FILLER                       PIC X(08) VALUE "CASE".
001350    05 FILLER                       PIC X(08) VALUE "IMAGE".
001360    05 FILLER                       PIC X(27) VALUE "MEMBER DATA".
001370    05 FILLER                       PIC X(11) VALUE "MAIL STATUS".
001380
001390 01 RPT-IMAGE-LINE.
001400    05 RPT-ACTION                   PIC X(08).
001410    05 FILLER                       PIC X(01) VALUE SPACES.
001420    05 RPT-CASE-ID                  PIC X(06).
001430    05 FILLER                       PIC X(02) VALUE SPACES.
001440    05 RPT-IMAGE-TAG                PIC X(07).
001450    05 FILLER                       PIC X(01) VALUE SPACES.
001460    05 RPT-MEMBER-DATA              PIC X(25).
001470    05 FILLER                       PIC X(02) VALUE SPACES.
001480    05 RPT-MAIL-STATUS              PIC X(09).
001490    05 RPT-MAIL-DATE.
001500       10 RPT-MAIL-MM               PIC 99.
001510       10 RPT-MAIL-SLASH-1          PIC X(01).
001520       10 RPT-MAIL-DD               PIC 99.
001530       10 RPT-MAIL-SLASH-2          PIC X(01).
001540       10 RPT-MAIL-YY               PIC 99.
001550
001560 01 RPT-REJECT-LINE.
001570    05 FILLER                       PIC X(09) VALUE "REJECTED".
001580    05 RPT-REJ-CASE-ID              PIC X(06).
001590    05 FILLER                       PIC X(02) VALUE SPACES.
001600    05 FILLER                       PIC X(07) VALUE "ACTION ".
001610    05 RPT-REJ-ACTION               PIC X(01).
001620    05 FILLER                       PIC X(02) VALUE SPACES.
001630    05 RPT-REJ-REASON               PIC X(40).
001640
001650 01 RPT-COUNT-LINE.
001660    05 RPT-COUNT-LABEL              PIC X(23).
001670    05 RPT-COUNT-VALUE              PIC ZZZ,ZZ9.
001680
001690 01 RPT-BLANK-LINE                  PIC X(80) VALUE SPACES.
001700
001710 PROCEDURE DIVISION.
001720 MAIN-LOGIC.
001730     ACCEPT WS-RUN-DATE FROM DATE.
001740     OPEN INPUT MEMBER-TRANS-FILE.
001750     IF WS-TRANS-FILE-STATUS NOT = "00"
001760         DISPLAY "MEMBER-UPDATE: UNABLE TO OPEN MEMTRN, "
001770             "STATUS " WS-TRANS-FILE-STATUS
001780         MOVE 16 TO RETURN-CODE
001790         STOP RUN
001800     END-IF.
001810     OPEN INPUT OLD-MEMBER-FILE.
001820     PERFORM VERIFY-TRANS-SEQUENCE.
001830     PERFORM VERIFY-MASTER-SEQUENCE.
001840     IF WS-SEQ-ERROR
001850         DISPLAY "MEMBER-UPDATE: MASTER NOT UPDATED"
001860         MOVE 16 TO RETURN-CODE
001870         STOP RUN
001880     END-IF.
001890     CLOSE MEMBER-TRANS-FILE.
001900     CLOSE OLD-MEMBER-FILE.
001910     OPEN INPUT MEMBER-TRANS-FILE.
001920     OPEN INPUT OLD-MEMBER-FILE.
001930     MOVE LOW-VALUES TO WS-TRANS-KEY.
001940     MOVE LOW-VALUES TO WS-MASTER-KEY.
001950     OPEN OUTPUT NEW-MEMBER-FILE.
001960     OPEN OUTPUT MEMBER-REGISTER.
001970     PERFORM WRITE-REGISTER-HEADINGS.
001980     PERFORM READ-TRANS-FILE.
001990     PERFORM READ-OLD-MASTER.
002000     PERFORM MATCH-ONE-KEY
002010         UNTIL WS-TRANS-KEY = HIGH-VALUES AND
002020               WS-MASTER-KEY = HIGH-VALUES.
002030     PERFORM WRITE-REGISTER-TOTALS.
002040     CLOSE MEMBER-TRANS-FILE.
002050     CLOSE OLD-MEMBER-FILE.
002060     CLOSE NEW-MEMBER-FILE.
002070     CLOSE MEMBER-REGISTER.
002080     DISPLAY "MEMBER-UPDATE: CARDS READ     " WS-TRANS-READ.
002090     DISPLAY "MEMBER-UPDATE: ADDED          " WS-ADD-COUNT.
002100     DISPLAY "MEMBER-UPDATE: CHANGED        " WS-CHANGE-COUNT.
002110     DISPLAY "MEMBER-UPDATE: DELETED        " WS-DELETE-COUNT.
002120     DISPLAY "MEMBER-UPDATE: RETURNED MAIL  " WS-RETURNED-COUNT.
002130     DISPLAY "MEMBER-UPDATE: CARDS IN ERROR " WS-ERROR-COUNT.
002140     IF WS-ERROR-COUNT > 0
002150         MOVE 4 TO RETURN-CODE
002160     ELSE
002170         MOVE 0 TO RETURN-CODE
002180     END-IF.
002190     STOP RUN.
002200
002210 READ-TRANS-FILE.
002220     READ MEMBER-TRANS-FILE
002230         AT END
002240             MOVE HIGH-VALUES TO WS-TRANS-KEY
002250         NOT AT END
002260             ADD 1 TO WS-TRANS-READ
002270             MOVE MTR-CASE-ID TO WS-TRANS-KEY
002280     END-READ.
002290
002300 READ-OLD-MASTER.
002310     IF WS-OLD-MBR-STATUS NOT = "00"
002320         MOVE HIGH-VALUES TO WS-MASTER-KEY
002330     ELSE
002340         READ OLD-MEMBER-FILE
002350             AT END
002360                 MOVE HIGH-VALUES TO WS-MASTER-KEY
002370             NOT AT END
002380                 MOVE OMB-CASE-ID TO WS-MASTER-KEY
002390         END-READ
002400     END-IF.
002410
002420 VERIFY-TRANS-SEQUENCE.
002430     MOVE LOW-VALUES TO WS-TRANS-KEY.
002440     PERFORM VERIFY-ONE-TRANS
002450         UNTIL WS-TRANS-KEY = HIGH-VALUES OR WS-SEQ-ERROR.
002460
002470 VERIFY-ONE-TRANS.
002480     READ MEMBER-TRANS-FILE
002490         AT END
002500             MOVE HIGH-VALUES TO WS-TRANS-KEY
002510         NOT AT END
002520             IF MTR-CASE-ID = WS-TRANS-KEY
002530                 DISPLAY "MEMBER-UPDATE: MORE THAN ONE CARD "
002540                     "FOR CASE " MTR-CASE-ID
002550                 MOVE 'Y' TO WS-SEQ-ERROR-SW
002560             ELSE
002570                 IF MTR-CASE-ID < WS-TRANS-KEY
002580                     DISPLAY "MEMBER-UPDATE: MEMTRN OUT OF "
002590                         "SEQUENCE AT CASE " MTR-CASE-ID
002600                     MOVE 'Y' TO WS-SEQ-ERROR-SW
002610                 ELSE
002620                     MOVE MTR-CASE-ID TO WS-TRANS-KEY
002630                 END-IF
002640             END-IF
002650     END-READ.
002660
002670 VERIFY-MASTER-SEQUENCE.
002680     IF WS-OLD-MBR-STATUS = "00"
002690         MOVE LOW-VALUES TO WS-MASTER-KEY
002700         PERFORM VERIFY-ONE-MASTER
002710             UNTIL WS-MASTER-KEY = HIGH-VALUES OR WS-SEQ-ERROR
002720     END-IF.
002730
002740 VERIFY-ONE-MASTER.
002750     READ OLD-MEMBER-FILE
002760         AT END
002770             MOVE HIGH-VALUES TO WS-MASTER-KEY
002780         NOT AT END
002790             IF OMB-CASE-ID < WS-MASTER-KEY
002800                 DISPLAY "MEMBER-UPDATE: MEMBOLD OUT OF "
002810                     "SEQUENCE AT CASE " OMB-CASE-ID
002820                 MOVE 'Y' TO WS-SEQ-ERROR-SW
002830             ELSE
002840                 MOVE OMB-CASE-ID TO WS-MASTER-KEY
002850             END-IF
002860     END-READ.
002870
002880 MATCH-ONE-KEY.
002890     IF WS-MASTER-KEY < WS-TRANS-KEY
002900         PERFORM CARRY-OLD-MASTER
002910         PERFORM READ-OLD-MASTER
002920     ELSE
002930         IF WS-MASTER-KEY = WS-TRANS-KEY
002940             PERFORM APPLY-MATCHED-CARD
002950             PERFORM READ-TRANS-FILE
002960             PERFORM READ-OLD-MASTER
002970         ELSE
002980             PERFORM APPLY-UNMATCHED-CARD
002990             PERFORM READ-TRANS-FILE
003000         END-IF
003010     END-IF.
003020
003030 CARRY-OLD-MASTER.
003040     MOVE OLD-MEMBER-RECORD TO NEW-MEMBER-RECORD.
003050     WRITE NEW-MEMBER-RECORD.
003060
003090 APPLY-MATCHED-CARD.
003100     MOVE OLD-MEMBER-RECORD TO NEW-MEMBER-RECORD.
003110     IF MTR-ACTION = 'A'
003120         MOVE "ALREADY ON MASTER - ADD IGNORED"
003130             TO WS-REJECT-REASON
003140         PERFORM REJECT-CARD
003150         WRITE NEW-MEMBER-RECORD
003160     ELSE
003170         IF MTR-ACTION = 'C'
003180             PERFORM APPLY-MEMBER-CHANGE
003190             WRITE NEW-MEMBER-RECORD
003200         ELSE
003210             IF MTR-ACTION = 'R'
003220                 PERFORM APPLY-RETURNED-MAIL
003230                 WRITE NEW-MEMBER-RECORD
003240             ELSE
003250                 IF MTR-ACTION = 'D'
003260                     PERFORM APPLY-MEMBER-DELETE
003270                 ELSE
003280                     MOVE "ACTION IS NOT A, C, D OR R - IGNORED"
003290                         TO WS-REJECT-REASON
003300                     PERFORM REJECT-CARD
003310                     WRITE NEW-MEMBER-RECORD
003320                 END-IF
003330             END-IF
003340         END-IF
003350     END-IF.
003360
003400 APPLY-MEMBER-CHANGE.
003410     IF MTR-NAME = SPACES AND MTR-ADDR-LINE = SPACES AND
003420        MTR-CITY-LINE = SPACES
003430         MOVE "CHANGE CARD HAS NO NAME OR ADDRESS"
003440             TO WS-REJECT-REASON
003450         PERFORM REJECT-CARD
003460     ELSE
003470         ADD 1 TO WS-CHANGE-COUNT
003480         IF MTR-NAME NOT = SPACES
003490             MOVE MTR-NAME TO NMB-NAME
003500         END-IF
003510         IF MTR-ADDR-LINE NOT = SPACES
003520             MOVE MTR-ADDR-LINE TO NMB-ADDR-LINE
003530         END-IF
003540         IF MTR-CITY-LINE NOT = SPACES
003550             MOVE MTR-CITY-LINE TO NMB-CITY-LINE
003560         END-IF
003570         IF MTR-ADDR-LINE NOT = SPACES OR
003580            MTR-CITY-LINE NOT = SPACES
003590             MOVE SPACE TO NMB-MAIL-STATUS
003600             MOVE 0 TO NMB-RETURNED-DATE
003610         END-IF
003620         MOVE "CHANGE" TO WS-REGISTER-ACTION
003630         PERFORM PRINT-BEFORE-IMAGE
003640         PERFORM PRINT-AFTER-IMAGE
003650     END-IF.
003660
003670 APPLY-RETURNED-MAIL.
003680     IF OMB-RETURNED-MAIL
003690         MOVE "ALREADY FLAGGED RETURNED MAIL"
003700             TO WS-REJECT-REASON
003710         PERFORM REJECT-CARD
003720     ELSE
003730         IF MTR-DATE NOT NUMERIC
003740             MOVE "RETURNED-MAIL DATE NOT NUMERIC"
003750                 TO WS-REJECT-REASON
003760             PERFORM REJECT-CARD
003770         ELSE
003780             ADD 1 TO WS-RETURNED-COUNT
003790             MOVE 'R' TO NMB-MAIL-STATUS
003800             MOVE MTR-DATE TO NMB-RETURNED-DATE
003810             MOVE "RET MAIL" TO WS-REGISTER-ACTION
003820             PERFORM PRINT-BEFORE-IMAGE
003830             PERFORM PRINT-AFTER-IMAGE
003840         END-IF
003850     END-IF.
003860
003870 APPLY-MEMBER-DELETE.
003880     ADD 1 TO WS-DELETE-COUNT.
003890     MOVE "DELETE" TO WS-REGISTER-ACTION.
003900     PERFORM PRINT-BEFORE-IMAGE.
003910     MOVE "AFTER: " TO RPT-IMAGE-TAG.
003920     MOVE SPACES TO RPT-ACTION RPT-CASE-ID RPT-MAIL-STATUS
003930         RPT-MAIL-DATE.
003940     MOVE "(DELETED FROM MASTER)" TO RPT-MEMBER-DATA.
003950     WRITE MEMBER-REGISTER-LINE FROM RPT-IMAGE-LINE.
003960     WRITE MEMBER-REGISTER-LINE FROM RPT-BLANK-LINE.
003970
003980 APPLY-UNMATCHED-CARD.
003990     IF MTR-ACTION NOT = 'A'
004000         MOVE "NOT ON MASTER - CARD IGNORED"
004010             TO WS-REJECT-REASON
004020         PERFORM REJECT-CARD
004030     ELSE
004040         IF MTR-NAME = SPACES OR MTR-ADDR-LINE = SPACES OR
004050            MTR-CITY-LINE = SPACES
004060             MOVE "ADD NEEDS NAME, ADDRESS AND CITY"
004070                 TO WS-REJECT-REASON
004080             PERFORM REJECT-CARD
004090         ELSE
004100             ADD 1 TO WS-ADD-COUNT
004110             MOVE SPACES TO NEW-MEMBER-RECORD
004120             MOVE MTR-CASE-ID TO NMB-CASE-ID
004130             MOVE MTR-NAME TO NMB-NAME
004140             MOVE MTR-ADDR-LINE TO NMB-ADDR-LINE
004150             MOVE MTR-CITY-LINE TO NMB-CITY-LINE
004160             MOVE SPACE TO NMB-MAIL-STATUS
004170             MOVE 0 TO NMB-RETURNED-DATE
004180             WRITE NEW-MEMBER-RECORD
004190             MOVE "ADD" TO WS-REGISTER-ACTION
004200             MOVE "BEFORE:" TO RPT-IMAGE-TAG
004210             MOVE WS-REGISTER-ACTION TO RPT-ACTION
004220             MOVE MTR-CASE-ID TO RPT-CASE-ID
004230             MOVE SPACES TO RPT-MAIL-STATUS RPT-MAIL-DATE
004240             MOVE "(NOT ON MASTER)" TO RPT-MEMBER-DATA
004250             WRITE MEMBER-REGISTER-LINE FROM RPT-IMAGE-LINE
004260             MOVE SPACES TO WS-REGISTER-ACTION
004270             PERFORM PRINT-AFTER-IMAGE
004280         END-IF
004290     END-IF.
004300
004310 REJECT-CARD.
004320     ADD 1 TO WS-ERROR-COUNT.
004330     DISPLAY "MEMBER-UPDATE: CASE " MTR-CASE-ID " "
004340         WS-REJECT-REASON.
004350     MOVE MTR-CASE-ID TO RPT-REJ-CASE-ID.
004360     MOVE MTR-ACTION TO RPT-REJ-ACTION.
004370     MOVE WS-REJECT-REASON TO RPT-REJ-REASON.
004380     WRITE MEMBER-REGISTER-LINE FROM RPT-REJECT-LINE.
004390     WRITE MEMBER-REGISTER-LINE FROM RPT-BLANK-LINE.
004400
004410 PRINT-BEFORE-IMAGE.
004420     MOVE OLD-MEMBER-RECORD TO WS-IMAGE-RECORD.
004430     MOVE "BEFORE:" TO WS-IMAGE-TAG.
004440     PERFORM PRINT-ONE-IMAGE.
004450     MOVE SPACES TO WS-REGISTER-ACTION.
004460
004470 PRINT-AFTER-IMAGE.
004480     MOVE NEW-MEMBER-RECORD TO WS-IMAGE-RECORD.
004490     MOVE "AFTER: " TO WS-IMAGE-TAG.
004500     PERFORM PRINT-ONE-IMAGE.
004510     WRITE MEMBER-REGISTER-LINE FROM RPT-BLANK-LINE.
004520
004560 PRINT-ONE-IMAGE.
004570     MOVE WS-REGISTER-ACTION TO RPT-ACTION.
004580     MOVE WIM-CASE-ID TO RPT-CASE-ID.
004590     MOVE WS-IMAGE-TAG TO RPT-IMAGE-TAG.
004600     MOVE WIM-NAME TO RPT-MEMBER-DATA.
004610     IF WIM-RETURNED-MAIL
004620         MOVE "RETURNED" TO RPT-MAIL-STATUS
004630         MOVE WIM-RET-MM TO RPT-MAIL-MM
004640         MOVE "/" TO RPT-MAIL-SLASH-1
004650         MOVE WIM-RET-DD TO RPT-MAIL-DD
004660         MOVE "/" TO RPT-MAIL-SLASH-2
004670         MOVE WIM-RET-YY TO RPT-MAIL-YY
004680     ELSE
004690         MOVE "MAILABLE" TO RPT-MAIL-STATUS
004700         MOVE SPACES TO RPT-MAIL-DATE
004710     END-IF.
004720     WRITE MEMBER-REGISTER-LINE FROM RPT-IMAGE-LINE.
004730     MOVE SPACES TO RPT-ACTION RPT-CASE-ID RPT-IMAGE-TAG
004740         RPT-MAIL-STATUS RPT-MAIL-DATE.
004750     MOVE WIM-ADDR-LINE TO RPT-MEMBER-DATA.
004760     WRITE MEMBER-REGISTER-LINE FROM RPT-IMAGE-LINE.
004770     MOVE WIM-CITY-LINE TO RPT-MEMBER-DATA.
004780     WRITE MEMBER-REGISTER-LINE FROM RPT-IMAGE-LINE.
004790
004800 WRITE-REGISTER-HEADINGS.
004810     WRITE MEMBER-REGISTER-LINE FROM RPT-HEADING-1.
004820     MOVE WS-RUN-MM TO RPT-MM.
004830     MOVE WS-RUN-DD TO RPT-DD.
004840     MOVE WS-RUN-YY TO RPT-YY.
004850     WRITE MEMBER-REGISTER-LINE FROM RPT-HEADING-2.
004860     WRITE MEMBER-REGISTER-LINE FROM RPT-BLANK-LINE.
004870     WRITE MEMBER-REGISTER-LINE FROM RPT-COLUMN-HEADING.
004880     WRITE MEMBER-REGISTER-LINE FROM RPT-BLANK-LINE.
004890
004900 WRITE-REGISTER-TOTALS.
004910     MOVE "CARDS READ:" TO RPT-COUNT-LABEL.
004920     MOVE WS-TRANS-READ TO RPT-COUNT-VALUE.
004930     WRITE MEMBER-REGISTER-LINE FROM RPT-COUNT-LINE.
004940     MOVE "MEMBERS ADDED:" TO RPT-COUNT-LABEL.
004950     MOVE WS-ADD-COUNT TO RPT-COUNT-VALUE.
004960     WRITE MEMBER-REGISTER-LINE FROM RPT-COUNT-LINE.
004970     MOVE "MEMBERS CHANGED:" TO RPT-COUNT-LABEL.
004980     MOVE WS-CHANGE-COUNT TO RPT-COUNT-VALUE.
004990     WRITE MEMBER-REGISTER-LINE FROM RPT-COUNT-LINE.
005000     MOVE "MEMBERS DELETED:" TO RPT-COUNT-LABEL.
005010     MOVE WS-DELETE-COUNT TO RPT-COUNT-VALUE.
005020     WRITE MEMBER-REGISTER-LINE FROM RPT-COUNT-LINE.
005030     MOVE "RETURNED MAIL FLAGGED:" TO RPT-COUNT-LABEL.
005040     MOVE WS-RETURNED-COUNT TO RPT-COUNT-VALUE.
005050     WRITE MEMBER-REGISTER-LINE FROM RPT-COUNT-LINE.
005060     MOVE "CARDS IN ERROR:" TO RPT-COUNT-LABEL.
005070     MOVE WS-ERROR-COUNT TO RPT-COUNT-VALUE.
005080     WRITE MEMBER-REGISTER-LINE FROM RPT-COUNT-LINE.
