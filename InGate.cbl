000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INBOUND-GATE.
000030
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT CASE-INPUT-FILE ASSIGN TO "CASEIN"
000080         ORGANIZATION IS SEQUENTIAL
000090         FILE STATUS IS WS-CASE-FILE-STATUS.
000100     SELECT CASE-DETAIL-FILE ASSIGN TO "CASEDTL"
000110         ORGANIZATION IS SEQUENTIAL.
000120     SELECT SORT-INPUT-FILE ASSIGN TO "SORTIN"
000130         ORGANIZATION IS SEQUENTIAL
000140         FILE STATUS IS WS-SORT-FILE-STATUS.
000150     SELECT SORT-DETAIL-FILE ASSIGN TO "SORTDTL"
000160         ORGANIZATION IS SEQUENTIAL.
000170     SELECT OPTIONAL INBOUND-LOG-FILE ASSIGN TO "INLOG"
000180         ORGANIZATION IS SEQUENTIAL
000190         FILE STATUS IS WS-INLOG-FILE-STATUS.
000200     SELECT OPTIONAL GATE-PARM-FILE ASSIGN TO "GATEPARM"
000210         ORGANIZATION IS SEQUENTIAL
000220         FILE STATUS IS WS-PARM-FILE-STATUS.
000230     SELECT OPTIONAL PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
000240         ORGANIZATION IS SEQUENTIAL
000250         FILE STATUS IS WS-PROCDATE-STATUS.
000260
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  CASE-INPUT-FILE
000300     RECORDING MODE IS F.
000310 01  CASE-INPUT-RECORD.
000320     05  CIN-REC-ID                 PIC X(04).
000330     05  FILLER                     PIC X(12).
000340 01  CASE-HEADER-RECORD.
000350     05  CHD-REC-ID                 PIC X(04).
000360     05  CHD-SOURCE-SYSTEM          PIC X(04).
000370     05  CHD-BUSINESS-DATE          PIC X(06).
000380     05  FILLER                     PIC X(02).
000390 01  CASE-TRAILER-RECORD.
000400     05  CTR-REC-ID                 PIC X(04).
000410     05  CTR-RECORD-COUNT           PIC X(07).
000420     05  CTR-RECORD-COUNT-N REDEFINES CTR-RECORD-COUNT
000430                                    PIC 9(07).
000440     05  FILLER                     PIC X(05).
000450
000460 FD  CASE-DETAIL-FILE
000470     RECORDING MODE IS F.
000480 01  CASE-DETAIL-RECORD             PIC X(16).
000490
000500 FD  SORT-INPUT-FILE
000510     RECORDING MODE IS F.
000520 01  SORT-INPUT-RECORD.
000530     05  SI-ACCOUNT-ID              PIC X(08).
000540     05  FILLER                     PIC X(01).
000550     05  SI-TRAN-DATE               PIC X(06).
000560     05  FILLER                     PIC X(01).
000570     05  SI-TRAN-TYPE               PIC X(02).
000580     05  FILLER                     PIC X(01).
000590     05  SI-AMOUNT-X.
000600         10  SI-AMOUNT-SIGN         PIC X(01).
000610         10  SI-AMOUNT-DIGITS       PIC X(09).
000620     05  SI-AMOUNT REDEFINES SI-AMOUNT-X
000630                                    PIC S9(07)V99
000640                                    SIGN LEADING SEPARATE.
000650 01  SORT-HEADER-RECORD.
000660     05  SHD-REC-ID                 PIC X(04).
000670     05  SHD-SOURCE-SYSTEM          PIC X(04).
000680     05  FILLER                     PIC X(01).
000690     05  SHD-BUSINESS-DATE          PIC X(06).
000700     05  FILLER                     PIC X(14).
000710 01  SORT-TRAILER-RECORD.
000720     05  STR-REC-ID                 PIC X(04).
000730     05  STR-RECORD-COUNT           PIC X(07).
000740     05  STR-RECORD-COUNT-N REDEFINES STR-RECORD-COUNT
000750                                    PIC 9(07).
000760     05  FILLER                     PIC X(01).
000770     05  STR-HASH-X.
000780         10  STR-HASH-SIGN          PIC X(01).
000790         10  STR-HASH-DIGITS        PIC X(11).
000800     05  STR-HASH-TOTAL REDEFINES STR-HASH-X
000810                                    PIC S9(09)V99
000820                                    SIGN LEADING SEPARATE.
000830     05  FILLER                     PIC X(05).
000840
000850 FD  SORT-DETAIL-FILE
000860     RECORDING MODE IS F.
000870 01  SORT-DETAIL-RECORD             PIC X(29).
000880
000890 FD  INBOUND-LOG-FILE
000900     RECORDING MODE IS F.
000910 01  INBOUND-LOG-RECORD.
000920     05  ILG-FILE-NAME              PIC X(06).
000930     05  FILLER                     PIC X(01).
000940     05  ILG-SOURCE-SYSTEM          PIC X(04).
000950     05  FILLER                     PIC X(01).
000960     05  ILG-BUSINESS-DATE          PIC 9(06).
000970     05  FILLER                     PIC X(01).
000980     05  ILG-RECORD-COUNT           PIC 9(07).
000990     05  FILLER                     PIC X(01).
001000     05  ILG-HASH-TOTAL             PIC S9(09)V99
001010                                    SIGN LEADING SEPARATE.
001020     05  FILLER                     PIC X(01).
001030     05  ILG-ACCEPT-DATE            PIC 9(06).
001040     05  FILLER                     PIC X(01).
001050     05  ILG-ACCEPT-TIME            PIC 9(08).
001060
001070 FD  GATE-PARM-FILE
001080     RECORDING MODE IS F.
001090 01  GATE-PARM-RECORD.
001100     05  GPM-OVERRIDE               PIC X(01).
001110     05  FILLER                     PIC X(79).
001120
001130 FD  PROCESS-DATE-FILE
001140     RECORDING MODE IS F.
001150 01  PROCESS-DATE-RECORD.
001160     05  PDT-BUSINESS-DATE          PIC X(06).
001170     05  FILLER                     PIC X(01).
001180     05  PDT-PRIOR-DATE             PIC X(06).
001190
001200 WORKING-STORAGE SECTION.
001210 01 CASE-EOF-SW PIC X VALUE 'N'.
001220    88 CASE-EOF                     VALUE 'Y'.
001230 01 SORT-EOF-SW PIC X VALUE 'N'.
001240    88 SORT-EOF                     VALUE 'Y'.
001250 01 INLOG-EOF-SW PIC X VALUE 'N'.
001260    88 INLOG-EOF                    VALUE 'Y'.
001270
001280 01 WS-CASE-FILE-STATUS             PIC XX VALUE SPACES.
001290 01 WS-SORT-FILE-STATUS             PIC XX VALUE SPACES.
001300 01 WS-INLOG-FILE-STATUS            PIC XX VALUE SPACES.
001310 01 WS-PARM-FILE-STATUS             PIC XX VALUE SPACES.
001320 01 WS-PROCDATE-STATUS              PIC XX VALUE SPACES.
001330
001340 01 WS-INPUT-FAIL-SW                PIC X VALUE 'N'.
001350    88 WS-INPUT-FAILED              VALUE 'Y'.
001360 01 WS-REJECT-SW                    PIC X VALUE 'N'.
001370    88 WS-REJECTED                  VALUE 'Y'.
001380 01 WS-OVERRIDE-SW                  PIC X VALUE 'N'.
001390    88 WS-OVERRIDE                  VALUE 'Y'.
001400 01 WS-HEADER-SEEN-SW               PIC X VALUE 'N'.
001410    88 WS-HEADER-SEEN               VALUE 'Y'.
001420 01 WS-TRAILER-SEEN-SW              PIC X VALUE 'N'.
001430    88 WS-TRAILER-SEEN              VALUE 'Y'.
001440
001450 01 WS-RUN-DATE                     PIC 9(06) VALUE 0.
001460 01 WS-ACCEPT-DATE                  PIC 9(06) VALUE 0.
001470 01 WS-ACCEPT-TIME                  PIC 9(08) VALUE 0.
001480
001490 01 WS-CASE-SOURCE                  PIC X(04) VALUE SPACES.
001500 01 WS-CASE-DATE                    PIC 9(06) VALUE 0.
001510 01 WS-CASE-COUNT                   PIC 9(07) VALUE 0.
001520
001530 01 WS-SORT-SOURCE                  PIC X(04) VALUE SPACES.
001540 01 WS-SORT-DATE                    PIC 9(06) VALUE 0.
001550 01 WS-SORT-COUNT                   PIC 9(07) VALUE 0.
001560 01 WS-SORT-HASH                    PIC S9(09)V99 VALUE 0.
001570
001580 01 WS-CHECK-NAME                   PIC X(06) VALUE SPACES.
001590 01 WS-CHECK-SOURCE                 PIC X(04) VALUE SPACES.
001600 01 WS-CHECK-DATE                   PIC 9(06) VALUE 0.
001610
001620 PROCEDURE DIVISION.
001630 MAIN-LOGIC.
001640     PERFORM READ-PROCESS-DATE.
001650     IF WS-INPUT-FAILED
001660         DISPLAY "INBOUND-GATE: CHAIN HELD - NO BUSINESS DATE TO "
001670             "CHECK THE INBOUND FILES AGAINST"
001680         MOVE 16 TO RETURN-CODE
001690         STOP RUN
001700     END-IF.
001710     PERFORM READ-GATE-PARM.
001720     PERFORM CHECK-CASE-FILE.
001730     PERFORM CHECK-SORT-FILE.
001740     IF WS-INPUT-FAILED
001750         DISPLAY "INBOUND-GATE: CHAIN HELD - AN INBOUND FILE "
001760             "COULD NOT BE OPENED"
001770         MOVE 16 TO RETURN-CODE
001780         STOP RUN
001790     END-IF.
001800     IF NOT WS-REJECTED
001810         PERFORM CHECK-ALREADY-ACCEPTED
001820     END-IF.
001830     IF WS-INPUT-FAILED
001840         DISPLAY "INBOUND-GATE: CHAIN HELD - INLOG COULD NOT BE "
001850             "READ"
001860         MOVE 16 TO RETURN-CODE
001870         STOP RUN
001880     END-IF.
001890     IF WS-REJECTED
001900         DISPLAY "INBOUND-GATE: CHAIN HELD - TODAY'S INBOUND "
001910             "FILES WERE NOT ACCEPTED (SEE MESSAGES ABOVE)"
001920         MOVE 12 TO RETURN-CODE
001930         STOP RUN
001940     END-IF.
001950     PERFORM WRITE-INBOUND-LOG.
001960     IF WS-INPUT-FAILED
001970         DISPLAY "INBOUND-GATE: CHAIN HELD - ACCEPTED FILES "
001980             "COULD NOT BE LOGGED"
001990         MOVE 16 TO RETURN-CODE
002000         STOP RUN
002010     END-IF.
002020     DISPLAY "INBOUND-GATE: BUSINESS DATE   " WS-RUN-DATE.
002030     DISPLAY "INBOUND-GATE: CASEIN ACCEPTED FROM " WS-CASE-SOURCE
002040         " - " WS-CASE-COUNT " RECORDS".
002050     DISPLAY "INBOUND-GATE: SORTIN ACCEPTED FROM " WS-SORT-SOURCE
002060         " - " WS-SORT-COUNT " RECORDS, HASH " WS-SORT-HASH.
002070     MOVE 0 TO RETURN-CODE.
002080     STOP RUN.
002090
002100 READ-PROCESS-DATE.
002110     OPEN INPUT PROCESS-DATE-FILE.
002120     IF WS-PROCDATE-STATUS = "00"
002130         READ PROCESS-DATE-FILE
002140             AT END
002150                 DISPLAY "INBOUND-GATE: PROCDATE IS EMPTY"
002160                 MOVE 'Y' TO WS-INPUT-FAIL-SW
002170             NOT AT END
002180                 IF PDT-BUSINESS-DATE NUMERIC
002190                     MOVE PDT-BUSINESS-DATE TO WS-RUN-DATE
002200                 ELSE
002210                     DISPLAY "INBOUND-GATE: PROCDATE DATE NOT "
002220                         "NUMERIC"
002230                     MOVE 'Y' TO WS-INPUT-FAIL-SW
002240                 END-IF
002250         END-READ
002260         CLOSE PROCESS-DATE-FILE
002270     ELSE
002280         DISPLAY "INBOUND-GATE: PROCDATE NOT AVAILABLE, STATUS "
002290             WS-PROCDATE-STATUS
002300         MOVE 'Y' TO WS-INPUT-FAIL-SW
002310     END-IF.
002320
002330 READ-GATE-PARM.
002340     OPEN INPUT GATE-PARM-FILE.
002350     IF WS-PARM-FILE-STATUS = "00"
002360         READ GATE-PARM-FILE
002370             AT END
002380                 CONTINUE
002390             NOT AT END
002400                 IF GPM-OVERRIDE = 'Y'
002410                     MOVE 'Y' TO WS-OVERRIDE-SW
002420                 END-IF
002430         END-READ
002440         CLOSE GATE-PARM-FILE
002450     END-IF.
002460
002470 CHECK-CASE-FILE.
002480     OPEN INPUT CASE-INPUT-FILE.
002490     IF WS-CASE-FILE-STATUS NOT = "00"
002500         DISPLAY "INBOUND-GATE: UNABLE TO OPEN CASEIN, "
002510             "STATUS " WS-CASE-FILE-STATUS
002520         MOVE 'Y' TO WS-INPUT-FAIL-SW
002530     ELSE
002540         OPEN OUTPUT CASE-DETAIL-FILE
002550         MOVE 'N' TO WS-HEADER-SEEN-SW
002560         MOVE 'N' TO WS-TRAILER-SEEN-SW
002570         PERFORM UNTIL CASE-EOF
002580             READ CASE-INPUT-FILE
002590                 AT END
002600                     MOVE 'Y' TO CASE-EOF-SW
002610                 NOT AT END
002620                     PERFORM CHECK-CASE-RECORD
002630             END-READ
002640         END-PERFORM
002650         CLOSE CASE-INPUT-FILE
002660         CLOSE CASE-DETAIL-FILE
002670         IF NOT WS-HEADER-SEEN
002680             DISPLAY "INBOUND-GATE: CASEIN HAS NO HEADER RECORD"
002690             MOVE 'Y' TO WS-REJECT-SW
002700         ELSE
002710             IF NOT WS-TRAILER-SEEN
002720                 DISPLAY "INBOUND-GATE: CASEIN HAS NO TRAILER "
002730                     "RECORD - FILE MAY BE INCOMPLETE"
002740                 MOVE 'Y' TO WS-REJECT-SW
002750             END-IF
002760         END-IF
002770     END-IF.
002780
002790 CHECK-CASE-RECORD.
002800     IF WS-TRAILER-SEEN
002810         DISPLAY "INBOUND-GATE: CASEIN HAS RECORDS AFTER THE "
002820             "TRAILER"
002830         MOVE 'Y' TO WS-REJECT-SW
002840         MOVE 'Y' TO CASE-EOF-SW
002850     ELSE
002860         IF NOT WS-HEADER-SEEN
002870             IF CIN-REC-ID NOT = "HDR "
002880                 MOVE 'Y' TO CASE-EOF-SW
002890             ELSE
002900                 MOVE 'Y' TO WS-HEADER-SEEN-SW
002910                 PERFORM CHECK-CASE-HEADER
002920             END-IF
002930         ELSE
002940             IF CIN-REC-ID = "TRL "
002950                 PERFORM CHECK-CASE-TRAILER
002960             ELSE
002970                 IF CIN-REC-ID = "HDR "
002980                     DISPLAY "INBOUND-GATE: CASEIN HAS A SECOND "
002990                         "HEADER RECORD"
003000                     MOVE 'Y' TO WS-REJECT-SW
003010                 ELSE
003020                     ADD 1 TO WS-CASE-COUNT
003030                     WRITE CASE-DETAIL-RECORD
003040                         FROM CASE-INPUT-RECORD
003050                 END-IF
003060             END-IF
003070         END-IF
003080     END-IF.
003090
003100 CHECK-CASE-HEADER.
003110     MOVE CHD-SOURCE-SYSTEM TO WS-CASE-SOURCE.
003120     IF CHD-SOURCE-SYSTEM = SPACES
003130         DISPLAY "INBOUND-GATE: CASEIN HEADER HAS NO SOURCE "
003140             "SYSTEM"
003150         MOVE 'Y' TO WS-REJECT-SW
003160     END-IF.
003170     IF CHD-BUSINESS-DATE NOT NUMERIC
003180         DISPLAY "INBOUND-GATE: CASEIN HEADER DATE IS NOT NUMERIC"
003190         MOVE 'Y' TO WS-REJECT-SW
003200     ELSE
003210         MOVE CHD-BUSINESS-DATE TO WS-CASE-DATE
003220         IF WS-CASE-DATE NOT = WS-RUN-DATE
003230             DISPLAY "INBOUND-GATE: CASEIN HEADER DATE "
003240                 WS-CASE-DATE " IS NOT THE BUSINESS DATE "
003250                 WS-RUN-DATE
003260             MOVE 'Y' TO WS-REJECT-SW
003270         END-IF
003280     END-IF.
003290
003300 CHECK-CASE-TRAILER.
003310     MOVE 'Y' TO WS-TRAILER-SEEN-SW.
003320     IF CTR-RECORD-COUNT NOT NUMERIC
003330         DISPLAY "INBOUND-GATE: CASEIN TRAILER COUNT IS NOT "
003340             "NUMERIC"
003350         MOVE 'Y' TO WS-REJECT-SW
003360     ELSE
003370         IF CTR-RECORD-COUNT-N NOT = WS-CASE-COUNT
003380             DISPLAY "INBOUND-GATE: CASEIN TRAILER COUNT "
003390                 CTR-RECORD-COUNT-N " DOES NOT MATCH "
003400                 WS-CASE-COUNT " RECORDS RECEIVED"
003410             MOVE 'Y' TO WS-REJECT-SW
003420         END-IF
003430     END-IF.
003440
003450 CHECK-SORT-FILE.
003460     OPEN INPUT SORT-INPUT-FILE.
003470     IF WS-SORT-FILE-STATUS NOT = "00"
003480         DISPLAY "INBOUND-GATE: UNABLE TO OPEN SORTIN, "
003490             "STATUS " WS-SORT-FILE-STATUS
003500         MOVE 'Y' TO WS-INPUT-FAIL-SW
003510     ELSE
003520         OPEN OUTPUT SORT-DETAIL-FILE
003530         MOVE 'N' TO WS-HEADER-SEEN-SW
003540         MOVE 'N' TO WS-TRAILER-SEEN-SW
003550         PERFORM UNTIL SORT-EOF
003560             READ SORT-INPUT-FILE
003570                 AT END
003580                     MOVE 'Y' TO SORT-EOF-SW
003590                 NOT AT END
003600                     PERFORM CHECK-SORT-RECORD
003610             END-READ
003620         END-PERFORM
003630         CLOSE SORT-INPUT-FILE
003640         CLOSE SORT-DETAIL-FILE
003650         IF NOT WS-HEADER-SEEN
003660             DISPLAY "INBOUND-GATE: SORTIN HAS NO HEADER RECORD"
003670             MOVE 'Y' TO WS-REJECT-SW
003680         ELSE
003690             IF NOT WS-TRAILER-SEEN
003700                 DISPLAY "INBOUND-GATE: SORTIN HAS NO TRAILER "
003710                     "RECORD - FILE MAY BE INCOMPLETE"
003720                 MOVE 'Y' TO WS-REJECT-SW
003730             END-IF
003740         END-IF
003750     END-IF.
003760
003770 CHECK-SORT-RECORD.
003780     IF WS-TRAILER-SEEN
003790         DISPLAY "INBOUND-GATE: SORTIN HAS RECORDS AFTER THE "
003800             "TRAILER"
003810         MOVE 'Y' TO WS-REJECT-SW
003820         MOVE 'Y' TO SORT-EOF-SW
003830     ELSE
003840         IF NOT WS-HEADER-SEEN
003850             IF SHD-REC-ID NOT = "HDR "
003860                 MOVE 'Y' TO SORT-EOF-SW
003870             ELSE
003880                 MOVE 'Y' TO WS-HEADER-SEEN-SW
003890                 PERFORM CHECK-SORT-HEADER
003900             END-IF
003910         ELSE
003920             IF SHD-REC-ID = "TRL "
003930                 PERFORM CHECK-SORT-TRAILER
003940             ELSE
003950                 IF SHD-REC-ID = "HDR "
003960                     DISPLAY "INBOUND-GATE: SORTIN HAS A SECOND "
003970                         "HEADER RECORD"
003980                     MOVE 'Y' TO WS-REJECT-SW
003990                 ELSE
004000                     PERFORM POST-SORT-DETAIL
004010                 END-IF
004020             END-IF
004030         END-IF
004040     END-IF.
004050
004060 CHECK-SORT-HEADER.
004070     MOVE SHD-SOURCE-SYSTEM TO WS-SORT-SOURCE.
004080     IF SHD-SOURCE-SYSTEM = SPACES
004090         DISPLAY "INBOUND-GATE: SORTIN HEADER HAS NO SOURCE "
004100             "SYSTEM"
004110         MOVE 'Y' TO WS-REJECT-SW
004120     END-IF.
004130     IF SHD-BUSINESS-DATE NOT NUMERIC
004140         DISPLAY "INBOUND-GATE: SORTIN HEADER DATE IS NOT NUMERIC"
004150         MOVE 'Y' TO WS-REJECT-SW
004160     ELSE
004170         MOVE SHD-BUSINESS-DATE TO WS-SORT-DATE
004180         IF WS-SORT-DATE NOT = WS-RUN-DATE
004190             DISPLAY "INBOUND-GATE: SORTIN HEADER DATE "
004200                 WS-SORT-DATE " IS NOT THE BUSINESS DATE "
004210                 WS-RUN-DATE
004220             MOVE 'Y' TO WS-REJECT-SW
004230         END-IF
004240     END-IF.
004250
004260 POST-SORT-DETAIL.
004270     ADD 1 TO WS-SORT-COUNT.
004280     IF SI-AMOUNT-DIGITS NUMERIC AND
004290        (SI-AMOUNT-SIGN = '+' OR SI-AMOUNT-SIGN = '-')
004300         ADD SI-AMOUNT TO WS-SORT-HASH
004310     END-IF.
004320     WRITE SORT-DETAIL-RECORD FROM SORT-INPUT-RECORD.
004330
004340 CHECK-SORT-TRAILER.
004350     MOVE 'Y' TO WS-TRAILER-SEEN-SW.
004360     IF STR-RECORD-COUNT NOT NUMERIC OR
004370        STR-HASH-DIGITS NOT NUMERIC OR
004380        (STR-HASH-SIGN NOT = '+' AND STR-HASH-SIGN NOT = '-')
004390         DISPLAY "INBOUND-GATE: SORTIN TRAILER COUNT OR HASH IS "
004400             "NOT NUMERIC"
004410         MOVE 'Y' TO WS-REJECT-SW
004420     ELSE
004430         IF STR-RECORD-COUNT-N NOT = WS-SORT-COUNT
004440             DISPLAY "INBOUND-GATE: SORTIN TRAILER COUNT "
004450                 STR-RECORD-COUNT-N " DOES NOT MATCH "
004460                 WS-SORT-COUNT " RECORDS RECEIVED"
004470             MOVE 'Y' TO WS-REJECT-SW
004480         END-IF
004490         IF STR-HASH-TOTAL NOT = WS-SORT-HASH
004500             DISPLAY "INBOUND-GATE: SORTIN TRAILER HASH "
004510                 STR-HASH-TOTAL " DOES NOT MATCH AMOUNT HASH "
004520                 WS-SORT-HASH
004530             MOVE 'Y' TO WS-REJECT-SW
004540         END-IF
004550     END-IF.
004560
004570 CHECK-ALREADY-ACCEPTED.
004580     OPEN INPUT INBOUND-LOG-FILE.
004590     IF WS-INLOG-FILE-STATUS NOT = "00" AND
004600        WS-INLOG-FILE-STATUS NOT = "05"
004610         DISPLAY "INBOUND-GATE: UNABLE TO OPEN INLOG, "
004620             "STATUS " WS-INLOG-FILE-STATUS
004630         MOVE 'Y' TO WS-INPUT-FAIL-SW
004640     ELSE
004650         PERFORM UNTIL INLOG-EOF
004660             READ INBOUND-LOG-FILE
004670                 AT END
004680                     MOVE 'Y' TO INLOG-EOF-SW
004690                 NOT AT END
004700                     PERFORM CHECK-ONE-LOGGED-FILE
004710             END-READ
004720         END-PERFORM
004730         CLOSE INBOUND-LOG-FILE
004740     END-IF.
004750
004760 CHECK-ONE-LOGGED-FILE.
004770     MOVE SPACES TO WS-CHECK-NAME.
004780     IF ILG-FILE-NAME = "CASEIN"
004790         MOVE "CASEIN" TO WS-CHECK-NAME
004800         MOVE WS-CASE-SOURCE TO WS-CHECK-SOURCE
004810         MOVE WS-CASE-DATE TO WS-CHECK-DATE
004820     END-IF.
004830     IF ILG-FILE-NAME = "SORTIN"
004840         MOVE "SORTIN" TO WS-CHECK-NAME
004850         MOVE WS-SORT-SOURCE TO WS-CHECK-SOURCE
004860         MOVE WS-SORT-DATE TO WS-CHECK-DATE
004870     END-IF.
004880     IF WS-CHECK-NAME NOT = SPACES AND
004890        ILG-SOURCE-SYSTEM = WS-CHECK-SOURCE AND
004900        ILG-BUSINESS-DATE = WS-CHECK-DATE
004910         IF WS-OVERRIDE
004920             DISPLAY "INBOUND-GATE: " WS-CHECK-NAME " FROM "
004930                 WS-CHECK-SOURCE " FOR " WS-CHECK-DATE
004940                 " REPROCESSED BY OPERATOR OVERRIDE CARD"
004950         ELSE
004960             DISPLAY "INBOUND-GATE: " WS-CHECK-NAME " FROM "
004970                 WS-CHECK-SOURCE " FOR " WS-CHECK-DATE
004980                 " WAS ALREADY ACCEPTED ON " ILG-ACCEPT-DATE
004990                 " (" ILG-RECORD-COUNT " RECORDS)"
005000             MOVE 'Y' TO WS-REJECT-SW
005010         END-IF
005020     END-IF.
005030
005040 WRITE-INBOUND-LOG.
005050     ACCEPT WS-ACCEPT-DATE FROM DATE.
005060     ACCEPT WS-ACCEPT-TIME FROM TIME.
005070     OPEN EXTEND INBOUND-LOG-FILE.
005080     IF WS-INLOG-FILE-STATUS NOT = "00" AND
005090        WS-INLOG-FILE-STATUS NOT = "05"
005100         DISPLAY "INBOUND-GATE: UNABLE TO OPEN INLOG, "
005110             "STATUS " WS-INLOG-FILE-STATUS
005120         MOVE 'Y' TO WS-INPUT-FAIL-SW
005130     ELSE
005140         MOVE SPACES TO INBOUND-LOG-RECORD
005150         MOVE "CASEIN" TO ILG-FILE-NAME
005160         MOVE WS-CASE-SOURCE TO ILG-SOURCE-SYSTEM
005170         MOVE WS-CASE-DATE TO ILG-BUSINESS-DATE
005180         MOVE WS-CASE-COUNT TO ILG-RECORD-COUNT
005190         MOVE 0 TO ILG-HASH-TOTAL
005200         MOVE WS-ACCEPT-DATE TO ILG-ACCEPT-DATE
005210         MOVE WS-ACCEPT-TIME TO ILG-ACCEPT-TIME
005220         WRITE INBOUND-LOG-RECORD
005230         MOVE SPACES TO INBOUND-LOG-RECORD
005240         MOVE "SORTIN" TO ILG-FILE-NAME
005250         MOVE WS-SORT-SOURCE TO ILG-SOURCE-SYSTEM
005260         MOVE WS-SORT-DATE TO ILG-BUSINESS-DATE
005270         MOVE WS-SORT-COUNT TO ILG-RECORD-COUNT
005280         MOVE WS-SORT-HASH TO ILG-HASH-TOTAL
005290         MOVE WS-ACCEPT-DATE TO ILG-ACCEPT-DATE
005300         MOVE WS-ACCEPT-TIME TO ILG-ACCEPT-TIME
005310         WRITE INBOUND-LOG-RECORD
005320         CLOSE INBOUND-LOG-FILE
005330     END-IF.
