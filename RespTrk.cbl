000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. NOTICE-RESPONSE.
000030
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT OPTIONAL NOTICE-CONTROL-FILE ASSIGN TO "NOTICTL"
000080         ORGANIZATION IS SEQUENTIAL
000090         FILE STATUS IS WS-NOTICTL-STATUS.
000100     SELECT OPTIONAL RESPONSE-FILE ASSIGN TO "RESPIN"
000110         ORGANIZATION IS SEQUENTIAL
000120         FILE STATUS IS WS-RESPONSE-STATUS.
000130     SELECT OPTIONAL OLD-TRACK-FILE ASSIGN TO "TRKOLD"
000140         ORGANIZATION IS SEQUENTIAL
000150         FILE STATUS IS WS-OLD-TRACK-STATUS.
000160     SELECT NEW-TRACK-FILE ASSIGN TO "TRKNEW"
000170         ORGANIZATION IS SEQUENTIAL
000180         FILE STATUS IS WS-NEW-TRACK-STATUS.
000190     SELECT RESPONSE-EXCEPTION-FILE ASSIGN TO "RESPEXC"
000200         ORGANIZATION IS SEQUENTIAL
000210         FILE STATUS IS WS-RESPEXC-STATUS.
000220     SELECT TRACKING-REPORT ASSIGN TO "TRKRPT"
000230         ORGANIZATION IS SEQUENTIAL.
000240     SELECT OPTIONAL PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
000250         ORGANIZATION IS SEQUENTIAL
000260         FILE STATUS IS WS-PROCDATE-STATUS.
000270     SELECT TRACKING-SORT-FILE ASSIGN TO "SRTWORK".
000280
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  NOTICE-CONTROL-FILE
000320     RECORDING MODE IS F.
000330 01  NOTICE-CONTROL-RECORD.
000340     05  NTC-CASE-ID                PIC X(06).
000350     05  FILLER                     PIC X(01).
000360     05  NTC-NOTICE-DATE            PIC 9(06).
000370     05  FILLER                     PIC X(01).
000380     05  NTC-DEADLINE-DATE          PIC 9(06).
000390     05  FILLER                     PIC X(01).
000400     05  NTC-NOTICE-TIME            PIC 9(08).
000410
000420 FD  RESPONSE-FILE
000430     RECORDING MODE IS F.
000440 01  RESPONSE-RECORD.
000450     05  RSP-CASE-ID                PIC X(06).
000460     05  FILLER                     PIC X(01).
000470     05  RSP-RESPONSE-DATE          PIC X(06).
000480     05  FILLER                     PIC X(01).
000490     05  RSP-RESPONSE-TYPE          PIC X(01).
000500     05  FILLER                     PIC X(65).
000510
000520 FD  OLD-TRACK-FILE
000530     RECORDING MODE IS F.
000540 01  OLD-TRACK-RECORD.
000550     05  OTK-CASE-ID                PIC X(06).
000560     05  FILLER                     PIC X(01).
000570     05  OTK-NOTICE-DATE            PIC 9(06).
000580     05  FILLER                     PIC X(01).
000590     05  OTK-DEADLINE-DATE          PIC 9(06).
000600     05  FILLER                     PIC X(01).
000610     05  OTK-STATUS                 PIC X(01).
000620     05  FILLER                     PIC X(01).
000630     05  OTK-STATUS-DATE            PIC 9(06).
000640     05  FILLER                     PIC X(01).
000650     05  OTK-RESPONSE-DATE          PIC 9(06).
000660     05  FILLER                     PIC X(01).
000670     05  OTK-RESPONSE-TYPE          PIC X(01).
000680     05  FILLER                     PIC X(01).
000690     05  OTK-RESPONSE-POSTED        PIC 9(06).
000700
000710 FD  NEW-TRACK-FILE
000720     RECORDING MODE IS F.
000730 01  NEW-TRACK-RECORD.
000740     05  TRK-CASE-ID                PIC X(06).
000750     05  FILLER                     PIC X(01).
000760     05  TRK-NOTICE-DATE            PIC 9(06).
000770     05  FILLER                     PIC X(01).
000780     05  TRK-DEADLINE-DATE          PIC 9(06).
000790     05  FILLER                     PIC X(01).
000800     05  TRK-STATUS                 PIC X(01).
000810         88  TRK-OPEN                   VALUE 'O'.
000820         88  TRK-ANSWERED               VALUE 'A'.
000830         88  TRK-LAPSED                 VALUE 'L'.
000840     05  FILLER                     PIC X(01).
000850     05  TRK-STATUS-DATE            PIC 9(06).
000860     05  FILLER                     PIC X(01).
000870     05  TRK-RESPONSE-DATE          PIC 9(06).
000880     05  FILLER                     PIC X(01).
000890     05  TRK-RESPONSE-TYPE          PIC X(01).
000900     05  FILLER                     PIC X(01).
000910     05  TRK-RESPONSE-POSTED        PIC 9(06).
000920
000930 FD  RESPONSE-EXCEPTION-FILE
000940     RECORDING MODE IS F.
000950 01  RESPONSE-EXCEPTION-RECORD.
000960     05  REX-CASE-ID                PIC X(06).
000970     05  FILLER                     PIC X(01).
000980     05  REX-RESPONSE-DATE          PIC X(06).
000990     05  FILLER                     PIC X(01).
001000     05  REX-RESPONSE-TYPE          PIC X(01).
001010     05  FILLER                     PIC X(01).
001020     05  REX-REASON                 PIC X(25).
001030
001040 FD  TRACKING-REPORT
001050     RECORDING MODE IS F.
001060 01  TRACKING-REPORT-LINE           PIC X(80).
001070
001080 FD  PROCESS-DATE-FILE
001090     RECORDING MODE IS F.
001100 01  PROCESS-DATE-RECORD.
001110     05  PDT-BUSINESS-DATE          PIC X(06).
001120     05  FILLER                     PIC X(01).
001130     05  PDT-PRIOR-DATE             PIC X(06).
001140
001150 SD  TRACKING-SORT-FILE.
001160 01  TRACKING-SORT-RECORD.
001170     05  NSW-CASE-ID                PIC X(06).
001180     05  NSW-CLASS                  PIC X(01).
001190     05  NSW-DATE                   PIC X(06).
001200     05  NSW-SOURCE                 PIC X(01).
001210     05  NSW-DEADLINE-DATE          PIC 9(06).
001220     05  NSW-STATUS                 PIC X(01).
001230     05  NSW-STATUS-DATE            PIC 9(06).
001240     05  NSW-RESPONSE-DATE          PIC 9(06).
001250     05  NSW-RESPONSE-TYPE          PIC X(01).
001260     05  NSW-RESPONSE-POSTED        PIC 9(06).
001270
001280 WORKING-STORAGE SECTION.
001290 01 NOTICTL-EOF-SW PIC X VALUE 'N'.
001300    88 NOTICTL-EOF                  VALUE 'Y'.
001310 01 RESPONSE-EOF-SW PIC X VALUE 'N'.
001320    88 RESPONSE-EOF                 VALUE 'Y'.
001330 01 OLD-TRACK-EOF-SW PIC X VALUE 'N'.
001340    88 OLD-TRACK-EOF                VALUE 'Y'.
001350 01 NEW-TRACK-EOF-SW PIC X VALUE 'N'.
001360    88 NEW-TRACK-EOF                VALUE 'Y'.
001370 01 RESPEXC-EOF-SW PIC X VALUE 'N'.
001380    88 RESPEXC-EOF                  VALUE 'Y'.
001390
001400 01 WS-NOTICTL-STATUS               PIC XX VALUE SPACES.
001410 01 WS-RESPONSE-STATUS              PIC XX VALUE SPACES.
001420 01 WS-OLD-TRACK-STATUS             PIC XX VALUE SPACES.
001430 01 WS-NEW-TRACK-STATUS             PIC XX VALUE SPACES.
001440 01 WS-RESPEXC-STATUS               PIC XX VALUE SPACES.
001450 01 WS-PROCDATE-STATUS              PIC XX VALUE SPACES.
001460
001470 01 WS-RUN-DATE                     PIC 9(6).
001480 01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001490    05 WS-RUN-YY                    PIC 9(2).
001500    05 WS-RUN-MM                    PIC 9(2).
001510    05 WS-RUN-DD                    PIC 9(2).
001520
001530 01 WS-DATE-WORK                    PIC 9(6).
001540 01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
001550    05 WS-DATE-YY                   PIC 9(2).
001560    05 WS-DATE-MM                   PIC 9(2).
001570    05 WS-DATE-DD                   PIC 9(2).
001580
001590 01 WS-PRINT-DATE.
001600    05 WS-PRINT-MM                  PIC 99.
001610    05 FILLER                       PIC X(01) VALUE "/".
001620    05 WS-PRINT-DD                  PIC 99.
001630    05 FILLER                       PIC X(01) VALUE "/".
001640    05 WS-PRINT-YY                  PIC 99.
001650
001660 01 WS-SORT-KEY.
001670    05 WS-SORT-CASE-ID              PIC X(06).
001680    05 WS-SORT-CLASS                PIC X(01).
001690 01 WS-CURRENT-CASE-ID              PIC X(06) VALUE SPACES.
001700
001710 01 WS-NOTICE-COUNT                 PIC 9(03) VALUE 0.
001720 01 WS-NOTICE-MAX                   PIC 9(03) VALUE 50.
001730 01 WS-NOTICE-TABLE.
001740    05 WS-NOTICE-ENTRY              OCCURS 50 TIMES.
001750       10 WS-NT-NOTICE-DATE         PIC 9(06).
001760       10 WS-NT-DEADLINE-DATE       PIC 9(06).
001770       10 WS-NT-STATUS              PIC X(01).
001780       10 WS-NT-STATUS-DATE         PIC 9(06).
001790       10 WS-NT-RESPONSE-DATE       PIC 9(06).
001800       10 WS-NT-RESPONSE-TYPE       PIC X(01).
001810       10 WS-NT-RESPONSE-POSTED     PIC 9(06).
001820 01 WS-NOTICE-SUB                   PIC 9(03) VALUE 0.
001830 01 WS-MATCH-SUB                    PIC 9(03) VALUE 0.
001840 01 WS-RECORDED-SW                  PIC X VALUE 'N'.
001850    88 WS-ALREADY-RECORDED          VALUE 'Y'.
001860
001870 01 WS-RESPONSE-DATE                PIC 9(06) VALUE 0.
001880 01 WS-REJECT-REASON                PIC X(25) VALUE SPACES.
001890
001900 01 WS-NOTICES-CARRIED              PIC 9(07) VALUE 0.
001910 01 WS-NOTICES-ADDED                PIC 9(07) VALUE 0.
001920 01 WS-NOTICES-DUPLICATE            PIC 9(07) VALUE 0.
001930 01 WS-RESPONSES-READ               PIC 9(07) VALUE 0.
001940 01 WS-RESPONSES-POSTED             PIC 9(07) VALUE 0.
001950 01 WS-RESPONSES-REPEATED           PIC 9(07) VALUE 0.
001960 01 WS-RESPONSES-UNMATCHED          PIC 9(07) VALUE 0.
001970 01 WS-LAPSED-COUNT                 PIC 9(07) VALUE 0.
001980 01 WS-APPEAL-COUNT                 PIC 9(07) VALUE 0.
001990 01 WS-LATE-COUNT                   PIC 9(07) VALUE 0.
002000 01 WS-OPEN-TOTAL                   PIC 9(07) VALUE 0.
002010 01 WS-ANSWERED-TOTAL               PIC 9(07) VALUE 0.
002020 01 WS-LAPSED-TOTAL                 PIC 9(07) VALUE 0.
002030 01 WS-SECTION-COUNT                PIC 9(07) VALUE 0.
002040
002050 01 RPT-HEADING-1.
002060    05 FILLER                       PIC X(31) VALUE
002070          "NOTICE RESPONSE TRACKING REPORT".
002080
002090 01 RPT-HEADING-2.
002100    05 FILLER                       PIC X(10) VALUE
002110          "RUN DATE: ".
002120    05 RPT-MM                       PIC 99.
002130    05 FILLER                       PIC X(01) VALUE "/".
002140    05 RPT-DD                       PIC 99.
002150    05 FILLER                       PIC X(01) VALUE "/".
002160    05 RPT-YY                       PIC 99.
002170
002180 01 RPT-LAPSED-HEADING.
002190    05 FILLER                       PIC X(47) VALUE
002200          "NOTICES PAST DEADLINE WITH NO RESPONSE RECEIVED".
002210
002220 01 RPT-APPEAL-HEADING.
002230    05 FILLER                       PIC X(17) VALUE
002240          "APPEALS RECEIVED".
002250
002260 01 RPT-LATE-HEADING.
002270    05 FILLER                       PIC X(40) VALUE
002280          "LATE RESPONSES - RECEIVED AFTER DEADLINE".
002290
002300 01 RPT-UNMATCHED-HEADING.
002310    05 FILLER                       PIC X(47) VALUE
002320          "RESPONSES WITH NO OPEN NOTICE OR NOT RECORDABLE".
002330
002340 01 RPT-COLUMN-HEADING.
002350    05 FILLER                       PIC X(08) VALUE "CASE".
002360    05 FILLER                       PIC X(10) VALUE "NOTICE".
002370    05 FILLER                       PIC X(10) VALUE "DEADLINE".
002380    05 FILLER                       PIC X(10) VALUE "RESPONSE".
002390    05 FILLER                       PIC X(12) VALUE "TYPE".
002400    05 FILLER                       PIC X(06) VALUE "STATUS".
002410
002420 01 RPT-DETAIL-LINE.
002430    05 RPT-CASE-ID                  PIC X(06).
002440    05 FILLER                       PIC X(02) VALUE SPACES.
002450    05 RPT-NOTICE-DATE              PIC X(08).
002460    05 FILLER                       PIC X(02) VALUE SPACES.
002470    05 RPT-DEADLINE-DATE            PIC X(08).
002480    05 FILLER                       PIC X(02) VALUE SPACES.
002490    05 RPT-RESPONSE-DATE            PIC X(08).
002500    05 FILLER                       PIC X(02) VALUE SPACES.
002510    05 RPT-RESPONSE-TYPE            PIC X(10).
002520    05 FILLER                       PIC X(02) VALUE SPACES.
002530    05 RPT-STATUS                   PIC X(08).
002540
002550 01 RPT-UNMATCHED-COLUMNS.
002560    05 FILLER                       PIC X(08) VALUE "CASE".
002570    05 FILLER                       PIC X(10) VALUE "RESPONSE".
002580    05 FILLER                       PIC X(06) VALUE "TYPE".
002590    05 FILLER                       PIC X(06) VALUE "REASON".
002600
002610 01 RPT-UNMATCHED-LINE.
002620    05 RPT-UNM-CASE-ID              PIC X(06).
002630    05 FILLER                       PIC X(02) VALUE SPACES.
002640    05 RPT-UNM-RESPONSE-DATE        PIC X(06).
002650    05 FILLER                       PIC X(04) VALUE SPACES.
002660    05 RPT-UNM-RESPONSE-TYPE        PIC X(01).
002670    05 FILLER                       PIC X(05) VALUE SPACES.
002680    05 RPT-UNM-REASON               PIC X(25).
002690
002700 01 RPT-NONE-LINE.
002710    05 FILLER                       PIC X(19) VALUE
002720          "  NONE FOR THIS RUN".
002730
002740 01 RPT-SECTION-TRAILER.
002750    05 RPT-SECTION-LABEL            PIC X(24).
002760    05 RPT-SECTION-COUNT            PIC ZZZ,ZZ9.
002770
002780 01 RPT-BLANK-LINE                  PIC X(80) VALUE SPACES.
002790
002800 PROCEDURE DIVISION.
002810 MAIN-LOGIC.
002820     PERFORM READ-PROCESS-DATE.
002830     OPEN INPUT OLD-TRACK-FILE.
002840     IF WS-OLD-TRACK-STATUS NOT = "00" AND
002850        WS-OLD-TRACK-STATUS NOT = "05"
002860         DISPLAY "NOTICE-RESPONSE: UNABLE TO OPEN TRKOLD, "
002870             "STATUS " WS-OLD-TRACK-STATUS
002880         MOVE 16 TO RETURN-CODE
002890         STOP RUN
002900     END-IF.
002910     OPEN INPUT NOTICE-CONTROL-FILE.
002920     IF WS-NOTICTL-STATUS NOT = "00" AND
002930        WS-NOTICTL-STATUS NOT = "05"
002940         DISPLAY "NOTICE-RESPONSE: UNABLE TO OPEN NOTICTL, "
002950             "STATUS " WS-NOTICTL-STATUS
002960         MOVE 16 TO RETURN-CODE
002970         STOP RUN
002980     END-IF.
002990     OPEN INPUT RESPONSE-FILE.
003000     IF WS-RESPONSE-STATUS NOT = "00" AND
003010        WS-RESPONSE-STATUS NOT = "05"
003020         DISPLAY "NOTICE-RESPONSE: UNABLE TO OPEN RESPIN, "
003030             "STATUS " WS-RESPONSE-STATUS
003040         MOVE 16 TO RETURN-CODE
003050         STOP RUN
003060     END-IF.
003070     OPEN OUTPUT NEW-TRACK-FILE.
003080     IF WS-NEW-TRACK-STATUS NOT = "00"
003090         DISPLAY "NOTICE-RESPONSE: UNABLE TO OPEN TRKNEW, "
003100             "STATUS " WS-NEW-TRACK-STATUS
003110         MOVE 16 TO RETURN-CODE
003120         STOP RUN
003130     END-IF.
003140     OPEN OUTPUT RESPONSE-EXCEPTION-FILE.
003150     IF WS-RESPEXC-STATUS NOT = "00"
003160         DISPLAY "NOTICE-RESPONSE: UNABLE TO OPEN RESPEXC, "
003170             "STATUS " WS-RESPEXC-STATUS
003180         MOVE 16 TO RETURN-CODE
003190         STOP RUN
003200     END-IF.
003210     SORT TRACKING-SORT-FILE
003220         ASCENDING KEY NSW-CASE-ID NSW-CLASS NSW-DATE NSW-SOURCE
003230         INPUT PROCEDURE IS RELEASE-TRACKING-ITEMS
003240         OUTPUT PROCEDURE IS UPDATE-SORTED-CASES.
003250     CLOSE OLD-TRACK-FILE.
003260     CLOSE NOTICE-CONTROL-FILE.
003270     CLOSE RESPONSE-FILE.
003280     CLOSE NEW-TRACK-FILE.
003290     CLOSE RESPONSE-EXCEPTION-FILE.
003300     PERFORM WRITE-TRACKING-REPORT.
003310     DISPLAY "NOTICE-RESPONSE: BUSINESS DATE       "
003320         WS-RUN-DATE.
003330     DISPLAY "NOTICE-RESPONSE: NOTICES CARRIED     "
003340         WS-NOTICES-CARRIED.
003350     DISPLAY "NOTICE-RESPONSE: NOTICES ADDED       "
003360         WS-NOTICES-ADDED.
003370     DISPLAY "NOTICE-RESPONSE: NOTICES DUPLICATE   "
003380         WS-NOTICES-DUPLICATE.
003390     DISPLAY "NOTICE-RESPONSE: RESPONSES READ      "
003400         WS-RESPONSES-READ.
003410     DISPLAY "NOTICE-RESPONSE: RESPONSES POSTED    "
003420         WS-RESPONSES-POSTED.
003430     DISPLAY "NOTICE-RESPONSE: ALREADY RECORDED    "
003440         WS-RESPONSES-REPEATED.
003450     DISPLAY "NOTICE-RESPONSE: NO OPEN NOTICE      "
003460         WS-RESPONSES-UNMATCHED.
003470     DISPLAY "NOTICE-RESPONSE: LATE RESPONSES      "
003480         WS-LATE-COUNT.
003490     DISPLAY "NOTICE-RESPONSE: APPEALS RECEIVED    "
003500         WS-APPEAL-COUNT.
003510     DISPLAY "NOTICE-RESPONSE: LAPSED THIS RUN     "
003520         WS-LAPSED-COUNT.
003530     DISPLAY "NOTICE-RESPONSE: NOTICES OPEN        "
003540         WS-OPEN-TOTAL.
003550     DISPLAY "NOTICE-RESPONSE: NOTICES ANSWERED    "
003560         WS-ANSWERED-TOTAL.
003570     DISPLAY "NOTICE-RESPONSE: NOTICES LAPSED      "
003580         WS-LAPSED-TOTAL.
003590     IF WS-LATE-COUNT > 0 OR WS-RESPONSES-UNMATCHED > 0
003600         MOVE 4 TO RETURN-CODE
003610     ELSE
003620         MOVE 0 TO RETURN-CODE
003630     END-IF.
003640     STOP RUN.
003650
003660 RELEASE-TRACKING-ITEMS.
003670     PERFORM UNTIL OLD-TRACK-EOF
003680         READ OLD-TRACK-FILE
003690             AT END
003700                 MOVE 'Y' TO OLD-TRACK-EOF-SW
003710             NOT AT END
003720                 ADD 1 TO WS-NOTICES-CARRIED
003730                 MOVE OTK-CASE-ID TO NSW-CASE-ID
003740                 MOVE '1' TO NSW-CLASS
003750                 MOVE OTK-NOTICE-DATE TO NSW-DATE
003760                 MOVE '0' TO NSW-SOURCE
003770                 MOVE OTK-DEADLINE-DATE TO NSW-DEADLINE-DATE
003780                 MOVE OTK-STATUS TO NSW-STATUS
003790                 MOVE OTK-STATUS-DATE TO NSW-STATUS-DATE
003800                 MOVE OTK-RESPONSE-DATE TO NSW-RESPONSE-DATE
003810                 MOVE OTK-RESPONSE-TYPE TO NSW-RESPONSE-TYPE
003820                 MOVE OTK-RESPONSE-POSTED TO NSW-RESPONSE-POSTED
003830                 RELEASE TRACKING-SORT-RECORD
003840         END-READ
003850     END-PERFORM.
003860     PERFORM UNTIL NOTICTL-EOF
003870         READ NOTICE-CONTROL-FILE
003880             AT END
003890                 MOVE 'Y' TO NOTICTL-EOF-SW
003900             NOT AT END
003910                 MOVE NTC-CASE-ID TO NSW-CASE-ID
003920                 MOVE '1' TO NSW-CLASS
003930                 MOVE NTC-NOTICE-DATE TO NSW-DATE
003940                 MOVE '1' TO NSW-SOURCE
003950                 MOVE NTC-DEADLINE-DATE TO NSW-DEADLINE-DATE
003960                 MOVE 'O' TO NSW-STATUS
003970                 MOVE NTC-NOTICE-DATE TO NSW-STATUS-DATE
003980                 MOVE 0 TO NSW-RESPONSE-DATE
003990                 MOVE SPACE TO NSW-RESPONSE-TYPE
004000                 MOVE 0 TO NSW-RESPONSE-POSTED
004010                 RELEASE TRACKING-SORT-RECORD
004020         END-READ
004030     END-PERFORM.
004040     PERFORM UNTIL RESPONSE-EOF
004050         READ RESPONSE-FILE
004060             AT END
004070                 MOVE 'Y' TO RESPONSE-EOF-SW
004080             NOT AT END
004090                 ADD 1 TO WS-RESPONSES-READ
004100                 MOVE RSP-CASE-ID TO NSW-CASE-ID
004110                 MOVE '2' TO NSW-CLASS
004120                 MOVE RSP-RESPONSE-DATE TO NSW-DATE
004130                 MOVE '2' TO NSW-SOURCE
004140                 MOVE 0 TO NSW-DEADLINE-DATE
004150                 MOVE SPACE TO NSW-STATUS
004160                 MOVE 0 TO NSW-STATUS-DATE
004170                 MOVE 0 TO NSW-RESPONSE-DATE
004180                 MOVE RSP-RESPONSE-TYPE TO NSW-RESPONSE-TYPE
004190                 MOVE 0 TO NSW-RESPONSE-POSTED
004200                 RELEASE TRACKING-SORT-RECORD
004210         END-READ
004220     END-PERFORM.
004230
004240 UPDATE-SORTED-CASES.
004250     PERFORM RETURN-SORTED-ITEM.
004260     PERFORM UPDATE-ONE-CASE
004270         UNTIL WS-SORT-KEY = HIGH-VALUES.
004280
004290 RETURN-SORTED-ITEM.
004300     RETURN TRACKING-SORT-FILE
004310         AT END
004320             MOVE HIGH-VALUES TO WS-SORT-KEY
004330         NOT AT END
004340             MOVE NSW-CASE-ID TO WS-SORT-CASE-ID
004350             MOVE NSW-CLASS TO WS-SORT-CLASS
004360     END-RETURN.
004370
004380 UPDATE-ONE-CASE.
004390     MOVE WS-SORT-CASE-ID TO WS-CURRENT-CASE-ID.
004400     MOVE 0 TO WS-NOTICE-COUNT.
004410     PERFORM LOAD-ONE-NOTICE
004420         UNTIL WS-SORT-CASE-ID NOT = WS-CURRENT-CASE-ID OR
004430               WS-SORT-CLASS NOT = '1'.
004440     PERFORM APPLY-ONE-RESPONSE
004450         UNTIL WS-SORT-CASE-ID NOT = WS-CURRENT-CASE-ID.
004460     MOVE 0 TO WS-NOTICE-SUB.
004470     PERFORM CLOSE-OUT-ONE-NOTICE WS-NOTICE-COUNT TIMES.
004480
004490 LOAD-ONE-NOTICE.
004500     IF WS-NOTICE-COUNT > 0 AND
004510        NSW-DATE = WS-NT-NOTICE-DATE (WS-NOTICE-COUNT)
004520         ADD 1 TO WS-NOTICES-DUPLICATE
004530     ELSE
004540         IF WS-NOTICE-COUNT = WS-NOTICE-MAX
004550             DISPLAY "NOTICE-RESPONSE: MORE THAN " WS-NOTICE-MAX
004560                 " NOTICES FOR CASE " WS-CURRENT-CASE-ID
004570             MOVE 16 TO RETURN-CODE
004580             STOP RUN
004590         END-IF
004600         ADD 1 TO WS-NOTICE-COUNT
004610         MOVE NSW-DATE TO WS-NT-NOTICE-DATE (WS-NOTICE-COUNT)
004620         MOVE NSW-DEADLINE-DATE TO
004630             WS-NT-DEADLINE-DATE (WS-NOTICE-COUNT)
004640         MOVE NSW-STATUS TO WS-NT-STATUS (WS-NOTICE-COUNT)
004650         MOVE NSW-STATUS-DATE TO
004660             WS-NT-STATUS-DATE (WS-NOTICE-COUNT)
004670         MOVE NSW-RESPONSE-DATE TO
004680             WS-NT-RESPONSE-DATE (WS-NOTICE-COUNT)
004690         MOVE NSW-RESPONSE-TYPE TO
004700             WS-NT-RESPONSE-TYPE (WS-NOTICE-COUNT)
004710         MOVE NSW-RESPONSE-POSTED TO
004720             WS-NT-RESPONSE-POSTED (WS-NOTICE-COUNT)
004730         IF NSW-SOURCE = '1'
004740             ADD 1 TO WS-NOTICES-ADDED
004750         END-IF
004760     END-IF.
004770     PERFORM RETURN-SORTED-ITEM.
004780
004790 APPLY-ONE-RESPONSE.
004800     MOVE SPACES TO WS-REJECT-REASON.
004810     MOVE 0 TO WS-MATCH-SUB.
004820     MOVE 'N' TO WS-RECORDED-SW.
004830     IF NSW-RESPONSE-TYPE NOT = 'A' AND
004840        NSW-RESPONSE-TYPE NOT = 'D' AND
004850        NSW-RESPONSE-TYPE NOT = 'C'
004860         MOVE "INVALID RESPONSE TYPE" TO WS-REJECT-REASON
004870     ELSE
004880         IF NSW-DATE NOT NUMERIC
004890             MOVE "RESPONSE DATE NOT NUMERIC" TO WS-REJECT-REASON
004900         ELSE
004910             MOVE NSW-DATE TO WS-RESPONSE-DATE
004920             IF WS-RESPONSE-DATE > WS-RUN-DATE
004930                 MOVE "DATE AFTER BUSINESS DATE" TO
004940                     WS-REJECT-REASON
004950             ELSE
004960                 MOVE 0 TO WS-NOTICE-SUB
004970                 PERFORM FIND-OPEN-NOTICE WS-NOTICE-COUNT TIMES
004980                 IF WS-MATCH-SUB = 0 AND NOT WS-ALREADY-RECORDED
004990                     MOVE "NO OPEN NOTICE FOR CASE" TO
005000                         WS-REJECT-REASON
005010                 END-IF
005020             END-IF
005030         END-IF
005040     END-IF.
005050     IF WS-REJECT-REASON NOT = SPACES
005060         ADD 1 TO WS-RESPONSES-UNMATCHED
005070         MOVE SPACES TO RESPONSE-EXCEPTION-RECORD
005080         MOVE NSW-CASE-ID TO REX-CASE-ID
005090         MOVE NSW-DATE TO REX-RESPONSE-DATE
005100         MOVE NSW-RESPONSE-TYPE TO REX-RESPONSE-TYPE
005110         MOVE WS-REJECT-REASON TO REX-REASON
005120         WRITE RESPONSE-EXCEPTION-RECORD
005130     ELSE
005140         IF WS-ALREADY-RECORDED
005150             ADD 1 TO WS-RESPONSES-REPEATED
005160         ELSE
005170             PERFORM POST-RESPONSE
005180         END-IF
005190     END-IF.
005200     PERFORM RETURN-SORTED-ITEM.
005210
005220 FIND-OPEN-NOTICE.
005230     ADD 1 TO WS-NOTICE-SUB.
005240     IF WS-NT-NOTICE-DATE (WS-NOTICE-SUB) NOT > WS-RESPONSE-DATE
005250         IF WS-NT-RESPONSE-DATE (WS-NOTICE-SUB) = 0
005260             MOVE WS-NOTICE-SUB TO WS-MATCH-SUB
005270         ELSE
005280             IF WS-NT-RESPONSE-DATE (WS-NOTICE-SUB) =
005290                    WS-RESPONSE-DATE AND
005300                WS-NT-RESPONSE-TYPE (WS-NOTICE-SUB) =
005310                    NSW-RESPONSE-TYPE
005320                 MOVE 'Y' TO WS-RECORDED-SW
005330             END-IF
005340         END-IF
005350     END-IF.
005360
005370 POST-RESPONSE.
005380     ADD 1 TO WS-RESPONSES-POSTED.
005390     MOVE WS-RESPONSE-DATE TO WS-NT-RESPONSE-DATE (WS-MATCH-SUB).
005400     MOVE NSW-RESPONSE-TYPE TO WS-NT-RESPONSE-TYPE (WS-MATCH-SUB).
005410     MOVE WS-RUN-DATE TO WS-NT-RESPONSE-POSTED (WS-MATCH-SUB).
005420     IF NSW-RESPONSE-TYPE = 'A'
005430         ADD 1 TO WS-APPEAL-COUNT
005440     END-IF.
005450     IF WS-RESPONSE-DATE > WS-NT-DEADLINE-DATE (WS-MATCH-SUB)
005460         ADD 1 TO WS-LATE-COUNT
005470         IF WS-NT-STATUS (WS-MATCH-SUB) NOT = 'L'
005480             MOVE 'L' TO WS-NT-STATUS (WS-MATCH-SUB)
005490             MOVE WS-RUN-DATE TO WS-NT-STATUS-DATE (WS-MATCH-SUB)
005500         END-IF
005510     ELSE
005520         MOVE 'A' TO WS-NT-STATUS (WS-MATCH-SUB)
005530         MOVE WS-RUN-DATE TO WS-NT-STATUS-DATE (WS-MATCH-SUB)
005540     END-IF.
005550
005560 CLOSE-OUT-ONE-NOTICE.
005570     ADD 1 TO WS-NOTICE-SUB.
005580     IF WS-NT-STATUS (WS-NOTICE-SUB) = 'O' AND
005590        WS-NT-DEADLINE-DATE (WS-NOTICE-SUB) < WS-RUN-DATE
005600         MOVE 'L' TO WS-NT-STATUS (WS-NOTICE-SUB)
005610         MOVE WS-RUN-DATE TO WS-NT-STATUS-DATE (WS-NOTICE-SUB)
005620         ADD 1 TO WS-LAPSED-COUNT
005630     END-IF.
005640     MOVE SPACES TO NEW-TRACK-RECORD.
005650     MOVE WS-CURRENT-CASE-ID TO TRK-CASE-ID.
005660     MOVE WS-NT-NOTICE-DATE (WS-NOTICE-SUB) TO TRK-NOTICE-DATE.
005670     MOVE WS-NT-DEADLINE-DATE (WS-NOTICE-SUB) TO
005680         TRK-DEADLINE-DATE.
005690     MOVE WS-NT-STATUS (WS-NOTICE-SUB) TO TRK-STATUS.
005700     MOVE WS-NT-STATUS-DATE (WS-NOTICE-SUB) TO TRK-STATUS-DATE.
005710     MOVE WS-NT-RESPONSE-DATE (WS-NOTICE-SUB) TO
005720         TRK-RESPONSE-DATE.
005730     MOVE WS-NT-RESPONSE-TYPE (WS-NOTICE-SUB) TO
005740         TRK-RESPONSE-TYPE.
005750     MOVE WS-NT-RESPONSE-POSTED (WS-NOTICE-SUB) TO
005760         TRK-RESPONSE-POSTED.
005770     WRITE NEW-TRACK-RECORD.
005780     IF TRK-OPEN
005790         ADD 1 TO WS-OPEN-TOTAL
005800     END-IF.
005810     IF TRK-ANSWERED
005820         ADD 1 TO WS-ANSWERED-TOTAL
005830     END-IF.
005840     IF TRK-LAPSED
005850         ADD 1 TO WS-LAPSED-TOTAL
005860     END-IF.
005870
005880 WRITE-TRACKING-REPORT.
005890     OPEN OUTPUT TRACKING-REPORT.
005900     WRITE TRACKING-REPORT-LINE FROM RPT-HEADING-1.
005910     MOVE WS-RUN-MM TO RPT-MM.
005920     MOVE WS-RUN-DD TO RPT-DD.
005930     MOVE WS-RUN-YY TO RPT-YY.
005940     WRITE TRACKING-REPORT-LINE FROM RPT-HEADING-2.
005950     WRITE TRACKING-REPORT-LINE FROM RPT-BLANK-LINE.
005960     WRITE TRACKING-REPORT-LINE FROM RPT-LAPSED-HEADING.
005970     WRITE TRACKING-REPORT-LINE FROM RPT-COLUMN-HEADING.
005980     MOVE 0 TO WS-SECTION-COUNT.
005990     PERFORM OPEN-NEW-TRACK-FILE.
006000     PERFORM UNTIL NEW-TRACK-EOF
006010         READ NEW-TRACK-FILE
006020             AT END
006030                 MOVE 'Y' TO NEW-TRACK-EOF-SW
006040             NOT AT END
006050                 IF TRK-LAPSED AND TRK-RESPONSE-DATE = 0 AND
006060                    TRK-STATUS-DATE = WS-RUN-DATE
006070                     PERFORM WRITE-DETAIL-LINE
006080                 END-IF
006090         END-READ
006100     END-PERFORM.
006110     CLOSE NEW-TRACK-FILE.
006120     MOVE "PAST DEADLINE:" TO RPT-SECTION-LABEL.
006130     PERFORM WRITE-SECTION-TRAILER.
006140     WRITE TRACKING-REPORT-LINE FROM RPT-APPEAL-HEADING.
006150     WRITE TRACKING-REPORT-LINE FROM RPT-COLUMN-HEADING.
006160     MOVE 0 TO WS-SECTION-COUNT.
006170     PERFORM OPEN-NEW-TRACK-FILE.
006180     PERFORM UNTIL NEW-TRACK-EOF
006190         READ NEW-TRACK-FILE
006200             AT END
006210                 MOVE 'Y' TO NEW-TRACK-EOF-SW
006220             NOT AT END
006230                 IF TRK-RESPONSE-POSTED = WS-RUN-DATE AND
006240                    TRK-RESPONSE-TYPE = 'A'
006250                     PERFORM WRITE-DETAIL-LINE
006260                 END-IF
006270         END-READ
006280     END-PERFORM.
006290     CLOSE NEW-TRACK-FILE.
006300     MOVE "APPEALS RECEIVED:" TO RPT-SECTION-LABEL.
006310     PERFORM WRITE-SECTION-TRAILER.
006320     WRITE TRACKING-REPORT-LINE FROM RPT-LATE-HEADING.
006330     WRITE TRACKING-REPORT-LINE FROM RPT-COLUMN-HEADING.
006340     MOVE 0 TO WS-SECTION-COUNT.
006350     PERFORM OPEN-NEW-TRACK-FILE.
006360     PERFORM UNTIL NEW-TRACK-EOF
006370         READ NEW-TRACK-FILE
006380             AT END
006390                 MOVE 'Y' TO NEW-TRACK-EOF-SW
006400             NOT AT END
006410                 IF TRK-RESPONSE-POSTED = WS-RUN-DATE AND
006420                    TRK-RESPONSE-DATE > TRK-DEADLINE-DATE
006430                     PERFORM WRITE-DETAIL-LINE
006440                 END-IF
006450         END-READ
006460     END-PERFORM.
006470     CLOSE NEW-TRACK-FILE.
006480     MOVE "LATE RESPONSES:" TO RPT-SECTION-LABEL.
006490     PERFORM WRITE-SECTION-TRAILER.
006500     WRITE TRACKING-REPORT-LINE FROM RPT-UNMATCHED-HEADING.
006510     WRITE TRACKING-REPORT-LINE FROM RPT-UNMATCHED-COLUMNS.
006520     MOVE 0 TO WS-SECTION-COUNT.
006530     OPEN INPUT RESPONSE-EXCEPTION-FILE.
006540     IF WS-RESPEXC-STATUS NOT = "00"
006550         DISPLAY "NOTICE-RESPONSE: UNABLE TO REOPEN RESPEXC, "
006560             "STATUS " WS-RESPEXC-STATUS
006570         MOVE 16 TO RETURN-CODE
006580         STOP RUN
006590     END-IF.
006600     PERFORM UNTIL RESPEXC-EOF
006610         READ RESPONSE-EXCEPTION-FILE
006620             AT END
006630                 MOVE 'Y' TO RESPEXC-EOF-SW
006640             NOT AT END
006650                 ADD 1 TO WS-SECTION-COUNT
006660                 MOVE REX-CASE-ID TO RPT-UNM-CASE-ID
006670                 MOVE REX-RESPONSE-DATE TO RPT-UNM-RESPONSE-DATE
006680                 MOVE REX-RESPONSE-TYPE TO RPT-UNM-RESPONSE-TYPE
006690                 MOVE REX-REASON TO RPT-UNM-REASON
006700                 WRITE TRACKING-REPORT-LINE
006710                     FROM RPT-UNMATCHED-LINE
006720         END-READ
006730     END-PERFORM.
006740     CLOSE RESPONSE-EXCEPTION-FILE.
006750     MOVE "RESPONSES NOT MATCHED:" TO RPT-SECTION-LABEL.
006760     PERFORM WRITE-SECTION-TRAILER.
006770     MOVE "NOTICES NOW OPEN:" TO RPT-SECTION-LABEL.
006780     MOVE WS-OPEN-TOTAL TO RPT-SECTION-COUNT.
006790     WRITE TRACKING-REPORT-LINE FROM RPT-SECTION-TRAILER.
006800     MOVE "NOTICES ANSWERED:" TO RPT-SECTION-LABEL.
006810     MOVE WS-ANSWERED-TOTAL TO RPT-SECTION-COUNT.
006820     WRITE TRACKING-REPORT-LINE FROM RPT-SECTION-TRAILER.
006830     MOVE "NOTICES LAPSED:" TO RPT-SECTION-LABEL.
006840     MOVE WS-LAPSED-TOTAL TO RPT-SECTION-COUNT.
006850     WRITE TRACKING-REPORT-LINE FROM RPT-SECTION-TRAILER.
006860     CLOSE TRACKING-REPORT.
006870
006880 OPEN-NEW-TRACK-FILE.
006890     MOVE 'N' TO NEW-TRACK-EOF-SW.
006900     OPEN INPUT NEW-TRACK-FILE.
006910     IF WS-NEW-TRACK-STATUS NOT = "00"
006920         DISPLAY "NOTICE-RESPONSE: UNABLE TO REOPEN TRKNEW, "
006930             "STATUS " WS-NEW-TRACK-STATUS
006940         MOVE 16 TO RETURN-CODE
006950         STOP RUN
006960     END-IF.
006970
006980 WRITE-DETAIL-LINE.
006990     ADD 1 TO WS-SECTION-COUNT.
007000     MOVE TRK-CASE-ID TO RPT-CASE-ID.
007010     MOVE TRK-NOTICE-DATE TO WS-DATE-WORK.
007020     PERFORM FORMAT-PRINT-DATE.
007030     MOVE WS-PRINT-DATE TO RPT-NOTICE-DATE.
007040     MOVE TRK-DEADLINE-DATE TO WS-DATE-WORK.
007050     PERFORM FORMAT-PRINT-DATE.
007060     MOVE WS-PRINT-DATE TO RPT-DEADLINE-DATE.
007070     IF TRK-RESPONSE-DATE = 0
007080         MOVE SPACES TO RPT-RESPONSE-DATE
007090     ELSE
007100         MOVE TRK-RESPONSE-DATE TO WS-DATE-WORK
007110         PERFORM FORMAT-PRINT-DATE
007120         MOVE WS-PRINT-DATE TO RPT-RESPONSE-DATE
007130     END-IF.
007140     EVALUATE TRK-RESPONSE-TYPE
007150         WHEN 'A'
007160             MOVE "APPEAL" TO RPT-RESPONSE-TYPE
007170         WHEN 'D'
007180             MOVE "DOCUMENTS" TO RPT-RESPONSE-TYPE
007190         WHEN 'C'
007200             MOVE "ACCEPTED" TO RPT-RESPONSE-TYPE
007210         WHEN OTHER
007220             MOVE SPACES TO RPT-RESPONSE-TYPE
007230     END-EVALUATE.
007240     EVALUATE TRUE
007250         WHEN TRK-OPEN
007260             MOVE "OPEN" TO RPT-STATUS
007270         WHEN TRK-ANSWERED
007280             MOVE "ANSWERED" TO RPT-STATUS
007290         WHEN TRK-LAPSED
007300             MOVE "LAPSED" TO RPT-STATUS
007310         WHEN OTHER
007320             MOVE TRK-STATUS TO RPT-STATUS
007330     END-EVALUATE.
007340     WRITE TRACKING-REPORT-LINE FROM RPT-DETAIL-LINE.
007350
007360 FORMAT-PRINT-DATE.
007370     MOVE WS-DATE-MM TO WS-PRINT-MM.
007380     MOVE WS-DATE-DD TO WS-PRINT-DD.
007390     MOVE WS-DATE-YY TO WS-PRINT-YY.
007400
007410 WRITE-SECTION-TRAILER.
007420     IF WS-SECTION-COUNT = 0
007430         WRITE TRACKING-REPORT-LINE FROM RPT-NONE-LINE
007440     END-IF.
007450     WRITE TRACKING-REPORT-LINE FROM RPT-BLANK-LINE.
007460     MOVE WS-SECTION-COUNT TO RPT-SECTION-COUNT.
007470     WRITE TRACKING-REPORT-LINE FROM RPT-SECTION-TRAILER.
007480     WRITE TRACKING-REPORT-LINE FROM RPT-BLANK-LINE.
007490
007500 READ-PROCESS-DATE.
007510     ACCEPT WS-RUN-DATE FROM DATE.
007520     OPEN INPUT PROCESS-DATE-FILE.
007530     IF WS-PROCDATE-STATUS = "00"
007540         READ PROCESS-DATE-FILE
007550             AT END
007560                 DISPLAY "NOTICE-RESPONSE: PROCDATE IS EMPTY - "
007570                     "SYSTEM DATE USED"
007580             NOT AT END
007590                 IF PDT-BUSINESS-DATE NUMERIC
007600                     MOVE PDT-BUSINESS-DATE TO WS-RUN-DATE
007610                 ELSE
007620                     DISPLAY "NOTICE-RESPONSE: PROCDATE DATE NOT "
007630                         "NUMERIC - SYSTEM DATE USED"
007640                 END-IF
007650         END-READ
007660         CLOSE PROCESS-DATE-FILE
007670     ELSE
007680         DISPLAY "NOTICE-RESPONSE: PROCDATE NOT AVAILABLE - "
007690             "SYSTEM DATE USED"
007700     END-IF.
