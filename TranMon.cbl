000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TRANSACTION-MONITOR.
000030
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT THRESHOLD-FILE ASSIGN TO "MONPARM"
000080         ORGANIZATION IS SEQUENTIAL
000090         FILE STATUS IS WS-THRESHOLD-STATUS.
000100     SELECT OPTIONAL VALIDATED-FILE ASSIGN TO "SORTVAL"
000110         ORGANIZATION IS SEQUENTIAL
000120         FILE STATUS IS WS-VALIDATED-STATUS.
000130     SELECT OPTIONAL PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
000140         ORGANIZATION IS SEQUENTIAL
000150         FILE STATUS IS WS-PROCDATE-STATUS.
000160     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000165         ORGANIZATION IS INDEXED
000170         ACCESS MODE IS RANDOM
000175         RECORD KEY IS ACM-ACCOUNT-ID
000180         FILE STATUS IS WS-ACCTMST-STATUS.
000190     SELECT OPTIONAL BALANCE-FILE ASSIGN TO "BALMST"
000200         ORGANIZATION IS SEQUENTIAL
000210         FILE STATUS IS WS-BALANCE-STATUS.
000220     SELECT OPTIONAL POSTING-LOG-FILE ASSIGN TO "POSTLOG"
000230         ORGANIZATION IS SEQUENTIAL
000240         FILE STATUS IS WS-POSTLOG-STATUS.
000250     SELECT MONITOR-REPORT ASSIGN TO "MONRPT"
000260         ORGANIZATION IS SEQUENTIAL.
000270     SELECT ALERT-FILE ASSIGN TO "MONALRT"
000280         ORGANIZATION IS SEQUENTIAL.
000290     SELECT MONITOR-SORT-FILE ASSIGN TO "SRTWORK".
000300
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  THRESHOLD-FILE
000340     RECORDING MODE IS F.
000350 01  THRESHOLD-RECORD.
000360     05  MTH-TRAN-TYPE              PIC X(02).
000370     05  FILLER                     PIC X(01).
000380     05  MTH-ITEM-LIMIT             PIC 9(07)V99.
000390     05  FILLER                     PIC X(01).
000400     05  MTH-COUNT-LIMIT            PIC 9(05).
000410     05  FILLER                     PIC X(01).
000420     05  MTH-TOTAL-LIMIT            PIC 9(09)V99.
000430     05  FILLER                     PIC X(50).
000440
000450 FD  VALIDATED-FILE
000460     RECORDING MODE IS F.
000470 01  VALIDATED-RECORD.
000480     05  VAL-ACCOUNT-ID             PIC X(08).
000490     05  VAL-TRAN-DATE              PIC 9(06).
000500     05  VAL-TRAN-TYPE              PIC X(02).
000510     05  VAL-AMOUNT                 PIC S9(07)V99
000520                                    SIGN LEADING SEPARATE.
000530
000540 FD  PROCESS-DATE-FILE
000550     RECORDING MODE IS F.
000560 01  PROCESS-DATE-RECORD.
000570     05  PDT-BUSINESS-DATE          PIC X(06).
000580     05  FILLER                     PIC X(01).
000590     05  PDT-PRIOR-DATE             PIC X(06).
000600
000610 FD  ACCOUNT-MASTER-FILE.
000630 01  ACCOUNT-MASTER-RECORD.
000640     05  ACM-ACCOUNT-ID             PIC X(08).
000650     05  FILLER                     PIC X(01).
000660     05  ACM-ACCOUNT-NAME           PIC X(20).
000670     05  FILLER                     PIC X(01).
000680     05  ACM-STATUS                 PIC X(01).
000690     05  FILLER                     PIC X(01).
000700     05  ACM-OPEN-DATE              PIC 9(06).
000710     05  FILLER                     PIC X(01).
000720     05  ACM-CLOSE-DATE             PIC 9(06).
000730
000740 FD  BALANCE-FILE
000750     RECORDING MODE IS F.
000760 01  BALANCE-RECORD.
000770     05  BAL-ACCOUNT-ID             PIC X(08).
000780     05  FILLER                     PIC X(01).
000790     05  BAL-CURRENT-BALANCE        PIC S9(09)V99
000800                                    SIGN LEADING SEPARATE.
000810     05  FILLER                     PIC X(01).
000820     05  BAL-LAST-POST-DATE         PIC 9(06).
000830     05  FILLER                     PIC X(01).
000840     05  BAL-OPEN-MONTH             PIC 9(04).
000850     05  FILLER                     PIC X(01).
000860     05  BAL-MONTH-OPEN-BAL         PIC S9(09)V99
000870                                    SIGN LEADING SEPARATE.
000880     05  FILLER                     PIC X(01).
000890     05  BAL-PRIOR-MONTH            PIC 9(04).
000900     05  FILLER                     PIC X(01).
000910     05  BAL-PRIOR-OPEN-BAL         PIC S9(09)V99
000920                                    SIGN LEADING SEPARATE.
000930     05  FILLER                     PIC X(01).
000940     05  BAL-MTD-COUNT              PIC 9(07).
000950     05  FILLER                     PIC X(01).
000960     05  BAL-MTD-VOLUME             PIC S9(09)V99
000970                                    SIGN LEADING SEPARATE.
000980
000990 FD  POSTING-LOG-FILE
001000     RECORDING MODE IS F.
001010 01  POSTING-LOG-RECORD.
001020     05  PLG-RUN-DATE               PIC 9(06).
001030     05  PLG-RUN-DATE-R REDEFINES PLG-RUN-DATE.
001040         10  PLG-RUN-YYMM           PIC 9(04).
001050         10  PLG-RUN-DD             PIC 9(02).
001060     05  FILLER                     PIC X(01).
001070     05  PLG-RECORD-COUNT           PIC 9(07).
001080     05  FILLER                     PIC X(01).
001090     05  PLG-HASH-TOTAL             PIC S9(09)V99
001100                                    SIGN LEADING SEPARATE.
001110     05  FILLER                     PIC X(01).
001120     05  PLG-ACCOUNTS-POSTED        PIC 9(07).
001130
001140 FD  MONITOR-REPORT
001150     RECORDING MODE IS F.
001160 01  MONITOR-REPORT-LINE            PIC X(80).
001170
001180 FD  ALERT-FILE
001190     RECORDING MODE IS F.
001200 01  ALERT-RECORD.
001210     05  MAL-RUN-DATE               PIC 9(06).
001220     05  FILLER                     PIC X(01).
001230     05  MAL-ACCOUNT-ID             PIC X(08).
001240     05  FILLER                     PIC X(01).
001250     05  MAL-TRAN-TYPE              PIC X(02).
001260     05  FILLER                     PIC X(01).
001270     05  MAL-ALERT-CODE             PIC X(04).
001280     05  FILLER                     PIC X(01).
001290     05  MAL-ITEM-COUNT             PIC 9(05).
001300     05  FILLER                     PIC X(01).
001310     05  MAL-AMOUNT                 PIC S9(09)V99
001320                                    SIGN LEADING SEPARATE.
001330     05  FILLER                     PIC X(01).
001340     05  MAL-LIMIT-COUNT            PIC 9(05).
001350     05  FILLER                     PIC X(01).
001360     05  MAL-LIMIT-AMOUNT           PIC 9(09)V99.
001370     05  FILLER                     PIC X(01).
001380     05  MAL-AVG-COUNT              PIC 9(05)V99.
001390     05  FILLER                     PIC X(01).
001400     05  MAL-AVG-AMOUNT             PIC 9(09)V99.
001410     05  FILLER                     PIC X(01).
001420     05  MAL-ACCOUNT-NAME           PIC X(20).
001430     05  FILLER                     PIC X(09).
001440
001450 SD  MONITOR-SORT-FILE.
001460 01  MONITOR-SORT-RECORD.
001470     05  MSW-ACCOUNT-ID             PIC X(08).
001480     05  MSW-TRAN-TYPE              PIC X(02).
001490     05  MSW-AMOUNT                 PIC S9(07)V99
001500                                    SIGN LEADING SEPARATE.
001510
001520 WORKING-STORAGE SECTION.
001530 01 THRESHOLD-EOF-SW PIC X VALUE 'N'.
001540    88 THRESHOLD-EOF                VALUE 'Y'.
001550 01 VALIDATED-EOF-SW PIC X VALUE 'N'.
001560    88 VALIDATED-EOF                VALUE 'Y'.
001570 01 POSTLOG-EOF-SW PIC X VALUE 'N'.
001580    88 POSTLOG-EOF                  VALUE 'Y'.
001610 01 BALANCE-EOF-SW PIC X VALUE 'N'.
001620    88 BALANCE-EOF                  VALUE 'Y'.
001630
001640 01 WS-THRESHOLD-STATUS             PIC XX VALUE SPACES.
001650 01 WS-VALIDATED-STATUS             PIC XX VALUE SPACES.
001660 01 WS-PROCDATE-STATUS              PIC XX VALUE SPACES.
001670 01 WS-ACCTMST-STATUS               PIC XX VALUE SPACES.
001680 01 WS-BALANCE-STATUS               PIC XX VALUE SPACES.
001690 01 WS-POSTLOG-STATUS               PIC XX VALUE SPACES.
001700
001710 01 WS-THRESHOLD-ERROR-SW           PIC X VALUE 'N'.
001720    88 WS-THRESHOLD-ERROR           VALUE 'Y'.
001730 01 WS-ACCOUNT-FLAGGED-SW           PIC X VALUE 'N'.
001740    88 WS-ACCOUNT-FLAGGED           VALUE 'Y'.
001750
001760 01 WS-RUN-DATE                     PIC 9(06) VALUE 0.
001770 01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001780    05 WS-RUN-YYMM                  PIC 9(04).
001790    05 WS-RUN-DD                    PIC 9(02).
001800 01 WS-RUN-DATE-P REDEFINES WS-RUN-DATE.
001810    05 WS-RUN-YY                    PIC 9(02).
001820    05 WS-RUN-MM                    PIC 9(02).
001830    05 FILLER                       PIC 9(02).
001840
001850 01 WS-LIMIT-COUNT                  PIC 9(03) VALUE 0.
001860 01 WS-LIMIT-MAX                    PIC 9(03) VALUE 100.
001870 01 WS-LIMIT-TABLE.
001880    05 WS-LIMIT-ENTRY               OCCURS 100 TIMES.
001890       10 WS-LIM-TRAN-TYPE          PIC X(02).
001900       10 WS-LIM-ITEM-LIMIT         PIC 9(07)V99.
001910       10 WS-LIM-COUNT-LIMIT        PIC 9(05).
001920       10 WS-LIM-TOTAL-LIMIT        PIC 9(09)V99.
001930 01 WS-LIMIT-SUB                    PIC 9(03) VALUE 0.
001940 01 WS-TYPE-SUB                     PIC 9(03) VALUE 0.
001950 01 WS-DEFAULT-SUB                  PIC 9(03) VALUE 0.
001960 01 WS-CARD-COUNT                   PIC 9(05) VALUE 0.
001970
001980 01 WS-SORT-KEY.
001990    05 WS-SORT-ACCOUNT              PIC X(08).
002000    05 WS-SORT-TYPE                 PIC X(02).
002010 01 WS-CURRENT-ACCOUNT              PIC X(08) VALUE SPACES.
002030 01 WS-BALMST-KEY                   PIC X(08) VALUE LOW-VALUES.
002040 01 WS-CURRENT-TYPE                 PIC X(02) VALUE SPACES.
002050 01 WS-ITEM-AMOUNT                  PIC 9(07)V99 VALUE 0.
002060 01 WS-TYPE-COUNT                   PIC 9(05) VALUE 0.
002070 01 WS-TYPE-TOTAL                   PIC 9(09)V99 VALUE 0.
002080
002090 01 WS-DAYS-POSTED                  PIC 9(03) VALUE 0.
002100 01 WS-ACCOUNT-NAME                 PIC X(20) VALUE SPACES.
002110 01 WS-MTD-COUNT                    PIC 9(07) VALUE 0.
002120 01 WS-MTD-VOLUME                   PIC 9(09)V99 VALUE 0.
002130 01 WS-AVG-COUNT                    PIC 9(05)V99 VALUE 0.
002140 01 WS-AVG-AMOUNT                   PIC 9(09)V99 VALUE 0.
002150
002160 01 WS-ALERT-CODE                   PIC X(04) VALUE SPACES.
002170 01 WS-ALERT-COUNT                  PIC 9(05) VALUE 0.
002180 01 WS-ALERT-AMOUNT                 PIC S9(09)V99 VALUE 0.
002190 01 WS-ALERT-LIMIT-COUNT            PIC 9(05) VALUE 0.
002200 01 WS-ALERT-LIMIT-AMOUNT           PIC 9(09)V99 VALUE 0.
002210
002220 01 WS-ITEMS-READ                   PIC 9(07) VALUE 0.
002230 01 WS-ACCOUNTS-READ                PIC 9(07) VALUE 0.
002240 01 WS-ACCOUNTS-FLAGGED             PIC 9(07) VALUE 0.
002250 01 WS-ALERTS-RAISED                PIC 9(07) VALUE 0.
002260 01 WS-ITEM-ALERTS                  PIC 9(07) VALUE 0.
002270 01 WS-COUNT-ALERTS                 PIC 9(07) VALUE 0.
002280 01 WS-TOTAL-ALERTS                 PIC 9(07) VALUE 0.
002290
002300 01 RPT-HEADING-1.
002310    05 FILLER                       PIC X(40) VALUE
002320          "TRANSACTION MONITORING - ITEMS FOR REVIE".
002330    05 FILLER                       PIC X(01) VALUE "W".
002340
002350 01 RPT-HEADING-2.
002360    05 FILLER                       PIC X(14) VALUE
002370          "BUSINESS DATE ".
002380    05 RPT-MM                       PIC 99.
002390    05 FILLER                       PIC X(01) VALUE "/".
002400    05 RPT-DD                       PIC 99.
002410    05 FILLER                       PIC X(01) VALUE "/".
002420    05 RPT-YY                       PIC 99.
002430    05 FILLER                       PIC X(30) VALUE
002440          "   BUSINESS DAYS POSTED MONTH ".
002450    05 FILLER                       PIC X(09) VALUE
002460          "TO DATE: ".
002470    05 RPT-DAYS-POSTED              PIC ZZ9.
002480
002490 01 RPT-ACCOUNT-LINE.
002500    05 FILLER                       PIC X(08) VALUE "ACCOUNT ".
002510    05 RPT-ACCOUNT-ID               PIC X(08).
002520    05 FILLER                       PIC X(02) VALUE SPACES.
002530    05 RPT-ACCOUNT-NAME             PIC X(20).
002540
002550 01 RPT-AVERAGE-LINE.
002560    05 FILLER                       PIC X(31) VALUE
002570          "  MONTH-TO-DATE AVERAGE PER DAY".
002580    05 FILLER                       PIC X(09) VALUE
002590          "   ITEMS ".
002600    05 RPT-AVG-COUNT                PIC ZZ,ZZ9.99.
002610    05 FILLER                       PIC X(10) VALUE
002620          "   AMOUNT ".
002630    05 RPT-AVG-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
002640
002650 01 RPT-COLUMN-HEADING.
002660    05 FILLER                       PIC X(24) VALUE
002670          "  TYPE  ALERT           ".
002680    05 FILLER                       PIC X(08) VALUE
002690          "   ITEMS".
002700    05 FILLER                       PIC X(17) VALUE
002710          "           AMOUNT".
002720    05 FILLER                       PIC X(16) VALUE
002730          "           LIMIT".
002740
002750 01 RPT-DETAIL-LINE.
002760    05 FILLER                       PIC X(02) VALUE SPACES.
002770    05 RPT-TRAN-TYPE                PIC X(02).
002780    05 FILLER                       PIC X(04) VALUE SPACES.
002790    05 RPT-ALERT-TEXT               PIC X(16).
002800    05 FILLER                       PIC X(02) VALUE SPACES.
002810    05 RPT-ITEM-COUNT               PIC ZZ,ZZ9.
002820    05 FILLER                       PIC X(02) VALUE SPACES.
002830    05 RPT-AMOUNT                   PIC ZZZ,ZZZ,ZZ9.99-.
002840    05 FILLER                       PIC X(02) VALUE SPACES.
002850    05 RPT-LIMIT                    PIC X(14).
002860
002870 01 WS-LIMIT-AMOUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.99.
002880 01 WS-LIMIT-COUNT-EDIT.
002890    05 WS-LIMIT-COUNT-EDIT-N        PIC ZZZ,ZZZ,ZZ9.
002900    05 FILLER                       PIC X(03) VALUE SPACES.
002910
002920 01 RPT-NONE-LINE.
002930    05 FILLER                       PIC X(19) VALUE
002940          "  NONE FOR THIS RUN".
002950
002960 01 RPT-ITEMS-TRAILER.
002970    05 FILLER                       PIC X(24) VALUE
002980          "ITEMS MONITORED:        ".
002990    05 RPT-ITEMS-COUNT              PIC ZZZ,ZZ9.
003000
003010 01 RPT-FLAGGED-TRAILER.
003020    05 FILLER                       PIC X(24) VALUE
003030          "ACCOUNTS FLAGGED:       ".
003040    05 RPT-FLAGGED-COUNT            PIC ZZZ,ZZ9.
003050
003060 01 RPT-ALERTS-TRAILER.
003070    05 FILLER                       PIC X(24) VALUE
003080          "ALERTS RAISED:          ".
003090    05 RPT-ALERTS-COUNT             PIC ZZZ,ZZ9.
003100
003110 01 RPT-BLANK-LINE                  PIC X(80) VALUE SPACES.
003120
003130 PROCEDURE DIVISION.
003140 MAIN-LOGIC.
003150     PERFORM LOAD-THRESHOLDS.
003160     IF WS-THRESHOLD-ERROR
003170         DISPLAY "TRANSACTION-MONITOR: MONITORING NOT RUN"
003180         MOVE 16 TO RETURN-CODE
003190         STOP RUN
003200     END-IF.
003210     PERFORM READ-PROCESS-DATE.
003220     PERFORM COUNT-DAYS-POSTED.
003230     OPEN INPUT ACCOUNT-MASTER-FILE.
003240     IF WS-ACCTMST-STATUS NOT = "00"
003250         DISPLAY "TRANSACTION-MONITOR: UNABLE TO OPEN ACCTMST, "
003260             "STATUS " WS-ACCTMST-STATUS
003270         MOVE 16 TO RETURN-CODE
003280         STOP RUN
003290     END-IF.
003300     OPEN INPUT BALANCE-FILE.
003310     IF WS-BALANCE-STATUS NOT = "00" AND
003320        WS-BALANCE-STATUS NOT = "05"
003330         DISPLAY "TRANSACTION-MONITOR: UNABLE TO OPEN BALMST, "
003340             "STATUS " WS-BALANCE-STATUS
003350         MOVE 16 TO RETURN-CODE
003360         STOP RUN
003370     END-IF.
003380     OPEN OUTPUT MONITOR-REPORT.
003390     OPEN OUTPUT ALERT-FILE.
003400     PERFORM WRITE-REPORT-HEADING.
003410     SORT MONITOR-SORT-FILE
003420         ASCENDING KEY MSW-ACCOUNT-ID MSW-TRAN-TYPE
003430         INPUT PROCEDURE IS RELEASE-VALIDATED-ITEMS
003440         OUTPUT PROCEDURE IS CHECK-SORTED-ITEMS.
003450     PERFORM WRITE-REPORT-TRAILER.
003460     CLOSE ACCOUNT-MASTER-FILE.
003470     CLOSE BALANCE-FILE.
003480     CLOSE MONITOR-REPORT.
003490     CLOSE ALERT-FILE.
003500     DISPLAY "TRANSACTION-MONITOR: BUSINESS DATE     "
003510         WS-RUN-DATE.
003520     DISPLAY "TRANSACTION-MONITOR: ITEMS MONITORED   "
003530         WS-ITEMS-READ.
003540     DISPLAY "TRANSACTION-MONITOR: ACCOUNTS          "
003550         WS-ACCOUNTS-READ.
003560     DISPLAY "TRANSACTION-MONITOR: ACCOUNTS FLAGGED  "
003570         WS-ACCOUNTS-FLAGGED.
003580     DISPLAY "TRANSACTION-MONITOR: SINGLE-ITEM ALERTS "
003590         WS-ITEM-ALERTS.
003600     DISPLAY "TRANSACTION-MONITOR: DAILY COUNT ALERTS "
003610         WS-COUNT-ALERTS.
003620     DISPLAY "TRANSACTION-MONITOR: DAILY TOTAL ALERTS "
003630         WS-TOTAL-ALERTS.
003640     IF WS-ALERTS-RAISED > 0
003650         MOVE 4 TO RETURN-CODE
003660     ELSE
003670         MOVE 0 TO RETURN-CODE
003680     END-IF.
003690     STOP RUN.
003700
003710 LOAD-THRESHOLDS.
003720     OPEN INPUT THRESHOLD-FILE.
003730     IF WS-THRESHOLD-STATUS NOT = "00"
003740         DISPLAY "TRANSACTION-MONITOR: UNABLE TO OPEN MONPARM, "
003750             "STATUS " WS-THRESHOLD-STATUS
003760         MOVE 'Y' TO WS-THRESHOLD-ERROR-SW
003770     ELSE
003780         PERFORM UNTIL THRESHOLD-EOF OR WS-THRESHOLD-ERROR
003790             READ THRESHOLD-FILE
003800                 AT END
003810                     MOVE 'Y' TO THRESHOLD-EOF-SW
003820                 NOT AT END
003830                     PERFORM EDIT-ONE-THRESHOLD
003840             END-READ
003850         END-PERFORM
003860         CLOSE THRESHOLD-FILE
003870     END-IF.
003880     IF NOT WS-THRESHOLD-ERROR AND WS-LIMIT-COUNT = 0
003890         DISPLAY "TRANSACTION-MONITOR: MONPARM HAS NO THRESHOLD "
003900             "CARDS"
003910         MOVE 'Y' TO WS-THRESHOLD-ERROR-SW
003920     END-IF.
003930
003940 EDIT-ONE-THRESHOLD.
003950     ADD 1 TO WS-CARD-COUNT.
003960     IF MTH-TRAN-TYPE = SPACES
003970         DISPLAY "TRANSACTION-MONITOR: MONPARM CARD "
003980             WS-CARD-COUNT " HAS NO TRANSACTION TYPE"
003990         MOVE 'Y' TO WS-THRESHOLD-ERROR-SW
004000     ELSE
004010         IF MTH-ITEM-LIMIT NOT NUMERIC OR
004020            MTH-COUNT-LIMIT NOT NUMERIC OR
004030            MTH-TOTAL-LIMIT NOT NUMERIC
004040             DISPLAY "TRANSACTION-MONITOR: MONPARM CARD "
004050                 WS-CARD-COUNT " LIMITS NOT NUMERIC FOR TYPE "
004060                 MTH-TRAN-TYPE
004070             MOVE 'Y' TO WS-THRESHOLD-ERROR-SW
004080         ELSE
004090             MOVE MTH-TRAN-TYPE TO WS-CURRENT-TYPE
004100             PERFORM FIND-TYPE-LIMITS
004110             IF WS-TYPE-SUB > 0 AND
004120                WS-LIM-TRAN-TYPE (WS-TYPE-SUB) = MTH-TRAN-TYPE
004130                 DISPLAY "TRANSACTION-MONITOR: MONPARM HAS TWO "
004140                     "CARDS FOR TYPE " MTH-TRAN-TYPE
004150                 MOVE 'Y' TO WS-THRESHOLD-ERROR-SW
004160             ELSE
004170                 PERFORM ADD-THRESHOLD-ENTRY
004180             END-IF
004190         END-IF
004200     END-IF.
004210
004220 ADD-THRESHOLD-ENTRY.
004230     IF WS-LIMIT-COUNT >= WS-LIMIT-MAX
004240         DISPLAY "TRANSACTION-MONITOR: MORE THAN " WS-LIMIT-MAX
004250             " THRESHOLD CARDS IN MONPARM"
004260         MOVE 'Y' TO WS-THRESHOLD-ERROR-SW
004270     ELSE
004280         ADD 1 TO WS-LIMIT-COUNT
004290         MOVE MTH-TRAN-TYPE TO WS-LIM-TRAN-TYPE (WS-LIMIT-COUNT)
004300         MOVE MTH-ITEM-LIMIT TO WS-LIM-ITEM-LIMIT (WS-LIMIT-COUNT)
004310         MOVE MTH-COUNT-LIMIT TO
004320             WS-LIM-COUNT-LIMIT (WS-LIMIT-COUNT)
004330         MOVE MTH-TOTAL-LIMIT TO
004340             WS-LIM-TOTAL-LIMIT (WS-LIMIT-COUNT)
004350     END-IF.
004360
004370 FIND-TYPE-LIMITS.
004380     MOVE 0 TO WS-TYPE-SUB.
004390     MOVE 0 TO WS-DEFAULT-SUB.
004400     MOVE 0 TO WS-LIMIT-SUB.
004410     PERFORM FIND-ONE-LIMIT WS-LIMIT-COUNT TIMES.
004420     IF WS-TYPE-SUB = 0
004430         MOVE WS-DEFAULT-SUB TO WS-TYPE-SUB
004440     END-IF.
004450
004460 FIND-ONE-LIMIT.
004470     ADD 1 TO WS-LIMIT-SUB.
004480     IF WS-LIM-TRAN-TYPE (WS-LIMIT-SUB) = WS-CURRENT-TYPE
004490         MOVE WS-LIMIT-SUB TO WS-TYPE-SUB
004500     END-IF.
004510     IF WS-LIM-TRAN-TYPE (WS-LIMIT-SUB) = "**"
004520         MOVE WS-LIMIT-SUB TO WS-DEFAULT-SUB
004530     END-IF.
004540
004550 READ-PROCESS-DATE.
004560     ACCEPT WS-RUN-DATE FROM DATE.
004570     OPEN INPUT PROCESS-DATE-FILE.
004580     IF WS-PROCDATE-STATUS = "00"
004590         READ PROCESS-DATE-FILE
004600             AT END
004610                 DISPLAY "TRANSACTION-MONITOR: PROCDATE IS EMPTY "
004620                     "- SYSTEM DATE USED"
004630             NOT AT END
004640                 IF PDT-BUSINESS-DATE NUMERIC
004650                     MOVE PDT-BUSINESS-DATE TO WS-RUN-DATE
004660                 ELSE
004670                     DISPLAY "TRANSACTION-MONITOR: PROCDATE DATE "
004680                         "NOT NUMERIC - SYSTEM DATE USED"
004690                 END-IF
004700         END-READ
004710         CLOSE PROCESS-DATE-FILE
004720     ELSE
004730         DISPLAY "TRANSACTION-MONITOR: PROCDATE NOT AVAILABLE - "
004740             "SYSTEM DATE USED"
004750     END-IF.
004760
004770 COUNT-DAYS-POSTED.
004780     OPEN INPUT POSTING-LOG-FILE.
004790     IF WS-POSTLOG-STATUS NOT = "00" AND
004800        WS-POSTLOG-STATUS NOT = "05"
004810         DISPLAY "TRANSACTION-MONITOR: POSTLOG NOT AVAILABLE, "
004820             "STATUS " WS-POSTLOG-STATUS " - NO MONTH-TO-DATE "
004830             "AVERAGES"
004840     ELSE
004850         PERFORM UNTIL POSTLOG-EOF
004860             READ POSTING-LOG-FILE
004870                 AT END
004880                     MOVE 'Y' TO POSTLOG-EOF-SW
004890                 NOT AT END
004900                     IF PLG-RUN-YYMM = WS-RUN-YYMM AND
004910                        PLG-RUN-DATE < WS-RUN-DATE
004920                         ADD 1 TO WS-DAYS-POSTED
004930                     END-IF
004940             END-READ
004950         END-PERFORM
004960         CLOSE POSTING-LOG-FILE
004970     END-IF.
004980
004990 RELEASE-VALIDATED-ITEMS.
005000     OPEN INPUT VALIDATED-FILE.
005010     IF WS-VALIDATED-STATUS NOT = "00" AND
005020        WS-VALIDATED-STATUS NOT = "05"
005030         DISPLAY "TRANSACTION-MONITOR: UNABLE TO OPEN SORTVAL, "
005040             "STATUS " WS-VALIDATED-STATUS
005050         MOVE 16 TO RETURN-CODE
005060         STOP RUN
005070     END-IF.
005080     PERFORM UNTIL VALIDATED-EOF
005090         READ VALIDATED-FILE
005100             AT END
005110                 MOVE 'Y' TO VALIDATED-EOF-SW
005120             NOT AT END
005130                 ADD 1 TO WS-ITEMS-READ
005140                 MOVE VAL-ACCOUNT-ID TO MSW-ACCOUNT-ID
005150                 MOVE VAL-TRAN-TYPE TO MSW-TRAN-TYPE
005160                 MOVE VAL-AMOUNT TO MSW-AMOUNT
005170                 RELEASE MONITOR-SORT-RECORD
005180         END-READ
005190     END-PERFORM.
005200     CLOSE VALIDATED-FILE.
005210
005220 CHECK-SORTED-ITEMS.
005230     PERFORM RETURN-SORTED-ITEM.
005240     PERFORM CHECK-ONE-ACCOUNT
005250         UNTIL WS-SORT-KEY = HIGH-VALUES.
005260
005270 RETURN-SORTED-ITEM.
005280     RETURN MONITOR-SORT-FILE
005290         AT END
005300             MOVE HIGH-VALUES TO WS-SORT-KEY
005310         NOT AT END
005320             MOVE MSW-ACCOUNT-ID TO WS-SORT-ACCOUNT
005330             MOVE MSW-TRAN-TYPE TO WS-SORT-TYPE
005340     END-RETURN.
005350
005360 CHECK-ONE-ACCOUNT.
005370     ADD 1 TO WS-ACCOUNTS-READ.
005380     MOVE WS-SORT-ACCOUNT TO WS-CURRENT-ACCOUNT.
005390     MOVE 'N' TO WS-ACCOUNT-FLAGGED-SW.
005400     PERFORM CHECK-ONE-TYPE
005410         UNTIL WS-SORT-ACCOUNT NOT = WS-CURRENT-ACCOUNT.
005420
005430 CHECK-ONE-TYPE.
005440     MOVE WS-SORT-TYPE TO WS-CURRENT-TYPE.
005450     MOVE 0 TO WS-TYPE-COUNT.
005460     MOVE 0 TO WS-TYPE-TOTAL.
005470     PERFORM FIND-TYPE-LIMITS.
005480     PERFORM CHECK-ONE-ITEM
005490         UNTIL WS-SORT-ACCOUNT NOT = WS-CURRENT-ACCOUNT OR
005500               WS-SORT-TYPE NOT = WS-CURRENT-TYPE.
005510     IF WS-TYPE-SUB > 0
005520         IF WS-LIM-COUNT-LIMIT (WS-TYPE-SUB) > 0 AND
005530            WS-TYPE-COUNT > WS-LIM-COUNT-LIMIT (WS-TYPE-SUB)
005540             ADD 1 TO WS-COUNT-ALERTS
005550             MOVE "DCNT" TO WS-ALERT-CODE
005560             MOVE WS-TYPE-COUNT TO WS-ALERT-COUNT
005570             MOVE WS-TYPE-TOTAL TO WS-ALERT-AMOUNT
005580             MOVE WS-LIM-COUNT-LIMIT (WS-TYPE-SUB) TO
005590                 WS-ALERT-LIMIT-COUNT
005600             MOVE 0 TO WS-ALERT-LIMIT-AMOUNT
005610             PERFORM RAISE-ALERT
005620         END-IF
005630         IF WS-LIM-TOTAL-LIMIT (WS-TYPE-SUB) > 0 AND
005640            WS-TYPE-TOTAL > WS-LIM-TOTAL-LIMIT (WS-TYPE-SUB)
005650             ADD 1 TO WS-TOTAL-ALERTS
005660             MOVE "DTOT" TO WS-ALERT-CODE
005670             MOVE WS-TYPE-COUNT TO WS-ALERT-COUNT
005680             MOVE WS-TYPE-TOTAL TO WS-ALERT-AMOUNT
005690             MOVE 0 TO WS-ALERT-LIMIT-COUNT
005700             MOVE WS-LIM-TOTAL-LIMIT (WS-TYPE-SUB) TO
005710                 WS-ALERT-LIMIT-AMOUNT
005720             PERFORM RAISE-ALERT
005730         END-IF
005740     END-IF.
005750
005760 CHECK-ONE-ITEM.
005770     IF MSW-AMOUNT < 0
005780         COMPUTE WS-ITEM-AMOUNT = 0 - MSW-AMOUNT
005790     ELSE
005800         MOVE MSW-AMOUNT TO WS-ITEM-AMOUNT
005810     END-IF.
005820     ADD 1 TO WS-TYPE-COUNT.
005830     ADD WS-ITEM-AMOUNT TO WS-TYPE-TOTAL.
005840     IF WS-TYPE-SUB > 0
005850         IF WS-LIM-ITEM-LIMIT (WS-TYPE-SUB) > 0 AND
005860            WS-ITEM-AMOUNT > WS-LIM-ITEM-LIMIT (WS-TYPE-SUB)
005870             ADD 1 TO WS-ITEM-ALERTS
005880             MOVE "ITEM" TO WS-ALERT-CODE
005890             MOVE 1 TO WS-ALERT-COUNT
005900             MOVE MSW-AMOUNT TO WS-ALERT-AMOUNT
005910             MOVE 0 TO WS-ALERT-LIMIT-COUNT
005920             MOVE WS-LIM-ITEM-LIMIT (WS-TYPE-SUB) TO
005930                 WS-ALERT-LIMIT-AMOUNT
005940             PERFORM RAISE-ALERT
005950         END-IF
005960     END-IF.
005970     PERFORM RETURN-SORTED-ITEM.
005980
005990 RAISE-ALERT.
006000     IF NOT WS-ACCOUNT-FLAGGED
006010         PERFORM START-FLAGGED-ACCOUNT
006020     END-IF.
006030     ADD 1 TO WS-ALERTS-RAISED.
006040     MOVE WS-CURRENT-TYPE TO RPT-TRAN-TYPE.
006050     MOVE WS-ALERT-COUNT TO RPT-ITEM-COUNT.
006060     MOVE WS-ALERT-AMOUNT TO RPT-AMOUNT.
006070     IF WS-ALERT-CODE = "ITEM"
006080         MOVE "SINGLE ITEM OVER" TO RPT-ALERT-TEXT
006090     END-IF.
006100     IF WS-ALERT-CODE = "DCNT"
006110         MOVE "DAILY COUNT OVER" TO RPT-ALERT-TEXT
006120     END-IF.
006130     IF WS-ALERT-CODE = "DTOT"
006140         MOVE "DAILY TOTAL OVER" TO RPT-ALERT-TEXT
006150     END-IF.
006160     IF WS-ALERT-CODE = "DCNT"
006170         MOVE WS-ALERT-LIMIT-COUNT TO WS-LIMIT-COUNT-EDIT-N
006180         MOVE WS-LIMIT-COUNT-EDIT TO RPT-LIMIT
006190     ELSE
006200         MOVE WS-ALERT-LIMIT-AMOUNT TO WS-LIMIT-AMOUNT-EDIT
006210         MOVE WS-LIMIT-AMOUNT-EDIT TO RPT-LIMIT
006220     END-IF.
006230     WRITE MONITOR-REPORT-LINE FROM RPT-DETAIL-LINE.
006240     MOVE SPACES TO ALERT-RECORD.
006250     MOVE WS-RUN-DATE TO MAL-RUN-DATE.
006260     MOVE WS-CURRENT-ACCOUNT TO MAL-ACCOUNT-ID.
006270     MOVE WS-CURRENT-TYPE TO MAL-TRAN-TYPE.
006280     MOVE WS-ALERT-CODE TO MAL-ALERT-CODE.
006290     MOVE WS-ALERT-COUNT TO MAL-ITEM-COUNT.
006300     MOVE WS-ALERT-AMOUNT TO MAL-AMOUNT.
006310     MOVE WS-ALERT-LIMIT-COUNT TO MAL-LIMIT-COUNT.
006320     MOVE WS-ALERT-LIMIT-AMOUNT TO MAL-LIMIT-AMOUNT.
006330     MOVE WS-AVG-COUNT TO MAL-AVG-COUNT.
006340     MOVE WS-AVG-AMOUNT TO MAL-AVG-AMOUNT.
006350     MOVE WS-ACCOUNT-NAME TO MAL-ACCOUNT-NAME.
006360     WRITE ALERT-RECORD.
006370
006380 START-FLAGGED-ACCOUNT.
006390     MOVE 'Y' TO WS-ACCOUNT-FLAGGED-SW.
006400     ADD 1 TO WS-ACCOUNTS-FLAGGED.
006410     PERFORM FIND-ACCOUNT-NAME.
006420     PERFORM FIND-ACCOUNT-AVERAGE.
006430     WRITE MONITOR-REPORT-LINE FROM RPT-BLANK-LINE.
006440     MOVE WS-CURRENT-ACCOUNT TO RPT-ACCOUNT-ID.
006450     MOVE WS-ACCOUNT-NAME TO RPT-ACCOUNT-NAME.
006460     WRITE MONITOR-REPORT-LINE FROM RPT-ACCOUNT-LINE.
006470     MOVE WS-AVG-COUNT TO RPT-AVG-COUNT.
006480     MOVE WS-AVG-AMOUNT TO RPT-AVG-AMOUNT.
006490     WRITE MONITOR-REPORT-LINE FROM RPT-AVERAGE-LINE.
006500     WRITE MONITOR-REPORT-LINE FROM RPT-COLUMN-HEADING.
006510
006520 FIND-ACCOUNT-NAME.
006530     MOVE WS-CURRENT-ACCOUNT TO ACM-ACCOUNT-ID.
006540     READ ACCOUNT-MASTER-FILE
006550         INVALID KEY
006560             MOVE "*NOT ON ACCTMST*" TO WS-ACCOUNT-NAME
006570         NOT INVALID KEY
006580             MOVE ACM-ACCOUNT-NAME TO WS-ACCOUNT-NAME
006590     END-READ.
006670
006680 FIND-ACCOUNT-AVERAGE.
006690     MOVE 0 TO WS-MTD-COUNT.
006700     MOVE 0 TO WS-MTD-VOLUME.
006710     IF WS-BALANCE-STATUS = "00"
006720         PERFORM UNTIL WS-BALMST-KEY NOT < WS-CURRENT-ACCOUNT
006730             READ BALANCE-FILE
006740                 AT END
006750                     MOVE 'Y' TO BALANCE-EOF-SW
006760                     MOVE HIGH-VALUES TO WS-BALMST-KEY
006770                 NOT AT END
006780                     MOVE BAL-ACCOUNT-ID TO WS-BALMST-KEY
006790             END-READ
006800         END-PERFORM
006810         IF WS-BALMST-KEY = WS-CURRENT-ACCOUNT AND
006820            BAL-OPEN-MONTH = WS-RUN-YYMM
006830             MOVE BAL-MTD-COUNT TO WS-MTD-COUNT
006840             MOVE BAL-MTD-VOLUME TO WS-MTD-VOLUME
006850         END-IF
006860     END-IF.
006870     IF WS-DAYS-POSTED > 0
006880         COMPUTE WS-AVG-COUNT ROUNDED =
006890             WS-MTD-COUNT / WS-DAYS-POSTED
006900         COMPUTE WS-AVG-AMOUNT ROUNDED =
006910             WS-MTD-VOLUME / WS-DAYS-POSTED
006920     ELSE
006930         MOVE 0 TO WS-AVG-COUNT
006940         MOVE 0 TO WS-AVG-AMOUNT
006950     END-IF.
006960
006970 WRITE-REPORT-HEADING.
006980     WRITE MONITOR-REPORT-LINE FROM RPT-HEADING-1.
006990     MOVE WS-RUN-MM TO RPT-MM.
007000     MOVE WS-RUN-DD TO RPT-DD.
007010     MOVE WS-RUN-YY TO RPT-YY.
007020     MOVE WS-DAYS-POSTED TO RPT-DAYS-POSTED.
007030     WRITE MONITOR-REPORT-LINE FROM RPT-HEADING-2.
007040
007050 WRITE-REPORT-TRAILER.
007060     IF WS-ALERTS-RAISED = 0
007070         WRITE MONITOR-REPORT-LINE FROM RPT-BLANK-LINE
007080         WRITE MONITOR-REPORT-LINE FROM RPT-NONE-LINE
007090     END-IF.
007100     WRITE MONITOR-REPORT-LINE FROM RPT-BLANK-LINE.
007110     MOVE WS-ITEMS-READ TO RPT-ITEMS-COUNT.
007120     WRITE MONITOR-REPORT-LINE FROM RPT-ITEMS-TRAILER.
007130     MOVE WS-ACCOUNTS-FLAGGED TO RPT-FLAGGED-COUNT.
007140     WRITE MONITOR-REPORT-LINE FROM RPT-FLAGGED-TRAILER.
007150     MOVE WS-ALERTS-RAISED TO RPT-ALERTS-COUNT.
007160     WRITE MONITOR-REPORT-LINE FROM RPT-ALERTS-TRAILER.
