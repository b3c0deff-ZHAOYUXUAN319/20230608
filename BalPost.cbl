000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BALANCE-POST.
000030
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
000080         ORGANIZATION IS SEQUENTIAL
000090         FILE STATUS IS WS-GLEXTR-FILE-STATUS.
000100     SELECT OPTIONAL POSTING-LOG-FILE ASSIGN TO "POSTLOG"
000110         ORGANIZATION IS SEQUENTIAL
000120         FILE STATUS IS WS-POSTLOG-FILE-STATUS.
000130     SELECT OPTIONAL OLD-BALANCE-FILE ASSIGN TO "BALOLD"
000140         ORGANIZATION IS SEQUENTIAL
000150         FILE STATUS IS WS-OLD-BALANCE-STATUS.
000160     SELECT NEW-BALANCE-FILE ASSIGN TO "BALNEW"
000170         ORGANIZATION IS SEQUENTIAL.
000180     SELECT NEGATIVE-REPORT ASSIGN TO "NEGRPT"
000190         ORGANIZATION IS SEQUENTIAL.
000200     SELECT BALANCE-SORT-FILE ASSIGN TO "SRTWORK".
000210
000220 DATA DIVISION.
000230 FILE SECTION.
000240 FD  GL-EXTRACT-FILE
000250     RECORDING MODE IS F.
000260 01  GL-HEADER-RECORD.
000270     05  GLH-REC-TYPE               PIC X(01).
000280     05  GLH-RUN-DATE               PIC 9(06).
000290     05  GLH-DIRECTION              PIC X(01).
000300     05  FILLER                     PIC X(22).
000310 01  GL-DETAIL-RECORD.
000320     05  GLD-REC-TYPE               PIC X(01).
000330     05  GLD-ACCOUNT-ID             PIC X(08).
000340     05  GLD-TRAN-DATE              PIC 9(06).
000350     05  GLD-TRAN-TYPE              PIC X(02).
000360     05  GLD-AMOUNT                 PIC S9(07)V99
000370                                    SIGN LEADING SEPARATE.
000380     05  FILLER                     PIC X(03).
000390 01  GL-TRAILER-RECORD.
000400     05  GLT-REC-TYPE               PIC X(01).
000410     05  GLT-RECORD-COUNT           PIC 9(07).
000420     05  GLT-HASH-TOTAL             PIC S9(09)V99
000430                                    SIGN LEADING SEPARATE.
000440     05  FILLER                     PIC X(10).
000450
000460 FD  POSTING-LOG-FILE
000470     RECORDING MODE IS F.
000480 01  POSTING-LOG-RECORD.
000490     05  PLG-RUN-DATE               PIC 9(06).
000500     05  FILLER                     PIC X(01).
000510     05  PLG-RECORD-COUNT           PIC 9(07).
000520     05  FILLER                     PIC X(01).
000530     05  PLG-HASH-TOTAL             PIC S9(09)V99
000540                                    SIGN LEADING SEPARATE.
000550     05  FILLER                     PIC X(01).
000560     05  PLG-ACCOUNTS-POSTED        PIC 9(07).
000570
000580 FD  OLD-BALANCE-FILE
000590     RECORDING MODE IS F.
000600 01  OLD-BALANCE-RECORD.
000610     05  OBL-ACCOUNT-ID             PIC X(08).
000620     05  FILLER                     PIC X(01).
000630     05  OBL-CURRENT-BALANCE        PIC S9(09)V99
000640                                    SIGN LEADING SEPARATE.
000650     05  FILLER                     PIC X(01).
000660     05  OBL-LAST-POST-DATE         PIC 9(06).
000670     05  FILLER                     PIC X(01).
000680     05  OBL-OPEN-MONTH             PIC 9(04).
000690     05  FILLER                     PIC X(01).
000700     05  OBL-MONTH-OPEN-BAL         PIC S9(09)V99
000710                                    SIGN LEADING SEPARATE.
000720     05  FILLER                     PIC X(01).
000730     05  OBL-PRIOR-MONTH            PIC 9(04).
000740     05  FILLER                     PIC X(01).
000750     05  OBL-PRIOR-OPEN-BAL         PIC S9(09)V99
000760                                    SIGN LEADING SEPARATE.
000761     05  FILLER                     PIC X(01).
000762     05  OBL-MTD-COUNT              PIC 9(07).
000763     05  FILLER                     PIC X(01).
000764     05  OBL-MTD-VOLUME             PIC S9(09)V99
000765                                    SIGN LEADING SEPARATE.
000770
000780 FD  NEW-BALANCE-FILE
000790     RECORDING MODE IS F.
000800 01  NEW-BALANCE-RECORD.
000810     05  NBL-ACCOUNT-ID             PIC X(08).
000820     05  FILLER                     PIC X(01).
000830     05  NBL-CURRENT-BALANCE        PIC S9(09)V99
000840                                    SIGN LEADING SEPARATE.
000850     05  FILLER                     PIC X(01).
000860     05  NBL-LAST-POST-DATE         PIC 9(06).
000870     05  FILLER                     PIC X(01).
000880     05  NBL-OPEN-MONTH             PIC 9(04).
000890     05  FILLER                     PIC X(01).
000900     05  NBL-MONTH-OPEN-BAL         PIC S9(09)V99
000910                                    SIGN LEADING SEPARATE.
000920     05  FILLER                     PIC X(01).
000930     05  NBL-PRIOR-MONTH            PIC 9(04).
000940     05  FILLER                     PIC X(01).
000950     05  NBL-PRIOR-OPEN-BAL         PIC S9(09)V99
000960                                    SIGN LEADING SEPARATE.
000961     05  FILLER                     PIC X(01).
000962     05  NBL-MTD-COUNT              PIC 9(07).
000963     05  FILLER                     PIC X(01).
000964     05  NBL-MTD-VOLUME             PIC S9(09)V99
000965                                    SIGN LEADING SEPARATE.
000970
000980 FD  NEGATIVE-REPORT
000990     RECORDING MODE IS F.
001000 01  NEGATIVE-REPORT-LINE           PIC X(80).
001010
001020 SD  BALANCE-SORT-FILE.
001030 01  BALANCE-SORT-RECORD.
001040     05  BSW-ACCOUNT-ID             PIC X(08).
001050     05  BSW-AMOUNT                 PIC S9(07)V99
001060                                    SIGN LEADING SEPARATE.
001070
001080 WORKING-STORAGE SECTION.
001090 01 EXTRACT-EOF-SW PIC X VALUE 'N'.
001100    88 EXTRACT-EOF                  VALUE 'Y'.
001110 01 POSTLOG-EOF-SW PIC X VALUE 'N'.
001120    88 POSTLOG-EOF                  VALUE 'Y'.
001130
001140 01 WS-GLEXTR-FILE-STATUS           PIC XX VALUE SPACES.
001150 01 WS-POSTLOG-FILE-STATUS          PIC XX VALUE SPACES.
001160 01 WS-OLD-BALANCE-STATUS           PIC XX VALUE SPACES.
001170
001180 01 WS-EXTRACT-ERROR-SW             PIC X VALUE 'N'.
001190    88 WS-EXTRACT-ERROR             VALUE 'Y'.
001200 01 WS-HEADER-SEEN-SW               PIC X VALUE 'N'.
001210    88 WS-HEADER-SEEN               VALUE 'Y'.
001220 01 WS-TRAILER-SEEN-SW              PIC X VALUE 'N'.
001230    88 WS-TRAILER-SEEN              VALUE 'Y'.
001240 01 WS-SEQ-ERROR-SW                 PIC X VALUE 'N'.
001250    88 WS-SEQ-ERROR                 VALUE 'Y'.
001260
001270 01 WS-EXTRACT-DATE                 PIC 9(06) VALUE 0.
001280 01 WS-EXTRACT-DATE-R REDEFINES WS-EXTRACT-DATE.
001290    05 WS-EXTRACT-YYMM              PIC 9(04).
001300    05 WS-EXTRACT-DD                PIC 9(02).
001310 01 WS-EXTRACT-DATE-P REDEFINES WS-EXTRACT-DATE.
001320    05 WS-EXTRACT-YY                PIC 9(02).
001330    05 WS-EXTRACT-MM                PIC 9(02).
001340    05 FILLER                       PIC 9(02).
001350 01 WS-DETAIL-COUNT                 PIC 9(07) VALUE 0.
001360 01 WS-DETAIL-HASH                  PIC S9(09)V99 VALUE 0.
001370
001380 01 WS-LAST-POSTED-DATE             PIC 9(06) VALUE 0.
001390 01 WS-LAST-POSTED-DATE-R REDEFINES WS-LAST-POSTED-DATE.
001400    05 WS-LAST-POSTED-YYMM          PIC 9(04).
001410    05 WS-LAST-POSTED-DD            PIC 9(02).
001420
001430 01 WS-TRANS-KEY                    PIC X(08) VALUE LOW-VALUES.
001440 01 WS-MASTER-KEY                   PIC X(08) VALUE LOW-VALUES.
001450 01 WS-POST-ACCOUNT                 PIC X(08) VALUE SPACES.
001460 01 WS-ACCOUNT-ACTIVITY             PIC S9(09)V99 VALUE 0.
001470 01 WS-ACCOUNT-ITEMS                PIC 9(07) VALUE 0.
001475 01 WS-ACCOUNT-VOLUME               PIC S9(09)V99 VALUE 0.
001480 01 WS-PRIOR-BALANCE                PIC S9(09)V99 VALUE 0.
001490
001500 01 WS-DETAILS-POSTED               PIC 9(07) VALUE 0.
001510 01 WS-ACCOUNTS-POSTED              PIC 9(07) VALUE 0.
001520 01 WS-ACCOUNTS-ADDED               PIC 9(07) VALUE 0.
001530 01 WS-ACCOUNTS-CARRIED             PIC 9(07) VALUE 0.
001540 01 WS-NEGATIVE-COUNT               PIC 9(07) VALUE 0.
001550 01 WS-BELOW-ZERO-COUNT             PIC 9(07) VALUE 0.
001560
001570 01 RPT-HEADING-1.
001580    05 FILLER                       PIC X(22) VALUE
001590          "ACCOUNTS GONE NEGATIVE".
001600
001610 01 RPT-HEADING-2.
001620    05 FILLER                       PIC X(14) VALUE
001630          "POSTING DATE: ".
001640    05 RPT-MM                       PIC 99.
001650    05 FILLER                       PIC X(01) VALUE "/".
001660    05 RPT-DD                       PIC 99.
001670    05 FILLER                       PIC X(01) VALUE "/".
001680    05 RPT-YY                       PIC 99.
001690
001700 01 RPT-COLUMN-HEADING.
001710    05 FILLER                       PIC X(08) VALUE "ACCOUNT".
001720    05 FILLER                       PIC X(19) VALUE
001730          "      PRIOR BALANCE".
001740    05 FILLER                       PIC X(19) VALUE
001750          "       DAY ACTIVITY".
001760    05 FILLER                       PIC X(19) VALUE
001770          "        NEW BALANCE".
001780
001790 01 RPT-DETAIL-LINE.
001800    05 RPT-ACCOUNT-ID               PIC X(08).
001810    05 FILLER                       PIC X(02) VALUE SPACES.
001820    05 RPT-PRIOR-BALANCE            PIC Z,ZZZ,ZZZ,ZZ9.99-.
001830    05 FILLER                       PIC X(02) VALUE SPACES.
001840    05 RPT-DAY-ACTIVITY             PIC Z,ZZZ,ZZZ,ZZ9.99-.
001850    05 FILLER                       PIC X(02) VALUE SPACES.
001860    05 RPT-NEW-BALANCE              PIC Z,ZZZ,ZZZ,ZZ9.99-.
001870
001880 01 RPT-NONE-LINE.
001890    05 FILLER                       PIC X(19) VALUE
001900          "  NONE FOR THIS RUN".
001910
001920 01 RPT-POSTED-TRAILER.
001930    05 FILLER                       PIC X(24) VALUE
001940          "ACCOUNTS POSTED:        ".
001950    05 RPT-POSTED-COUNT             PIC ZZZ,ZZ9.
001960
001970 01 RPT-NEGATIVE-TRAILER.
001980    05 FILLER                       PIC X(24) VALUE
001990          "ACCOUNTS GONE NEGATIVE: ".
002000    05 RPT-NEGATIVE-COUNT           PIC ZZZ,ZZ9.
002010
002020 01 RPT-BELOW-ZERO-TRAILER.
002030    05 FILLER                       PIC X(24) VALUE
002040          "ACCOUNTS BELOW ZERO:    ".
002050    05 RPT-BELOW-ZERO-COUNT         PIC ZZZ,ZZ9.
002060
002070 01 RPT-BLANK-LINE                  PIC X(80) VALUE SPACES.
002080
002090 PROCEDURE DIVISION.
002100 MAIN-LOGIC.
002110     OPEN INPUT GL-EXTRACT-FILE.
002120     IF WS-GLEXTR-FILE-STATUS NOT = "00"
002130         DISPLAY "BALANCE-POST: UNABLE TO OPEN GLEXTR, "
002140             "STATUS " WS-GLEXTR-FILE-STATUS
002150         MOVE 16 TO RETURN-CODE
002160         STOP RUN
002170     END-IF.
002180     PERFORM UNTIL EXTRACT-EOF OR WS-EXTRACT-ERROR
002190         READ GL-EXTRACT-FILE
002200             AT END
002210                 MOVE 'Y' TO EXTRACT-EOF-SW
002220             NOT AT END
002230                 PERFORM CHECK-EXTRACT-RECORD
002240         END-READ
002250     END-PERFORM.
002260     CLOSE GL-EXTRACT-FILE.
002270     IF NOT WS-EXTRACT-ERROR AND NOT WS-HEADER-SEEN
002280         DISPLAY "BALANCE-POST: GLEXTR HAS NO HEADER RECORD"
002290         MOVE 'Y' TO WS-EXTRACT-ERROR-SW
002300     END-IF.
002310     IF NOT WS-EXTRACT-ERROR AND NOT WS-TRAILER-SEEN
002320         DISPLAY "BALANCE-POST: NO TRAILER FOR EXTRACT OF "
002330             WS-EXTRACT-DATE
002340         MOVE 'Y' TO WS-EXTRACT-ERROR-SW
002350     END-IF.
002360     IF NOT WS-EXTRACT-ERROR
002370         PERFORM CHECK-ALREADY-POSTED
002380     END-IF.
002390     IF WS-EXTRACT-ERROR
002400         DISPLAY "BALANCE-POST: EXTRACT NOT POSTED - BALANCE "
002410             "MASTER NOT UPDATED"
002420         MOVE 16 TO RETURN-CODE
002430         STOP RUN
002440     END-IF.
002450     OPEN INPUT OLD-BALANCE-FILE.
002460     PERFORM VERIFY-MASTER-SEQUENCE.
002470     IF WS-SEQ-ERROR
002480         DISPLAY "BALANCE-POST: BALANCE MASTER NOT UPDATED"
002490         MOVE 16 TO RETURN-CODE
002500         STOP RUN
002510     END-IF.
002520     CLOSE OLD-BALANCE-FILE.
002530     OPEN INPUT OLD-BALANCE-FILE.
002540     OPEN OUTPUT NEW-BALANCE-FILE.
002550     OPEN OUTPUT NEGATIVE-REPORT.
002560     PERFORM WRITE-REPORT-HEADING.
002570     SORT BALANCE-SORT-FILE
002580         ASCENDING KEY BSW-ACCOUNT-ID
002590         INPUT PROCEDURE IS RELEASE-EXTRACT-DETAILS
002600         OUTPUT PROCEDURE IS POST-SORTED-DETAILS.
002610     CLOSE OLD-BALANCE-FILE.
002620     CLOSE NEW-BALANCE-FILE.
002630     PERFORM WRITE-REPORT-TRAILER.
002640     CLOSE NEGATIVE-REPORT.
002650     PERFORM WRITE-POSTING-LOG.
002660     DISPLAY "BALANCE-POST: EXTRACT DATE        " WS-EXTRACT-DATE.
002670     DISPLAY "BALANCE-POST: DETAILS POSTED      "
002680         WS-DETAILS-POSTED.
002690     DISPLAY "BALANCE-POST: ACCOUNTS POSTED     "
002700         WS-ACCOUNTS-POSTED.
002710     DISPLAY "BALANCE-POST: NEW ACCOUNTS        "
002720         WS-ACCOUNTS-ADDED.
002730     DISPLAY "BALANCE-POST: ACCOUNTS CARRIED    "
002740         WS-ACCOUNTS-CARRIED.
002750     DISPLAY "BALANCE-POST: WENT NEGATIVE       "
002760         WS-NEGATIVE-COUNT.
002770     DISPLAY "BALANCE-POST: BELOW ZERO          "
002780         WS-BELOW-ZERO-COUNT.
002790     STOP RUN.
002800
002810 CHECK-EXTRACT-RECORD.
002820     IF WS-TRAILER-SEEN
002830         DISPLAY "BALANCE-POST: RECORD FOUND AFTER THE GLEXTR "
002840             "TRAILER"
002850         MOVE 'Y' TO WS-EXTRACT-ERROR-SW
002860     ELSE
002870         IF GLH-REC-TYPE = 'H'
002880             PERFORM CHECK-EXTRACT-HEADER
002890         ELSE
002900             IF GLH-REC-TYPE = 'D'
002910                 PERFORM CHECK-EXTRACT-DETAIL
002920             ELSE
002930                 IF GLH-REC-TYPE = 'T'
002940                     PERFORM CHECK-EXTRACT-TRAILER
002950                 ELSE
002960                     DISPLAY "BALANCE-POST: UNKNOWN GLEXTR "
002970                         "RECORD TYPE " GLH-REC-TYPE
002980                     MOVE 'Y' TO WS-EXTRACT-ERROR-SW
002990                 END-IF
003000             END-IF
003010         END-IF
003020     END-IF.
003030
003040 CHECK-EXTRACT-HEADER.
003050     IF WS-HEADER-SEEN
003060         DISPLAY "BALANCE-POST: SECOND HEADER RECORD IN GLEXTR"
003070         MOVE 'Y' TO WS-EXTRACT-ERROR-SW
003080     ELSE
003090         IF GLH-RUN-DATE NOT NUMERIC
003100             DISPLAY "BALANCE-POST: GLEXTR HEADER RUN DATE IS "
003110                 "NOT NUMERIC"
003120             MOVE 'Y' TO WS-EXTRACT-ERROR-SW
003130         ELSE
003140             MOVE 'Y' TO WS-HEADER-SEEN-SW
003150             MOVE GLH-RUN-DATE TO WS-EXTRACT-DATE
003160         END-IF
003170     END-IF.
003180
003190 CHECK-EXTRACT-DETAIL.
003200     IF NOT WS-HEADER-SEEN
003210         DISPLAY "BALANCE-POST: DETAIL RECORD BEFORE THE GLEXTR "
003220             "HEADER"
003230         MOVE 'Y' TO WS-EXTRACT-ERROR-SW
003240     ELSE
003250         ADD 1 TO WS-DETAIL-COUNT
003260         ADD GLD-AMOUNT TO WS-DETAIL-HASH
003270     END-IF.
003280
003290 CHECK-EXTRACT-TRAILER.
003300     IF NOT WS-HEADER-SEEN
003310         DISPLAY "BALANCE-POST: TRAILER RECORD WITHOUT A HEADER"
003320         MOVE 'Y' TO WS-EXTRACT-ERROR-SW
003330     ELSE
003340         MOVE 'Y' TO WS-TRAILER-SEEN-SW
003350         IF GLT-RECORD-COUNT NOT = WS-DETAIL-COUNT OR
003360            GLT-HASH-TOTAL NOT = WS-DETAIL-HASH
003370             DISPLAY "BALANCE-POST: TRAILER MISMATCH FOR "
003380                 WS-EXTRACT-DATE " - TRAILER " GLT-RECORD-COUNT
003390                 " DETAILS " WS-DETAIL-COUNT
003400             DISPLAY "BALANCE-POST: TRAILER HASH " GLT-HASH-TOTAL
003410                 " DETAIL HASH " WS-DETAIL-HASH
003420             MOVE 'Y' TO WS-EXTRACT-ERROR-SW
003430         END-IF
003440     END-IF.
003450
003460 CHECK-ALREADY-POSTED.
003470     OPEN INPUT POSTING-LOG-FILE.
003480     IF WS-POSTLOG-FILE-STATUS NOT = "00" AND
003490        WS-POSTLOG-FILE-STATUS NOT = "05"
003500         DISPLAY "BALANCE-POST: UNABLE TO OPEN POSTLOG, "
003510             "STATUS " WS-POSTLOG-FILE-STATUS
003520         MOVE 'Y' TO WS-EXTRACT-ERROR-SW
003530     ELSE
003540         PERFORM UNTIL POSTLOG-EOF OR WS-EXTRACT-ERROR
003550             READ POSTING-LOG-FILE
003560                 AT END
003570                     MOVE 'Y' TO POSTLOG-EOF-SW
003580                 NOT AT END
003590                     PERFORM CHECK-ONE-POSTED-DATE
003600             END-READ
003610         END-PERFORM
003620         CLOSE POSTING-LOG-FILE
003630     END-IF.
003640     IF NOT WS-EXTRACT-ERROR AND
003650        WS-EXTRACT-YYMM < WS-LAST-POSTED-YYMM
003660         DISPLAY "BALANCE-POST: EXTRACT OF " WS-EXTRACT-DATE
003670             " IS FOR A MONTH BEFORE THE LAST POSTING ON "
003680             WS-LAST-POSTED-DATE
003690         MOVE 'Y' TO WS-EXTRACT-ERROR-SW
003700     END-IF.
003710
003720 CHECK-ONE-POSTED-DATE.
003730     IF PLG-RUN-DATE = WS-EXTRACT-DATE
003740         DISPLAY "BALANCE-POST: EXTRACT OF " WS-EXTRACT-DATE
003750             " WAS ALREADY POSTED (" PLG-RECORD-COUNT
003760             " DETAILS)"
003770         MOVE 'Y' TO WS-EXTRACT-ERROR-SW
003780     ELSE
003790         IF PLG-RUN-DATE > WS-LAST-POSTED-DATE
003800             MOVE PLG-RUN-DATE TO WS-LAST-POSTED-DATE
003810         END-IF
003820     END-IF.
003830
003840 VERIFY-MASTER-SEQUENCE.
003850     IF WS-OLD-BALANCE-STATUS = "00"
003860         MOVE LOW-VALUES TO WS-MASTER-KEY
003870         PERFORM VERIFY-ONE-MASTER
003880             UNTIL WS-MASTER-KEY = HIGH-VALUES OR WS-SEQ-ERROR
003890     END-IF.
003900
003910 VERIFY-ONE-MASTER.
003920     READ OLD-BALANCE-FILE
003930         AT END
003940             MOVE HIGH-VALUES TO WS-MASTER-KEY
003950         NOT AT END
003960             IF OBL-ACCOUNT-ID NOT > WS-MASTER-KEY
003970                 DISPLAY "BALANCE-POST: BALOLD OUT OF SEQUENCE "
003980                     "AT ACCOUNT " OBL-ACCOUNT-ID
003990                 MOVE 'Y' TO WS-SEQ-ERROR-SW
004000             ELSE
004010                 MOVE OBL-ACCOUNT-ID TO WS-MASTER-KEY
004020             END-IF
004030     END-READ.
004040
004050 RELEASE-EXTRACT-DETAILS.
004060     MOVE 'N' TO EXTRACT-EOF-SW.
004070     OPEN INPUT GL-EXTRACT-FILE.
004080     PERFORM UNTIL EXTRACT-EOF
004090         READ GL-EXTRACT-FILE
004100             AT END
004110                 MOVE 'Y' TO EXTRACT-EOF-SW
004120             NOT AT END
004130                 IF GLD-REC-TYPE = 'D'
004140                     MOVE GLD-ACCOUNT-ID TO BSW-ACCOUNT-ID
004150                     MOVE GLD-AMOUNT TO BSW-AMOUNT
004160                     RELEASE BALANCE-SORT-RECORD
004170                 END-IF
004180         END-READ
004190     END-PERFORM.
004200     CLOSE GL-EXTRACT-FILE.
004210
004220 POST-SORTED-DETAILS.
004230     MOVE LOW-VALUES TO WS-TRANS-KEY.
004240     MOVE LOW-VALUES TO WS-MASTER-KEY.
004250     PERFORM RETURN-SORTED-DETAIL.
004260     PERFORM READ-OLD-MASTER.
004270     PERFORM MATCH-ONE-KEY
004280         UNTIL WS-TRANS-KEY = HIGH-VALUES AND
004290               WS-MASTER-KEY = HIGH-VALUES.
004300
004310 RETURN-SORTED-DETAIL.
004320     RETURN BALANCE-SORT-FILE
004330         AT END
004340             MOVE HIGH-VALUES TO WS-TRANS-KEY
004350         NOT AT END
004360             MOVE BSW-ACCOUNT-ID TO WS-TRANS-KEY
004370     END-RETURN.
004380
004390 READ-OLD-MASTER.
004400     IF WS-OLD-BALANCE-STATUS NOT = "00"
004410         MOVE HIGH-VALUES TO WS-MASTER-KEY
004420     ELSE
004430         READ OLD-BALANCE-FILE
004440             AT END
004450                 MOVE HIGH-VALUES TO WS-MASTER-KEY
004460             NOT AT END
004470                 MOVE OBL-ACCOUNT-ID TO WS-MASTER-KEY
004480         END-READ
004490     END-IF.
004500
004510 MATCH-ONE-KEY.
004520     IF WS-MASTER-KEY < WS-TRANS-KEY
004530         PERFORM CARRY-OLD-MASTER
004540         PERFORM READ-OLD-MASTER
004550     ELSE
004560         IF WS-MASTER-KEY = WS-TRANS-KEY
004570             MOVE OLD-BALANCE-RECORD TO NEW-BALANCE-RECORD
004580             PERFORM ROLL-BALANCE-MONTH
004590             PERFORM POST-ACCOUNT-ACTIVITY
004600             PERFORM READ-OLD-MASTER
004610         ELSE
004620             PERFORM ADD-NEW-BALANCE
004630             PERFORM POST-ACCOUNT-ACTIVITY
004640         END-IF
004650     END-IF.
004660
004670 CARRY-OLD-MASTER.
004680     ADD 1 TO WS-ACCOUNTS-CARRIED.
004690     MOVE OLD-BALANCE-RECORD TO NEW-BALANCE-RECORD.
004700     PERFORM ROLL-BALANCE-MONTH.
004710     IF NBL-CURRENT-BALANCE < 0
004720         ADD 1 TO WS-BELOW-ZERO-COUNT
004730     END-IF.
004740     WRITE NEW-BALANCE-RECORD.
004750
004760 ROLL-BALANCE-MONTH.
004770     IF NBL-OPEN-MONTH < WS-EXTRACT-YYMM
004780         MOVE NBL-OPEN-MONTH TO NBL-PRIOR-MONTH
004790         MOVE NBL-MONTH-OPEN-BAL TO NBL-PRIOR-OPEN-BAL
004800         MOVE NBL-CURRENT-BALANCE TO NBL-MONTH-OPEN-BAL
004810         MOVE WS-EXTRACT-YYMM TO NBL-OPEN-MONTH
004813         MOVE 0 TO NBL-MTD-COUNT
004816         MOVE 0 TO NBL-MTD-VOLUME
004820     END-IF.
004830
004840 ADD-NEW-BALANCE.
004850     ADD 1 TO WS-ACCOUNTS-ADDED.
004860     MOVE SPACES TO NEW-BALANCE-RECORD.
004870     MOVE WS-TRANS-KEY TO NBL-ACCOUNT-ID.
004880     MOVE 0 TO NBL-CURRENT-BALANCE.
004890     MOVE 0 TO NBL-LAST-POST-DATE.
004900     MOVE WS-EXTRACT-YYMM TO NBL-OPEN-MONTH.
004910     MOVE 0 TO NBL-MONTH-OPEN-BAL.
004920     MOVE 0 TO NBL-PRIOR-MONTH.
004930     MOVE 0 TO NBL-PRIOR-OPEN-BAL.
004933     MOVE 0 TO NBL-MTD-COUNT.
004936     MOVE 0 TO NBL-MTD-VOLUME.
004940
004950 POST-ACCOUNT-ACTIVITY.
004960     MOVE WS-TRANS-KEY TO WS-POST-ACCOUNT.
004970     MOVE 0 TO WS-ACCOUNT-ACTIVITY.
004980     MOVE 0 TO WS-ACCOUNT-ITEMS.
004985     MOVE 0 TO WS-ACCOUNT-VOLUME.
004990     PERFORM ADD-ONE-DETAIL
005000         UNTIL WS-TRANS-KEY NOT = WS-POST-ACCOUNT.
005010     MOVE NBL-CURRENT-BALANCE TO WS-PRIOR-BALANCE.
005020     ADD WS-ACCOUNT-ACTIVITY TO NBL-CURRENT-BALANCE.
005030     MOVE WS-EXTRACT-DATE TO NBL-LAST-POST-DATE.
005033     ADD WS-ACCOUNT-ITEMS TO NBL-MTD-COUNT.
005036     ADD WS-ACCOUNT-VOLUME TO NBL-MTD-VOLUME.
005040     ADD 1 TO WS-ACCOUNTS-POSTED.
005050     ADD WS-ACCOUNT-ITEMS TO WS-DETAILS-POSTED.
005060     IF NBL-CURRENT-BALANCE < 0
005070         ADD 1 TO WS-BELOW-ZERO-COUNT
005080         IF WS-PRIOR-BALANCE NOT < 0
005090             PERFORM WRITE-NEGATIVE-LINE
005100         END-IF
005110     END-IF.
005120     WRITE NEW-BALANCE-RECORD.
005130
005140 ADD-ONE-DETAIL.
005150     ADD BSW-AMOUNT TO WS-ACCOUNT-ACTIVITY.
005160     ADD 1 TO WS-ACCOUNT-ITEMS.
005161     IF BSW-AMOUNT < 0
005162         SUBTRACT BSW-AMOUNT FROM WS-ACCOUNT-VOLUME
005163     ELSE
005164         ADD BSW-AMOUNT TO WS-ACCOUNT-VOLUME
005165     END-IF.
005170     PERFORM RETURN-SORTED-DETAIL.
005180
005190 WRITE-NEGATIVE-LINE.
005200     ADD 1 TO WS-NEGATIVE-COUNT.
005210     MOVE NBL-ACCOUNT-ID TO RPT-ACCOUNT-ID.
005220     MOVE WS-PRIOR-BALANCE TO RPT-PRIOR-BALANCE.
005230     MOVE WS-ACCOUNT-ACTIVITY TO RPT-DAY-ACTIVITY.
005240     MOVE NBL-CURRENT-BALANCE TO RPT-NEW-BALANCE.
005250     WRITE NEGATIVE-REPORT-LINE FROM RPT-DETAIL-LINE.
005260
005270 WRITE-REPORT-HEADING.
005280     WRITE NEGATIVE-REPORT-LINE FROM RPT-HEADING-1.
005290     MOVE WS-EXTRACT-MM TO RPT-MM.
005300     MOVE WS-EXTRACT-DD TO RPT-DD.
005310     MOVE WS-EXTRACT-YY TO RPT-YY.
005320     WRITE NEGATIVE-REPORT-LINE FROM RPT-HEADING-2.
005330     WRITE NEGATIVE-REPORT-LINE FROM RPT-BLANK-LINE.
005340     WRITE NEGATIVE-REPORT-LINE FROM RPT-COLUMN-HEADING.
005350
005360 WRITE-REPORT-TRAILER.
005370     IF WS-NEGATIVE-COUNT = 0
005380         WRITE NEGATIVE-REPORT-LINE FROM RPT-NONE-LINE
005390     END-IF.
005400     WRITE NEGATIVE-REPORT-LINE FROM RPT-BLANK-LINE.
005410     MOVE WS-ACCOUNTS-POSTED TO RPT-POSTED-COUNT.
005420     WRITE NEGATIVE-REPORT-LINE FROM RPT-POSTED-TRAILER.
005430     MOVE WS-NEGATIVE-COUNT TO RPT-NEGATIVE-COUNT.
005440     WRITE NEGATIVE-REPORT-LINE FROM RPT-NEGATIVE-TRAILER.
005450     MOVE WS-BELOW-ZERO-COUNT TO RPT-BELOW-ZERO-COUNT.
005460     WRITE NEGATIVE-REPORT-LINE FROM RPT-BELOW-ZERO-TRAILER.
005470
005480 WRITE-POSTING-LOG.
005490     OPEN EXTEND POSTING-LOG-FILE.
005500     IF WS-POSTLOG-FILE-STATUS NOT = "00" AND
005510        WS-POSTLOG-FILE-STATUS NOT = "05"
005520         DISPLAY "BALANCE-POST: UNABLE TO OPEN POSTLOG, "
005530             "STATUS " WS-POSTLOG-FILE-STATUS
005540         DISPLAY "BALANCE-POST: POSTING NOT LOGGED - BALANCE "
005550             "MASTER NOT UPDATED"
005560         MOVE 16 TO RETURN-CODE
005570     ELSE
005580         MOVE SPACES TO POSTING-LOG-RECORD
005590         MOVE WS-EXTRACT-DATE TO PLG-RUN-DATE
005600         MOVE WS-DETAIL-COUNT TO PLG-RECORD-COUNT
005610         MOVE WS-DETAIL-HASH TO PLG-HASH-TOTAL
005620         MOVE WS-ACCOUNTS-POSTED TO PLG-ACCOUNTS-POSTED
005630         WRITE POSTING-LOG-RECORD
005640         CLOSE POSTING-LOG-FILE
005650         MOVE 0 TO RETURN-CODE
005660     END-IF.
