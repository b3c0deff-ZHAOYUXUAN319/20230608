000090         FILE STATUS IS WS-SORT-FILE-STATUS.
000100     SELECT SORT-REPORT ASSIGN TO "SORTRPT"
000110         ORGANIZATION IS SEQUENTIAL.
000113     SELECT HELD-REPORT ASSIGN TO "HELDRPT"
000116         ORGANIZATION IS SEQUENTIAL.
000120     SELECT OPTIONAL SORT-CONTROL-FILE ASSIGN TO "SORTCTL"
000130         ORGANIZATION IS SEQUENTIAL
000140         FILE STATUS IS WS-SORTCTL-FILE-STATUS.
000150     SELECT EXCEPTION-FILE ASSIGN TO "SORTEXC"
000160         ORGANIZATION IS SEQUENTIAL.
000161     SELECT OPTIONAL HELD-OLD-FILE ASSIGN TO "HELDOLD"
000162         ORGANIZATION IS SEQUENTIAL
000163         FILE STATUS IS WS-HELDOLD-STATUS.
000164     SELECT HELD-ITEMS-FILE ASSIGN TO "SORTHELD"
000165         ORGANIZATION IS SEQUENTIAL
000166         FILE STATUS IS WS-HELD-FILE-STATUS.
000170     SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK".
000180     SELECT CHECKPOINT-FILE ASSIGN TO "SORTCKPT"
000190         ORGANIZATION IS SEQUENTIAL
000220         ORGANIZATION IS SEQUENTIAL.
000230     SELECT CONTROL-TOTALS-FILE ASSIGN TO "SORTCNT"
000240         ORGANIZATION IS SEQUENTIAL.
000241     SELECT CASE-XREF-FILE ASSIGN TO "XREFMST"
000242         ORGANIZATION IS INDEXED
000243         ACCESS MODE IS RANDOM
000244         RECORD KEY IS XRF-ACCOUNT-ID
000245         FILE STATUS IS WS-XREF-FILE-STATUS.
000250     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
000260         ORGANIZATION IS SEQUENTIAL.
000261     SELECT CASE-STATUS-FILE ASSIGN TO "CASESTAT"
000262         ORGANIZATION IS INDEXED
000263         ACCESS MODE IS RANDOM
000264         RECORD KEY IS STA-CASE-ID
000265         FILE STATUS IS WS-STAT-FILE-STATUS.
000270     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
000280         ORGANIZATION IS SEQUENTIAL.
000282     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000283         ORGANIZATION IS INDEXED
000284         ACCESS MODE IS DYNAMIC
000285         RECORD KEY IS ACM-ACCOUNT-ID
000286         FILE STATUS IS WS-ACCT-FILE-STATUS.
000287     SELECT OPTIONAL PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
000288         ORGANIZATION IS SEQUENTIAL
000790      05  CKPT-EXCEPTION-COUNT       PIC 9(05).
000800      05  CKPT-RUN-DATE              PIC 9(06).
000810      05  CKPT-TIME                  PIC 9(08).
000813      05  CKPT-HELD-COUNT            PIC 9(07).
000816      05  CKPT-HOLD-RELEASED         PIC 9(07).
000820
000830  FD  VALIDATED-WORK-FILE
000840      RECORDING MODE IS F.
000890      05  VAL-AMOUNT                 PIC S9(07)V99
000900                                     SIGN LEADING SEPARATE.
000910
000911 FD  HELD-OLD-FILE
000912     RECORDING MODE IS F.
000913 01  HELD-OLD-RECORD.
000914     05  HOL-RECORD-IMAGE           PIC X(29).
000915     05  FILLER                     PIC X(01).
000916     05  HOL-HELD-DATE              PIC 9(06).
000917     05  FILLER                     PIC X(28).
000918
000920 FD  CONTROL-TOTALS-FILE
000930     RECORDING MODE IS F.
000940 01  CONTROL-TOTALS-RECORD.
001030     05  FILLER                     PIC X(01).
001040     05  SC-RUN-DATE                PIC 9(06).
001050     05  SC-RUN-TIME                PIC 9(08).
001052     05  FILLER                     PIC X(01).
001054     05  SC-HELD-COUNT              PIC 9(07).
001056     05  FILLER                     PIC X(01).
001058     05  SC-HOLD-RELEASED           PIC 9(07).
001060
001061 FD  HELD-ITEMS-FILE
001062     RECORDING MODE IS F.
001063 01  HELD-ITEM-RECORD               PIC X(64).
001064
001065 FD  HELD-REPORT
001066     RECORDING MODE IS F.
001067 01  HELD-REPORT-LINE               PIC X(80).
001068
001070 FD  RUN-LOG-FILE
001080     RECORDING MODE IS F.
001090 01  RUN-LOG-RECORD.
001200     05  RL-EXCEPTIONS              PIC 9(05).
001210     05  FILLER                     PIC X(01).
001220     05  RL-RC                      PIC 9(02).
001221
001222 FD  CASE-XREF-FILE.
001223 01  CASE-XREF-RECORD.
001224     05  XRF-ACCOUNT-ID             PIC X(08).
001225     05  XRF-CASE-ID                PIC X(06).
001226     05  XRF-LINK-DATE              PIC 9(06).
001230
001231 FD  CASE-STATUS-FILE.
001232 01  CASE-STATUS-RECORD.
001233     05  STA-CASE-ID                PIC X(06).
001234     05  STA-RESULT-AND             PIC X(01).
001235     05  STA-AND-CHANGE-DATE        PIC 9(06).
001236     05  STA-RESULT-ANY             PIC X(01).
001237     05  STA-ANY-CHANGE-DATE        PIC 9(06).
001238     05  STA-OVERRIDE-FLAG          PIC X(01).
001239
001240 FD  GL-EXTRACT-FILE
001250     RECORDING MODE IS F.
001260 01  GL-HEADER-RECORD.
001446     05  PDT-PRIOR-DATE             PIC X(06).
001447
001450
001452 FD  ACCOUNT-MASTER-FILE.
001454 01  ACCOUNT-MASTER-RECORD.
001455     05  ACM-ACCOUNT-ID             PIC X(08).
001456     05  FILLER                     PIC X(01).
001740    05 WS-RUN-YY                    PIC 9(2).
001750    05 WS-RUN-MM                    PIC 9(2).
001760    05 WS-RUN-DD                    PIC 9(2).
001761
001762 01 WS-HELD-SINCE                   PIC 9(6).
001763 01 WS-HELD-SINCE-R REDEFINES WS-HELD-SINCE.
001764    05 WS-HELD-YY                   PIC 9(2).
001765    05 WS-HELD-MM                   PIC 9(2).
001766    05 WS-HELD-DD                   PIC 9(2).
001770
001771 01 HRP-DATE-EDIT.
001772    05 FILLER                       PIC X(02) VALUE SPACES.
001773    05 HRP-ED-MM                    PIC 99.
001774    05 FILLER                       PIC X(01) VALUE "/".
001775    05 HRP-ED-DD                    PIC 99.
001776    05 FILLER                       PIC X(01) VALUE "/".
001777    05 HRP-ED-YY                    PIC 99.
001778
001780 01 WS-LINE-COUNT                   PIC 9(3) VALUE 0.
001790 01 WS-PAGE-COUNT                   PIC 9(3) VALUE 0.
001800 01 WS-LINES-PER-PAGE               PIC 9(3) VALUE 20.
001810 01 WS-RECORD-COUNT                 PIC 9(7) VALUE 0.
001820 01 WS-RUN-TOTAL                    PIC S9(9)V99 VALUE 0.
001821
001822 01 WS-HELD-ITEM.
001823    05 HLD-RECORD-IMAGE             PIC X(29).
001824    05 FILLER                       PIC X(01).
001825    05 HLD-HELD-DATE                PIC 9(06).
001826    05 FILLER                       PIC X(01).
001827    05 HLD-CASE-ID                  PIC X(06).
001828    05 FILLER                       PIC X(01).
001829    05 HLD-REASON                   PIC X(20).
001830
001831 01 WS-HELD-DETAIL REDEFINES WS-HELD-ITEM.
001832    05 HLD-ACCOUNT-ID               PIC X(08).
001833    05 FILLER                       PIC X(01).
001834    05 HLD-TRAN-DATE                PIC X(06).
001835    05 FILLER                       PIC X(01).
001836    05 HLD-TRAN-TYPE                PIC X(02).
001837    05 FILLER                       PIC X(01).
001838    05 HLD-AMOUNT                   PIC S9(07)V99
001839                                    SIGN LEADING SEPARATE.
001840 01 WS-TRAN-DATE                    PIC 9(6).
001850 01 WS-TRAN-DATE-R REDEFINES WS-TRAN-DATE.
001860    05 WS-TRAN-YY                   PIC 9(2).
001870    05 WS-TRAN-MM                   PIC 9(2).
001880    05 WS-TRAN-DD                   PIC 9(2).
001890
001891 01 WS-XREF-FILE-STATUS             PIC XX VALUE SPACES.
001892 01 WS-STAT-FILE-STATUS             PIC XX VALUE SPACES.
001893 01 WS-HELDOLD-STATUS               PIC XX VALUE SPACES.
001894 01 WS-HELD-FILE-STATUS             PIC XX VALUE SPACES.
001896 01 WS-ACCT-FILE-STATUS             PIC XX VALUE SPACES.
001897 01 WS-ACCT-OPEN-FAIL-SW            PIC X VALUE 'N'.
001898    88 WS-ACCT-OPEN-FAILED          VALUE 'Y'.
001899 01 WS-ACCT-FOUND-SW                PIC X VALUE 'N'.
001900    88 WS-ACCT-FOUND                VALUE 'Y'.
001901 01 WS-XREF-OPEN-FAIL-SW            PIC X VALUE 'N'.
001902    88 WS-XREF-OPEN-FAILED          VALUE 'Y'.
001903 01 WS-XREF-FOUND-SW                PIC X VALUE 'N'.
001904    88 WS-XREF-FOUND                VALUE 'Y'.
001905 01 HELD-OLD-EOF-SW PIC X VALUE 'N'.
001906    88 HELD-OLD-EOF                 VALUE 'Y'.
001907 01 HELD-EOF-SW PIC X VALUE 'N'.
001908    88 HELD-EOF                     VALUE 'Y'.
001910 01 WS-ACCT-LOOKUP-ID               PIC X(08) VALUE SPACES.
001911 01 WS-PRIOR-ACCT-NAME              PIC X(20) VALUE SPACES.
001912
001923 01 WS-PRIOR-ACCOUNT                PIC X(08) VALUE LOW-VALUES.
001925 01 WS-ACCOUNT-COUNT                PIC 9(7) VALUE 0.
001927 01 WS-ACCOUNT-TOTAL                PIC S9(9)V99 VALUE 0.
001928 01 WS-HELD-COUNT                   PIC 9(07) VALUE 0.
001929 01 WS-HOLD-RELEASED                PIC 9(07) VALUE 0.
001930
001931 01 WS-HOLD-SW                      PIC X VALUE 'N'.
001932    88 WS-HOLD-ITEM                 VALUE 'Y'.
001933 01 WS-HOLD-CASE-ID                 PIC X(06) VALUE SPACES.
001934 01 WS-HOLD-REASON                  PIC X(20) VALUE SPACES.
001935 01 WS-SORTIN-READ                  PIC 9(07) VALUE 0.
001936 01 WS-HELD-CARRIED                 PIC 9(07) VALUE 0.
001937 01 WS-HELD-LISTED                  PIC 9(07) VALUE 0.
001938 01 WS-HELD-TOTAL                   PIC S9(9)V99 VALUE 0.
001939
001940 01 RPT-HEADING-1.
001950    05 FILLER                       PIC X(20) VALUE
001960           "DAILY SORTED VALUES ".
002440 01 RPT-TRAILER-2.
002450    05 FILLER                       PIC X(08) VALUE "TOTAL: ".
002460    05 RPT-TOTAL                    PIC Z,ZZZ,ZZZ,ZZ9.99-.
002461
002462 01 HRP-HEADING-1.
002463    05 FILLER                       PIC X(38) VALUE
002464           "TRANSACTIONS HELD FOR CASE ELIGIBILITY".
002465
002466 01 HRP-NONE-LINE.
002467    05 FILLER                       PIC X(26) VALUE
002468           "  NO TRANSACTIONS ON HOLD".
002470
002471 01 HRP-COLUMN-HEADING.
002472    05 FILLER                       PIC X(10) VALUE "ACCOUNT".
002473    05 FILLER                       PIC X(08) VALUE "CASE".
002474    05 FILLER                       PIC X(10) VALUE "TRAN DATE".
002475    05 FILLER                       PIC X(36) VALUE
002476           "TYPE       AMOUNT  HELD SINCE REASON".
002477
002480 01 RPT-BLANK-LINE                  PIC X(80) VALUE SPACES.
002481
002482 01 HRP-COUNT-LINE.
002483    05 HRP-COUNT-LABEL              PIC X(30).
002484    05 HRP-COUNT                    PIC ZZZ,ZZ9.
002485
002486 01 HRP-TOTAL-LINE.
002487    05 FILLER                       PIC X(19) VALUE
002488           "AMOUNT STILL HELD: ".
002489    05 HRP-TOTAL                    PIC Z,ZZZ,ZZZ,ZZ9.99-.
002490
002491 01 HRP-DETAIL-LINE.
002492    05 HRP-ACCOUNT-ID               PIC X(10).
002493    05 HRP-CASE-ID                  PIC X(06).
002494    05 HRP-TRAN-DATE                PIC X(12).
002495    05 HRP-TRAN-TYPE                PIC X(04).
002496    05 HRP-AMOUNT                   PIC Z,ZZZ,ZZ9.99-.
002497    05 HRP-HELD-DATE                PIC X(13).
002498    05 HRP-REASON                   PIC X(20).
002499
002500 PROCEDURE DIVISION.
002510 MAIN-LOGIC.
002520     PERFORM READ-SORT-DIRECTION.
002530     PERFORM INITIALIZE-RUN.
002540     PERFORM CHECK-FOR-RESTART.
002550     PERFORM CHECK-SORTIN-AVAILABLE.
002553     PERFORM OPEN-ACCOUNT-MASTER.
002557     PERFORM OPEN-CASE-XREF.
002560     PERFORM WRITE-RUN-LOG-START.
002567     IF WS-SORTIN-OPEN-FAILED OR WS-ACCT-OPEN-FAILED OR
002575        WS-XREF-OPEN-FAILED
002580         MOVE 16 TO WS-FINAL-RC
002590     ELSE
002600         IF WS-SORT-ASCENDING
002680                 INPUT PROCEDURE IS VALIDATE-AND-RELEASE
002690                 OUTPUT PROCEDURE IS PRODUCE-REPORT
002700         END-IF
002705         PERFORM PRODUCE-HELD-REPORT
002710         PERFORM CLEAR-CHECKPOINT
002720         PERFORM WRITE-CONTROL-TOTALS
002730         IF WS-EXCEPTION-COUNT > 0
002750         ELSE
002760             MOVE 0 TO WS-FINAL-RC
002770         END-IF
002772     END-IF.
002774     IF NOT WS-ACCT-OPEN-FAILED
002776         CLOSE ACCOUNT-MASTER-FILE
002780     END-IF.
002790     PERFORM WRITE-RUN-LOG-END.
002800     MOVE WS-FINAL-RC TO RETURN-CODE.
003150                 MOVE 'Y' TO WS-RESTART-SW
003160                 MOVE CKPT-RECORD-COUNT TO WS-RECORD-COUNT
003170                 MOVE CKPT-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT
003173                 MOVE CKPT-HELD-COUNT TO WS-HELD-COUNT
003176                 MOVE CKPT-HOLD-RELEASED TO WS-HOLD-RELEASED
003180                 MOVE CKPT-RECORD-COUNT TO WS-INPUT-POSITION
003190                 ADD CKPT-EXCEPTION-COUNT TO WS-INPUT-POSITION
003193                 ADD CKPT-HELD-COUNT TO WS-INPUT-POSITION
003196                 SUBTRACT CKPT-HOLD-RELEASED FROM
003197                     WS-INPUT-POSITION
003200                 DISPLAY "RESTART - RESUMING AT SORT STEP"
003210             END-IF
003220         END-READ
003570 VALIDATE-AND-RELEASE-INPUT.
003580     OPEN OUTPUT EXCEPTION-FILE.
003590     OPEN OUTPUT VALIDATED-WORK-FILE.
003593     OPEN OUTPUT HELD-ITEMS-FILE.
003600     PERFORM UNTIL SORT-INPUT-EOF
003610         READ SORT-INPUT-FILE
003620             AT END
003650                 ADD 1 TO WS-INPUT-POSITION
003660                 PERFORM VALIDATE-INPUT-VALUE
003670                 IF WS-VALUE-VALID
003680                     IF WS-HOLD-ITEM
003682                         PERFORM HOLD-INPUT-RECORD
003684                     ELSE
003686                         PERFORM RELEASE-INPUT-RECORD
003688                     END-IF
003690                 ELSE
003700                     PERFORM WRITE-EXCEPTION-RECORD
003710                 END-IF
003720         END-READ
003730     END-PERFORM.
003740     CLOSE SORT-INPUT-FILE.
003745     PERFORM RECHECK-HELD-ITEMS.
003750     CLOSE EXCEPTION-FILE.
003760     CLOSE VALIDATED-WORK-FILE.
003762     CLOSE HELD-ITEMS-FILE.
003764     CLOSE CASE-XREF-FILE.
003766     CLOSE CASE-STATUS-FILE.
003770     PERFORM WRITE-CHECKPOINT-RECORD.
003780
003790 RELEASE-INPUT-RECORD.
004090 VALIDATE-INPUT-VALUE.
004100     MOVE 'N' TO WS-VALUE-VALID-SW.
004110     MOVE SPACES TO WS-REJECT-REASON.
004115     MOVE 'N' TO WS-HOLD-SW.
004120     IF SI-ACCOUNT-ID = SPACES
004130         MOVE "MISSING ACCOUNT ID" TO WS-REJECT-REASON
004140     ELSE
004220             END-IF
004230         END-IF
004240     END-IF.
004243     IF WS-VALUE-VALID
004246         PERFORM CHECK-CASE-ELIGIBILITY
004249     END-IF.
004250
004260 VALIDATE-INPUT-AMOUNT.
004270     IF SI-AMOUNT-SIGN NOT = '+' AND SI-AMOUNT-SIGN NOT = '-'
004353 VALIDATE-INPUT-ACCOUNT.
004354     MOVE SI-ACCOUNT-ID TO WS-ACCT-LOOKUP-ID.
004355     PERFORM FIND-ACCOUNT.
004356     IF NOT WS-ACCT-FOUND
004357         MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
004358     ELSE
004359         MOVE SI-TRAN-DATE TO WS-TRAN-DATE
004360         IF ACM-STATUS = 'C' AND
004361            WS-TRAN-DATE >=
004362            ACM-CLOSE-DATE
004363             MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
004364         ELSE
004365             PERFORM VALIDATE-NOT-DUPLICATE
004460     MOVE "INPUT DONE  " TO CKPT-STAGE.
004470     MOVE WS-RECORD-COUNT TO CKPT-RECORD-COUNT.
004480     MOVE WS-EXCEPTION-COUNT TO CKPT-EXCEPTION-COUNT.
004483     MOVE WS-HELD-COUNT TO CKPT-HELD-COUNT.
004486     MOVE WS-HOLD-RELEASED TO CKPT-HOLD-RELEASED.
004490     MOVE WS-RUN-DATE TO CKPT-RUN-DATE.
004500     ACCEPT CKPT-TIME FROM TIME.
004510     WRITE CHECKPOINT-RECORD.
004610                 MOVE "JOB COMPLETE" TO CKPT-STAGE
004620                 MOVE WS-RECORD-COUNT TO CKPT-RECORD-COUNT
004630                 MOVE WS-EXCEPTION-COUNT TO CKPT-EXCEPTION-COUNT
004633                 MOVE WS-HELD-COUNT TO CKPT-HELD-COUNT
004636                 MOVE WS-HOLD-RELEASED TO CKPT-HOLD-RELEASED
004640                 MOVE WS-RUN-DATE TO CKPT-RUN-DATE
004650                 ACCEPT CKPT-TIME FROM TIME
004660                 REWRITE CHECKPOINT-RECORD
004760     MOVE WS-EXCEPTION-COUNT TO SC-EXCEPTION-COUNT.
004770     MOVE WS-RUN-TOTAL TO SC-RUN-TOTAL.
004780     MOVE WS-RUN-DATE TO SC-RUN-DATE.
004783     MOVE WS-HELD-COUNT TO SC-HELD-COUNT.
004786     MOVE WS-HOLD-RELEASED TO SC-HOLD-RELEASED.
004790     ACCEPT SC-RUN-TIME FROM TIME.
004800     WRITE CONTROL-TOTALS-RECORD.
004810     CLOSE CONTROL-TOTALS-FILE.
006030     WRITE RUN-LOG-RECORD.
006040     CLOSE RUN-LOG-FILE.
006050
006060 OPEN-ACCOUNT-MASTER.
006070     OPEN INPUT ACCOUNT-MASTER-FILE.
006080     IF WS-ACCT-FILE-STATUS NOT = "00"
006090         DISPLAY "ASCENDING-EXAMPLE: UNABLE TO OPEN ACCTMST, "
006100             "STATUS " WS-ACCT-FILE-STATUS
006110         MOVE 'Y' TO WS-ACCT-OPEN-FAIL-SW
006120     ELSE
006130         MOVE LOW-VALUES TO ACM-ACCOUNT-ID
006140         START ACCOUNT-MASTER-FILE
006150             KEY IS NOT < ACM-ACCOUNT-ID
006160             INVALID KEY
006170                 DISPLAY "ASCENDING-EXAMPLE: ACCTMST IS EMPTY"
006180                 CLOSE ACCOUNT-MASTER-FILE
006190                 MOVE 'Y' TO WS-ACCT-OPEN-FAIL-SW
006200         END-START
006430     END-IF.
006440
006450 FIND-ACCOUNT.
006460     MOVE 'N' TO WS-ACCT-FOUND-SW.
006470     MOVE WS-ACCT-LOOKUP-ID TO ACM-ACCOUNT-ID.
006480     READ ACCOUNT-MASTER-FILE
006490         INVALID KEY
006500             CONTINUE
006510         NOT INVALID KEY
006520             MOVE 'Y' TO WS-ACCT-FOUND-SW
006530     END-READ.
006560
006570 LOOK-UP-ACCOUNT-NAME.
006580     MOVE SW-ACCOUNT-ID TO WS-ACCT-LOOKUP-ID.
006590     PERFORM FIND-ACCOUNT.
006621     IF WS-ACCT-FOUND
006625         MOVE ACM-ACCOUNT-NAME TO WS-PRIOR-ACCT-NAME
006630     ELSE
006640         MOVE SPACES TO WS-PRIOR-ACCT-NAME
006650     END-IF.
007110         DISPLAY "ASCENDING-EXAMPLE: PROCDATE NOT AVAILABLE - "
007120             "SYSTEM DATE USED"
007130     END-IF.
007140
007150 HOLD-INPUT-RECORD.
007160     ADD 1 TO WS-HELD-COUNT.
007170     MOVE WS-RUN-DATE TO WS-HELD-SINCE.
007180     PERFORM WRITE-HELD-RECORD.
007190
007200 WRITE-HELD-RECORD.
007210     MOVE SPACES TO WS-HELD-ITEM.
007220     MOVE SORT-INPUT-RECORD TO HLD-RECORD-IMAGE.
007230     MOVE WS-HELD-SINCE TO HLD-HELD-DATE.
007240     MOVE WS-HOLD-CASE-ID TO HLD-CASE-ID.
007250     MOVE WS-HOLD-REASON TO HLD-REASON.
007260     WRITE HELD-ITEM-RECORD FROM WS-HELD-ITEM.
007270
007280 RECHECK-HELD-ITEMS.
007290     MOVE 'N' TO HELD-OLD-EOF-SW.
007300     MOVE WS-INPUT-POSITION TO WS-SORTIN-READ.
007310     OPEN INPUT HELD-OLD-FILE.
007320     IF WS-HELDOLD-STATUS = "00"
007330         PERFORM UNTIL HELD-OLD-EOF
007340             READ HELD-OLD-FILE
007350                 AT END
007360                     MOVE 'Y' TO HELD-OLD-EOF-SW
007370                 NOT AT END
007380                     PERFORM RECHECK-ONE-HELD-ITEM
007390             END-READ
007400         END-PERFORM
007410         CLOSE HELD-OLD-FILE
007420     END-IF.
007430     MOVE WS-SORTIN-READ TO WS-INPUT-POSITION.
007440
007450 RECHECK-ONE-HELD-ITEM.
007460     ADD 1 TO WS-INPUT-POSITION.
007470     MOVE HOL-RECORD-IMAGE TO SORT-INPUT-RECORD.
007480     PERFORM VALIDATE-INPUT-VALUE.
007490     IF WS-VALUE-VALID AND WS-HOLD-ITEM
007500         MOVE HOL-HELD-DATE TO WS-HELD-SINCE
007510         PERFORM WRITE-HELD-RECORD
007520     ELSE
007530         ADD 1 TO WS-HOLD-RELEASED
007540         IF WS-VALUE-VALID
007550             PERFORM RELEASE-INPUT-RECORD
007560         ELSE
007570             PERFORM WRITE-EXCEPTION-RECORD
007580         END-IF
007590     END-IF.
007600
007610 CHECK-CASE-ELIGIBILITY.
007620     MOVE 'N' TO WS-HOLD-SW.
007630     MOVE SPACES TO WS-HOLD-CASE-ID.
007640     MOVE SPACES TO WS-HOLD-REASON.
007650     PERFORM FIND-XREF.
007660     IF WS-XREF-FOUND
007670         MOVE XRF-CASE-ID TO WS-HOLD-CASE-ID
007680         MOVE WS-HOLD-CASE-ID TO STA-CASE-ID
007690         READ CASE-STATUS-FILE
007700             INVALID KEY
007710                 MOVE 'Y' TO WS-HOLD-SW
007720                 MOVE "CASE NOT ON CASESTAT" TO WS-HOLD-REASON
007730             NOT INVALID KEY
007740                 IF STA-RESULT-AND NOT = 'Y'
007750                     MOVE 'Y' TO WS-HOLD-SW
007760                     MOVE "CASE NOT ELIGIBLE" TO WS-HOLD-REASON
007770                 END-IF
007780         END-READ
007790     END-IF.
007800
007810 PRODUCE-HELD-REPORT.
007820     MOVE 0 TO WS-HELD-LISTED.
007830     MOVE 0 TO WS-HELD-TOTAL.
007840     MOVE 'N' TO HELD-EOF-SW.
007850     OPEN OUTPUT HELD-REPORT.
007860     WRITE HELD-REPORT-LINE FROM HRP-HEADING-1.
007870     MOVE WS-RUN-MM TO RPT-MM.
007880     MOVE WS-RUN-DD TO RPT-DD.
007890     MOVE WS-RUN-YY TO RPT-YY.
007900     WRITE HELD-REPORT-LINE FROM RPT-HEADING-2.
007910     WRITE HELD-REPORT-LINE FROM RPT-BLANK-LINE.
007920     WRITE HELD-REPORT-LINE FROM HRP-COLUMN-HEADING.
007930     OPEN INPUT HELD-ITEMS-FILE.
007940     IF WS-HELD-FILE-STATUS = "00"
007950         PERFORM UNTIL HELD-EOF
007960             READ HELD-ITEMS-FILE INTO WS-HELD-ITEM
007970                 AT END
007980                     MOVE 'Y' TO HELD-EOF-SW
007990                 NOT AT END
008000                     PERFORM WRITE-HELD-REPORT-LINE
008010             END-READ
008020         END-PERFORM
008030         CLOSE HELD-ITEMS-FILE
008040     ELSE
008050         DISPLAY "ASCENDING-EXAMPLE: UNABLE TO OPEN SORTHELD, "
008060             "STATUS " WS-HELD-FILE-STATUS
008070     END-IF.
008080     IF WS-HELD-LISTED = 0
008090         WRITE HELD-REPORT-LINE FROM HRP-NONE-LINE
008100     END-IF.
008110     PERFORM WRITE-HELD-REPORT-TOTALS.
008120     CLOSE HELD-REPORT.
008130
008140 WRITE-HELD-REPORT-LINE.
008150     ADD 1 TO WS-HELD-LISTED.
008160     ADD HLD-AMOUNT TO WS-HELD-TOTAL.
008170     MOVE HLD-ACCOUNT-ID TO HRP-ACCOUNT-ID.
008180     MOVE HLD-CASE-ID TO HRP-CASE-ID.
008190     MOVE HLD-TRAN-DATE TO WS-TRAN-DATE.
008200     MOVE WS-TRAN-MM TO HRP-ED-MM.
008210     MOVE WS-TRAN-DD TO HRP-ED-DD.
008220     MOVE WS-TRAN-YY TO HRP-ED-YY.
008230     MOVE HRP-DATE-EDIT TO HRP-TRAN-DATE.
008240     MOVE HLD-TRAN-TYPE TO HRP-TRAN-TYPE.
008250     MOVE HLD-AMOUNT TO HRP-AMOUNT.
008260     MOVE HLD-HELD-DATE TO WS-HELD-SINCE.
008270     MOVE WS-HELD-MM TO HRP-ED-MM.
008280     MOVE WS-HELD-DD TO HRP-ED-DD.
008290     MOVE WS-HELD-YY TO HRP-ED-YY.
008300     MOVE HRP-DATE-EDIT TO HRP-HELD-DATE.
008310     MOVE HLD-REASON TO HRP-REASON.
008320     WRITE HELD-REPORT-LINE FROM HRP-DETAIL-LINE.
008330
008340 WRITE-HELD-REPORT-TOTALS.
008350     MOVE WS-HELD-LISTED TO WS-HELD-CARRIED.
008360     SUBTRACT WS-HELD-COUNT FROM WS-HELD-CARRIED.
008370     WRITE HELD-REPORT-LINE FROM RPT-BLANK-LINE.
008380     MOVE "HELD TODAY FROM SORTIN:" TO HRP-COUNT-LABEL.
008390     MOVE WS-HELD-COUNT TO HRP-COUNT.
008400     WRITE HELD-REPORT-LINE FROM HRP-COUNT-LINE.
008410     MOVE "STILL HELD FROM PRIOR RUNS:" TO HRP-COUNT-LABEL.
008420     MOVE WS-HELD-CARRIED TO HRP-COUNT.
008430     WRITE HELD-REPORT-LINE FROM HRP-COUNT-LINE.
008440     MOVE "RELEASED TO POSTING THIS RUN:" TO HRP-COUNT-LABEL.
008450     MOVE WS-HOLD-RELEASED TO HRP-COUNT.
008460     WRITE HELD-REPORT-LINE FROM HRP-COUNT-LINE.
008470     MOVE "TOTAL ITEMS ON HOLD:" TO HRP-COUNT-LABEL.
008480     MOVE WS-HELD-LISTED TO HRP-COUNT.
008490     WRITE HELD-REPORT-LINE FROM HRP-COUNT-LINE.
008500     MOVE WS-HELD-TOTAL TO HRP-TOTAL.
008510     WRITE HELD-REPORT-LINE FROM HRP-TOTAL-LINE.
008520
008530 OPEN-CASE-XREF.
008540     IF WS-RESTART-MODE
008550         CONTINUE
008560     ELSE
008570         OPEN INPUT CASE-XREF-FILE
008580         IF WS-XREF-FILE-STATUS NOT = "00"
008590             DISPLAY "ASCENDING-EXAMPLE: UNABLE TO OPEN XREFMST, "
008600                 "STATUS " WS-XREF-FILE-STATUS
008610             MOVE 'Y' TO WS-XREF-OPEN-FAIL-SW
008620         ELSE
008630             OPEN INPUT CASE-STATUS-FILE
008640             IF WS-STAT-FILE-STATUS NOT = "00"
008650                 DISPLAY "ASCENDING-EXAMPLE: UNABLE TO OPEN "
008660                     "CASESTAT, STATUS " WS-STAT-FILE-STATUS
008670                 MOVE 'Y' TO WS-XREF-OPEN-FAIL-SW
008680                 CLOSE CASE-XREF-FILE
008690             END-IF
008700         END-IF
008710     END-IF.
008720
008730 FIND-XREF.
008740     MOVE 'N' TO WS-XREF-FOUND-SW.
008750     MOVE WS-ACCT-LOOKUP-ID TO XRF-ACCOUNT-ID.
008760     READ CASE-XREF-FILE
008770         INVALID KEY
008780             CONTINUE
008790         NOT INVALID KEY
008800             MOVE 'Y' TO WS-XREF-FOUND-SW
008810     END-READ.
