000140         ORGANIZATION IS SEQUENTIAL.
000150     SELECT SUMMARY-PRINT ASSIGN TO "MSUMM"
000160         ORGANIZATION IS SEQUENTIAL.
000161     SELECT BALANCE-FILE ASSIGN TO "BALMST"
000162         ORGANIZATION IS SEQUENTIAL
000163         FILE STATUS IS WS-BALANCE-FILE-STATUS.
000164     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000165         ORGANIZATION IS INDEXED
000166         ACCESS MODE IS RANDOM
000167         RECORD KEY IS ACM-ACCOUNT-ID
000168         FILE STATUS IS WS-ACCTMST-STATUS.
000169     SELECT MONTH-SORT-FILE ASSIGN TO "SRTWORK".
000170
000180 DATA DIVISION.
000190 FILE SECTION.
000460     05  GLT-HASH-TOTAL             PIC S9(09)V99
000470                                    SIGN LEADING SEPARATE.
000480     05  FILLER                     PIC X(10).
000481
000482 FD  ACCOUNT-MASTER-FILE.
000483 01  ACCOUNT-MASTER-RECORD.
000484     05  ACM-ACCOUNT-ID             PIC X(08).
000485     05  FILLER                     PIC X(01).
000486     05  ACM-ACCOUNT-NAME           PIC X(20).
000487     05  FILLER                     PIC X(16).
000490
000492 FD  BALANCE-FILE
000494     RECORDING MODE IS F.
000496 01  BALANCE-RECORD                 PIC X(85).
000498
000500 FD  STATEMENT-PRINT
000510     RECORDING MODE IS F.
000520 01  STATEMENT-PRINT-LINE           PIC X(80).
000530
000531 SD  MONTH-SORT-FILE.
000532 01  MONTH-SORT-RECORD.
000533     05  MSW-ACCOUNT-ID             PIC X(08).
000534     05  MSW-CLASS                  PIC X(01).
000535     05  MSW-TRAN-TYPE              PIC X(02).
000536     05  MSW-AMOUNT                 PIC S9(07)V99.
000537     05  MSW-OPEN-BAL               PIC S9(11)V99.
000538     05  MSW-MASTER-BAL             PIC S9(11)V99.
000539
000540 FD  SUMMARY-PRINT
000550     RECORDING MODE IS F.
000560 01  SUMMARY-PRINT-LINE             PIC X(80).
000590 01 EXTRACT-EOF-SW PIC X VALUE 'N'.
000600    88 EXTRACT-EOF                  VALUE 'Y'.
000610
000613 01 BALANCE-EOF-SW PIC X VALUE 'N'.
000616    88 BALANCE-EOF                  VALUE 'Y'.
000620 01 WS-PARM-FILE-STATUS             PIC XX VALUE SPACES.
000630 01 WS-EXTRACT-FILE-STATUS          PIC XX VALUE SPACES.
000633 01 WS-BALANCE-FILE-STATUS          PIC XX VALUE SPACES.
000636 01 WS-ACCTMST-STATUS               PIC XX VALUE SPACES.
000640
000650 01 WS-PARM-ERROR-SW                PIC X VALUE 'N'.
000660    88 WS-PARM-ERROR                VALUE 'Y'.
000700    88 WS-DAY-OPEN                  VALUE 'Y'.
000710 01 WS-DAY-IN-MONTH-SW              PIC X VALUE 'N'.
000720    88 WS-DAY-IN-MONTH              VALUE 'Y'.
000723 01 WS-BAL-IN-MONTH-SW              PIC X VALUE 'N'.
000726    88 WS-BAL-IN-MONTH              VALUE 'Y'.
000730
000740 01 WS-STMT-MONTH                   PIC 9(04) VALUE 0.
000750 01 WS-STMT-MONTH-R REDEFINES WS-STMT-MONTH.
000920 01 WS-DATE-SUB                     PIC 9(02) VALUE 0.
000930 01 WS-DATE-FOUND-SUB               PIC 9(02) VALUE 0.
000940
000944 01 WS-ACCT-COUNT                   PIC 9(07) VALUE 0.
000948 01 WS-SORT-KEY                     PIC X(08) VALUE SPACES.
000952 01 WS-SORT-TYPE                    PIC X(02) VALUE SPACES.
000956 01 WS-CURRENT-KEY                  PIC X(08) VALUE SPACES.
000960 01 WS-CURRENT-TYPE                 PIC X(02) VALUE SPACES.
000964 01 WS-ACC-OPEN-BAL                 PIC S9(11)V99 VALUE 0.
000968 01 WS-ACC-MASTER-BAL               PIC S9(11)V99 VALUE 0.
000972 01 WS-TYPE-CNT                     PIC 9(07) VALUE 0.
000976 01 WS-TYPE-AMT                     PIC S9(11)V99 VALUE 0.
000980
000984 01 WS-BALANCE-RECORD.
000988    05 BAL-ACCOUNT-ID               PIC X(08).
000992    05 FILLER                       PIC X(01).
000996    05 BAL-CURRENT-BALANCE          PIC S9(09)V99
001000                                    SIGN LEADING SEPARATE.
001004    05 FILLER                       PIC X(01).
001008    05 BAL-LAST-POST-DATE           PIC 9(06).
001012    05 FILLER                       PIC X(01).
001016    05 BAL-OPEN-MONTH               PIC 9(04).
001020    05 FILLER                       PIC X(01).
001024    05 BAL-MONTH-OPEN-BAL           PIC S9(09)V99
001028                                    SIGN LEADING SEPARATE.
001032    05 FILLER                       PIC X(01).
001036    05 BAL-PRIOR-MONTH              PIC 9(04).
001040    05 FILLER                       PIC X(01).
001044    05 BAL-PRIOR-OPEN-BAL           PIC S9(09)V99
001048                                    SIGN LEADING SEPARATE.
001052    05 FILLER                       PIC X(01).
001056    05 BAL-MTD-COUNT                PIC 9(07).
001060    05 FILLER                       PIC X(01).
001064    05 BAL-MTD-VOLUME               PIC S9(09)V99
001068                                    SIGN LEADING SEPARATE.
001100
001110 01 WS-ACCT-TOTAL-CNT               PIC 9(07) VALUE 0.
001120 01 WS-ACCT-TOTAL-AMT               PIC S9(11)V99 VALUE 0.
001130 01 WS-GRAND-COUNT                  PIC 9(07) VALUE 0.
001140 01 WS-GRAND-TOTAL                  PIC S9(11)V99 VALUE 0.
001141 01 WS-BAL-OPEN                     PIC S9(11)V99 VALUE 0.
001142 01 WS-BAL-CLOSE                    PIC S9(11)V99 VALUE 0.
001143 01 WS-ACCT-CLOSE-BAL               PIC S9(11)V99 VALUE 0.
001144 01 WS-OPEN-TOTAL                   PIC S9(11)V99 VALUE 0.
001145 01 WS-CLOSE-TOTAL                  PIC S9(11)V99 VALUE 0.
001146 01 WS-BAL-MISMATCH-COUNT           PIC 9(07) VALUE 0.
001150
001160 01 STM-HEADING-1.
001170    05 FILLER                       PIC X(25) VALUE
001270 01 STM-ACCOUNT-LINE.
001280    05 FILLER                       PIC X(09) VALUE "ACCOUNT: ".
001290    05 STM-ACCOUNT-ID               PIC X(08).
001293    05 FILLER                       PIC X(02) VALUE SPACES.
001296    05 STM-ACCOUNT-NAME             PIC X(20).
001300
001301 01 STM-OPEN-LINE.
001302    05 FILLER                       PIC X(25) VALUE
001303          "OPENING BALANCE:".
001304    05 STM-OPEN-BAL                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
001305
001310 01 STM-COLUMN-HEADING.
001320    05 FILLER                       PIC X(06) VALUE "TYPE".
001330    05 FILLER                       PIC X(10) VALUE "COUNT".
001480    05 STM-TOTAL-CNT                PIC ZZZ,ZZ9.
001490    05 FILLER                       PIC X(03) VALUE SPACES.
001500    05 STM-TOTAL-AMT                PIC Z,ZZZ,ZZZ,ZZ9.99-.
001501
001502 01 STM-CLOSE-LINE.
001503    05 FILLER                       PIC X(25) VALUE
001504          "CLOSING BALANCE:".
001505    05 STM-CLOSE-BAL                PIC Z,ZZZ,ZZZ,ZZ9.99-.
001510
001520 01 SUM-HEADING-1.
001530    05 FILLER                       PIC X(31) VALUE
001720 01 SUM-ACCTS-LINE.
001730    05 FILLER                       PIC X(19) VALUE
001740          "ACCOUNTS:          ".
001750    05 SUM-ACCT-COUNT               PIC ZZZ,ZZ9.
001760
001770 01 SUM-TRANS-LINE.
001780    05 FILLER                       PIC X(19) VALUE
001830    05 FILLER                       PIC X(19) VALUE
001840          "MONTH TOTAL TO GL: ".
001850    05 SUM-TOTAL-AMT                PIC Z,ZZZ,ZZZ,ZZ9.99-.
001851
001852 01 SUM-OPEN-LINE.
001853    05 FILLER                       PIC X(19) VALUE
001854          "OPENING BALANCES:  ".
001855    05 SUM-OPEN-AMT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
001860
001861 01 SUM-CLOSE-LINE.
001862    05 FILLER                       PIC X(19) VALUE
001863          "CLOSING BALANCES:  ".
001864    05 SUM-CLOSE-AMT                PIC Z,ZZZ,ZZZ,ZZ9.99-.
001865
001870 01 RPT-BLANK-LINE                  PIC X(80) VALUE SPACES.
001871
001872 01 SUM-MISMATCH-LINE.
001873    05 FILLER                       PIC X(19) VALUE
001874          "BALANCE MISMATCHES:".
001875    05 SUM-MISMATCH-COUNT           PIC ZZZ,ZZ9.
001880
001890 01 WS-SUM-DATE                     PIC 9(06) VALUE 0.
001900 01 WS-SUM-DATE-R REDEFINES WS-SUM-DATE.
001990         MOVE 16 TO RETURN-CODE
002000         STOP RUN
002010     END-IF.
002011     OPEN INPUT BALANCE-FILE.
002012     IF WS-BALANCE-FILE-STATUS NOT = "00"
002013         DISPLAY "MONTH-STATEMENT: UNABLE TO OPEN BALMST, "
002014             "STATUS " WS-BALANCE-FILE-STATUS
002015         MOVE 16 TO RETURN-CODE
002016         STOP RUN
002017     END-IF.
002020     OPEN INPUT EXTRACT-GENS-FILE.
002030     IF WS-EXTRACT-FILE-STATUS NOT = "00"
002040         DISPLAY "MONTH-STATEMENT: UNABLE TO OPEN MEXTGENS, "
002060         MOVE 16 TO RETURN-CODE
002070         STOP RUN
002080     END-IF.
002090     OPEN INPUT ACCOUNT-MASTER-FILE.
002100     IF WS-ACCTMST-STATUS NOT = "00"
002110         DISPLAY "MONTH-STATEMENT: UNABLE TO OPEN ACCTMST, "
002120             "STATUS " WS-ACCTMST-STATUS
002130         MOVE 16 TO RETURN-CODE
002140         STOP RUN
002220     END-IF.
002230     SORT MONTH-SORT-FILE
002240         ASCENDING KEY MSW-ACCOUNT-ID MSW-CLASS MSW-TRAN-TYPE
002250         INPUT PROCEDURE IS RELEASE-MONTH-ITEMS
002260         OUTPUT PROCEDURE IS WRITE-STATEMENTS.
002270     CLOSE ACCOUNT-MASTER-FILE.
002320     IF WS-STRUCT-ERROR
002330         MOVE 16 TO RETURN-CODE
002340         STOP RUN
002350     END-IF.
002370     PERFORM WRITE-MONTH-SUMMARY.
002380     DISPLAY "MONTH-STATEMENT: DAYS CONSOLIDATED "
002390         WS-DATE-COUNT.
002410         WS-ACCT-COUNT.
002420     DISPLAY "MONTH-STATEMENT: TRANSACTIONS      "
002430         WS-GRAND-COUNT.
002440     DISPLAY "MONTH-STATEMENT: BALANCE MISMATCHES "
002441         WS-BAL-MISMATCH-COUNT.
002442     IF WS-BAL-MISMATCH-COUNT > 0
002443         MOVE 8 TO RETURN-CODE
002444     ELSE
002445         MOVE 0 TO RETURN-CODE
002446     END-IF.
002450     STOP RUN.
002460
002470 READ-PARM-CARD.
003740     END-IF.
003750
003760 POST-TO-ACCOUNT.
003764     MOVE GLD-ACCOUNT-ID TO MSW-ACCOUNT-ID.
003768     MOVE '2' TO MSW-CLASS.
003772     MOVE GLD-TRAN-TYPE TO MSW-TRAN-TYPE.
003776     MOVE GLD-AMOUNT TO MSW-AMOUNT.
003780     MOVE 0 TO MSW-OPEN-BAL.
003784     MOVE 0 TO MSW-MASTER-BAL.
003788     RELEASE MONTH-SORT-RECORD.
003792
003796 WRITE-STATEMENTS.
003800     IF NOT WS-STRUCT-ERROR
003804         OPEN OUTPUT STATEMENT-PRINT
003808         PERFORM RETURN-SORTED-ITEM
003812         PERFORM WRITE-ONE-STATEMENT
003816             UNTIL WS-SORT-KEY = HIGH-VALUES
003820         CLOSE STATEMENT-PRINT
003830     END-IF.
003840
003850 RETURN-SORTED-ITEM.
003860     RETURN MONTH-SORT-FILE
003870         AT END
003880             MOVE HIGH-VALUES TO WS-SORT-KEY
003890             MOVE HIGH-VALUES TO WS-SORT-TYPE
003900         NOT AT END
003910             MOVE MSW-ACCOUNT-ID TO WS-SORT-KEY
003920             MOVE MSW-TRAN-TYPE TO WS-SORT-TYPE
003930     END-RETURN.
004590
004600 WRITE-ONE-STATEMENT.
004601     MOVE WS-SORT-KEY TO WS-CURRENT-KEY.
004602     ADD 1 TO WS-ACCT-COUNT.
004603     MOVE 0 TO WS-ACC-OPEN-BAL.
004604     MOVE 0 TO WS-ACC-MASTER-BAL.
004605     IF MSW-CLASS = '1'
004606         MOVE MSW-OPEN-BAL TO WS-ACC-OPEN-BAL
004607         MOVE MSW-MASTER-BAL TO WS-ACC-MASTER-BAL
004608         PERFORM RETURN-SORTED-ITEM
004609     END-IF.
004610     PERFORM LOOK-UP-ACCOUNT-NAME.
004620     WRITE STATEMENT-PRINT-LINE FROM STM-HEADING-1.
004630     MOVE WS-STMT-MM TO STM-MM.
004640     MOVE WS-STMT-YY TO STM-YY.
004650     WRITE STATEMENT-PRINT-LINE FROM STM-HEADING-2.
004660     MOVE WS-CURRENT-KEY TO STM-ACCOUNT-ID.
004670     WRITE STATEMENT-PRINT-LINE FROM STM-ACCOUNT-LINE.
004673     MOVE WS-ACC-OPEN-BAL TO STM-OPEN-BAL.
004676     WRITE STATEMENT-PRINT-LINE FROM STM-OPEN-LINE.
004680     WRITE STATEMENT-PRINT-LINE FROM RPT-BLANK-LINE.
004690     WRITE STATEMENT-PRINT-LINE FROM STM-COLUMN-HEADING.
004700     MOVE 0 TO WS-ACCT-TOTAL-CNT.
004710     MOVE 0 TO WS-ACCT-TOTAL-AMT.
004730     PERFORM WRITE-ONE-TYPE-LINE
004740         UNTIL WS-SORT-KEY NOT = WS-CURRENT-KEY.
004750     MOVE WS-ACCT-TOTAL-CNT TO STM-TOTAL-CNT.
004760     MOVE WS-ACCT-TOTAL-AMT TO STM-TOTAL-AMT.
004770     WRITE STATEMENT-PRINT-LINE FROM STM-TOTAL-LINE.
004775     PERFORM WRITE-CLOSING-BALANCE.
004780     WRITE STATEMENT-PRINT-LINE FROM RPT-BLANK-LINE.
004790     WRITE STATEMENT-PRINT-LINE FROM RPT-BLANK-LINE.
004800
004801 LOOK-UP-ACCOUNT-NAME.
004802     MOVE WS-CURRENT-KEY TO ACM-ACCOUNT-ID.
004803     READ ACCOUNT-MASTER-FILE
004804         INVALID KEY
004805             MOVE "*NOT ON ACCTMST*" TO STM-ACCOUNT-NAME
004806         NOT INVALID KEY
004807             MOVE ACM-ACCOUNT-NAME TO STM-ACCOUNT-NAME
004808     END-READ.
004809
004810 WRITE-ONE-TYPE-LINE.
004817     MOVE WS-SORT-TYPE TO WS-CURRENT-TYPE.
004824     MOVE 0 TO WS-TYPE-CNT.
004831     MOVE 0 TO WS-TYPE-AMT.
004838     PERFORM ADD-ONE-DETAIL
004845         UNTIL WS-SORT-KEY NOT = WS-CURRENT-KEY OR
004852               WS-SORT-TYPE NOT = WS-CURRENT-TYPE.
004859     MOVE WS-CURRENT-TYPE TO STM-TYPE.
004866     MOVE WS-TYPE-CNT TO STM-TYPE-CNT.
004873     MOVE WS-TYPE-AMT TO STM-TYPE-AMT.
004880     WRITE STATEMENT-PRINT-LINE FROM STM-TYPE-LINE.
004886     ADD WS-TYPE-CNT TO WS-ACCT-TOTAL-CNT.
004892     ADD WS-TYPE-AMT TO WS-ACCT-TOTAL-AMT.
004898
004904 ADD-ONE-DETAIL.
004910     ADD 1 TO WS-TYPE-CNT.
004916     ADD MSW-AMOUNT TO WS-TYPE-AMT.
004922     PERFORM RETURN-SORTED-ITEM.
004930
004940 WRITE-MONTH-SUMMARY.
004950     OPEN OUTPUT SUMMARY-PRINT.
005100     WRITE SUMMARY-PRINT-LINE FROM SUM-TRANS-LINE.
005110     MOVE WS-GRAND-TOTAL TO SUM-TOTAL-AMT.
005120     WRITE SUMMARY-PRINT-LINE FROM SUM-TOTAL-LINE.
005121     MOVE WS-OPEN-TOTAL TO SUM-OPEN-AMT.
005122     WRITE SUMMARY-PRINT-LINE FROM SUM-OPEN-LINE.
005123     MOVE WS-CLOSE-TOTAL TO SUM-CLOSE-AMT.
005124     WRITE SUMMARY-PRINT-LINE FROM SUM-CLOSE-LINE.
005125     MOVE WS-BAL-MISMATCH-COUNT TO SUM-MISMATCH-COUNT.
005126     WRITE SUMMARY-PRINT-LINE FROM SUM-MISMATCH-LINE.
005130     CLOSE SUMMARY-PRINT.
005140
005150 WRITE-ONE-SUMMARY-DATE.
005310     ADD 1 TO WS-DATE-SUB.
005320     DISPLAY "MONTH-STATEMENT: EXTRACT PRESENT FOR "
005330         WS-STMT-DATE (WS-DATE-SUB).
005340
005350 RELEASE-MONTH-ITEMS.
005360     PERFORM UNTIL BALANCE-EOF OR WS-STRUCT-ERROR
005370         READ BALANCE-FILE INTO WS-BALANCE-RECORD
005380             AT END
005390                 MOVE 'Y' TO BALANCE-EOF-SW
005400             NOT AT END
005410                 PERFORM LOAD-ONE-BALANCE
005420         END-READ
005430     END-PERFORM.
005440     CLOSE BALANCE-FILE.
005450     PERFORM UNTIL EXTRACT-EOF OR WS-STRUCT-ERROR
005460         READ EXTRACT-GENS-FILE
005470             AT END
005480                 MOVE 'Y' TO EXTRACT-EOF-SW
005490             NOT AT END
005500                 PERFORM POST-EXTRACT-RECORD
005510         END-READ
005520     END-PERFORM.
005530     CLOSE EXTRACT-GENS-FILE.
005540     IF NOT WS-STRUCT-ERROR AND WS-DAY-OPEN
005550         DISPLAY "MONTH-STATEMENT: NO TRAILER FOR EXTRACT OF "
005560             WS-DAY-DATE " - CONSOLIDATION STOPPED"
005570         MOVE 'Y' TO WS-STRUCT-ERROR-SW
005580     END-IF.
005590     IF NOT WS-STRUCT-ERROR AND
005600        WS-DATE-COUNT NOT = WS-EXPECTED-DAYS
005610         DISPLAY "MONTH-STATEMENT: " WS-DATE-COUNT
005620             " DAYS FOUND FOR MONTH " WS-STMT-MONTH
005630             " BUT " WS-EXPECTED-DAYS " EXPECTED"
005640         DISPLAY "MONTH-STATEMENT: A DAILY EXTRACT IS MISSING "
005650             "OR THE PARM CARD IS WRONG - CONSOLIDATION STOPPED"
005660         PERFORM DISPLAY-DATES-FOUND
005670         MOVE 'Y' TO WS-STRUCT-ERROR-SW
005680     END-IF.
005690
005700 LOAD-ONE-BALANCE.
005710     MOVE 'Y' TO WS-BAL-IN-MONTH-SW.
005720     IF BAL-OPEN-MONTH = WS-STMT-MONTH
005730         MOVE BAL-MONTH-OPEN-BAL TO WS-BAL-OPEN
005740         MOVE BAL-CURRENT-BALANCE TO WS-BAL-CLOSE
005750     ELSE
005760         IF BAL-PRIOR-MONTH = WS-STMT-MONTH
005770             MOVE BAL-PRIOR-OPEN-BAL TO WS-BAL-OPEN
005780             MOVE BAL-MONTH-OPEN-BAL TO WS-BAL-CLOSE
005790         ELSE
005800             IF BAL-OPEN-MONTH < WS-STMT-MONTH
005810                 MOVE BAL-CURRENT-BALANCE TO WS-BAL-OPEN
005820                 MOVE BAL-CURRENT-BALANCE TO WS-BAL-CLOSE
005830             ELSE
005840                 MOVE 'N' TO WS-BAL-IN-MONTH-SW
005850                 IF BAL-PRIOR-MONTH > WS-STMT-MONTH
005860                     DISPLAY "MONTH-STATEMENT: BALMST HAS "
005870                         "ROLLED PAST MONTH " WS-STMT-MONTH
005880                         " AT ACCOUNT " BAL-ACCOUNT-ID
005890                     DISPLAY "MONTH-STATEMENT: OPENING "
005900                         "BALANCES NO LONGER HELD - "
005910                         "CONSOLIDATION STOPPED"
005920                     MOVE 'Y' TO WS-STRUCT-ERROR-SW
005930                 END-IF
005940             END-IF
005950         END-IF
005960     END-IF.
005970     IF WS-BAL-IN-MONTH AND
005980        (WS-BAL-OPEN NOT = 0 OR WS-BAL-CLOSE NOT = 0)
005990         PERFORM ADD-BALANCE-ACCOUNT
006000     END-IF.
006010
006020 ADD-BALANCE-ACCOUNT.
006030     MOVE BAL-ACCOUNT-ID TO MSW-ACCOUNT-ID.
006040     MOVE '1' TO MSW-CLASS.
006050     MOVE SPACES TO MSW-TRAN-TYPE.
006060     MOVE 0 TO MSW-AMOUNT.
006070     MOVE WS-BAL-OPEN TO MSW-OPEN-BAL.
006080     MOVE WS-BAL-CLOSE TO MSW-MASTER-BAL.
006090     RELEASE MONTH-SORT-RECORD.
006100
006110 WRITE-CLOSING-BALANCE.
006120     COMPUTE WS-ACCT-CLOSE-BAL =
006130         WS-ACC-OPEN-BAL + WS-ACCT-TOTAL-AMT.
006140     MOVE WS-ACCT-CLOSE-BAL TO STM-CLOSE-BAL.
006150     WRITE STATEMENT-PRINT-LINE FROM STM-CLOSE-LINE.
006160     ADD WS-ACC-OPEN-BAL TO WS-OPEN-TOTAL.
006170     ADD WS-ACCT-CLOSE-BAL TO WS-CLOSE-TOTAL.
006180     IF WS-ACCT-CLOSE-BAL NOT = WS-ACC-MASTER-BAL
006190         ADD 1 TO WS-BAL-MISMATCH-COUNT
006200         DISPLAY "MONTH-STATEMENT: ACCOUNT "
006210             WS-CURRENT-KEY " CLOSING BALANCE "
006220             WS-ACCT-CLOSE-BAL " BUT BALMST SHOWS "
006230             WS-ACC-MASTER-BAL
006240     END-IF.
