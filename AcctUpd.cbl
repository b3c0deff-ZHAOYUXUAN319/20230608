000070     SELECT ACCT-TRANS-FILE ASSIGN TO "ACCTTRN"
000080         ORGANIZATION IS SEQUENTIAL
000090         FILE STATUS IS WS-TRANS-FILE-STATUS.
000100     SELECT OPTIONAL ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000110         ORGANIZATION IS INDEXED
000112         ACCESS MODE IS RANDOM
000114         RECORD KEY IS ACM-ACCOUNT-ID
000120         FILE STATUS IS WS-ACCTMST-STATUS.
000130     SELECT ACCOUNT-REGISTER ASSIGN TO "ACCTREG"
000140         ORGANIZATION IS SEQUENTIAL.
000150
000160 DATA DIVISION.
000250     05  ACT-ACCOUNT-NAME           PIC X(20).
000260     05  FILLER                     PIC X(01).
000270     05  ACT-DATE                   PIC X(06).
000280     05  FILLER                     PIC X(02).
000282     05  ACT-ENTERED-BY             PIC X(08).
000284     05  FILLER                     PIC X(01).
000286     05  ACT-APPROVED-BY            PIC X(08).
000288     05  FILLER                     PIC X(23).
000290
000300 FD  ACCOUNT-MASTER-FILE.
000320 01  ACCOUNT-MASTER-RECORD.
000330     05  ACM-ACCOUNT-ID             PIC X(08).
000340     05  FILLER                     PIC X(01).
000350     05  ACM-ACCOUNT-NAME           PIC X(20).
000360     05  FILLER                     PIC X(01).
000370     05  ACM-STATUS                 PIC X(01).
000380     05  FILLER                     PIC X(01).
000390     05  ACM-OPEN-DATE              PIC 9(06).
000400     05  FILLER                     PIC X(01).
000410     05  ACM-CLOSE-DATE             PIC 9(06).
000420
000430 FD  ACCOUNT-REGISTER
000440     RECORDING MODE IS F.
000450 01  ACCOUNT-REGISTER-LINE          PIC X(80).
000550
000560 WORKING-STORAGE SECTION.
000570 01 WS-TRANS-FILE-STATUS            PIC XX VALUE SPACES.
000580 01 WS-ACCTMST-STATUS               PIC XX VALUE SPACES.
000590
000591 01 RPT-HEADING-1.
000592    05 FILLER                       PIC X(32) VALUE
000593          "ACCOUNT MASTER CHANGE REGISTER".
000594
000595 01 RPT-BLANK-LINE                  PIC X(80) VALUE SPACES.
000596
000600 01 WS-TRANS-KEY                    PIC X(08) VALUE LOW-VALUES.
000620 01 WS-SEQ-ERROR-SW                 PIC X VALUE 'N'.
000630    88 WS-SEQ-ERROR                 VALUE 'Y'.
000632 01 WS-CARD-APPROVED-SW             PIC X VALUE 'N'.
000634    88 WS-CARD-APPROVED             VALUE 'Y'.
000636 01 WS-MASTER-CHANGED-SW            PIC X VALUE 'N'.
000638    88 WS-MASTER-CHANGED            VALUE 'Y'.
000640
000641 01 RPT-COUNT-LINE.
000642    05 RPT-COUNT-LABEL              PIC X(24).
000643    05 RPT-COUNT                    PIC ZZZ,ZZ9.
000644
000650 01 WS-TRANS-READ                   PIC 9(07) VALUE 0.
000660 01 WS-ADD-COUNT                    PIC 9(07) VALUE 0.
000670 01 WS-CHANGE-COUNT                 PIC 9(07) VALUE 0.
000680 01 WS-CLOSE-COUNT                  PIC 9(07) VALUE 0.
000682 01 WS-APPLIED-COUNT                PIC 9(07) VALUE 0.
000684 01 WS-ERRORS-BEFORE                PIC 9(07) VALUE 0.
000690 01 WS-ERROR-COUNT                  PIC 9(07) VALUE 0.
000691
000692 01 RPT-COLUMN-HEADING.
000693    05 FILLER                       PIC X(10) VALUE "ACCOUNT".
000694    05 FILLER                       PIC X(08) VALUE "ACTION".
000695    05 FILLER                       PIC X(10) VALUE "RESULT".
000696    05 FILLER                       PIC X(10) VALUE "MAKER".
000697    05 FILLER                       PIC X(10) VALUE "CHECKER".
000698    05 FILLER                       PIC X(22) VALUE "NAME".
000699    05 FILLER                       PIC X(04) VALUE "DATE".
000700
000701 01 RPT-DETAIL-LINE.
000702    05 RPT-ACCOUNT-ID               PIC X(10).
000703    05 RPT-ACTION                   PIC X(08).
000704    05 RPT-RESULT                   PIC X(10).
000705    05 RPT-MAKER                    PIC X(10).
000706    05 RPT-CHECKER                  PIC X(10).
000707    05 RPT-ACCOUNT-NAME             PIC X(22).
000708    05 RPT-DATE                     PIC X(06).
000709
000710 PROCEDURE DIVISION.
000720 MAIN-LOGIC.
000730     OPEN INPUT ACCT-TRANS-FILE.
000770         MOVE 16 TO RETURN-CODE
000780         STOP RUN
000790     END-IF.
000810     PERFORM VERIFY-TRANS-SEQUENCE.
000830     IF WS-SEQ-ERROR
000840         DISPLAY "ACCOUNT-UPDATE: MASTER NOT UPDATED"
000850         MOVE 16 TO RETURN-CODE
000860         STOP RUN
000870     END-IF.
000880     CLOSE ACCT-TRANS-FILE.
000882     OPEN I-O ACCOUNT-MASTER-FILE.
000884     IF WS-ACCTMST-STATUS NOT = "00" AND
000886        WS-ACCTMST-STATUS NOT = "05"
000888         DISPLAY "ACCOUNT-UPDATE: UNABLE TO OPEN ACCTMST, "
000890             "STATUS " WS-ACCTMST-STATUS
000892         DISPLAY "ACCOUNT-UPDATE: MASTER NOT UPDATED"
000894         MOVE 16 TO RETURN-CODE
000896         STOP RUN
000898     END-IF.
000900     OPEN INPUT ACCT-TRANS-FILE.
000920     MOVE LOW-VALUES TO WS-TRANS-KEY.
000930     OPEN OUTPUT ACCOUNT-REGISTER.
000935     WRITE ACCOUNT-REGISTER-LINE FROM RPT-HEADING-1.
000940     WRITE ACCOUNT-REGISTER-LINE FROM RPT-BLANK-LINE.
000945     WRITE ACCOUNT-REGISTER-LINE FROM RPT-COLUMN-HEADING.
000950     PERFORM READ-TRANS-FILE.
000960     PERFORM APPLY-ONE-CARD
000970         UNTIL WS-TRANS-KEY = HIGH-VALUES.
001000     CLOSE ACCT-TRANS-FILE.
001010     CLOSE ACCOUNT-MASTER-FILE.
001012     WRITE ACCOUNT-REGISTER-LINE FROM RPT-BLANK-LINE.
001014     MOVE "CARDS APPLIED:" TO RPT-COUNT-LABEL.
001016     MOVE WS-APPLIED-COUNT TO RPT-COUNT.
001018     WRITE ACCOUNT-REGISTER-LINE FROM RPT-COUNT-LINE.
001020     MOVE "CARDS REJECTED:" TO RPT-COUNT-LABEL.
001022     MOVE WS-ERROR-COUNT TO RPT-COUNT.
001024     WRITE ACCOUNT-REGISTER-LINE FROM RPT-COUNT-LINE.
001026     CLOSE ACCOUNT-REGISTER.
001030     DISPLAY "ACCOUNT-UPDATE: CARDS READ     " WS-TRANS-READ.
001040     DISPLAY "ACCOUNT-UPDATE: ADDED          " WS-ADD-COUNT.
001050     DISPLAY "ACCOUNT-UPDATE: CHANGED        " WS-CHANGE-COUNT.
001210             MOVE ACT-ACCOUNT-ID TO WS-TRANS-KEY
001220     END-READ.
001230
001360 VERIFY-TRANS-SEQUENCE.
001370     MOVE LOW-VALUES TO WS-TRANS-KEY.
001380     PERFORM VERIFY-ONE-TRANS
001580             END-IF
001590     END-READ.
001600
001610 APPLY-ONE-CARD.
001620     MOVE WS-ERROR-COUNT TO WS-ERRORS-BEFORE.
001630     PERFORM CHECK-CARD-APPROVAL.
001640     IF WS-CARD-APPROVED
001650         MOVE ACT-ACCOUNT-ID TO ACM-ACCOUNT-ID
001660         READ ACCOUNT-MASTER-FILE
001670             INVALID KEY
001680                 PERFORM APPLY-UNMATCHED-CARD
001690             NOT INVALID KEY
001700                 PERFORM APPLY-MATCHED-CARD
001710         END-READ
001720     END-IF.
001730     PERFORM WRITE-REGISTER-LINE.
001740     PERFORM READ-TRANS-FILE.
001750
002010 APPLY-MATCHED-CARD.
002020     MOVE 'N' TO WS-MASTER-CHANGED-SW.
002030     IF ACT-ACTION = 'A'
002040         ADD 1 TO WS-ERROR-COUNT
002050         DISPLAY "ACCOUNT-UPDATE: ACCOUNT " ACT-ACCOUNT-ID
002170             END-IF
002180         END-IF
002190     END-IF.
002192     IF WS-MASTER-CHANGED
002194         REWRITE ACCOUNT-MASTER-RECORD
002196             INVALID KEY
002198                 PERFORM REPORT-MASTER-IO-ERROR
002200         END-REWRITE
002202     END-IF.
002210
002220 APPLY-NAME-CHANGE.
002230     IF ACT-ACCOUNT-NAME = SPACES
002260             " CHANGE CARD HAS NO NAME - IGNORED"
002270     ELSE
002280         ADD 1 TO WS-CHANGE-COUNT
002290         MOVE ACT-ACCOUNT-NAME TO ACM-ACCOUNT-NAME
002295         MOVE 'Y' TO WS-MASTER-CHANGED-SW
002300     END-IF.
002310
002320 APPLY-ACCOUNT-CLOSE.
002330     IF ACM-STATUS = 'C'
002340         ADD 1 TO WS-ERROR-COUNT
002350         DISPLAY "ACCOUNT-UPDATE: ACCOUNT " ACT-ACCOUNT-ID
002360             " IS ALREADY CLOSED - CARD IGNORED"
002410                 " CLOSE DATE " ACT-DATE " NOT NUMERIC"
002420         ELSE
002430             ADD 1 TO WS-CLOSE-COUNT
002440             MOVE 'C' TO ACM-STATUS
002445             MOVE ACT-DATE TO ACM-CLOSE-DATE
002450             MOVE 'Y' TO WS-MASTER-CHANGED-SW
002460         END-IF
002470     END-IF.
002480
002575                 ACT-ACCOUNT-ID
002580                 " NEEDS A NAME AND A NUMERIC OPEN DATE"
002590         ELSE
002610             MOVE SPACES TO ACCOUNT-MASTER-RECORD
002620             MOVE ACT-ACCOUNT-ID TO ACM-ACCOUNT-ID
002630             MOVE ACT-ACCOUNT-NAME TO ACM-ACCOUNT-NAME
002640             MOVE 'O' TO ACM-STATUS
002650             MOVE ACT-DATE TO ACM-OPEN-DATE
002660             MOVE 0 TO ACM-CLOSE-DATE
002670             WRITE ACCOUNT-MASTER-RECORD
002671                 INVALID KEY
002672                     PERFORM REPORT-MASTER-IO-ERROR
002673                 NOT INVALID KEY
002674                     ADD 1 TO WS-ADD-COUNT
002675             END-WRITE
002680         END-IF
002690     END-IF.
002695
002700 REPORT-MASTER-IO-ERROR.
002710     ADD 1 TO WS-ERROR-COUNT.
002720     DISPLAY "ACCOUNT-UPDATE: ACCOUNT " ACT-ACCOUNT-ID
002730         " NOT UPDATED ON ACCTMST, STATUS " WS-ACCTMST-STATUS.
002870
002880 CHECK-CARD-APPROVAL.
002890     MOVE 'Y' TO WS-CARD-APPROVED-SW.
002900     IF ACT-ENTERED-BY = SPACES OR ACT-APPROVED-BY = SPACES OR
002910        ACT-ENTERED-BY = ACT-APPROVED-BY
002920         MOVE 'N' TO WS-CARD-APPROVED-SW
002930         ADD 1 TO WS-ERROR-COUNT
002940         DISPLAY "ACCOUNT-UPDATE: ACCOUNT " ACT-ACCOUNT-ID
002950             " NOT APPROVED BY A SECOND USER - CARD IGNORED"
002960     END-IF.
002970
002980 WRITE-REGISTER-LINE.
002990     MOVE SPACES TO RPT-DETAIL-LINE.
003000     MOVE ACT-ACCOUNT-ID TO RPT-ACCOUNT-ID.
003010     MOVE ACT-ACTION TO RPT-ACTION.
003020     IF WS-ERROR-COUNT = WS-ERRORS-BEFORE
003030         ADD 1 TO WS-APPLIED-COUNT
003040         MOVE "APPLIED" TO RPT-RESULT
003050     ELSE
003060         MOVE "REJECTED" TO RPT-RESULT
003070     END-IF.
003080     MOVE ACT-ENTERED-BY TO RPT-MAKER.
003090     MOVE ACT-APPROVED-BY TO RPT-CHECKER.
003100     MOVE ACT-ACCOUNT-NAME TO RPT-ACCOUNT-NAME.
003110     MOVE ACT-DATE TO RPT-DATE.
003120     WRITE ACCOUNT-REGISTER-LINE FROM RPT-DETAIL-LINE.
