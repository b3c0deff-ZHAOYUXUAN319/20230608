000172     SELECT OPTIONAL PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
000174         ORGANIZATION IS SEQUENTIAL
000176         FILE STATUS IS WS-PROCDATE-STATUS.
000178     SELECT REPLAY-SORT-FILE ASSIGN TO "SRTWORK".
000180
000190 DATA DIVISION.
000200 FILE SECTION.
000340                                    PIC S9(07)V99
000350                                    SIGN LEADING SEPARATE.
000360
000361 SD  REPLAY-SORT-FILE.
000362 01  REPLAY-SORT-RECORD.
000363     05  RSW-ACCOUNT-ID             PIC X(08).
000364     05  RSW-CLASS                  PIC X(01).
000365     05  RSW-COUNT                  PIC 9(07).
000366     05  RSW-HASH                   PIC S9(09)V99.
000367
000370 FD  OLD-FPRINT-FILE
000380     RECORDING MODE IS F.
000390 01  OLD-FPRINT-RECORD.
000880    88 WS-PRIOR-FOUND               VALUE 'Y'.
000890 01 WS-MATCH-SW                     PIC X VALUE 'Y'.
000900    88 WS-ALL-MATCHED               VALUE 'Y'.
000910 01 WS-ACCT-MISMATCH-SW             PIC X VALUE 'N'.
000920    88 WS-ACCT-MISMATCH             VALUE 'Y'.
000950
000960 01 WS-TODAY-COUNT                  PIC 9(07) VALUE 0.
000970 01 WS-TODAY-HASH                   PIC S9(09)V99 VALUE 0.
001040
001050 01 WS-PRIOR-COUNT                  PIC 9(07) VALUE 0.
001060 01 WS-PRIOR-HASH                   PIC S9(09)V99 VALUE 0.
001070 01 WS-PRIOR-DATE                   PIC 9(06) VALUE 0.
001080 01 WS-PRIOR-ACCTS                  PIC 9(07) VALUE 0.
001140
001147 01 WS-SORT-KEY                     PIC X(08) VALUE SPACES.
001154 01 WS-CURRENT-KEY                  PIC X(08) VALUE SPACES.
001161 01 WS-KEY-TDY-COUNT                PIC 9(07) VALUE 0.
001168 01 WS-KEY-TDY-HASH                 PIC S9(09)V99 VALUE 0.
001175 01 WS-KEY-PRI-COUNT                PIC 9(07) VALUE 0.
001182 01 WS-KEY-PRI-HASH                 PIC S9(09)V99 VALUE 0.
001190
001200 01 WS-RUN-DATE                     PIC 9(06).
001210
001230 MAIN-LOGIC.
001240     PERFORM READ-PROCESS-DATE.
001250     PERFORM READ-REPLAY-PARM.
001260     PERFORM OPEN-SORT-INPUT.
001280     IF WS-INPUT-FAILED
001290         PERFORM WRITE-PRIOR-FORWARD
001300         DISPLAY "REPLAY-GUARD: CHAIN HELD - SORTIN COULD NOT "
001310             "BE OPENED"
001320         MOVE 16 TO RETURN-CODE
001330         STOP RUN
001340     END-IF.
001342     SORT REPLAY-SORT-FILE
001344         ASCENDING KEY RSW-ACCOUNT-ID RSW-CLASS
001346         INPUT PROCEDURE IS RELEASE-FINGERPRINT-ITEMS
001348         OUTPUT PROCEDURE IS MATCH-ACCOUNT-FINGERPRINTS.
001350     IF WS-PRIOR-FOUND
001360         PERFORM COMPARE-FINGERPRINTS
001370     ELSE
001430             "OVERRIDE CARD"
001440         MOVE 'N' TO WS-HELD-SW
001450     END-IF.
001470     IF WS-HELD
001475         PERFORM WRITE-PRIOR-FORWARD
001480         DISPLAY "REPLAY-GUARD: CHAIN HELD - TODAY'S SORTIN "
001490             "MATCHES THE PRIOR RUN'S FINGERPRINT RECORD FOR "
001500             "RECORD"
001740         CLOSE REPLAY-PARM-FILE
001750     END-IF.
001760
001770 OPEN-SORT-INPUT.
001780     OPEN INPUT SORT-INPUT-FILE.
001790     IF WS-SORT-FILE-STATUS NOT = "00"
001800         DISPLAY "REPLAY-GUARD: UNABLE TO OPEN SORTIN, "
001810             "STATUS " WS-SORT-FILE-STATUS
001820         MOVE 'Y' TO WS-INPUT-FAIL-SW
001930     END-IF.
001940
001950 POST-ONE-RECORD.
001960     ADD 1 TO WS-TODAY-COUNT.
001962     MOVE SI-ACCOUNT-ID TO RSW-ACCOUNT-ID.
001964     MOVE '2' TO RSW-CLASS.
001966     MOVE 1 TO RSW-COUNT.
001968     MOVE 0 TO RSW-HASH.
001970     IF SI-AMOUNT-DIGITS NUMERIC AND
001980        (SI-AMOUNT-SIGN = '+' OR SI-AMOUNT-SIGN = '-')
001990         ADD SI-AMOUNT TO WS-TODAY-HASH
001995         MOVE SI-AMOUNT TO RSW-HASH
002000     END-IF.
002010     RELEASE REPLAY-SORT-RECORD.
002130
002154 RELEASE-FINGERPRINT-ITEMS.
002178     PERFORM UNTIL SORT-EOF
002202         READ SORT-INPUT-FILE
002226             AT END
002250                 MOVE 'Y' TO SORT-EOF-SW
002274             NOT AT END
002298                 PERFORM POST-ONE-RECORD
002322         END-READ
002346     END-PERFORM.
002370     CLOSE SORT-INPUT-FILE.
002394     PERFORM READ-PRIOR-FINGERPRINT.
002420
002430 READ-PRIOR-FINGERPRINT.
002440     OPEN INPUT OLD-FPRINT-FILE.
002610         MOVE OFP-HASH TO WS-PRIOR-HASH
002620         MOVE OFP-RUN-DATE TO WS-PRIOR-DATE
002630     ELSE
002640         IF OFP-REC-TYPE = 'A'
002660             ADD 1 TO WS-PRIOR-ACCTS
002668             MOVE OFP-ACCOUNT-ID TO RSW-ACCOUNT-ID
002676             MOVE '1' TO RSW-CLASS
002684             MOVE OFP-COUNT TO RSW-COUNT
002692             MOVE OFP-HASH TO RSW-HASH
002700             RELEASE REPLAY-SORT-RECORD
002710         END-IF
002720     END-IF.
002730
002770        WS-TODAY-HASH NOT = WS-PRIOR-HASH
002780         MOVE 'N' TO WS-MATCH-SW
002790     END-IF.
002800     IF WS-PRIOR-ACCTS > 0 AND WS-ACCT-MISMATCH
002810         MOVE 'N' TO WS-MATCH-SW
002870     END-IF.
002880     IF WS-ALL-MATCHED AND WS-TODAY-COUNT > 0
002890         MOVE 'Y' TO WS-HELD-SW
002900     END-IF.
002910
002920 WRITE-PRIOR-FORWARD.
003200     OPEN OUTPUT NEW-FPRINT-FILE.
003203     MOVE 'N' TO FPOLD-EOF-SW.
003206     OPEN INPUT OLD-FPRINT-FILE.
003209     IF WS-OLD-FP-STATUS = "00"
003212         PERFORM UNTIL FPOLD-EOF
003215             READ OLD-FPRINT-FILE
003218                 AT END
003221                     MOVE 'Y' TO FPOLD-EOF-SW
003224                 NOT AT END
003227                     WRITE NEW-FPRINT-RECORD
003230                         FROM OLD-FPRINT-RECORD
003233             END-READ
003236         END-PERFORM
003239         CLOSE OLD-FPRINT-FILE
003250     END-IF.
003260     CLOSE NEW-FPRINT-FILE.
003270
003346 MATCH-ACCOUNT-FINGERPRINTS.
003422     OPEN OUTPUT NEW-FPRINT-FILE.
003500     MOVE SPACES TO NEW-FPRINT-RECORD.
003510     MOVE 'T' TO NFP-REC-TYPE.
003520     MOVE "*TOTAL*" TO NFP-ACCOUNT-ID.
003540     MOVE WS-TODAY-HASH TO NFP-HASH.
003550     MOVE WS-RUN-DATE TO NFP-RUN-DATE.
003560     WRITE NEW-FPRINT-RECORD.
003561     PERFORM RETURN-SORTED-ITEM.
003562     PERFORM MATCH-ONE-ACCOUNT
003563         UNTIL WS-SORT-KEY = HIGH-VALUES.
003564     CLOSE NEW-FPRINT-FILE.
003565
003566 RETURN-SORTED-ITEM.
003567     RETURN REPLAY-SORT-FILE
003568         AT END
003569             MOVE HIGH-VALUES TO WS-SORT-KEY
003570         NOT AT END
003571             MOVE RSW-ACCOUNT-ID TO WS-SORT-KEY
003572     END-RETURN.
003573
003574 MATCH-ONE-ACCOUNT.
003575     MOVE WS-SORT-KEY TO WS-CURRENT-KEY.
003576     MOVE 0 TO WS-KEY-TDY-COUNT.
003577     MOVE 0 TO WS-KEY-TDY-HASH.
003578     MOVE 0 TO WS-KEY-PRI-COUNT.
003579     MOVE 0 TO WS-KEY-PRI-HASH.
003580     PERFORM ADD-ONE-ITEM
003581         UNTIL WS-SORT-KEY NOT = WS-CURRENT-KEY.
003582     IF WS-KEY-TDY-COUNT NOT = WS-KEY-PRI-COUNT OR
003583        WS-KEY-TDY-HASH NOT = WS-KEY-PRI-HASH
003584         MOVE 'Y' TO WS-ACCT-MISMATCH-SW
003585     END-IF.
003586     IF WS-KEY-TDY-COUNT > 0
003587         MOVE SPACES TO NEW-FPRINT-RECORD
003588         MOVE 'A' TO NFP-REC-TYPE
003589         MOVE WS-CURRENT-KEY TO NFP-ACCOUNT-ID
003590         MOVE WS-KEY-TDY-COUNT TO NFP-COUNT
003591         MOVE WS-KEY-TDY-HASH TO NFP-HASH
003592         MOVE WS-RUN-DATE TO NFP-RUN-DATE
003593         WRITE NEW-FPRINT-RECORD
003600     END-IF.
003610
003620 ADD-ONE-ITEM.
003630     IF RSW-CLASS = '1'
003640         ADD RSW-COUNT TO WS-KEY-PRI-COUNT
003650         ADD RSW-HASH TO WS-KEY-PRI-HASH
003660     ELSE
003670         ADD RSW-COUNT TO WS-KEY-TDY-COUNT
003680         ADD RSW-HASH TO WS-KEY-TDY-HASH
003690     END-IF.
003700     PERFORM RETURN-SORTED-ITEM.
003710
003720 READ-PROCESS-DATE.
003730     ACCEPT WS-RUN-DATE FROM DATE.
