000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OVERRIDE-EXPIRY.
000030
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT OVERRIDE-FILE ASSIGN TO "OVRMST"
000080         ORGANIZATION IS SEQUENTIAL
000090         FILE STATUS IS WS-OVERRIDE-FILE-STATUS.
000100     SELECT EXPIRY-REPORT ASSIGN TO "OVREXP"
000110         ORGANIZATION IS SEQUENTIAL.
000120     SELECT OPTIONAL PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
000130         ORGANIZATION IS SEQUENTIAL
000140         FILE STATUS IS WS-PROCDATE-STATUS.
000150
000160 DATA DIVISION.
000170 FILE SECTION.
000180 FD  OVERRIDE-FILE
000190     RECORDING MODE IS F.
000200 01  OVERRIDE-RECORD.
000210     05  OVR-CASE-ID                PIC X(06).
000220     05  FILLER                     PIC X(01).
000230     05  OVR-FORCED-AND             PIC X(01).
000240     05  FILLER                     PIC X(01).
000250     05  OVR-FORCED-ANY             PIC X(01).
000260     05  FILLER                     PIC X(01).
000270     05  OVR-REASON                 PIC X(04).
000280     05  FILLER                     PIC X(01).
000290     05  OVR-ENTERED-BY             PIC X(08).
000300     05  FILLER                     PIC X(01).
000310     05  OVR-EFFECTIVE-DATE         PIC 9(06).
000320     05  FILLER                     PIC X(01).
000330     05  OVR-EXPIRY-DATE            PIC 9(06).
000340
000350 FD  EXPIRY-REPORT
000360     RECORDING MODE IS F.
000370 01  EXPIRY-REPORT-LINE             PIC X(80).
000380
000390 FD  PROCESS-DATE-FILE
000400     RECORDING MODE IS F.
000410 01  PROCESS-DATE-RECORD.
000420     05  PDT-BUSINESS-DATE          PIC X(06).
000430     05  FILLER                     PIC X(01).
000440     05  PDT-PRIOR-DATE             PIC X(06).
000450
000460 WORKING-STORAGE SECTION.
000470 01 OVERRIDE-EOF-SW PIC X VALUE 'N'.
000480    88 OVERRIDE-EOF                 VALUE 'Y'.
000490
000500 01 WS-OVERRIDE-FILE-STATUS         PIC XX VALUE SPACES.
000510 01 WS-PROCDATE-STATUS              PIC XX VALUE SPACES.
000520
000530 01 WS-RUN-DATE                     PIC 9(6).
000540 01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
000550    05 WS-RUN-YY                    PIC 9(2).
000560    05 WS-RUN-MM                    PIC 9(2).
000570    05 WS-RUN-DD                    PIC 9(2).
000580 01 WS-PRIOR-DATE                   PIC 9(6).
000590
000600 01 WS-DL-DATE                      PIC 9(6).
000610 01 WS-DL-DATE-R REDEFINES WS-DL-DATE.
000620    05 WS-DL-YY                     PIC 9(2).
000630    05 WS-DL-MM                     PIC 9(2).
000640    05 WS-DL-DD                     PIC 9(2).
000650
000660 01 WS-DATE-WORK                    PIC 9(6).
000670 01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
000680    05 WS-DATE-YY                   PIC 9(2).
000690    05 WS-DATE-MM                   PIC 9(2).
000700    05 WS-DATE-DD                   PIC 9(2).
000710
000720 01 WS-MONTH-DAYS                   PIC 9(2) VALUE 31.
000730 01 WS-LEAP-QUOT                    PIC 9(2) VALUE 0.
000740 01 WS-LEAP-REM                     PIC 9(1) VALUE 0.
000750 01 WS-BUS-COUNT                    PIC 9(1) VALUE 0.
000760
000770 01 WS-Z-YEAR                       PIC 9(4) VALUE 0.
000780 01 WS-Z-MONTH                      PIC 9(2) VALUE 0.
000790 01 WS-Z-J                          PIC 9(2) VALUE 0.
000800 01 WS-Z-K                          PIC 9(2) VALUE 0.
000810 01 WS-Z-K4                         PIC 9(2) VALUE 0.
000820 01 WS-Z-J4                         PIC 9(2) VALUE 0.
000830 01 WS-Z-TERM1                      PIC 9(4) VALUE 0.
000840 01 WS-Z-SUM                        PIC 9(5) VALUE 0.
000850 01 WS-Z-QUOT                       PIC 9(5) VALUE 0.
000860 01 WS-DAY-OF-WEEK                  PIC 9(1) VALUE 0.
000870
000880 01 WS-OVERRIDES-READ               PIC 9(07) VALUE 0.
000890 01 WS-EXPIRING-COUNT               PIC 9(07) VALUE 0.
000900 01 WS-EXPIRED-COUNT                PIC 9(07) VALUE 0.
000910
000920 01 RPT-HEADING-1.
000930    05 FILLER                       PIC X(34) VALUE
000940          "ELIGIBILITY OVERRIDE EXPIRY REPORT".
000950
000960 01 RPT-HEADING-2.
000970    05 FILLER                       PIC X(10) VALUE
000980          "RUN DATE: ".
000990    05 RPT-MM                       PIC 99.
001000    05 FILLER                       PIC X(01) VALUE "/".
001010    05 RPT-DD                       PIC 99.
001020    05 FILLER                       PIC X(01) VALUE "/".
001030    05 RPT-YY                       PIC 99.
001040
001050 01 RPT-EXPIRING-HEADING.
001060    05 FILLER                       PIC X(43) VALUE
001070          "OVERRIDES EXPIRING WITHIN 5 BUSINESS DAYS (".
001080    05 FILLER                       PIC X(08) VALUE "THROUGH ".
001090    05 RPT-LIMIT-MM                 PIC 99.
001100    05 FILLER                       PIC X(01) VALUE "/".
001110    05 RPT-LIMIT-DD                 PIC 99.
001120    05 FILLER                       PIC X(01) VALUE "/".
001130    05 RPT-LIMIT-YY                 PIC 99.
001140    05 FILLER                       PIC X(01) VALUE ")".
001150
001160 01 RPT-EXPIRED-HEADING.
001170    05 FILLER                       PIC X(46) VALUE
001180          "OVERRIDES EXPIRED SINCE THE PRIOR BUSINESS DAY".
001190
001200 01 RPT-COLUMN-HEADING.
001210    05 FILLER                       PIC X(08) VALUE "CASE".
001220    05 FILLER                       PIC X(05) VALUE "AND".
001230    05 FILLER                       PIC X(05) VALUE "ANY".
001240    05 FILLER                       PIC X(08) VALUE "REASON".
001250    05 FILLER                       PIC X(12) VALUE "ENTERED BY".
001260    05 FILLER                       PIC X(10) VALUE "EFFECTIVE".
001270    05 FILLER                       PIC X(07) VALUE "EXPIRES".
001280
001290 01 RPT-DETAIL-LINE.
001300    05 RPT-CASE-ID                  PIC X(06).
001310    05 FILLER                       PIC X(02) VALUE SPACES.
001320    05 RPT-FORCED-AND               PIC X(01).
001330    05 FILLER                       PIC X(04) VALUE SPACES.
001340    05 RPT-FORCED-ANY               PIC X(01).
001350    05 FILLER                       PIC X(04) VALUE SPACES.
001360    05 RPT-REASON                   PIC X(04).
001370    05 FILLER                       PIC X(04) VALUE SPACES.
001380    05 RPT-ENTERED-BY               PIC X(08).
001390    05 FILLER                       PIC X(04) VALUE SPACES.
001400    05 RPT-EFF-MM                   PIC 99.
001410    05 FILLER                       PIC X(01) VALUE "/".
001420    05 RPT-EFF-DD                   PIC 99.
001430    05 FILLER                       PIC X(01) VALUE "/".
001440    05 RPT-EFF-YY                   PIC 99.
001450    05 FILLER                       PIC X(02) VALUE SPACES.
001460    05 RPT-EXP-MM                   PIC 99.
001470    05 FILLER                       PIC X(01) VALUE "/".
001480    05 RPT-EXP-DD                   PIC 99.
001490    05 FILLER                       PIC X(01) VALUE "/".
001500    05 RPT-EXP-YY                   PIC 99.
001510
001520 01 RPT-NONE-LINE.
001530    05 FILLER                       PIC X(19) VALUE
001540          "  NONE FOR THIS RUN".
001550
001560 01 RPT-EXPIRING-TRAILER.
001570    05 FILLER                       PIC X(20) VALUE
001580          "OVERRIDES EXPIRING: ".
001590    05 RPT-EXPIRING-COUNT           PIC ZZZ,ZZ9.
001600
001610 01 RPT-EXPIRED-TRAILER.
001620    05 FILLER                       PIC X(20) VALUE
001630          "OVERRIDES EXPIRED:  ".
001640    05 RPT-EXPIRED-COUNT            PIC ZZZ,ZZ9.
001650
001660 01 RPT-BLANK-LINE                  PIC X(80) VALUE SPACES.
001670
001680 PROCEDURE DIVISION.
001690 MAIN-LOGIC.
001700     PERFORM READ-PROCESS-DATE.
001710     OPEN INPUT OVERRIDE-FILE.
001720     IF WS-OVERRIDE-FILE-STATUS NOT = "00"
001730         DISPLAY "OVERRIDE-EXPIRY: UNABLE TO OPEN OVRMST, "
001740             "STATUS " WS-OVERRIDE-FILE-STATUS
001750         MOVE 16 TO RETURN-CODE
001760         STOP RUN
001770     END-IF.
001780     PERFORM COMPUTE-LIMIT-DATE.
001790     OPEN OUTPUT EXPIRY-REPORT.
001800     PERFORM WRITE-REPORT-HEADING.
001810     PERFORM UNTIL OVERRIDE-EOF
001820         READ OVERRIDE-FILE
001830             AT END
001840                 MOVE 'Y' TO OVERRIDE-EOF-SW
001850             NOT AT END
001860                 ADD 1 TO WS-OVERRIDES-READ
001870                 PERFORM CHECK-EXPIRING-OVERRIDE
001880         END-READ
001890     END-PERFORM.
001900     CLOSE OVERRIDE-FILE.
001910     IF WS-EXPIRING-COUNT = 0
001920         WRITE EXPIRY-REPORT-LINE FROM RPT-NONE-LINE
001930     END-IF.
001940     WRITE EXPIRY-REPORT-LINE FROM RPT-BLANK-LINE.
001950     MOVE WS-EXPIRING-COUNT TO RPT-EXPIRING-COUNT.
001960     WRITE EXPIRY-REPORT-LINE FROM RPT-EXPIRING-TRAILER.
001970     WRITE EXPIRY-REPORT-LINE FROM RPT-BLANK-LINE.
001980     WRITE EXPIRY-REPORT-LINE FROM RPT-EXPIRED-HEADING.
001990     WRITE EXPIRY-REPORT-LINE FROM RPT-COLUMN-HEADING.
002000     MOVE 'N' TO OVERRIDE-EOF-SW.
002010     OPEN INPUT OVERRIDE-FILE.
002020     PERFORM UNTIL OVERRIDE-EOF
002030         READ OVERRIDE-FILE
002040             AT END
002050                 MOVE 'Y' TO OVERRIDE-EOF-SW
002060             NOT AT END
002070                 PERFORM CHECK-EXPIRED-OVERRIDE
002080         END-READ
002090     END-PERFORM.
002100     CLOSE OVERRIDE-FILE.
002110     IF WS-EXPIRED-COUNT = 0
002120         WRITE EXPIRY-REPORT-LINE FROM RPT-NONE-LINE
002130     END-IF.
002140     WRITE EXPIRY-REPORT-LINE FROM RPT-BLANK-LINE.
002150     MOVE WS-EXPIRED-COUNT TO RPT-EXPIRED-COUNT.
002160     WRITE EXPIRY-REPORT-LINE FROM RPT-EXPIRED-TRAILER.
002170     CLOSE EXPIRY-REPORT.
002180     DISPLAY "OVERRIDE-EXPIRY: OVERRIDES READ " WS-OVERRIDES-READ.
002190     DISPLAY "OVERRIDE-EXPIRY: EXPIRING       " WS-EXPIRING-COUNT.
002200     DISPLAY "OVERRIDE-EXPIRY: EXPIRED        " WS-EXPIRED-COUNT.
002210     MOVE 0 TO RETURN-CODE.
002220     STOP RUN.
002230
002240 CHECK-EXPIRING-OVERRIDE.
002250     IF OVR-EXPIRY-DATE > WS-RUN-DATE AND
002260        OVR-EXPIRY-DATE NOT > WS-DL-DATE
002270         ADD 1 TO WS-EXPIRING-COUNT
002280         PERFORM WRITE-DETAIL-LINE
002290     END-IF.
002300
002310 CHECK-EXPIRED-OVERRIDE.
002320     IF OVR-EXPIRY-DATE > WS-PRIOR-DATE AND
002330        OVR-EXPIRY-DATE NOT > WS-RUN-DATE
002340         ADD 1 TO WS-EXPIRED-COUNT
002350         PERFORM WRITE-DETAIL-LINE
002360     END-IF.
002370
002380 WRITE-DETAIL-LINE.
002390     MOVE OVR-CASE-ID TO RPT-CASE-ID.
002400     MOVE OVR-FORCED-AND TO RPT-FORCED-AND.
002410     MOVE OVR-FORCED-ANY TO RPT-FORCED-ANY.
002420     MOVE OVR-REASON TO RPT-REASON.
002430     MOVE OVR-ENTERED-BY TO RPT-ENTERED-BY.
002440     MOVE OVR-EFFECTIVE-DATE TO WS-DATE-WORK.
002450     MOVE WS-DATE-MM TO RPT-EFF-MM.
002460     MOVE WS-DATE-DD TO RPT-EFF-DD.
002470     MOVE WS-DATE-YY TO RPT-EFF-YY.
002480     MOVE OVR-EXPIRY-DATE TO WS-DATE-WORK.
002490     MOVE WS-DATE-MM TO RPT-EXP-MM.
002500     MOVE WS-DATE-DD TO RPT-EXP-DD.
002510     MOVE WS-DATE-YY TO RPT-EXP-YY.
002520     WRITE EXPIRY-REPORT-LINE FROM RPT-DETAIL-LINE.
002530
002540 WRITE-REPORT-HEADING.
002550     WRITE EXPIRY-REPORT-LINE FROM RPT-HEADING-1.
002560     MOVE WS-RUN-MM TO RPT-MM.
002570     MOVE WS-RUN-DD TO RPT-DD.
002580     MOVE WS-RUN-YY TO RPT-YY.
002590     WRITE EXPIRY-REPORT-LINE FROM RPT-HEADING-2.
002600     WRITE EXPIRY-REPORT-LINE FROM RPT-BLANK-LINE.
002610     MOVE WS-DL-MM TO RPT-LIMIT-MM.
002620     MOVE WS-DL-DD TO RPT-LIMIT-DD.
002630     MOVE WS-DL-YY TO RPT-LIMIT-YY.
002640     WRITE EXPIRY-REPORT-LINE FROM RPT-EXPIRING-HEADING.
002650     WRITE EXPIRY-REPORT-LINE FROM RPT-COLUMN-HEADING.
002660
002670 COMPUTE-LIMIT-DATE.
002680     MOVE WS-RUN-DATE TO WS-DL-DATE.
002690     MOVE 0 TO WS-BUS-COUNT.
002700     PERFORM ADD-ONE-BUSINESS-DAY
002710         UNTIL WS-BUS-COUNT = 5.
002720
002721 COMPUTE-PRIOR-DATE.
002722     MOVE WS-RUN-DATE TO WS-DL-DATE.
002723     MOVE 0 TO WS-BUS-COUNT.
002724     PERFORM SUBTRACT-ONE-BUSINESS-DAY
002725         UNTIL WS-BUS-COUNT = 1.
002726     MOVE WS-DL-DATE TO WS-PRIOR-DATE.
002727
002730 ADD-ONE-BUSINESS-DAY.
002740     PERFORM ADVANCE-ONE-DAY.
002750     PERFORM COMPUTE-DAY-OF-WEEK.
002760     IF WS-DAY-OF-WEEK NOT = 0 AND WS-DAY-OF-WEEK NOT = 1
002770         ADD 1 TO WS-BUS-COUNT
002780     END-IF.
002790
002791 SUBTRACT-ONE-BUSINESS-DAY.
002792     PERFORM RETREAT-ONE-DAY.
002793     PERFORM COMPUTE-DAY-OF-WEEK.
002794     IF WS-DAY-OF-WEEK NOT = 0 AND WS-DAY-OF-WEEK NOT = 1
002795         ADD 1 TO WS-BUS-COUNT
002796     END-IF.
002797
002800 ADVANCE-ONE-DAY.
002810     PERFORM SET-MONTH-DAYS.
002820     ADD 1 TO WS-DL-DD.
002830     IF WS-DL-DD > WS-MONTH-DAYS
002840         MOVE 1 TO WS-DL-DD
002850         ADD 1 TO WS-DL-MM
002860         IF WS-DL-MM > 12
002870             MOVE 1 TO WS-DL-MM
002880             IF WS-DL-YY = 99
002890                 MOVE 0 TO WS-DL-YY
002900             ELSE
002910                 ADD 1 TO WS-DL-YY
002920             END-IF
002930         END-IF
002940     END-IF.
002950
002960 SET-MONTH-DAYS.
002970     MOVE 31 TO WS-MONTH-DAYS.
002980     IF WS-DL-MM = 4 OR WS-DL-MM = 6 OR
002990        WS-DL-MM = 9 OR WS-DL-MM = 11
003000         MOVE 30 TO WS-MONTH-DAYS
003010     END-IF.
003020     IF WS-DL-MM = 2
003030         DIVIDE WS-DL-YY BY 4 GIVING WS-LEAP-QUOT
003040             REMAINDER WS-LEAP-REM
003050         IF WS-LEAP-REM = 0
003060             MOVE 29 TO WS-MONTH-DAYS
003070         ELSE
003080             MOVE 28 TO WS-MONTH-DAYS
003090         END-IF
003100     END-IF.
003110
003120 COMPUTE-DAY-OF-WEEK.
003130     COMPUTE WS-Z-YEAR = 2000 + WS-DL-YY.
003140     MOVE WS-DL-MM TO WS-Z-MONTH.
003150     IF WS-Z-MONTH < 3
003160         ADD 12 TO WS-Z-MONTH
003170         SUBTRACT 1 FROM WS-Z-YEAR
003180     END-IF.
003190     DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-J
003200         REMAINDER WS-Z-K.
003210     COMPUTE WS-Z-TERM1 = 13 * (WS-Z-MONTH + 1).
003220     DIVIDE WS-Z-TERM1 BY 5 GIVING WS-Z-TERM1.
003230     DIVIDE WS-Z-K BY 4 GIVING WS-Z-K4.
003240     DIVIDE WS-Z-J BY 4 GIVING WS-Z-J4.
003250     COMPUTE WS-Z-SUM = WS-DL-DD + WS-Z-TERM1 + WS-Z-K
003260         + WS-Z-K4 + WS-Z-J4 + 5 * WS-Z-J.
003270     DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOT
003280         REMAINDER WS-DAY-OF-WEEK.
003290
003300 READ-PROCESS-DATE.
003310     ACCEPT WS-RUN-DATE FROM DATE.
003320     MOVE 0 TO WS-PRIOR-DATE.
003330     OPEN INPUT PROCESS-DATE-FILE.
003340     IF WS-PROCDATE-STATUS = "00"
003350         READ PROCESS-DATE-FILE
003360             AT END
003370                 DISPLAY "OVERRIDE-EXPIRY: PROCDATE IS EMPTY - "
003380                     "SYSTEM DATE USED"
003390             NOT AT END
003400                 IF PDT-BUSINESS-DATE NUMERIC
003410                     MOVE PDT-BUSINESS-DATE TO WS-RUN-DATE
003420                 ELSE
003430                     DISPLAY "OVERRIDE-EXPIRY: PROCDATE DATE NOT "
003440                         "NUMERIC - SYSTEM DATE USED"
003450                 END-IF
003460                 IF PDT-PRIOR-DATE NUMERIC
003470                     MOVE PDT-PRIOR-DATE TO WS-PRIOR-DATE
003480                 END-IF
003490         END-READ
003500         CLOSE PROCESS-DATE-FILE
003510     ELSE
003520         DISPLAY "OVERRIDE-EXPIRY: PROCDATE NOT AVAILABLE - "
003530             "SYSTEM DATE USED"
003540     END-IF.
003550     IF WS-PRIOR-DATE NOT < WS-RUN-DATE OR WS-PRIOR-DATE = 0
003560         PERFORM COMPUTE-PRIOR-DATE
003570     END-IF.
003580
003590 RETREAT-ONE-DAY.
003600     IF WS-DL-DD > 1
003610         SUBTRACT 1 FROM WS-DL-DD
003620     ELSE
003630         IF WS-DL-MM > 1
003640             SUBTRACT 1 FROM WS-DL-MM
003650         ELSE
003660             MOVE 12 TO WS-DL-MM
003670             IF WS-DL-YY = 0
003680                 MOVE 99 TO WS-DL-YY
003690             ELSE
003700                 SUBTRACT 1 FROM WS-DL-YY
003710             END-IF
003720         END-IF
003730         PERFORM SET-MONTH-DAYS
003740         MOVE WS-MONTH-DAYS TO WS-DL-DD
003750     END-IF.
