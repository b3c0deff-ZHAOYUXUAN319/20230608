000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RETENTION-PURGE.
000030
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000062     SELECT OPTIONAL PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
000064         ORGANIZATION IS SEQUENTIAL
000066         FILE STATUS IS WS-PROCDATE-STATUS.
000070     SELECT PURGE-PARM-FILE ASSIGN TO "PRGPARM"
000080         ORGANIZATION IS SEQUENTIAL
000090         FILE STATUS IS WS-PARM-STATUS.
000100     SELECT OPTIONAL REINSTATE-FILE ASSIGN TO "RSTIN"
000110         ORGANIZATION IS SEQUENTIAL
000120         FILE STATUS IS WS-REINSTATE-STATUS.
000130     SELECT OPTIONAL ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000140         ORGANIZATION IS INDEXED
000150         ACCESS MODE IS DYNAMIC
000160         RECORD KEY IS ACM-ACCOUNT-ID
000170         FILE STATUS IS WS-ACCTMST-STATUS.
000190     SELECT OPTIONAL OLD-HIST-FILE ASSIGN TO "HISTOLD"
000200         ORGANIZATION IS SEQUENTIAL
000210         FILE STATUS IS WS-OLD-HIST-STATUS.
000220     SELECT NEW-HIST-FILE ASSIGN TO "HISTNEW"
000230         ORGANIZATION IS SEQUENTIAL
000240         FILE STATUS IS WS-NEW-HIST-STATUS.
000250     SELECT OPTIONAL OLD-ARCHIVE-FILE ASSIGN TO "ARCOLD"
000260         ORGANIZATION IS SEQUENTIAL
000270         FILE STATUS IS WS-OLD-ARCHIVE-STATUS.
000280     SELECT NEW-ARCHIVE-FILE ASSIGN TO "ARCNEW"
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS IS WS-NEW-ARCHIVE-STATUS.
000310     SELECT SUSPENSE-FILE ASSIGN TO "SUSPMST"
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS WS-SUSPENSE-STATUS.
000340     SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO "SORTEXC"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-EXC-FILE-STATUS.
000370     SELECT BALANCE-FILE ASSIGN TO "BALMST"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-BALANCE-STATUS.
000400     SELECT PURGE-REPORT ASSIGN TO "PRGRPT"
000410         ORGANIZATION IS SEQUENTIAL.
000420     SELECT PURGE-SORT-FILE ASSIGN TO "SRTWORK".
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000451 FD  PROCESS-DATE-FILE
000452     RECORDING MODE IS F.
000453 01  PROCESS-DATE-RECORD.
000454     05  PDT-BUSINESS-DATE          PIC X(06).
000455     05  FILLER                     PIC X(01).
000456     05  PDT-PRIOR-DATE             PIC X(06).
000457
000460 FD  PURGE-PARM-FILE
000470     RECORDING MODE IS F.
000480 01  PURGE-PARM-RECORD.
000490     05  PRM-ACCOUNT-DAYS           PIC X(04).
000500     05  FILLER                     PIC X(01).
000510     05  PRM-CASE-DAYS              PIC X(04).
000520     05  FILLER                     PIC X(71).
000530
000540 FD  REINSTATE-FILE
000550     RECORDING MODE IS F.
000560 01  REINSTATE-RECORD.
000570     05  RST-TYPE                   PIC X(01).
000580     05  FILLER                     PIC X(01).
000590     05  RST-KEY                    PIC X(08).
000600     05  FILLER                     PIC X(01).
000610     05  RST-REQUESTED-BY           PIC X(08).
000620     05  FILLER                     PIC X(61).
000630
000640 FD  ACCOUNT-MASTER-FILE.
000650 01  ACCOUNT-MASTER-RECORD.
000660     05  ACM-ACCOUNT-ID             PIC X(08).
000680     05  FILLER                     PIC X(37).
000730
000740 FD  OLD-HIST-FILE
000750     RECORDING MODE IS F.
000760 01  OLD-HIST-RECORD.
000770     05  OMS-CASE-ID                PIC X(06).
000780     05  FILLER                     PIC X(20).
000790
000800 FD  NEW-HIST-FILE
000810     RECORDING MODE IS F.
000820 01  NEW-HIST-RECORD                PIC X(26).
000830
000840 FD  OLD-ARCHIVE-FILE
000850     RECORDING MODE IS F.
000860 01  OLD-ARCHIVE-RECORD.
000870     05  OAR-TYPE                   PIC X(01).
000880     05  FILLER                     PIC X(01).
000890     05  OAR-KEY                    PIC X(08).
000900     05  FILLER                     PIC X(01).
000910     05  OAR-ARCHIVED-DATE          PIC 9(06).
000920     05  FILLER                     PIC X(01).
000930     05  OAR-STATUS                 PIC X(01).
000940     05  FILLER                     PIC X(01).
000950     05  OAR-STATUS-DATE            PIC 9(06).
000960     05  FILLER                     PIC X(01).
000970     05  OAR-REINSTATED-BY          PIC X(08).
000980     05  FILLER                     PIC X(01).
000990     05  OAR-IMAGE                  PIC X(45).
001000
001010 FD  NEW-ARCHIVE-FILE
001020     RECORDING MODE IS F.
001030 01  NEW-ARCHIVE-RECORD.
001040     05  NAR-TYPE                   PIC X(01).
001050     05  FILLER                     PIC X(01).
001060     05  NAR-KEY                    PIC X(08).
001070     05  FILLER                     PIC X(01).
001080     05  NAR-ARCHIVED-DATE          PIC 9(06).
001090     05  FILLER                     PIC X(01).
001100     05  NAR-STATUS                 PIC X(01).
001110     05  FILLER                     PIC X(01).
001120     05  NAR-STATUS-DATE            PIC 9(06).
001130     05  FILLER                     PIC X(01).
001140     05  NAR-REINSTATED-BY          PIC X(08).
001150     05  FILLER                     PIC X(01).
001160     05  NAR-IMAGE                  PIC X(45).
001170
001180 FD  SUSPENSE-FILE
001190     RECORDING MODE IS F.
001200 01  SUSPENSE-RECORD.
001210     05  SUS-ACCOUNT-ID             PIC X(08).
001220     05  FILLER                     PIC X(21).
001230     05  FILLER                     PIC X(01).
001240     05  SUS-FIRST-DATE             PIC 9(06).
001250     05  FILLER                     PIC X(01).
001260     05  SUS-REASON                 PIC X(30).
001270
001280 FD  EXCEPTION-FILE
001290     RECORDING MODE IS F.
001300 01  EXCEPTION-RECORD.
001310     05  EXC-POSITION                PIC 9(07).
001320     05  FILLER                      PIC X(02).
001330     05  EXC-ACCOUNT-ID              PIC X(08).
001340     05  FILLER                      PIC X(21).
001350     05  FILLER                      PIC X(02).
001360     05  EXC-REASON                  PIC X(30).
001370
001380 FD  BALANCE-FILE
001390     RECORDING MODE IS F.
001400 01  BALANCE-RECORD.
001410     05  BAL-ACCOUNT-ID             PIC X(08).
001420     05  FILLER                     PIC X(01).
001430     05  BAL-CURRENT-BALANCE        PIC S9(09)V99
001440                                    SIGN LEADING SEPARATE.
001450     05  FILLER                     PIC X(01).
001460     05  BAL-LAST-POST-DATE         PIC 9(06).
001470     05  BAL-LAST-POST-R REDEFINES BAL-LAST-POST-DATE.
001480         10  BAL-LAST-POST-YYMM     PIC 9(04).
001490         10  BAL-LAST-POST-DD       PIC 9(02).
001500     05  FILLER                     PIC X(57).
001510
001520 FD  PURGE-REPORT
001530     RECORDING MODE IS F.
001540 01  PURGE-REPORT-LINE              PIC X(80).
001550
001560 SD  PURGE-SORT-FILE.
001570 01  PURGE-SORT-RECORD.
001580     05  PGW-TYPE                   PIC X(01).
001590     05  PGW-KEY                    PIC X(08).
001600     05  PGW-CLASS                  PIC X(01).
001610     05  PGW-SEQUENCE               PIC 9(05).
001620     05  PGW-ARCHIVED-DATE          PIC 9(06).
001630     05  PGW-STATUS                 PIC X(01).
001640     05  PGW-STATUS-DATE            PIC 9(06).
001650     05  PGW-USER                   PIC X(08).
001660     05  PGW-IMAGE                  PIC X(45).
001670
001680 WORKING-STORAGE SECTION.
001690 01 REINSTATE-EOF-SW PIC X VALUE 'N'.
001700    88 REINSTATE-EOF                VALUE 'Y'.
001710 01 ACCTMST-EOF-SW PIC X VALUE 'N'.
001720    88 ACCTMST-EOF                  VALUE 'Y'.
001730 01 OLD-HIST-EOF-SW PIC X VALUE 'N'.
001740    88 OLD-HIST-EOF                 VALUE 'Y'.
001750 01 OLD-ARCHIVE-EOF-SW PIC X VALUE 'N'.
001760    88 OLD-ARCHIVE-EOF              VALUE 'Y'.
001770 01 SUSPENSE-EOF-SW PIC X VALUE 'N'.
001780    88 SUSPENSE-EOF                 VALUE 'Y'.
001790 01 EXC-EOF-SW PIC X VALUE 'N'.
001800    88 EXC-EOF                      VALUE 'Y'.
001810 01 BALANCE-EOF-SW PIC X VALUE 'N'.
001820    88 BALANCE-EOF                  VALUE 'Y'.
001830
001840 01 WS-PARM-STATUS                  PIC XX VALUE SPACES.
001850 01 WS-REINSTATE-STATUS             PIC XX VALUE SPACES.
001860 01 WS-ACCTMST-STATUS               PIC XX VALUE SPACES.
001880 01 WS-OLD-HIST-STATUS              PIC XX VALUE SPACES.
001890 01 WS-NEW-HIST-STATUS              PIC XX VALUE SPACES.
001900 01 WS-OLD-ARCHIVE-STATUS           PIC XX VALUE SPACES.
001910 01 WS-NEW-ARCHIVE-STATUS           PIC XX VALUE SPACES.
001920 01 WS-SUSPENSE-STATUS              PIC XX VALUE SPACES.
001930 01 WS-EXC-FILE-STATUS              PIC XX VALUE SPACES.
001940 01 WS-BALANCE-STATUS               PIC XX VALUE SPACES.
001945 01 WS-PROCDATE-STATUS              PIC XX VALUE SPACES.
001950
001960 01 WS-ACCOUNT-DAYS                 PIC 9(04) VALUE 0.
001970 01 WS-CASE-DAYS                    PIC 9(04) VALUE 0.
001980
001990 01 WS-RUN-DATE                     PIC 9(6).
002000 01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
002010    05 WS-RUN-YYMM                  PIC 9(4).
002020    05 FILLER                       PIC 9(2).
002030 01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
002040    05 WS-RUN-YY                    PIC 9(2).
002050    05 WS-RUN-MM                    PIC 9(2).
002060    05 WS-RUN-DD                    PIC 9(2).
002070
002080 01 WS-CONV-DATE                    PIC 9(6).
002090 01 WS-CONV-DATE-R REDEFINES WS-CONV-DATE.
002100    05 WS-CONV-YY                   PIC 9(2).
002110    05 WS-CONV-MM                   PIC 9(2).
002120    05 WS-CONV-DD                   PIC 9(2).
002130
002140 01 WS-MONTH-OFFSET-TABLE.
002150    05 FILLER                       PIC X(18) VALUE
002160          "000031059090120151".
002170    05 FILLER                       PIC X(18) VALUE
002180          "181212243273304334".
002190 01 WS-MONTH-OFFSET-R REDEFINES WS-MONTH-OFFSET-TABLE.
002200    05 WS-MONTH-OFFSET              OCCURS 12 TIMES
002210                                    PIC 9(03).
002220
002230 01 WS-LEAP-QUOT                    PIC 9(02) VALUE 0.
002240 01 WS-LEAP-REM                     PIC 9(01) VALUE 0.
002250 01 WS-SERIAL-DAYS                  PIC S9(07) VALUE 0.
002260 01 WS-RUN-SERIAL                   PIC S9(07) VALUE 0.
002270 01 WS-DAYS-SINCE                   PIC S9(05) VALUE 0.
002280
002290 01 WS-DATE-WORK                    PIC 9(6).
002300 01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
002310    05 WS-DATE-YY                   PIC 9(2).
002320    05 WS-DATE-MM                   PIC 9(2).
002330    05 WS-DATE-DD                   PIC 9(2).
002340
002350 01 WS-SEQUENCE                     PIC 9(05) VALUE 0.
002360
002370 01 WS-SORT-KEY.
002380    05 WS-SORT-TYPE                 PIC X(01).
002390    05 WS-SORT-ID                   PIC X(08).
002400 01 WS-CURRENT-KEY.
002410    05 WS-CURRENT-TYPE              PIC X(01).
002420       88 WS-ACCOUNT-KEY            VALUE 'A'.
002430       88 WS-CASE-KEY               VALUE 'C'.
002440    05 WS-CURRENT-ID                PIC X(08).
002450
002460 01 WS-MASTER-SW                    PIC X VALUE 'N'.
002470    88 WS-MASTER-PRESENT            VALUE 'Y'.
002473 01 WS-ON-FILE-SW                   PIC X VALUE 'N'.
002476    88 WS-ON-FILE                   VALUE 'Y'.
002480 01 WS-MASTER-IMAGE                 PIC X(45) VALUE SPACES.
002490 01 WS-ACCOUNT-IMAGE REDEFINES WS-MASTER-IMAGE.
002500    05 WSA-ACCOUNT-ID               PIC X(08).
002510    05 FILLER                       PIC X(01).
002520    05 WSA-ACCOUNT-NAME             PIC X(20).
002530    05 FILLER                       PIC X(01).
002540    05 WSA-STATUS                   PIC X(01).
002550    05 FILLER                       PIC X(01).
002560    05 WSA-OPEN-DATE                PIC 9(06).
002570    05 FILLER                       PIC X(01).
002580    05 WSA-CLOSE-DATE               PIC 9(06).
002590 01 WS-CASE-IMAGE REDEFINES WS-MASTER-IMAGE.
002600    05 WSC-CASE-ID                  PIC X(06).
002610    05 FILLER                       PIC X(01).
002620    05 WSC-RESULT-AND               PIC X(01).
002630    05 FILLER                       PIC X(01).
002640    05 WSC-AND-CHANGE-DATE          PIC 9(06).
002650    05 FILLER                       PIC X(01).
002660    05 WSC-RESULT-ANY               PIC X(01).
002670    05 FILLER                       PIC X(01).
002680    05 WSC-ANY-CHANGE-DATE          PIC 9(06).
002690    05 FILLER                       PIC X(01).
002700    05 WSC-OVERRIDE-FLAG            PIC X(01).
002710    05 FILLER                       PIC X(19).
002720
002730 01 WS-ARCHIVE-SW                   PIC X VALUE 'N'.
002740    88 WS-ARCHIVE-PRESENT           VALUE 'Y'.
002750 01 WS-ARC-ARCHIVED-DATE            PIC 9(06) VALUE 0.
002760 01 WS-ARC-STATUS                   PIC X(01) VALUE SPACE.
002770    88 WS-ARC-PURGED                VALUE 'P'.
002780    88 WS-ARC-REINSTATED            VALUE 'R'.
002790 01 WS-ARC-STATUS-DATE              PIC 9(06) VALUE 0.
002800 01 WS-ARC-REINSTATED-BY            PIC X(08) VALUE SPACES.
002810 01 WS-ARC-IMAGE                    PIC X(45) VALUE SPACES.
002820
002830 01 WS-SUSPENSE-HOLD-SW             PIC X VALUE 'N'.
002840    88 WS-SUSPENSE-HOLD             VALUE 'Y'.
002850 01 WS-ACTIVITY-HOLD-SW             PIC X VALUE 'N'.
002860    88 WS-ACTIVITY-HOLD             VALUE 'Y'.
002870 01 WS-ELIGIBLE-SW                  PIC X VALUE 'N'.
002880    88 WS-ELIGIBLE                  VALUE 'Y'.
002890 01 WS-REFERENCE-DATE               PIC 9(06) VALUE 0.
002900
002910 01 WS-REG-ACTION                   PIC X(10) VALUE SPACES.
002920 01 WS-REG-DATE                     PIC 9(06) VALUE 0.
002930 01 WS-REG-DAYS                     PIC 9(05) VALUE 0.
002940 01 WS-REG-DETAIL                   PIC X(30) VALUE SPACES.
002950 01 WS-REG-DETAIL-R REDEFINES WS-REG-DETAIL.
002960    05 WS-REG-DETAIL-LABEL          PIC X(14).
002970    05 WS-REG-DETAIL-USER           PIC X(08).
002980    05 FILLER                       PIC X(08).
002990
003000 01 WS-ACCOUNTS-READ                PIC 9(07) VALUE 0.
003010 01 WS-ACCOUNTS-PURGED              PIC 9(07) VALUE 0.
003020 01 WS-ACCOUNTS-RETAINED            PIC 9(07) VALUE 0.
003030 01 WS-ACCOUNTS-WRITTEN             PIC 9(07) VALUE 0.
003040 01 WS-CASES-READ                   PIC 9(07) VALUE 0.
003050 01 WS-CASES-PURGED                 PIC 9(07) VALUE 0.
003060 01 WS-CASES-WRITTEN                PIC 9(07) VALUE 0.
003070 01 WS-ARCHIVE-READ                 PIC 9(07) VALUE 0.
003080 01 WS-ARCHIVE-WRITTEN              PIC 9(07) VALUE 0.
003090 01 WS-REINSTATE-READ               PIC 9(07) VALUE 0.
003100 01 WS-REINSTATED-COUNT             PIC 9(07) VALUE 0.
003110 01 WS-REINSTATE-ERROR-COUNT        PIC 9(07) VALUE 0.
003115 01 WS-MASTER-ERROR-COUNT           PIC 9(07) VALUE 0.
003120 01 WS-REGISTER-COUNT               PIC 9(07) VALUE 0.
003130
003140 01 RPT-HEADING-1.
003150    05 FILLER                       PIC X(24) VALUE
003160          "RETENTION PURGE REGISTER".
003170
003180 01 RPT-HEADING-2.
003190    05 FILLER                       PIC X(10) VALUE
003200          "RUN DATE: ".
003210    05 RPT-MM                       PIC 99.
003220    05 FILLER                       PIC X(01) VALUE "/".
003230    05 RPT-DD                       PIC 99.
003240    05 FILLER                       PIC X(01) VALUE "/".
003250    05 RPT-YY                       PIC 99.
003260    05 FILLER                       PIC X(23) VALUE
003270          "   RETENTION: ACCOUNTS ".
003280    05 RPT-ACCOUNT-DAYS             PIC ZZZ9.
003290    05 FILLER                       PIC X(13) VALUE
003300          " DAYS, CASES ".
003310    05 RPT-CASE-DAYS                PIC ZZZ9.
003320    05 FILLER                       PIC X(05) VALUE " DAYS".
003330
003340 01 RPT-COLUMN-HEADING.
003350    05 FILLER                       PIC X(10) VALUE "TYPE".
003360    05 FILLER                       PIC X(10) VALUE "KEY".
003370    05 FILLER                       PIC X(12) VALUE "ACTION".
003380    05 FILLER                       PIC X(10) VALUE "DATE".
003390    05 FILLER                       PIC X(07) VALUE " DAYS".
003400    05 FILLER                       PIC X(06) VALUE "DETAIL".
003410
003420 01 RPT-DETAIL-LINE.
003430    05 RPT-TYPE                     PIC X(08).
003440    05 FILLER                       PIC X(02) VALUE SPACES.
003450    05 RPT-KEY                      PIC X(08).
003460    05 FILLER                       PIC X(02) VALUE SPACES.
003470    05 RPT-ACTION                   PIC X(10).
003480    05 FILLER                       PIC X(02) VALUE SPACES.
003490    05 RPT-DATE                     PIC X(08).
003500    05 FILLER                       PIC X(02) VALUE SPACES.
003510    05 RPT-DAYS                     PIC ZZZZ9 BLANK WHEN ZERO.
003520    05 FILLER                       PIC X(02) VALUE SPACES.
003530    05 RPT-DETAIL                   PIC X(30).
003540
003550 01 WS-PRINT-DATE.
003560    05 WS-PRINT-MM                  PIC 99.
003570    05 FILLER                       PIC X(01) VALUE "/".
003580    05 WS-PRINT-DD                  PIC 99.
003590    05 FILLER                       PIC X(01) VALUE "/".
003600    05 WS-PRINT-YY                  PIC 99.
003610
003620 01 RPT-NONE-LINE.
003630    05 FILLER                       PIC X(19) VALUE
003640          "  NONE FOR THIS RUN".
003650
003660 01 RPT-COUNT-LINE.
003670    05 RPT-COUNT-LABEL              PIC X(24).
003680    05 RPT-COUNT                    PIC ZZZ,ZZ9.
003690
003700 01 RPT-BLANK-LINE                  PIC X(80) VALUE SPACES.
003710
003720 PROCEDURE DIVISION.
003730 MAIN-LOGIC.
003740     PERFORM READ-PROCESS-DATE.
003750     MOVE WS-RUN-DATE TO WS-CONV-DATE.
003760     PERFORM COMPUTE-SERIAL-DAYS.
003770     MOVE WS-SERIAL-DAYS TO WS-RUN-SERIAL.
003780     PERFORM READ-PURGE-PARM.
003790     PERFORM OPEN-INPUT-FILES.
003798     OPEN I-O ACCOUNT-MASTER-FILE.
003806     IF WS-ACCTMST-STATUS NOT = "00" AND
003814        WS-ACCTMST-STATUS NOT = "05"
003822         DISPLAY "RETENTION-PURGE: UNABLE TO OPEN ACCTMST, "
003830             "STATUS " WS-ACCTMST-STATUS
003840         MOVE 16 TO RETURN-CODE
003850         STOP RUN
003860     END-IF.
003870     OPEN OUTPUT NEW-HIST-FILE.
003880     IF WS-NEW-HIST-STATUS NOT = "00"
003890         DISPLAY "RETENTION-PURGE: UNABLE TO OPEN HISTNEW, "
003900             "STATUS " WS-NEW-HIST-STATUS
003910         MOVE 16 TO RETURN-CODE
003920         STOP RUN
003930     END-IF.
003940     OPEN OUTPUT NEW-ARCHIVE-FILE.
003950     IF WS-NEW-ARCHIVE-STATUS NOT = "00"
003960         DISPLAY "RETENTION-PURGE: UNABLE TO OPEN ARCNEW, "
003970             "STATUS " WS-NEW-ARCHIVE-STATUS
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010     OPEN OUTPUT PURGE-REPORT.
004020     PERFORM WRITE-REPORT-HEADING.
004030     SORT PURGE-SORT-FILE
004040         ASCENDING KEY PGW-TYPE PGW-KEY PGW-CLASS PGW-SEQUENCE
004050         INPUT PROCEDURE IS RELEASE-RETENTION-ITEMS
004060         OUTPUT PROCEDURE IS UPDATE-SORTED-KEYS.
004070     IF WS-REGISTER-COUNT = 0
004080         WRITE PURGE-REPORT-LINE FROM RPT-NONE-LINE
004090     END-IF.
004100     CLOSE REINSTATE-FILE.
004110     CLOSE ACCOUNT-MASTER-FILE.
004120     CLOSE OLD-HIST-FILE.
004130     CLOSE OLD-ARCHIVE-FILE.
004140     CLOSE SUSPENSE-FILE.
004150     CLOSE EXCEPTION-FILE.
004160     CLOSE BALANCE-FILE.
004180     CLOSE NEW-HIST-FILE.
004190     CLOSE NEW-ARCHIVE-FILE.
004200     PERFORM WRITE-REPORT-TRAILER.
004210     CLOSE PURGE-REPORT.
004220     DISPLAY "RETENTION-PURGE: ACCOUNTS READ       "
004230         WS-ACCOUNTS-READ.
004240     DISPLAY "RETENTION-PURGE: ACCOUNTS ARCHIVED   "
004250         WS-ACCOUNTS-PURGED.
004260     DISPLAY "RETENTION-PURGE: ACCOUNTS RETAINED   "
004270         WS-ACCOUNTS-RETAINED.
004280     DISPLAY "RETENTION-PURGE: ACCOUNTS ON MASTER  "
004290         WS-ACCOUNTS-WRITTEN.
004300     DISPLAY "RETENTION-PURGE: CASES READ          "
004310         WS-CASES-READ.
004320     DISPLAY "RETENTION-PURGE: CASES ARCHIVED      "
004330         WS-CASES-PURGED.
004340     DISPLAY "RETENTION-PURGE: CASES WRITTEN       "
004350         WS-CASES-WRITTEN.
004360     DISPLAY "RETENTION-PURGE: REINSTATED          "
004370         WS-REINSTATED-COUNT.
004380     DISPLAY "RETENTION-PURGE: REINSTATE ERRORS    "
004390         WS-REINSTATE-ERROR-COUNT.
004400     DISPLAY "RETENTION-PURGE: ARCHIVE RECORDS     "
004410         WS-ARCHIVE-WRITTEN.
004415     DISPLAY "RETENTION-PURGE: ACCTMST ERRORS      "
004420         WS-MASTER-ERROR-COUNT.
004425     IF WS-REINSTATE-ERROR-COUNT > 0 OR WS-MASTER-ERROR-COUNT > 0
004430         MOVE 4 TO RETURN-CODE
004440     ELSE
004450         MOVE 0 TO RETURN-CODE
004460     END-IF.
004470     STOP RUN.
004480
004490 READ-PURGE-PARM.
004500     OPEN INPUT PURGE-PARM-FILE.
004510     IF WS-PARM-STATUS NOT = "00"
004520         DISPLAY "RETENTION-PURGE: UNABLE TO OPEN PRGPARM, "
004530             "STATUS " WS-PARM-STATUS
004540         MOVE 16 TO RETURN-CODE
004550         STOP RUN
004560     END-IF.
004570     READ PURGE-PARM-FILE
004580         AT END
004590             DISPLAY "RETENTION-PURGE: PRGPARM IS EMPTY"
004600             MOVE 16 TO RETURN-CODE
004610             STOP RUN
004620     END-READ.
004630     CLOSE PURGE-PARM-FILE.
004640     IF PRM-ACCOUNT-DAYS NOT NUMERIC OR PRM-CASE-DAYS NOT NUMERIC
004650         DISPLAY "RETENTION-PURGE: PRGPARM RETENTION DAYS "
004660             PRM-ACCOUNT-DAYS " " PRM-CASE-DAYS " NOT NUMERIC"
004670         MOVE 16 TO RETURN-CODE
004680         STOP RUN
004690     END-IF.
004700     MOVE PRM-ACCOUNT-DAYS TO WS-ACCOUNT-DAYS.
004710     MOVE PRM-CASE-DAYS TO WS-CASE-DAYS.
004720     IF WS-ACCOUNT-DAYS = 0 OR WS-CASE-DAYS = 0
004730         DISPLAY "RETENTION-PURGE: PRGPARM RETENTION DAYS "
004740             "MUST NOT BE ZERO"
004750         MOVE 16 TO RETURN-CODE
004760         STOP RUN
004770     END-IF.
004780
004790 OPEN-INPUT-FILES.
004800     OPEN INPUT REINSTATE-FILE.
004810     IF WS-REINSTATE-STATUS NOT = "00" AND
004820        WS-REINSTATE-STATUS NOT = "05"
004830         DISPLAY "RETENTION-PURGE: UNABLE TO OPEN RSTIN, "
004840             "STATUS " WS-REINSTATE-STATUS
004930         MOVE 16 TO RETURN-CODE
004940         STOP RUN
004950     END-IF.
004960     OPEN INPUT OLD-HIST-FILE.
004970     IF WS-OLD-HIST-STATUS NOT = "00" AND
004980        WS-OLD-HIST-STATUS NOT = "05"
004990         DISPLAY "RETENTION-PURGE: UNABLE TO OPEN HISTOLD, "
005000             "STATUS " WS-OLD-HIST-STATUS
005010         MOVE 16 TO RETURN-CODE
005020         STOP RUN
005030     END-IF.
005040     OPEN INPUT OLD-ARCHIVE-FILE.
005050     IF WS-OLD-ARCHIVE-STATUS NOT = "00" AND
005060        WS-OLD-ARCHIVE-STATUS NOT = "05"
005070         DISPLAY "RETENTION-PURGE: UNABLE TO OPEN ARCOLD, "
005080             "STATUS " WS-OLD-ARCHIVE-STATUS
005090         MOVE 16 TO RETURN-CODE
005100         STOP RUN
005110     END-IF.
005120     OPEN INPUT SUSPENSE-FILE.
005130     IF WS-SUSPENSE-STATUS NOT = "00"
005140         DISPLAY "RETENTION-PURGE: UNABLE TO OPEN SUSPMST, "
005150             "STATUS " WS-SUSPENSE-STATUS
005160         MOVE 16 TO RETURN-CODE
005170         STOP RUN
005180     END-IF.
005190     OPEN INPUT EXCEPTION-FILE.
005200     IF WS-EXC-FILE-STATUS NOT = "00" AND
005210        WS-EXC-FILE-STATUS NOT = "05"
005220         DISPLAY "RETENTION-PURGE: UNABLE TO OPEN SORTEXC, "
005230             "STATUS " WS-EXC-FILE-STATUS
005240         MOVE 16 TO RETURN-CODE
005250         STOP RUN
005260     END-IF.
005270     OPEN INPUT BALANCE-FILE.
005280     IF WS-BALANCE-STATUS NOT = "00"
005290         DISPLAY "RETENTION-PURGE: UNABLE TO OPEN BALMST, "
005300             "STATUS " WS-BALANCE-STATUS
005310         MOVE 16 TO RETURN-CODE
005320         STOP RUN
005330     END-IF.
005340
005350 RELEASE-RETENTION-ITEMS.
005360     PERFORM UNTIL OLD-ARCHIVE-EOF
005370         READ OLD-ARCHIVE-FILE
005380             AT END
005390                 MOVE 'Y' TO OLD-ARCHIVE-EOF-SW
005400             NOT AT END
005410                 ADD 1 TO WS-ARCHIVE-READ
005420                 MOVE SPACES TO PURGE-SORT-RECORD
005430                 MOVE OAR-TYPE TO PGW-TYPE
005440                 MOVE OAR-KEY TO PGW-KEY
005450                 MOVE '1' TO PGW-CLASS
005460                 MOVE 0 TO PGW-SEQUENCE
005470                 MOVE OAR-ARCHIVED-DATE TO PGW-ARCHIVED-DATE
005480                 MOVE OAR-STATUS TO PGW-STATUS
005490                 MOVE OAR-STATUS-DATE TO PGW-STATUS-DATE
005500                 MOVE OAR-REINSTATED-BY TO PGW-USER
005510                 MOVE OAR-IMAGE TO PGW-IMAGE
005520                 RELEASE PURGE-SORT-RECORD
005530         END-READ
005540     END-PERFORM.
005550     PERFORM UNTIL ACCTMST-EOF
005560         READ ACCOUNT-MASTER-FILE NEXT RECORD
005570             AT END
005580                 MOVE 'Y' TO ACCTMST-EOF-SW
005590             NOT AT END
005600                 ADD 1 TO WS-ACCOUNTS-READ
005610                 MOVE SPACES TO PURGE-SORT-RECORD
005620                 MOVE 'A' TO PGW-TYPE
005630                 MOVE ACM-ACCOUNT-ID TO PGW-KEY
005640                 MOVE '2' TO PGW-CLASS
005650                 PERFORM CLEAR-SORT-DATES
005660                 MOVE ACCOUNT-MASTER-RECORD TO PGW-IMAGE
005670                 RELEASE PURGE-SORT-RECORD
005680         END-READ
005690     END-PERFORM.
005700     PERFORM UNTIL OLD-HIST-EOF
005710         READ OLD-HIST-FILE
005720             AT END
005730                 MOVE 'Y' TO OLD-HIST-EOF-SW
005740             NOT AT END
005750                 ADD 1 TO WS-CASES-READ
005760                 MOVE SPACES TO PURGE-SORT-RECORD
005770                 MOVE 'C' TO PGW-TYPE
005780                 MOVE OMS-CASE-ID TO PGW-KEY
005790                 MOVE '2' TO PGW-CLASS
005800                 PERFORM CLEAR-SORT-DATES
005810                 MOVE OLD-HIST-RECORD TO PGW-IMAGE
005820                 RELEASE PURGE-SORT-RECORD
005830         END-READ
005840     END-PERFORM.
005850     PERFORM UNTIL SUSPENSE-EOF
005860         READ SUSPENSE-FILE
005870             AT END
005880                 MOVE 'Y' TO SUSPENSE-EOF-SW
005890             NOT AT END
005900                 MOVE SUS-ACCOUNT-ID TO PGW-KEY
005910                 PERFORM RELEASE-SUSPENSE-HOLD
005920         END-READ
005930     END-PERFORM.
005940     PERFORM UNTIL EXC-EOF
005950         READ EXCEPTION-FILE
005960             AT END
005970                 MOVE 'Y' TO EXC-EOF-SW
005980             NOT AT END
005990                 MOVE EXC-ACCOUNT-ID TO PGW-KEY
006000                 PERFORM RELEASE-SUSPENSE-HOLD
006010         END-READ
006020     END-PERFORM.
006030     PERFORM UNTIL BALANCE-EOF
006040         READ BALANCE-FILE
006050             AT END
006060                 MOVE 'Y' TO BALANCE-EOF-SW
006070             NOT AT END
006080                 IF BAL-LAST-POST-YYMM = WS-RUN-YYMM
006090                     MOVE SPACES TO PURGE-SORT-RECORD
006100                     MOVE 'A' TO PGW-TYPE
006110                     MOVE BAL-ACCOUNT-ID TO PGW-KEY
006120                     MOVE '4' TO PGW-CLASS
006130                     PERFORM CLEAR-SORT-DATES
006140                     RELEASE PURGE-SORT-RECORD
006150                 END-IF
006160         END-READ
006170     END-PERFORM.
006180     PERFORM UNTIL REINSTATE-EOF
006190         READ REINSTATE-FILE
006200             AT END
006210                 MOVE 'Y' TO REINSTATE-EOF-SW
006220             NOT AT END
006230                 ADD 1 TO WS-REINSTATE-READ
006240                 ADD 1 TO WS-SEQUENCE
006250                 MOVE SPACES TO PURGE-SORT-RECORD
006260                 MOVE RST-TYPE TO PGW-TYPE
006270                 MOVE RST-KEY TO PGW-KEY
006280                 MOVE '5' TO PGW-CLASS
006290                 PERFORM CLEAR-SORT-DATES
006300                 MOVE WS-SEQUENCE TO PGW-SEQUENCE
006310                 MOVE RST-REQUESTED-BY TO PGW-USER
006320                 RELEASE PURGE-SORT-RECORD
006330         END-READ
006340     END-PERFORM.
006350
006360 RELEASE-SUSPENSE-HOLD.
006370     MOVE 'A' TO PGW-TYPE.
006380     MOVE '3' TO PGW-CLASS.
006390     PERFORM CLEAR-SORT-DATES.
006400     MOVE SPACES TO PGW-STATUS.
006410     MOVE SPACES TO PGW-USER.
006420     MOVE SPACES TO PGW-IMAGE.
006430     RELEASE PURGE-SORT-RECORD.
006440
006450 CLEAR-SORT-DATES.
006460     MOVE 0 TO PGW-SEQUENCE.
006470     MOVE 0 TO PGW-ARCHIVED-DATE.
006480     MOVE 0 TO PGW-STATUS-DATE.
006490
006500 UPDATE-SORTED-KEYS.
006510     PERFORM RETURN-SORTED-ITEM.
006520     PERFORM UPDATE-ONE-KEY
006530         UNTIL WS-SORT-KEY = HIGH-VALUES.
006540
006550 RETURN-SORTED-ITEM.
006560     RETURN PURGE-SORT-FILE
006570         AT END
006580             MOVE HIGH-VALUES TO WS-SORT-KEY
006590         NOT AT END
006600             MOVE PGW-TYPE TO WS-SORT-TYPE
006610             MOVE PGW-KEY TO WS-SORT-ID
006620     END-RETURN.
006630
006640 UPDATE-ONE-KEY.
006650     MOVE WS-SORT-KEY TO WS-CURRENT-KEY.
006660     MOVE 'N' TO WS-MASTER-SW.
006665     MOVE 'N' TO WS-ON-FILE-SW.
006670     MOVE 'N' TO WS-ARCHIVE-SW.
006680     MOVE 'N' TO WS-SUSPENSE-HOLD-SW.
006690     MOVE 'N' TO WS-ACTIVITY-HOLD-SW.
006700     PERFORM PROCESS-ONE-ITEM
006710         UNTIL WS-SORT-KEY NOT = WS-CURRENT-KEY.
006720     IF WS-MASTER-PRESENT
006730         PERFORM CLOSE-OUT-MASTER
006740     END-IF.
006750     IF WS-ARCHIVE-PRESENT
006760         PERFORM WRITE-ARCHIVE-RECORD
006770     END-IF.
006780
006790 PROCESS-ONE-ITEM.
006800     EVALUATE PGW-CLASS
006810         WHEN '1'
006820             MOVE 'Y' TO WS-ARCHIVE-SW
006830             MOVE PGW-ARCHIVED-DATE TO WS-ARC-ARCHIVED-DATE
006840             MOVE PGW-STATUS TO WS-ARC-STATUS
006850             MOVE PGW-STATUS-DATE TO WS-ARC-STATUS-DATE
006860             MOVE PGW-USER TO WS-ARC-REINSTATED-BY
006870             MOVE PGW-IMAGE TO WS-ARC-IMAGE
006880         WHEN '2'
006890             MOVE 'Y' TO WS-MASTER-SW
006895             MOVE 'Y' TO WS-ON-FILE-SW
006900             MOVE PGW-IMAGE TO WS-MASTER-IMAGE
006910         WHEN '3'
006920             MOVE 'Y' TO WS-SUSPENSE-HOLD-SW
006930         WHEN '4'
006940             MOVE 'Y' TO WS-ACTIVITY-HOLD-SW
006950         WHEN OTHER
006960             PERFORM APPLY-REINSTATE-CARD
006970     END-EVALUATE.
006980     PERFORM RETURN-SORTED-ITEM.
006990
007000 APPLY-REINSTATE-CARD.
007010     MOVE SPACES TO WS-REG-DETAIL.
007020     IF NOT WS-ACCOUNT-KEY AND NOT WS-CASE-KEY
007030         MOVE "TYPE IS NOT A OR C" TO WS-REG-DETAIL
007040     ELSE
007050         IF WS-CURRENT-ID = SPACES
007060             MOVE "NO ACCOUNT OR CASE ID" TO WS-REG-DETAIL
007070         ELSE
007080             IF NOT WS-ARCHIVE-PRESENT
007090                 MOVE "NOT ON ARCHIVE" TO WS-REG-DETAIL
007100             ELSE
007110                 IF WS-MASTER-PRESENT
007120                     MOVE "ALREADY ON MASTER" TO WS-REG-DETAIL
007130                 ELSE
007140                     IF PGW-USER = SPACES
007150                         MOVE "NO REQUESTED-BY ID" TO
007160                             WS-REG-DETAIL
007170                     END-IF
007180                 END-IF
007190             END-IF
007200         END-IF
007210     END-IF.
007220     MOVE 0 TO WS-REG-DAYS.
007230     IF WS-REG-DETAIL NOT = SPACES
007240         ADD 1 TO WS-REINSTATE-ERROR-COUNT
007250         MOVE "REJECTED" TO WS-REG-ACTION
007260         MOVE 0 TO WS-REG-DATE
007270     ELSE
007280         ADD 1 TO WS-REINSTATED-COUNT
007290         MOVE 'Y' TO WS-MASTER-SW
007300         MOVE WS-ARC-IMAGE TO WS-MASTER-IMAGE
007310         MOVE 'R' TO WS-ARC-STATUS
007320         MOVE WS-RUN-DATE TO WS-ARC-STATUS-DATE
007330         MOVE PGW-USER TO WS-ARC-REINSTATED-BY
007340         MOVE "REINSTATED" TO WS-REG-ACTION
007350         MOVE WS-ARC-ARCHIVED-DATE TO WS-REG-DATE
007360         MOVE "REQUESTED BY" TO WS-REG-DETAIL-LABEL
007370         MOVE PGW-USER TO WS-REG-DETAIL-USER
007380     END-IF.
007390     PERFORM WRITE-REGISTER-LINE.
007400
007410 CLOSE-OUT-MASTER.
007420     MOVE 'N' TO WS-ELIGIBLE-SW.
007430     IF WS-ARCHIVE-PRESENT AND WS-ARC-REINSTATED
007440         CONTINUE
007450     ELSE
007460         IF WS-ACCOUNT-KEY
007470             PERFORM CHECK-ACCOUNT-RETENTION
007480         ELSE
007490             PERFORM CHECK-CASE-RETENTION
007500         END-IF
007510     END-IF.
007520     IF WS-ELIGIBLE
007530         MOVE WS-REFERENCE-DATE TO WS-REG-DATE
007540         MOVE WS-DAYS-SINCE TO WS-REG-DAYS
007550         IF WS-SUSPENSE-HOLD
007560             MOVE 'N' TO WS-ELIGIBLE-SW
007570             MOVE "OPEN SUSPENSE ITEMS" TO WS-REG-DETAIL
007580         ELSE
007590             IF WS-ACTIVITY-HOLD
007600                 MOVE 'N' TO WS-ELIGIBLE-SW
007610                 MOVE "ACTIVITY THIS STATEMENT MONTH" TO
007620                     WS-REG-DETAIL
007630             END-IF
007640         END-IF
007650         IF WS-ELIGIBLE
007660             PERFORM ARCHIVE-MASTER-RECORD
007670         ELSE
007680             ADD 1 TO WS-ACCOUNTS-RETAINED
007690             MOVE "RETAINED" TO WS-REG-ACTION
007700             PERFORM WRITE-REGISTER-LINE
007710         END-IF
007720     END-IF.
007730     IF NOT WS-ELIGIBLE
007740         PERFORM WRITE-MASTER-RECORD
007750     END-IF.
007760
007770 CHECK-ACCOUNT-RETENTION.
007780     IF WSA-STATUS = 'C' AND WSA-CLOSE-DATE NUMERIC AND
007790        WSA-CLOSE-DATE > 0
007800         MOVE WSA-CLOSE-DATE TO WS-REFERENCE-DATE
007810         PERFORM COMPUTE-DAYS-SINCE
007820         IF WS-DAYS-SINCE > WS-ACCOUNT-DAYS
007830             MOVE 'Y' TO WS-ELIGIBLE-SW
007840         END-IF
007850     END-IF.
007860
007870 CHECK-CASE-RETENTION.
007880     IF WSC-AND-CHANGE-DATE NUMERIC AND
007890        WSC-ANY-CHANGE-DATE NUMERIC
007900         IF WSC-AND-CHANGE-DATE > WSC-ANY-CHANGE-DATE
007910             MOVE WSC-AND-CHANGE-DATE TO WS-REFERENCE-DATE
007920         ELSE
007930             MOVE WSC-ANY-CHANGE-DATE TO WS-REFERENCE-DATE
007940         END-IF
007950         IF WS-REFERENCE-DATE > 0
007960             PERFORM COMPUTE-DAYS-SINCE
007970             IF WS-DAYS-SINCE > WS-CASE-DAYS
007980                 MOVE 'Y' TO WS-ELIGIBLE-SW
007990             END-IF
008000         END-IF
008010     END-IF.
008020
008030 ARCHIVE-MASTER-RECORD.
008040     MOVE 'Y' TO WS-ARCHIVE-SW.
008050     MOVE WS-RUN-DATE TO WS-ARC-ARCHIVED-DATE.
008060     MOVE 'P' TO WS-ARC-STATUS.
008070     MOVE WS-RUN-DATE TO WS-ARC-STATUS-DATE.
008080     MOVE SPACES TO WS-ARC-REINSTATED-BY.
008090     MOVE WS-MASTER-IMAGE TO WS-ARC-IMAGE.
008100     IF WS-ACCOUNT-KEY
008110         ADD 1 TO WS-ACCOUNTS-PURGED
008111         MOVE WS-CURRENT-ID TO ACM-ACCOUNT-ID
008112         DELETE ACCOUNT-MASTER-FILE RECORD
008113             INVALID KEY
008114                 PERFORM REPORT-MASTER-IO-ERROR
008115         END-DELETE
008120         MOVE "CLOSED ACCOUNT" TO WS-REG-DETAIL
008130     ELSE
008140         ADD 1 TO WS-CASES-PURGED
008150         MOVE "NO AND/ANY CHANGE" TO WS-REG-DETAIL
008160     END-IF.
008170     MOVE "ARCHIVED" TO WS-REG-ACTION.
008180     PERFORM WRITE-REGISTER-LINE.
008190
008200 WRITE-MASTER-RECORD.
008210     IF WS-ACCOUNT-KEY
008220         ADD 1 TO WS-ACCOUNTS-WRITTEN
008223         IF NOT WS-ON-FILE
008226             MOVE WS-MASTER-IMAGE TO ACCOUNT-MASTER-RECORD
008229             WRITE ACCOUNT-MASTER-RECORD
008232                 INVALID KEY
008235                     PERFORM REPORT-MASTER-IO-ERROR
008238             END-WRITE
008241         END-IF
008250     ELSE
008260         ADD 1 TO WS-CASES-WRITTEN
008270         MOVE WS-MASTER-IMAGE TO NEW-HIST-RECORD
008280         WRITE NEW-HIST-RECORD
008290     END-IF.
008291
008292 REPORT-MASTER-IO-ERROR.
008293     ADD 1 TO WS-MASTER-ERROR-COUNT.
008294     DISPLAY "RETENTION-PURGE: ACCOUNT " WS-CURRENT-ID
008295         " NOT UPDATED ON ACCTMST, STATUS " WS-ACCTMST-STATUS.
008300
008310 WRITE-ARCHIVE-RECORD.
008320     ADD 1 TO WS-ARCHIVE-WRITTEN.
008330     MOVE SPACES TO NEW-ARCHIVE-RECORD.
008340     MOVE WS-CURRENT-TYPE TO NAR-TYPE.
008350     MOVE WS-CURRENT-ID TO NAR-KEY.
008360     MOVE WS-ARC-ARCHIVED-DATE TO NAR-ARCHIVED-DATE.
008370     MOVE WS-ARC-STATUS TO NAR-STATUS.
008380     MOVE WS-ARC-STATUS-DATE TO NAR-STATUS-DATE.
008390     MOVE WS-ARC-REINSTATED-BY TO NAR-REINSTATED-BY.
008400     MOVE WS-ARC-IMAGE TO NAR-IMAGE.
008410     WRITE NEW-ARCHIVE-RECORD.
008420
008430 COMPUTE-DAYS-SINCE.
008440     MOVE WS-REFERENCE-DATE TO WS-CONV-DATE.
008450     PERFORM COMPUTE-SERIAL-DAYS.
008460     COMPUTE WS-DAYS-SINCE = WS-RUN-SERIAL - WS-SERIAL-DAYS.
008470     IF WS-DAYS-SINCE < 0
008480         MOVE 0 TO WS-DAYS-SINCE
008490     END-IF.
008500
008510 COMPUTE-SERIAL-DAYS.
008520     COMPUTE WS-SERIAL-DAYS = WS-CONV-YY * 365.
008530     DIVIDE WS-CONV-YY BY 4 GIVING WS-LEAP-QUOT
008540         REMAINDER WS-LEAP-REM.
008550     COMPUTE WS-SERIAL-DAYS = WS-SERIAL-DAYS + WS-LEAP-QUOT.
008560     IF WS-LEAP-REM = 0 AND WS-CONV-MM > 2
008570         ADD 1 TO WS-SERIAL-DAYS
008580     END-IF.
008590     IF WS-CONV-MM > 0 AND WS-CONV-MM < 13
008600         ADD WS-MONTH-OFFSET (WS-CONV-MM) TO WS-SERIAL-DAYS
008610     END-IF.
008620     ADD WS-CONV-DD TO WS-SERIAL-DAYS.
008630
008640 WRITE-REGISTER-LINE.
008650     ADD 1 TO WS-REGISTER-COUNT.
008660     MOVE SPACES TO RPT-DETAIL-LINE.
008670     EVALUATE TRUE
008680         WHEN WS-ACCOUNT-KEY
008690             MOVE "ACCOUNT" TO RPT-TYPE
008700         WHEN WS-CASE-KEY
008710             MOVE "CASE" TO RPT-TYPE
008720         WHEN OTHER
008730             MOVE WS-CURRENT-TYPE TO RPT-TYPE
008740     END-EVALUATE.
008750     MOVE WS-CURRENT-ID TO RPT-KEY.
008760     MOVE WS-REG-ACTION TO RPT-ACTION.
008770     IF WS-REG-DATE = 0
008780         MOVE SPACES TO RPT-DATE
008790     ELSE
008800         MOVE WS-REG-DATE TO WS-DATE-WORK
008810         PERFORM FORMAT-PRINT-DATE
008820         MOVE WS-PRINT-DATE TO RPT-DATE
008830     END-IF.
008840     MOVE WS-REG-DAYS TO RPT-DAYS.
008850     MOVE WS-REG-DETAIL TO RPT-DETAIL.
008860     WRITE PURGE-REPORT-LINE FROM RPT-DETAIL-LINE.
008870     MOVE SPACES TO WS-REG-DETAIL.
008880     MOVE 0 TO WS-REG-DATE.
008890     MOVE 0 TO WS-REG-DAYS.
008900
008910 FORMAT-PRINT-DATE.
008920     MOVE WS-DATE-MM TO WS-PRINT-MM.
008930     MOVE WS-DATE-DD TO WS-PRINT-DD.
008940     MOVE WS-DATE-YY TO WS-PRINT-YY.
008950
008960 WRITE-REPORT-HEADING.
008970     WRITE PURGE-REPORT-LINE FROM RPT-HEADING-1.
008980     MOVE WS-RUN-MM TO RPT-MM.
008990     MOVE WS-RUN-DD TO RPT-DD.
009000     MOVE WS-RUN-YY TO RPT-YY.
009010     MOVE WS-ACCOUNT-DAYS TO RPT-ACCOUNT-DAYS.
009020     MOVE WS-CASE-DAYS TO RPT-CASE-DAYS.
009030     WRITE PURGE-REPORT-LINE FROM RPT-HEADING-2.
009040     WRITE PURGE-REPORT-LINE FROM RPT-BLANK-LINE.
009050     WRITE PURGE-REPORT-LINE FROM RPT-COLUMN-HEADING.
009060
009070 WRITE-REPORT-TRAILER.
009080     WRITE PURGE-REPORT-LINE FROM RPT-BLANK-LINE.
009090     MOVE "ACCOUNTS READ:" TO RPT-COUNT-LABEL.
009100     MOVE WS-ACCOUNTS-READ TO RPT-COUNT.
009110     WRITE PURGE-REPORT-LINE FROM RPT-COUNT-LINE.
009120     MOVE "ACCOUNTS ARCHIVED:" TO RPT-COUNT-LABEL.
009130     MOVE WS-ACCOUNTS-PURGED TO RPT-COUNT.
009140     WRITE PURGE-REPORT-LINE FROM RPT-COUNT-LINE.
009150     MOVE "ACCOUNTS RETAINED:" TO RPT-COUNT-LABEL.
009160     MOVE WS-ACCOUNTS-RETAINED TO RPT-COUNT.
009170     WRITE PURGE-REPORT-LINE FROM RPT-COUNT-LINE.
009180     MOVE "ACCOUNTS ON MASTER:" TO RPT-COUNT-LABEL.
009190     MOVE WS-ACCOUNTS-WRITTEN TO RPT-COUNT.
009200     WRITE PURGE-REPORT-LINE FROM RPT-COUNT-LINE.
009210     MOVE "CASES READ:" TO RPT-COUNT-LABEL.
009220     MOVE WS-CASES-READ TO RPT-COUNT.
009230     WRITE PURGE-REPORT-LINE FROM RPT-COUNT-LINE.
009240     MOVE "CASES ARCHIVED:" TO RPT-COUNT-LABEL.
009250     MOVE WS-CASES-PURGED TO RPT-COUNT.
009260     WRITE PURGE-REPORT-LINE FROM RPT-COUNT-LINE.
009270     MOVE "CASES ON NEW HISTORY:" TO RPT-COUNT-LABEL.
009280     MOVE WS-CASES-WRITTEN TO RPT-COUNT.
009290     WRITE PURGE-REPORT-LINE FROM RPT-COUNT-LINE.
009300     MOVE "RECORDS REINSTATED:" TO RPT-COUNT-LABEL.
009310     MOVE WS-REINSTATED-COUNT TO RPT-COUNT.
009320     WRITE PURGE-REPORT-LINE FROM RPT-COUNT-LINE.
009330     MOVE "REINSTATES IN ERROR:" TO RPT-COUNT-LABEL.
009340     MOVE WS-REINSTATE-ERROR-COUNT TO RPT-COUNT.
009350     WRITE PURGE-REPORT-LINE FROM RPT-COUNT-LINE.
009360     MOVE "ARCHIVE RECORDS IN:" TO RPT-COUNT-LABEL.
009370     MOVE WS-ARCHIVE-READ TO RPT-COUNT.
009380     WRITE PURGE-REPORT-LINE FROM RPT-COUNT-LINE.
009390     MOVE "ARCHIVE RECORDS OUT:" TO RPT-COUNT-LABEL.
009400     MOVE WS-ARCHIVE-WRITTEN TO RPT-COUNT.
009410     WRITE PURGE-REPORT-LINE FROM RPT-COUNT-LINE.
009420
009430 READ-PROCESS-DATE.
009440     ACCEPT WS-RUN-DATE FROM DATE.
009450     OPEN INPUT PROCESS-DATE-FILE.
009460     IF WS-PROCDATE-STATUS = "00"
009470         READ PROCESS-DATE-FILE
009480             AT END
009490                 DISPLAY "RETENTION-PURGE: PROCDATE IS EMPTY - "
009500                     "SYSTEM DATE USED"
009510             NOT AT END
009520                 IF PDT-BUSINESS-DATE NUMERIC
009530                     MOVE PDT-BUSINESS-DATE TO WS-RUN-DATE
009540                 ELSE
009550                     DISPLAY "RETENTION-PURGE: PROCDATE DATE NOT "
009560                         "NUMERIC - SYSTEM DATE USED"
009570                 END-IF
009580         END-READ
009590         CLOSE PROCESS-DATE-FILE
009600     ELSE
009610         DISPLAY "RETENTION-PURGE: PROCDATE NOT AVAILABLE - "
009620             "SYSTEM DATE USED"
009630     END-IF.
