000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CHANGE-APPROVAL.
000030
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT APPROVAL-PARM-FILE ASSIGN TO "APRPARM"
000080         ORGANIZATION IS SEQUENTIAL
000090         FILE STATUS IS WS-PARM-STATUS.
000100     SELECT OPTIONAL CHANGE-FILE ASSIGN TO "CHGIN"
000110         ORGANIZATION IS SEQUENTIAL
000120         FILE STATUS IS WS-CHANGE-STATUS.
000130     SELECT OPTIONAL APPROVAL-FILE ASSIGN TO "APPRIN"
000140         ORGANIZATION IS SEQUENTIAL
000150         FILE STATUS IS WS-APPROVAL-STATUS.
000160     SELECT OPTIONAL OLD-PENDING-FILE ASSIGN TO "PNDOLD"
000170         ORGANIZATION IS SEQUENTIAL
000180         FILE STATUS IS WS-OLD-PENDING-STATUS.
000190     SELECT NEW-PENDING-FILE ASSIGN TO "PNDNEW"
000200         ORGANIZATION IS SEQUENTIAL
000210         FILE STATUS IS WS-NEW-PENDING-STATUS.
000220     SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO "SORTEXC"
000230         ORGANIZATION IS SEQUENTIAL
000240         FILE STATUS IS WS-EXC-FILE-STATUS.
000250     SELECT RELEASE-FILE ASSIGN TO "RELEASE"
000260         ORGANIZATION IS SEQUENTIAL
000270         FILE STATUS IS WS-RELEASE-STATUS.
000280     SELECT APPROVAL-REPORT ASSIGN TO "APRRPT"
000290         ORGANIZATION IS SEQUENTIAL.
000300     SELECT APPROVAL-SORT-FILE ASSIGN TO "SRTWORK".
000310
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  APPROVAL-PARM-FILE
000350     RECORDING MODE IS F.
000360 01  APPROVAL-PARM-RECORD.
000370     05  APP-CHANGE-TYPE            PIC X(04).
000380     05  FILLER                     PIC X(01).
000390     05  APP-EXPIRY-DAYS            PIC X(03).
000400     05  FILLER                     PIC X(72).
000410
000420 FD  CHANGE-FILE
000430     RECORDING MODE IS F.
000440 01  CHANGE-RECORD.
000450     05  CHG-CHANGE-IMAGE           PIC X(40).
000460     05  CHG-ENTERED-BY             PIC X(08).
000470     05  FILLER                     PIC X(01).
000480     05  CHG-APPROVED-BY            PIC X(08).
000490     05  FILLER                     PIC X(23).
000500 01  ACCOUNT-CHANGE-RECORD.
000510     05  CHA-ACTION                 PIC X(01).
000520     05  FILLER                     PIC X(01).
000530     05  CHA-ACCOUNT-ID             PIC X(08).
000540     05  FILLER                     PIC X(70).
000550 01  REPAIR-CHANGE-RECORD.
000560     05  CHR-POSITION               PIC X(07).
000570     05  FILLER                     PIC X(01).
000580     05  CHR-ACTION                 PIC X(01).
000590     05  FILLER                     PIC X(71).
000600
000610 FD  APPROVAL-FILE
000620     RECORDING MODE IS F.
000630 01  APPROVAL-RECORD.
000640     05  APR-SUBJECT                PIC X(08).
000650     05  FILLER                     PIC X(01).
000660     05  APR-ENTERED-DATE           PIC X(06).
000670     05  FILLER                     PIC X(01).
000680     05  APR-ACTION                 PIC X(01).
000690     05  FILLER                     PIC X(01).
000700     05  APR-CHECKER                PIC X(08).
000710     05  FILLER                     PIC X(54).
000720
000730 FD  OLD-PENDING-FILE
000740     RECORDING MODE IS F.
000750 01  OLD-PENDING-RECORD.
000760     05  OPD-SUBJECT                PIC X(08).
000770     05  FILLER                     PIC X(01).
000780     05  OPD-ENTERED-DATE           PIC 9(06).
000790     05  FILLER                     PIC X(01).
000800     05  OPD-ENTERED-BY             PIC X(08).
000810     05  FILLER                     PIC X(01).
000820     05  OPD-CHANGE-IMAGE           PIC X(40).
000830     05  FILLER                     PIC X(01).
000840     05  OPD-EXCEPTION-IMAGE        PIC X(29).
000850
000860 FD  NEW-PENDING-FILE
000870     RECORDING MODE IS F.
000880 01  NEW-PENDING-RECORD.
000890     05  PND-SUBJECT                PIC X(08).
000900     05  FILLER                     PIC X(01).
000910     05  PND-ENTERED-DATE           PIC 9(06).
000920     05  FILLER                     PIC X(01).
000930     05  PND-ENTERED-BY             PIC X(08).
000940     05  FILLER                     PIC X(01).
000950     05  PND-CHANGE-IMAGE           PIC X(40).
000960     05  FILLER                     PIC X(01).
000970     05  PND-EXCEPTION-IMAGE        PIC X(29).
000980
000990 FD  EXCEPTION-FILE
001000     RECORDING MODE IS F.
001010 01  EXCEPTION-RECORD.
001020     05  EXC-POSITION                PIC 9(07).
001030     05  FILLER                      PIC X(02).
001040     05  EXC-RECORD-IMAGE            PIC X(29).
001050     05  FILLER                      PIC X(02).
001060     05  EXC-REASON                  PIC X(30).
001070
001080 FD  RELEASE-FILE
001090     RECORDING MODE IS F.
001100 01  RELEASE-RECORD.
001110     05  REL-CHANGE-IMAGE           PIC X(40).
001120     05  REL-ENTERED-BY             PIC X(08).
001130     05  FILLER                     PIC X(01).
001140     05  REL-APPROVED-BY            PIC X(08).
001150     05  FILLER                     PIC X(23).
001160
001170 FD  APPROVAL-REPORT
001180     RECORDING MODE IS F.
001190 01  APPROVAL-REPORT-LINE           PIC X(80).
001200
001210 SD  APPROVAL-SORT-FILE.
001220 01  APPROVAL-SORT-RECORD.
001230     05  APW-SUBJECT                PIC X(08).
001240     05  APW-CLASS                  PIC X(01).
001250     05  APW-SEQUENCE               PIC 9(05).
001260     05  APW-ENTERED-DATE           PIC X(06).
001270     05  APW-USER                   PIC X(08).
001280     05  APW-ACTION                 PIC X(01).
001290     05  APW-CHANGE-IMAGE           PIC X(40).
001300     05  APW-EXCEPTION-IMAGE        PIC X(29).
001310
001320 WORKING-STORAGE SECTION.
001330 01 CHANGE-EOF-SW PIC X VALUE 'N'.
001340    88 CHANGE-EOF                   VALUE 'Y'.
001350 01 APPROVAL-EOF-SW PIC X VALUE 'N'.
001360    88 APPROVAL-EOF                 VALUE 'Y'.
001370 01 OLD-PENDING-EOF-SW PIC X VALUE 'N'.
001380    88 OLD-PENDING-EOF              VALUE 'Y'.
001390 01 NEW-PENDING-EOF-SW PIC X VALUE 'N'.
001400    88 NEW-PENDING-EOF              VALUE 'Y'.
001410
001420 01 WS-PARM-STATUS                  PIC XX VALUE SPACES.
001430 01 WS-CHANGE-STATUS                PIC XX VALUE SPACES.
001440 01 WS-APPROVAL-STATUS              PIC XX VALUE SPACES.
001450 01 WS-OLD-PENDING-STATUS           PIC XX VALUE SPACES.
001460 01 WS-NEW-PENDING-STATUS           PIC XX VALUE SPACES.
001470 01 WS-EXC-FILE-STATUS              PIC XX VALUE SPACES.
001480 01 WS-RELEASE-STATUS               PIC XX VALUE SPACES.
001490
001500 01 WS-CHANGE-TYPE                  PIC X(04) VALUE SPACES.
001510    88 WS-ACCOUNT-CHANGES           VALUE 'ACCT'.
001520    88 WS-REPAIR-CHANGES            VALUE 'CORR'.
001530 01 WS-EXPIRY-DAYS                  PIC 9(03) VALUE 0.
001540
001550 01 WS-RUN-DATE                     PIC 9(6).
001560 01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001570    05 WS-RUN-YY                    PIC 9(2).
001580    05 WS-RUN-MM                    PIC 9(2).
001590    05 WS-RUN-DD                    PIC 9(2).
001600
001610 01 WS-CONV-DATE                    PIC 9(6).
001620 01 WS-CONV-DATE-R REDEFINES WS-CONV-DATE.
001630    05 WS-CONV-YY                   PIC 9(2).
001640    05 WS-CONV-MM                   PIC 9(2).
001650    05 WS-CONV-DD                   PIC 9(2).
001660
001670 01 WS-MONTH-OFFSET-TABLE.
001680    05 FILLER                       PIC X(18) VALUE
001690          "000031059090120151".
001700    05 FILLER                       PIC X(18) VALUE
001710          "181212243273304334".
001720 01 WS-MONTH-OFFSET-R REDEFINES WS-MONTH-OFFSET-TABLE.
001730    05 WS-MONTH-OFFSET              OCCURS 12 TIMES
001740                                    PIC 9(03).
001750
001760 01 WS-LEAP-QUOT                    PIC 9(02) VALUE 0.
001770 01 WS-LEAP-REM                     PIC 9(01) VALUE 0.
001780 01 WS-SERIAL-DAYS                  PIC S9(07) VALUE 0.
001790 01 WS-RUN-SERIAL                   PIC S9(07) VALUE 0.
001800 01 WS-DAYS-PENDING                 PIC S9(05) VALUE 0.
001810
001820 01 WS-DATE-WORK                    PIC 9(6).
001830 01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
001840    05 WS-DATE-YY                   PIC 9(2).
001850    05 WS-DATE-MM                   PIC 9(2).
001860    05 WS-DATE-DD                   PIC 9(2).
001870
001880 01 WS-SEQUENCE                     PIC 9(05) VALUE 0.
001890
001900 01 WS-SORT-KEY.
001910    05 WS-SORT-SUBJECT              PIC X(08).
001920 01 WS-CURRENT-SUBJECT              PIC X(08) VALUE SPACES.
001930
001940 01 WS-EXC-KEY.
001950    05 WS-EXC-KEY-POSITION          PIC 9(07).
001960    05 WS-EXC-KEY-FILL              PIC X(01) VALUE SPACE.
001970 01 WS-EXC-KEY-X REDEFINES WS-EXC-KEY PIC X(08).
001980 01 WS-EXC-FOUND-SW                 PIC X VALUE 'N'.
001990    88 WS-EXC-FOUND                 VALUE 'Y'.
002000 01 WS-CURRENT-EXC-IMAGE            PIC X(29) VALUE SPACES.
002010
002020 01 WS-SLOT-SW                      PIC X VALUE 'N'.
002030    88 WS-SLOT-FULL                 VALUE 'Y'.
002033 01 WS-SLOT-EXPIRED-SW              PIC X VALUE 'N'.
002036    88 WS-SLOT-EXPIRED              VALUE 'Y'.
002040 01 WS-SLOT-ENTERED-DATE            PIC 9(06) VALUE 0.
002050 01 WS-SLOT-ENTERED-BY              PIC X(08) VALUE SPACES.
002060 01 WS-SLOT-CHANGE-IMAGE            PIC X(40) VALUE SPACES.
002070 01 WS-SLOT-EXCEPTION-IMAGE         PIC X(29) VALUE SPACES.
002080
002090 01 WS-ACCOUNT-CHANGE.
002100    05 WS-CHA-ACTION                PIC X(01).
002110    05 FILLER                       PIC X(01).
002120    05 WS-CHA-ACCOUNT-ID            PIC X(08).
002130    05 FILLER                       PIC X(30).
002140 01 WS-REPAIR-CHANGE REDEFINES WS-ACCOUNT-CHANGE.
002150    05 WS-CHR-POSITION              PIC X(07).
002160    05 FILLER                       PIC X(01).
002170    05 WS-CHR-ACTION                PIC X(01).
002180    05 FILLER                       PIC X(31).
002190
002200 01 WS-REJECT-REASON                PIC X(30) VALUE SPACES.
002210
002220 01 WS-ACT-ENTERED-DATE             PIC 9(06) VALUE 0.
002230 01 WS-ACT-MAKER                    PIC X(08) VALUE SPACES.
002240 01 WS-ACT-CHECKER                  PIC X(08) VALUE SPACES.
002250 01 WS-ACT-DISPOSITION              PIC X(08) VALUE SPACES.
002260 01 WS-ACT-CHANGE-IMAGE             PIC X(40) VALUE SPACES.
002270
002280 01 WS-OLD-PENDING-READ             PIC 9(07) VALUE 0.
002290 01 WS-CHANGES-READ                 PIC 9(07) VALUE 0.
002300 01 WS-APPROVALS-READ               PIC 9(07) VALUE 0.
002310 01 WS-ENTERED-COUNT                PIC 9(07) VALUE 0.
002320 01 WS-ENTRY-REJECT-COUNT           PIC 9(07) VALUE 0.
002330 01 WS-APPROVED-COUNT               PIC 9(07) VALUE 0.
002340 01 WS-DECLINED-COUNT               PIC 9(07) VALUE 0.
002350 01 WS-APPROVAL-REJECT-COUNT        PIC 9(07) VALUE 0.
002360 01 WS-EXPIRED-COUNT                PIC 9(07) VALUE 0.
002370 01 WS-STALE-COUNT                  PIC 9(07) VALUE 0.
002380 01 WS-PENDING-COUNT                PIC 9(07) VALUE 0.
002390 01 WS-ACTIVITY-COUNT               PIC 9(07) VALUE 0.
002400
002410 01 RPT-HEADING-1.
002420    05 FILLER                       PIC X(37) VALUE
002430          "PENDING CHANGE APPROVAL AND AGING -  ".
002440    05 RPT-CHANGE-TYPE              PIC X(04).
002450
002460 01 RPT-HEADING-2.
002470    05 FILLER                       PIC X(10) VALUE
002480          "RUN DATE: ".
002490    05 RPT-MM                       PIC 99.
002500    05 FILLER                       PIC X(01) VALUE "/".
002510    05 RPT-DD                       PIC 99.
002520    05 FILLER                       PIC X(01) VALUE "/".
002530    05 RPT-YY                       PIC 99.
002540    05 FILLER                       PIC X(14) VALUE
002550          "   EXPIRY AT  ".
002560    05 RPT-EXPIRY-DAYS              PIC ZZ9.
002570    05 FILLER                       PIC X(05) VALUE " DAYS".
002580
002590 01 RPT-ACTIVITY-HEADING.
002600    05 FILLER                       PIC X(24) VALUE
002610          "CHANGE ACTIVITY THIS RUN".
002620
002630 01 RPT-ACTIVITY-COLUMNS.
002640    05 FILLER                       PIC X(10) VALUE "ENTERED".
002650    05 FILLER                       PIC X(10) VALUE "MAKER".
002660    05 FILLER                       PIC X(10) VALUE "CHECKER".
002670    05 FILLER                       PIC X(10) VALUE "ACTION".
002680    05 FILLER                       PIC X(06) VALUE "CHANGE".
002690
002700 01 RPT-ACTIVITY-LINE.
002710    05 RPT-ACT-ENTERED              PIC X(08).
002720    05 FILLER                       PIC X(02) VALUE SPACES.
002730    05 RPT-ACT-MAKER                PIC X(08).
002740    05 FILLER                       PIC X(02) VALUE SPACES.
002750    05 RPT-ACT-CHECKER              PIC X(08).
002760    05 FILLER                       PIC X(02) VALUE SPACES.
002770    05 RPT-ACT-DISPOSITION          PIC X(08).
002780    05 FILLER                       PIC X(02) VALUE SPACES.
002790    05 RPT-ACT-CHANGE-IMAGE         PIC X(40).
002800
002810 01 RPT-REASON-LINE.
002820    05 FILLER                       PIC X(30) VALUE SPACES.
002830    05 FILLER                       PIC X(08) VALUE "REASON: ".
002840    05 RPT-REASON                   PIC X(30).
002850
002860 01 RPT-AGING-HEADING.
002870    05 FILLER                       PIC X(32) VALUE
002880          "CHANGES AWAITING APPROVAL (AGED)".
002890
002900 01 RPT-AGING-COLUMNS.
002910    05 FILLER                       PIC X(10) VALUE "ENTERED".
002920    05 FILLER                       PIC X(10) VALUE "MAKER".
002930    05 FILLER                       PIC X(06) VALUE "DAYS".
002940    05 FILLER                       PIC X(06) VALUE "CHANGE".
002950
002960 01 RPT-AGING-LINE.
002970    05 RPT-AGE-ENTERED              PIC X(08).
002980    05 FILLER                       PIC X(02) VALUE SPACES.
002990    05 RPT-AGE-MAKER                PIC X(08).
003000    05 FILLER                       PIC X(02) VALUE SPACES.
003010    05 RPT-AGE-DAYS                 PIC ZZZ9.
003020    05 FILLER                       PIC X(02) VALUE SPACES.
003030    05 RPT-AGE-CHANGE-IMAGE         PIC X(40).
003040
003050 01 WS-PRINT-DATE.
003060    05 WS-PRINT-MM                  PIC 99.
003070    05 FILLER                       PIC X(01) VALUE "/".
003080    05 WS-PRINT-DD                  PIC 99.
003090    05 FILLER                       PIC X(01) VALUE "/".
003100    05 WS-PRINT-YY                  PIC 99.
003110
003120 01 RPT-NONE-LINE.
003130    05 FILLER                       PIC X(19) VALUE
003140          "  NONE FOR THIS RUN".
003150
003160 01 RPT-COUNT-LINE.
003170    05 RPT-COUNT-LABEL              PIC X(24).
003180    05 RPT-COUNT                    PIC ZZZ,ZZ9.
003190
003200 01 RPT-BLANK-LINE                  PIC X(80) VALUE SPACES.
003210
003220 PROCEDURE DIVISION.
003230 MAIN-LOGIC.
003240     ACCEPT WS-RUN-DATE FROM DATE.
003250     MOVE WS-RUN-DATE TO WS-CONV-DATE.
003260     PERFORM COMPUTE-SERIAL-DAYS.
003270     MOVE WS-SERIAL-DAYS TO WS-RUN-SERIAL.
003280     PERFORM READ-APPROVAL-PARM.
003290     OPEN INPUT OLD-PENDING-FILE.
003300     IF WS-OLD-PENDING-STATUS NOT = "00" AND
003310        WS-OLD-PENDING-STATUS NOT = "05"
003320         DISPLAY "CHANGE-APPROVAL: UNABLE TO OPEN PNDOLD, "
003330             "STATUS " WS-OLD-PENDING-STATUS
003340         MOVE 16 TO RETURN-CODE
003350         STOP RUN
003360     END-IF.
003370     OPEN INPUT CHANGE-FILE.
003380     IF WS-CHANGE-STATUS NOT = "00" AND
003390        WS-CHANGE-STATUS NOT = "05"
003400         DISPLAY "CHANGE-APPROVAL: UNABLE TO OPEN CHGIN, "
003410             "STATUS " WS-CHANGE-STATUS
003420         MOVE 16 TO RETURN-CODE
003430         STOP RUN
003440     END-IF.
003450     OPEN INPUT APPROVAL-FILE.
003460     IF WS-APPROVAL-STATUS NOT = "00" AND
003470        WS-APPROVAL-STATUS NOT = "05"
003480         DISPLAY "CHANGE-APPROVAL: UNABLE TO OPEN APPRIN, "
003490             "STATUS " WS-APPROVAL-STATUS
003500         MOVE 16 TO RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530     IF WS-REPAIR-CHANGES
003540         OPEN INPUT EXCEPTION-FILE
003550         IF WS-EXC-FILE-STATUS NOT = "00"
003560             DISPLAY "CHANGE-APPROVAL: UNABLE TO OPEN SORTEXC, "
003570                 "STATUS " WS-EXC-FILE-STATUS
003580             MOVE 16 TO RETURN-CODE
003590             STOP RUN
003600         END-IF
003610         MOVE LOW-VALUES TO WS-EXC-KEY-X
003620     END-IF.
003630     OPEN OUTPUT NEW-PENDING-FILE.
003640     IF WS-NEW-PENDING-STATUS NOT = "00"
003650         DISPLAY "CHANGE-APPROVAL: UNABLE TO OPEN PNDNEW, "
003660             "STATUS " WS-NEW-PENDING-STATUS
003670         MOVE 16 TO RETURN-CODE
003680         STOP RUN
003690     END-IF.
003700     OPEN OUTPUT RELEASE-FILE.
003710     IF WS-RELEASE-STATUS NOT = "00"
003720         DISPLAY "CHANGE-APPROVAL: UNABLE TO OPEN RELEASE, "
003730             "STATUS " WS-RELEASE-STATUS
003740         MOVE 16 TO RETURN-CODE
003750         STOP RUN
003760     END-IF.
003770     OPEN OUTPUT APPROVAL-REPORT.
003780     PERFORM WRITE-REPORT-HEADING.
003790     SORT APPROVAL-SORT-FILE
003800         ASCENDING KEY APW-SUBJECT APW-CLASS APW-SEQUENCE
003810         INPUT PROCEDURE IS RELEASE-CHANGE-ITEMS
003820         OUTPUT PROCEDURE IS UPDATE-SORTED-SUBJECTS.
003830     IF WS-ACTIVITY-COUNT = 0
003840         WRITE APPROVAL-REPORT-LINE FROM RPT-NONE-LINE
003850     END-IF.
003860     CLOSE OLD-PENDING-FILE.
003870     CLOSE CHANGE-FILE.
003880     CLOSE APPROVAL-FILE.
003890     IF WS-REPAIR-CHANGES
003900         CLOSE EXCEPTION-FILE
003910     END-IF.
003920     CLOSE NEW-PENDING-FILE.
003930     CLOSE RELEASE-FILE.
003940     PERFORM WRITE-AGING-SECTION.
003950     PERFORM WRITE-REPORT-TRAILER.
003960     CLOSE APPROVAL-REPORT.
003970     DISPLAY "CHANGE-APPROVAL: CHANGE TYPE         "
003980         WS-CHANGE-TYPE.
003990     DISPLAY "CHANGE-APPROVAL: PENDING CARRIED IN  "
004000         WS-OLD-PENDING-READ.
004010     DISPLAY "CHANGE-APPROVAL: CHANGES READ        "
004020         WS-CHANGES-READ.
004030     DISPLAY "CHANGE-APPROVAL: APPROVALS READ      "
004040         WS-APPROVALS-READ.
004050     DISPLAY "CHANGE-APPROVAL: ENTERED             "
004060         WS-ENTERED-COUNT.
004070     DISPLAY "CHANGE-APPROVAL: REJECTED AT ENTRY   "
004080         WS-ENTRY-REJECT-COUNT.
004090     DISPLAY "CHANGE-APPROVAL: APPROVED            "
004100         WS-APPROVED-COUNT.
004110     DISPLAY "CHANGE-APPROVAL: DECLINED            "
004120         WS-DECLINED-COUNT.
004130     DISPLAY "CHANGE-APPROVAL: APPROVALS IN ERROR  "
004140         WS-APPROVAL-REJECT-COUNT.
004150     DISPLAY "CHANGE-APPROVAL: EXPIRED             "
004160         WS-EXPIRED-COUNT.
004170     DISPLAY "CHANGE-APPROVAL: STALE               "
004180         WS-STALE-COUNT.
004190     DISPLAY "CHANGE-APPROVAL: STILL PENDING       "
004200         WS-PENDING-COUNT.
004210     IF WS-ENTRY-REJECT-COUNT > 0 OR
004220        WS-APPROVAL-REJECT-COUNT > 0 OR
004230        WS-EXPIRED-COUNT > 0 OR WS-STALE-COUNT > 0
004240         MOVE 4 TO RETURN-CODE
004250     ELSE
004260         MOVE 0 TO RETURN-CODE
004270     END-IF.
004280     STOP RUN.
004290
004300 READ-APPROVAL-PARM.
004310     OPEN INPUT APPROVAL-PARM-FILE.
004320     IF WS-PARM-STATUS NOT = "00"
004330         DISPLAY "CHANGE-APPROVAL: UNABLE TO OPEN APRPARM, "
004340             "STATUS " WS-PARM-STATUS
004350         MOVE 16 TO RETURN-CODE
004360         STOP RUN
004370     END-IF.
004380     READ APPROVAL-PARM-FILE
004390         AT END
004400             DISPLAY "CHANGE-APPROVAL: APRPARM IS EMPTY"
004410             MOVE 16 TO RETURN-CODE
004420             STOP RUN
004430     END-READ.
004440     CLOSE APPROVAL-PARM-FILE.
004450     MOVE APP-CHANGE-TYPE TO WS-CHANGE-TYPE.
004460     IF NOT WS-ACCOUNT-CHANGES AND NOT WS-REPAIR-CHANGES
004470         DISPLAY "CHANGE-APPROVAL: APRPARM CHANGE TYPE "
004480             APP-CHANGE-TYPE " IS NOT ACCT OR CORR"
004490         MOVE 16 TO RETURN-CODE
004500         STOP RUN
004510     END-IF.
004520     IF APP-EXPIRY-DAYS NOT NUMERIC
004530         DISPLAY "CHANGE-APPROVAL: APRPARM EXPIRY DAYS "
004540             APP-EXPIRY-DAYS " NOT NUMERIC"
004550         MOVE 16 TO RETURN-CODE
004560         STOP RUN
004570     END-IF.
004580     MOVE APP-EXPIRY-DAYS TO WS-EXPIRY-DAYS.
004590
004600 RELEASE-CHANGE-ITEMS.
004610     PERFORM UNTIL OLD-PENDING-EOF
004620         READ OLD-PENDING-FILE
004630             AT END
004640                 MOVE 'Y' TO OLD-PENDING-EOF-SW
004650             NOT AT END
004660                 ADD 1 TO WS-OLD-PENDING-READ
004670                 MOVE OPD-SUBJECT TO APW-SUBJECT
004680                 MOVE '1' TO APW-CLASS
004690                 MOVE 0 TO APW-SEQUENCE
004700                 MOVE OPD-ENTERED-DATE TO APW-ENTERED-DATE
004710                 MOVE OPD-ENTERED-BY TO APW-USER
004720                 MOVE SPACE TO APW-ACTION
004730                 MOVE OPD-CHANGE-IMAGE TO APW-CHANGE-IMAGE
004740                 MOVE OPD-EXCEPTION-IMAGE TO APW-EXCEPTION-IMAGE
004750                 RELEASE APPROVAL-SORT-RECORD
004760         END-READ
004770     END-PERFORM.
004780     PERFORM UNTIL CHANGE-EOF
004790         READ CHANGE-FILE
004800             AT END
004810                 MOVE 'Y' TO CHANGE-EOF-SW
004820             NOT AT END
004830                 ADD 1 TO WS-CHANGES-READ
004840                 ADD 1 TO WS-SEQUENCE
004850                 IF WS-ACCOUNT-CHANGES
004860                     MOVE CHA-ACCOUNT-ID TO APW-SUBJECT
004870                 ELSE
004880                     MOVE CHR-POSITION TO APW-SUBJECT
004890                 END-IF
004900                 MOVE '2' TO APW-CLASS
004910                 MOVE WS-SEQUENCE TO APW-SEQUENCE
004920                 MOVE WS-RUN-DATE TO APW-ENTERED-DATE
004930                 MOVE CHG-ENTERED-BY TO APW-USER
004940                 MOVE SPACE TO APW-ACTION
004950                 MOVE CHG-CHANGE-IMAGE TO APW-CHANGE-IMAGE
004960                 MOVE SPACES TO APW-EXCEPTION-IMAGE
004970                 RELEASE APPROVAL-SORT-RECORD
004980         END-READ
004990     END-PERFORM.
005000     PERFORM UNTIL APPROVAL-EOF
005010         READ APPROVAL-FILE
005020             AT END
005030                 MOVE 'Y' TO APPROVAL-EOF-SW
005040             NOT AT END
005050                 ADD 1 TO WS-APPROVALS-READ
005060                 ADD 1 TO WS-SEQUENCE
005070                 MOVE APR-SUBJECT TO APW-SUBJECT
005080                 MOVE '3' TO APW-CLASS
005090                 MOVE WS-SEQUENCE TO APW-SEQUENCE
005100                 MOVE APR-ENTERED-DATE TO APW-ENTERED-DATE
005110                 MOVE APR-CHECKER TO APW-USER
005120                 MOVE APR-ACTION TO APW-ACTION
005130                 MOVE SPACES TO APW-CHANGE-IMAGE
005140                 MOVE SPACES TO APW-EXCEPTION-IMAGE
005150                 RELEASE APPROVAL-SORT-RECORD
005160         END-READ
005170     END-PERFORM.
005180
005190 UPDATE-SORTED-SUBJECTS.
005200     PERFORM RETURN-SORTED-ITEM.
005210     PERFORM UPDATE-ONE-SUBJECT
005220         UNTIL WS-SORT-KEY = HIGH-VALUES.
005230
005240 RETURN-SORTED-ITEM.
005250     RETURN APPROVAL-SORT-FILE
005260         AT END
005270             MOVE HIGH-VALUES TO WS-SORT-KEY
005280         NOT AT END
005290             MOVE APW-SUBJECT TO WS-SORT-SUBJECT
005300     END-RETURN.
005310
005320 UPDATE-ONE-SUBJECT.
005330     MOVE WS-SORT-SUBJECT TO WS-CURRENT-SUBJECT.
005340     MOVE 'N' TO WS-SLOT-SW.
005350     IF WS-REPAIR-CHANGES
005360         PERFORM POSITION-EXCEPTION-FILE
005370     END-IF.
005380     PERFORM PROCESS-ONE-ITEM
005390         UNTIL WS-SORT-SUBJECT NOT = WS-CURRENT-SUBJECT.
005400     IF WS-SLOT-FULL
005410         PERFORM CLOSE-OUT-PENDING-ITEM
005420     END-IF.
005430
005440 POSITION-EXCEPTION-FILE.
005450     PERFORM READ-EXCEPTION-FILE
005460         UNTIL WS-EXC-KEY-X NOT < WS-CURRENT-SUBJECT.
005470     IF WS-EXC-KEY-X = WS-CURRENT-SUBJECT
005480         MOVE 'Y' TO WS-EXC-FOUND-SW
005490         MOVE EXC-RECORD-IMAGE TO WS-CURRENT-EXC-IMAGE
005500     ELSE
005510         MOVE 'N' TO WS-EXC-FOUND-SW
005520         MOVE SPACES TO WS-CURRENT-EXC-IMAGE
005530     END-IF.
005540
005550 READ-EXCEPTION-FILE.
005560     READ EXCEPTION-FILE
005570         AT END
005580             MOVE HIGH-VALUES TO WS-EXC-KEY-X
005590         NOT AT END
005600             MOVE EXC-POSITION TO WS-EXC-KEY-POSITION
005610             MOVE SPACE TO WS-EXC-KEY-FILL
005620     END-READ.
005630
005640 PROCESS-ONE-ITEM.
005650     MOVE SPACES TO WS-REJECT-REASON.
005660     EVALUATE APW-CLASS
005670         WHEN '1'
005680             PERFORM LOAD-PENDING-ITEM
005690         WHEN '2'
005700             PERFORM ENTER-NEW-CHANGE
005710         WHEN OTHER
005720             PERFORM APPLY-APPROVAL
005730     END-EVALUATE.
005740     PERFORM RETURN-SORTED-ITEM.
005750
005760 LOAD-PENDING-ITEM.
005770     MOVE 'Y' TO WS-SLOT-SW.
005780     MOVE APW-ENTERED-DATE TO WS-SLOT-ENTERED-DATE.
005790     MOVE APW-USER TO WS-SLOT-ENTERED-BY.
005800     MOVE APW-CHANGE-IMAGE TO WS-SLOT-CHANGE-IMAGE.
005810     MOVE APW-EXCEPTION-IMAGE TO WS-SLOT-EXCEPTION-IMAGE.
005820     IF WS-REPAIR-CHANGES
005830         IF NOT WS-EXC-FOUND OR
005840            WS-CURRENT-EXC-IMAGE NOT = WS-SLOT-EXCEPTION-IMAGE
005850             ADD 1 TO WS-STALE-COUNT
005860             MOVE "EXCEPTION NO LONGER ON SORTEXC" TO
005870                 WS-REJECT-REASON
005880             MOVE SPACES TO WS-ACT-CHECKER
005890             MOVE "STALE" TO WS-ACT-DISPOSITION
005900             PERFORM WRITE-SLOT-ACTIVITY
005910             MOVE 'N' TO WS-SLOT-SW
005920         END-IF
005930     END-IF.
005940
005950 ENTER-NEW-CHANGE.
005951     IF WS-SLOT-FULL
005952         MOVE SPACES TO WS-ACT-CHECKER
005953         PERFORM EXPIRE-OVERDUE-SLOT
005954         MOVE SPACES TO WS-REJECT-REASON
005955     END-IF.
005960     IF APW-USER = SPACES
005970         MOVE "NO ENTERED-BY ID" TO WS-REJECT-REASON
005980     ELSE
005990         IF WS-ACCOUNT-CHANGES
006000             PERFORM CHECK-ACCOUNT-CHANGE
006010         ELSE
006020             PERFORM CHECK-REPAIR-CHANGE
006030         END-IF
006040     END-IF.
006050     IF WS-REJECT-REASON = SPACES AND WS-SLOT-FULL
006060         MOVE "CHANGE ALREADY PENDING" TO WS-REJECT-REASON
006070     END-IF.
006080     MOVE WS-RUN-DATE TO WS-ACT-ENTERED-DATE.
006090     MOVE APW-USER TO WS-ACT-MAKER.
006100     MOVE SPACES TO WS-ACT-CHECKER.
006110     MOVE APW-CHANGE-IMAGE TO WS-ACT-CHANGE-IMAGE.
006120     IF WS-REJECT-REASON NOT = SPACES
006130         ADD 1 TO WS-ENTRY-REJECT-COUNT
006140         MOVE "REJECTED" TO WS-ACT-DISPOSITION
006150     ELSE
006160         ADD 1 TO WS-ENTERED-COUNT
006170         MOVE "ENTERED" TO WS-ACT-DISPOSITION
006180         MOVE 'Y' TO WS-SLOT-SW
006190         MOVE WS-RUN-DATE TO WS-SLOT-ENTERED-DATE
006200         MOVE APW-USER TO WS-SLOT-ENTERED-BY
006210         MOVE APW-CHANGE-IMAGE TO WS-SLOT-CHANGE-IMAGE
006220         MOVE WS-CURRENT-EXC-IMAGE TO WS-SLOT-EXCEPTION-IMAGE
006230     END-IF.
006240     PERFORM WRITE-ACTIVITY-LINE.
006250
006260 CHECK-ACCOUNT-CHANGE.
006270     MOVE APW-CHANGE-IMAGE TO WS-ACCOUNT-CHANGE.
006280     IF WS-CHA-ACCOUNT-ID = SPACES
006290         MOVE "NO ACCOUNT ID" TO WS-REJECT-REASON
006300     ELSE
006310         IF WS-CHA-ACTION NOT = 'A' AND
006320            WS-CHA-ACTION NOT = 'C' AND
006330            WS-CHA-ACTION NOT = 'X'
006340             MOVE "ACTION IS NOT A, C OR X" TO WS-REJECT-REASON
006350         END-IF
006360     END-IF.
006370
006380 CHECK-REPAIR-CHANGE.
006390     MOVE APW-CHANGE-IMAGE TO WS-REPAIR-CHANGE.
006400     IF WS-CHR-POSITION NOT NUMERIC
006410         MOVE "POSITION IS NOT NUMERIC" TO WS-REJECT-REASON
006420     ELSE
006430         IF WS-CHR-ACTION NOT = 'C' AND WS-CHR-ACTION NOT = 'W'
006440             MOVE "ACTION IS NOT C OR W" TO WS-REJECT-REASON
006450         ELSE
006460             IF NOT WS-EXC-FOUND
006470                 MOVE "NO EXCEPTION AT THIS POSITION" TO
006480                     WS-REJECT-REASON
006490             END-IF
006500         END-IF
006510     END-IF.
006520
006530 APPLY-APPROVAL-CARD.
006540     IF NOT WS-SLOT-FULL
006550         MOVE "NO PENDING CHANGE" TO WS-REJECT-REASON
006560     ELSE
006570         IF APW-ENTERED-DATE NOT = WS-SLOT-ENTERED-DATE
006580             MOVE "ENTERED DATE DOES NOT MATCH" TO
006590                 WS-REJECT-REASON
006600         ELSE
006610             IF APW-USER = SPACES
006620                 MOVE "NO CHECKER ID" TO WS-REJECT-REASON
006630             ELSE
006640                 IF APW-USER = WS-SLOT-ENTERED-BY
006650                     MOVE "CHECKER SAME AS MAKER" TO
006660                         WS-REJECT-REASON
006670                 ELSE
006680                     IF APW-ACTION NOT = 'A' AND
006690                        APW-ACTION NOT = 'R'
006700                         MOVE "ACTION IS NOT A OR R" TO
006710                             WS-REJECT-REASON
006720                     END-IF
006730                 END-IF
006740             END-IF
006750         END-IF
006760     END-IF.
006770     MOVE APW-USER TO WS-ACT-CHECKER.
006780     IF WS-REJECT-REASON NOT = SPACES
006790         ADD 1 TO WS-APPROVAL-REJECT-COUNT
006800         MOVE "REJECTED" TO WS-ACT-DISPOSITION
006810         IF WS-SLOT-FULL
006820             PERFORM WRITE-SLOT-ACTIVITY
006830         ELSE
006840             MOVE 0 TO WS-ACT-ENTERED-DATE
006850             MOVE SPACES TO WS-ACT-MAKER
006860             MOVE APW-SUBJECT TO WS-ACT-CHANGE-IMAGE
006870             PERFORM WRITE-ACTIVITY-LINE
006880         END-IF
006890     ELSE
006900         IF APW-ACTION = 'A'
006910             ADD 1 TO WS-APPROVED-COUNT
006920             MOVE SPACES TO RELEASE-RECORD
006930             MOVE WS-SLOT-CHANGE-IMAGE TO REL-CHANGE-IMAGE
006940             MOVE WS-SLOT-ENTERED-BY TO REL-ENTERED-BY
006950             MOVE APW-USER TO REL-APPROVED-BY
006960             WRITE RELEASE-RECORD
006970             MOVE "APPROVED" TO WS-ACT-DISPOSITION
006980         ELSE
006990             ADD 1 TO WS-DECLINED-COUNT
007000             MOVE "DECLINED" TO WS-ACT-DISPOSITION
007010         END-IF
007020         PERFORM WRITE-SLOT-ACTIVITY
007030         MOVE 'N' TO WS-SLOT-SW
007040     END-IF.
007050
007060 CLOSE-OUT-PENDING-ITEM.
007070     MOVE SPACES TO WS-ACT-CHECKER.
007080     PERFORM EXPIRE-OVERDUE-SLOT.
007090     IF NOT WS-SLOT-EXPIRED
007150         ADD 1 TO WS-PENDING-COUNT
007160         MOVE SPACES TO NEW-PENDING-RECORD
007170         MOVE WS-CURRENT-SUBJECT TO PND-SUBJECT
007180         MOVE WS-SLOT-ENTERED-DATE TO PND-ENTERED-DATE
007190         MOVE WS-SLOT-ENTERED-BY TO PND-ENTERED-BY
007200         MOVE WS-SLOT-CHANGE-IMAGE TO PND-CHANGE-IMAGE
007210         MOVE WS-SLOT-EXCEPTION-IMAGE TO PND-EXCEPTION-IMAGE
007220         WRITE NEW-PENDING-RECORD
007230     END-IF.
007240
007250 COMPUTE-DAYS-PENDING.
007260     MOVE WS-SLOT-ENTERED-DATE TO WS-CONV-DATE.
007270     PERFORM COMPUTE-SERIAL-DAYS.
007280     COMPUTE WS-DAYS-PENDING = WS-RUN-SERIAL - WS-SERIAL-DAYS.
007290     IF WS-DAYS-PENDING < 0
007300         MOVE 0 TO WS-DAYS-PENDING
007310     END-IF.
007320
007330 COMPUTE-SERIAL-DAYS.
007340     COMPUTE WS-SERIAL-DAYS = WS-CONV-YY * 365.
007350     DIVIDE WS-CONV-YY BY 4 GIVING WS-LEAP-QUOT
007360         REMAINDER WS-LEAP-REM.
007370     COMPUTE WS-SERIAL-DAYS = WS-SERIAL-DAYS + WS-LEAP-QUOT.
007380     IF WS-LEAP-REM = 0 AND WS-CONV-MM > 2
007390         ADD 1 TO WS-SERIAL-DAYS
007400     END-IF.
007410     IF WS-CONV-MM > 0 AND WS-CONV-MM < 13
007420         ADD WS-MONTH-OFFSET (WS-CONV-MM) TO WS-SERIAL-DAYS
007430     END-IF.
007440     ADD WS-CONV-DD TO WS-SERIAL-DAYS.
007450
007460 WRITE-SLOT-ACTIVITY.
007470     MOVE WS-SLOT-ENTERED-DATE TO WS-ACT-ENTERED-DATE.
007480     MOVE WS-SLOT-ENTERED-BY TO WS-ACT-MAKER.
007490     MOVE WS-SLOT-CHANGE-IMAGE TO WS-ACT-CHANGE-IMAGE.
007500     PERFORM WRITE-ACTIVITY-LINE.
007510
007520 WRITE-ACTIVITY-LINE.
007530     ADD 1 TO WS-ACTIVITY-COUNT.
007540     IF WS-ACT-ENTERED-DATE = 0
007550         MOVE SPACES TO RPT-ACT-ENTERED
007560     ELSE
007570         MOVE WS-ACT-ENTERED-DATE TO WS-DATE-WORK
007580         PERFORM FORMAT-PRINT-DATE
007590         MOVE WS-PRINT-DATE TO RPT-ACT-ENTERED
007600     END-IF.
007610     MOVE WS-ACT-MAKER TO RPT-ACT-MAKER.
007620     MOVE WS-ACT-CHECKER TO RPT-ACT-CHECKER.
007630     MOVE WS-ACT-DISPOSITION TO RPT-ACT-DISPOSITION.
007640     MOVE WS-ACT-CHANGE-IMAGE TO RPT-ACT-CHANGE-IMAGE.
007650     WRITE APPROVAL-REPORT-LINE FROM RPT-ACTIVITY-LINE.
007660     IF WS-REJECT-REASON NOT = SPACES
007670         MOVE WS-REJECT-REASON TO RPT-REASON
007680         WRITE APPROVAL-REPORT-LINE FROM RPT-REASON-LINE
007690     END-IF.
007700
007710 FORMAT-PRINT-DATE.
007720     MOVE WS-DATE-MM TO WS-PRINT-MM.
007730     MOVE WS-DATE-DD TO WS-PRINT-DD.
007740     MOVE WS-DATE-YY TO WS-PRINT-YY.
007750
007760 WRITE-REPORT-HEADING.
007770     MOVE WS-CHANGE-TYPE TO RPT-CHANGE-TYPE.
007780     WRITE APPROVAL-REPORT-LINE FROM RPT-HEADING-1.
007790     MOVE WS-RUN-MM TO RPT-MM.
007800     MOVE WS-RUN-DD TO RPT-DD.
007810     MOVE WS-RUN-YY TO RPT-YY.
007820     MOVE WS-EXPIRY-DAYS TO RPT-EXPIRY-DAYS.
007830     WRITE APPROVAL-REPORT-LINE FROM RPT-HEADING-2.
007840     WRITE APPROVAL-REPORT-LINE FROM RPT-BLANK-LINE.
007850     WRITE APPROVAL-REPORT-LINE FROM RPT-ACTIVITY-HEADING.
007860     WRITE APPROVAL-REPORT-LINE FROM RPT-ACTIVITY-COLUMNS.
007870
007880 WRITE-AGING-SECTION.
007890     WRITE APPROVAL-REPORT-LINE FROM RPT-BLANK-LINE.
007900     WRITE APPROVAL-REPORT-LINE FROM RPT-AGING-HEADING.
007910     WRITE APPROVAL-REPORT-LINE FROM RPT-AGING-COLUMNS.
007920     OPEN INPUT NEW-PENDING-FILE.
007930     IF WS-NEW-PENDING-STATUS NOT = "00"
007940         DISPLAY "CHANGE-APPROVAL: UNABLE TO REOPEN PNDNEW, "
007950             "STATUS " WS-NEW-PENDING-STATUS
007960         MOVE 16 TO RETURN-CODE
007970         STOP RUN
007980     END-IF.
007990     PERFORM UNTIL NEW-PENDING-EOF
008000         READ NEW-PENDING-FILE
008010             AT END
008020                 MOVE 'Y' TO NEW-PENDING-EOF-SW
008030             NOT AT END
008040                 PERFORM WRITE-AGING-LINE
008050         END-READ
008060     END-PERFORM.
008070     CLOSE NEW-PENDING-FILE.
008080     IF WS-PENDING-COUNT = 0
008090         WRITE APPROVAL-REPORT-LINE FROM RPT-NONE-LINE
008100     END-IF.
008110
008120 WRITE-AGING-LINE.
008130     MOVE PND-ENTERED-DATE TO WS-SLOT-ENTERED-DATE.
008140     PERFORM COMPUTE-DAYS-PENDING.
008150     MOVE PND-ENTERED-DATE TO WS-DATE-WORK.
008160     PERFORM FORMAT-PRINT-DATE.
008170     MOVE WS-PRINT-DATE TO RPT-AGE-ENTERED.
008180     MOVE PND-ENTERED-BY TO RPT-AGE-MAKER.
008190     MOVE WS-DAYS-PENDING TO RPT-AGE-DAYS.
008200     MOVE PND-CHANGE-IMAGE TO RPT-AGE-CHANGE-IMAGE.
008210     WRITE APPROVAL-REPORT-LINE FROM RPT-AGING-LINE.
008220
008230 WRITE-REPORT-TRAILER.
008240     WRITE APPROVAL-REPORT-LINE FROM RPT-BLANK-LINE.
008250     MOVE "CHANGES ENTERED:" TO RPT-COUNT-LABEL.
008260     MOVE WS-ENTERED-COUNT TO RPT-COUNT.
008270     WRITE APPROVAL-REPORT-LINE FROM RPT-COUNT-LINE.
008280     MOVE "REJECTED AT ENTRY:" TO RPT-COUNT-LABEL.
008290     MOVE WS-ENTRY-REJECT-COUNT TO RPT-COUNT.
008300     WRITE APPROVAL-REPORT-LINE FROM RPT-COUNT-LINE.
008310     MOVE "APPROVED AND RELEASED:" TO RPT-COUNT-LABEL.
008320     MOVE WS-APPROVED-COUNT TO RPT-COUNT.
008330     WRITE APPROVAL-REPORT-LINE FROM RPT-COUNT-LINE.
008340     MOVE "DECLINED BY CHECKER:" TO RPT-COUNT-LABEL.
008350     MOVE WS-DECLINED-COUNT TO RPT-COUNT.
008360     WRITE APPROVAL-REPORT-LINE FROM RPT-COUNT-LINE.
008370     MOVE "APPROVALS IN ERROR:" TO RPT-COUNT-LABEL.
008380     MOVE WS-APPROVAL-REJECT-COUNT TO RPT-COUNT.
008390     WRITE APPROVAL-REPORT-LINE FROM RPT-COUNT-LINE.
008400     MOVE "EXPIRED:" TO RPT-COUNT-LABEL.
008410     MOVE WS-EXPIRED-COUNT TO RPT-COUNT.
008420     WRITE APPROVAL-REPORT-LINE FROM RPT-COUNT-LINE.
008430     MOVE "STALE:" TO RPT-COUNT-LABEL.
008440     MOVE WS-STALE-COUNT TO RPT-COUNT.
008450     WRITE APPROVAL-REPORT-LINE FROM RPT-COUNT-LINE.
008460     MOVE "STILL PENDING:" TO RPT-COUNT-LABEL.
008470     MOVE WS-PENDING-COUNT TO RPT-COUNT.
008480     WRITE APPROVAL-REPORT-LINE FROM RPT-COUNT-LINE.
008490
008500 APPLY-APPROVAL.
008510     MOVE 'N' TO WS-SLOT-EXPIRED-SW.
008520     IF WS-SLOT-FULL
008530         MOVE APW-USER TO WS-ACT-CHECKER
008540         PERFORM EXPIRE-OVERDUE-SLOT
008550     END-IF.
008560     IF NOT WS-SLOT-EXPIRED
008570         PERFORM APPLY-APPROVAL-CARD
008580     END-IF.
008590
008600 EXPIRE-OVERDUE-SLOT.
008610     MOVE 'N' TO WS-SLOT-EXPIRED-SW.
008620     PERFORM COMPUTE-DAYS-PENDING.
008630     IF WS-DAYS-PENDING > WS-EXPIRY-DAYS
008640         MOVE 'Y' TO WS-SLOT-EXPIRED-SW
008650         ADD 1 TO WS-EXPIRED-COUNT
008660         MOVE "NOT APPROVED IN TIME" TO WS-REJECT-REASON
008670         MOVE "EXPIRED" TO WS-ACT-DISPOSITION
008680         PERFORM WRITE-SLOT-ACTIVITY
008690         MOVE 'N' TO WS-SLOT-SW
008700     END-IF.
