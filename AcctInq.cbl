000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ACCOUNT-STATUS-INQ.
000030
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT PARM-CARD-FILE ASSIGN TO "PARMCARD"
000080         ORGANIZATION IS SEQUENTIAL
000090         FILE STATUS IS WS-PARM-FILE-STATUS.
000100     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS RANDOM
000130         RECORD KEY IS ACM-ACCOUNT-ID
000140         FILE STATUS IS WS-ACCT-FILE-STATUS.
000150     SELECT INQUIRY-REPORT ASSIGN TO "INQRPT"
000160         ORGANIZATION IS SEQUENTIAL.
000170
000180 DATA DIVISION.
000190 FILE SECTION.
000200 FD  PARM-CARD-FILE
000210     RECORDING MODE IS F.
000220 01  PARM-CARD-RECORD.
000230     05  PRM-ACCOUNT-ID             PIC X(08).
000240     05  FILLER                     PIC X(72).
000250
000260 FD  ACCOUNT-MASTER-FILE.
000270 01  ACCOUNT-MASTER-RECORD.
000280     05  ACM-ACCOUNT-ID             PIC X(08).
000290     05  FILLER                     PIC X(01).
000300     05  ACM-ACCOUNT-NAME           PIC X(20).
000310     05  FILLER                     PIC X(01).
000320     05  ACM-STATUS                 PIC X(01).
000330     05  FILLER                     PIC X(01).
000340     05  ACM-OPEN-DATE              PIC 9(06).
000350     05  FILLER                     PIC X(01).
000360     05  ACM-CLOSE-DATE             PIC 9(06).
000370
000380 FD  INQUIRY-REPORT
000390     RECORDING MODE IS F.
000400 01  INQUIRY-REPORT-LINE            PIC X(80).
000410
000420 WORKING-STORAGE SECTION.
000430 01 WS-PARM-FILE-STATUS             PIC XX VALUE SPACES.
000440 01 WS-ACCT-FILE-STATUS             PIC XX VALUE SPACES.
000450
000460 01 WS-PARM-ERROR-SW                PIC X VALUE 'N'.
000470    88 WS-PARM-ERROR                VALUE 'Y'.
000480 01 WS-FOUND-SW                     PIC X VALUE 'N'.
000490    88 WS-ACCOUNT-FOUND             VALUE 'Y'.
000500
000510 01 WS-INQ-ACCOUNT-ID               PIC X(08) VALUE SPACES.
000520
000530 01 WS-DATE-WORK                    PIC 9(6).
000540 01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
000550    05 WS-DATE-YY                   PIC 9(2).
000560    05 WS-DATE-MM                   PIC 9(2).
000570    05 WS-DATE-DD                   PIC 9(2).
000580
000590 01 RPT-HEADING-1.
000600    05 FILLER                       PIC X(22) VALUE
000610          "ACCOUNT STATUS INQUIRY".
000620
000630 01 RPT-ACCOUNT-LINE.
000640    05 FILLER                       PIC X(12) VALUE
000650          "ACCOUNT ID: ".
000660    05 RPT-ACCOUNT-ID               PIC X(08).
000670
000680 01 RPT-VALUE-LINE.
000690    05 RPT-VALUE-LABEL              PIC X(12).
000700    05 RPT-VALUE                    PIC X(20).
000710
000720 01 RPT-DATE-LINE.
000730    05 RPT-DATE-LABEL               PIC X(12).
000740    05 RPT-DATE-MM                  PIC 99.
000750    05 FILLER                       PIC X(01) VALUE "/".
000760    05 RPT-DATE-DD                  PIC 99.
000770    05 FILLER                       PIC X(01) VALUE "/".
000780    05 RPT-DATE-YY                  PIC 99.
000790
000800 01 RPT-NONE-LINE.
000810    05 FILLER                       PIC X(24) VALUE
000820          "  ACCOUNT NOT ON MASTER".
000830
000840 01 RPT-BLANK-LINE                  PIC X(80) VALUE SPACES.
000850
000860 PROCEDURE DIVISION.
000870 MAIN-LOGIC.
000880     PERFORM READ-PARM-CARD.
000890     IF WS-PARM-ERROR
000900         MOVE 16 TO RETURN-CODE
000910         STOP RUN
000920     END-IF.
000930     OPEN INPUT ACCOUNT-MASTER-FILE.
000940     IF WS-ACCT-FILE-STATUS NOT = "00"
000950         DISPLAY "ACCOUNT-STATUS-INQ: UNABLE TO OPEN ACCTMST, "
000960             "STATUS " WS-ACCT-FILE-STATUS
000970         MOVE 16 TO RETURN-CODE
000980         STOP RUN
000990     END-IF.
001000     OPEN OUTPUT INQUIRY-REPORT.
001010     PERFORM READ-ACCOUNT-MASTER.
001020     PERFORM WRITE-INQUIRY-REPORT.
001030     CLOSE ACCOUNT-MASTER-FILE.
001040     CLOSE INQUIRY-REPORT.
001050     IF WS-ACCOUNT-FOUND
001060         MOVE 0 TO RETURN-CODE
001070     ELSE
001080         MOVE 4 TO RETURN-CODE
001090     END-IF.
001100     STOP RUN.
001110
001120 READ-PARM-CARD.
001130     OPEN INPUT PARM-CARD-FILE.
001140     IF WS-PARM-FILE-STATUS NOT = "00"
001150         DISPLAY "ACCOUNT-STATUS-INQ: UNABLE TO OPEN PARMCARD, "
001160             "STATUS " WS-PARM-FILE-STATUS
001170         MOVE 'Y' TO WS-PARM-ERROR-SW
001180     ELSE
001190         READ PARM-CARD-FILE
001200             AT END
001210                 DISPLAY "ACCOUNT-STATUS-INQ: PARMCARD IS EMPTY"
001220                 MOVE 'Y' TO WS-PARM-ERROR-SW
001230             NOT AT END
001240                 IF PRM-ACCOUNT-ID = SPACES
001250                     DISPLAY "ACCOUNT-STATUS-INQ: PARMCARD "
001260                         "ACCOUNT ID IS BLANK"
001270                     MOVE 'Y' TO WS-PARM-ERROR-SW
001280                 ELSE
001290                     MOVE PRM-ACCOUNT-ID TO WS-INQ-ACCOUNT-ID
001300                 END-IF
001310         END-READ
001320         CLOSE PARM-CARD-FILE
001330     END-IF.
001340
001350 READ-ACCOUNT-MASTER.
001360     MOVE WS-INQ-ACCOUNT-ID TO ACM-ACCOUNT-ID.
001370     READ ACCOUNT-MASTER-FILE
001380         INVALID KEY
001390             DISPLAY "ACCOUNT-STATUS-INQ: ACCOUNT "
001400                 WS-INQ-ACCOUNT-ID " NOT ON MASTER"
001410         NOT INVALID KEY
001420             MOVE 'Y' TO WS-FOUND-SW
001430             DISPLAY "ACCOUNT-STATUS-INQ: ACCOUNT "
001440                 WS-INQ-ACCOUNT-ID " " ACM-ACCOUNT-NAME
001450                 " STATUS " ACM-STATUS
001460                 " OPENED " ACM-OPEN-DATE
001470                 " CLOSED " ACM-CLOSE-DATE
001480     END-READ.
001490
001500 WRITE-INQUIRY-REPORT.
001510     WRITE INQUIRY-REPORT-LINE FROM RPT-HEADING-1.
001520     MOVE WS-INQ-ACCOUNT-ID TO RPT-ACCOUNT-ID.
001530     WRITE INQUIRY-REPORT-LINE FROM RPT-ACCOUNT-LINE.
001540     WRITE INQUIRY-REPORT-LINE FROM RPT-BLANK-LINE.
001550     IF WS-ACCOUNT-FOUND
001560         MOVE "NAME:       " TO RPT-VALUE-LABEL
001570         MOVE ACM-ACCOUNT-NAME TO RPT-VALUE
001580         WRITE INQUIRY-REPORT-LINE FROM RPT-VALUE-LINE
001590         MOVE "STATUS:     " TO RPT-VALUE-LABEL
001600         EVALUATE ACM-STATUS
001610             WHEN 'O'
001620                 MOVE "OPEN" TO RPT-VALUE
001630             WHEN 'C'
001640                 MOVE "CLOSED" TO RPT-VALUE
001650             WHEN OTHER
001660                 MOVE ACM-STATUS TO RPT-VALUE
001670         END-EVALUATE
001680         WRITE INQUIRY-REPORT-LINE FROM RPT-VALUE-LINE
001690         MOVE "OPENED:     " TO RPT-DATE-LABEL
001700         MOVE ACM-OPEN-DATE TO WS-DATE-WORK
001710         MOVE WS-DATE-MM TO RPT-DATE-MM
001720         MOVE WS-DATE-DD TO RPT-DATE-DD
001730         MOVE WS-DATE-YY TO RPT-DATE-YY
001740         WRITE INQUIRY-REPORT-LINE FROM RPT-DATE-LINE
001750         IF ACM-STATUS = 'C'
001760             MOVE "CLOSED:     " TO RPT-DATE-LABEL
001770             MOVE ACM-CLOSE-DATE TO WS-DATE-WORK
001780             MOVE WS-DATE-MM TO RPT-DATE-MM
001790             MOVE WS-DATE-DD TO RPT-DATE-DD
001800             MOVE WS-DATE-YY TO RPT-DATE-YY
001810             WRITE INQUIRY-REPORT-LINE FROM RPT-DATE-LINE
001820         END-IF
001830     ELSE
001840         WRITE INQUIRY-REPORT-LINE FROM RPT-NONE-LINE
001850     END-IF.
