000182     SELECT OPTIONAL PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
000184         ORGANIZATION IS SEQUENTIAL
000186         FILE STATUS IS WS-PROCDATE-STATUS.
000187     SELECT NOTICE-FOLLOWUP-FILE ASSIGN TO "NOTIFFUP"
000188         ORGANIZATION IS SEQUENTIAL.
000190
000200 DATA DIVISION.
000210 FILE SECTION.
000400     05  MBR-ADDR-LINE              PIC X(25).
000410     05  FILLER                     PIC X(01).
000420     05  MBR-CITY-LINE              PIC X(25).
000421     05  FILLER                     PIC X(01).
000422     05  MBR-MAIL-STATUS            PIC X(01).
000423         88  MBR-RETURNED-MAIL      VALUE 'R'.
000424     05  FILLER                     PIC X(01).
000425     05  MBR-RETURNED-DATE          PIC 9(06).
000430
000440 FD  NOTICE-PRINT
000450     RECORDING MODE IS F.
000650     05  FILLER                     PIC X(01).
000660     05  NEX-REASON                 PIC X(30).
000665     05  FILLER                     PIC X(01).
000666
000667 FD  NOTICE-FOLLOWUP-FILE
000668     RECORDING MODE IS F.
000669 01  NOTICE-FOLLOWUP-LINE           PIC X(80).
000670
000672 FD  PROCESS-DATE-FILE
000673     RECORDING MODE IS F.
000750 01 WS-NOTIFY-READ                  PIC 9(7) VALUE 0.
000760 01 WS-NOTICE-COUNT                 PIC 9(7) VALUE 0.
000770 01 WS-EXCEPTION-COUNT              PIC 9(7) VALUE 0.
000775 01 WS-FOLLOWUP-COUNT               PIC 9(7) VALUE 0.
000780
000790 01 WS-RUN-DATE                     PIC 9(6).
000792 01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
000796    05 WS-RUN-MM                    PIC 9(2).
000798    05 WS-RUN-DD                    PIC 9(2).
000800
000801 01 WS-RET-DATE                     PIC 9(6).
000802 01 WS-RET-DATE-R REDEFINES WS-RET-DATE.
000803    05 WS-RET-YY                    PIC 9(2).
000804    05 WS-RET-MM                    PIC 9(2).
000805    05 WS-RET-DD                    PIC 9(2).
000806
000810 01 WS-FLIP-DATE                    PIC 9(6).
000820 01 WS-FLIP-DATE-R REDEFINES WS-FLIP-DATE.
000830    05 WS-FLIP-YY                   PIC 9(2).
001050 01 WS-Z-SUM                        PIC 9(5) VALUE 0.
001060 01 WS-Z-QUOT                       PIC 9(5) VALUE 0.
001070 01 WS-DAY-OF-WEEK                  PIC 9(1) VALUE 0.
001071
001072 01 FUP-DATE-EDIT.
001073    05 FUP-ED-MM                    PIC 99.
001074    05 FILLER                       PIC X(01) VALUE "/".
001075    05 FUP-ED-DD                    PIC 99.
001076    05 FILLER                       PIC X(01) VALUE "/".
001077    05 FUP-ED-YY                    PIC 99.
001080
001090 01 LTR-SEPARATOR                   PIC X(80) VALUE ALL "*".
001100
001710 01 LTR-TEXT-6.
001720    05 FILLER                       PIC X(43) VALUE
001730          "OFFICE AT THE ADDRESS SHOWN ON THIS NOTICE.".
001731
001732 01 FUP-HEADING-1.
001733    05 FILLER                       PIC X(43) VALUE
001734          "MEMBER NOTICE FOLLOW-UP - RETURNED MAIL ON ".
001735    05 FUP-RUN-DATE                 PIC X(08).
001736
001737 01 FUP-NONE-LINE.
001738    05 FILLER                       PIC X(26) VALUE
001739          "  NO RETURNED-MAIL MEMBERS".
001740
001741 01 FUP-HEADING-2.
001742    05 FILLER                       PIC X(49) VALUE
001743          "NO LETTER PRINTED - TRACE A GOOD ADDRESS AND SEND".
001744    05 FILLER                       PIC X(27) VALUE
001745          " THE NOTICE BY THE DEADLINE".
001746
001750 01 LTR-BLANK-LINE                  PIC X(80) VALUE SPACES.
001751
001752 01 FUP-COLUMN-HEADING.
001753    05 FILLER                       PIC X(08) VALUE "CASE".
001754    05 FILLER                       PIC X(27) VALUE "MEMBER NAME".
001755    05 FILLER                       PIC X(10) VALUE "FLIP DATE".
001756    05 FILLER                       PIC X(10) VALUE "DEADLINE".
001757    05 FILLER                       PIC X(13) VALUE
001758          "MAIL RETURNED".
001760
001761 01 FUP-DETAIL-LINE.
001762    05 FUP-CASE-ID                  PIC X(08).
001763    05 FUP-NAME                     PIC X(27).
001764    05 FUP-FLIP-DATE                PIC X(10).
001765    05 FUP-DL-DATE                  PIC X(10).
001766    05 FUP-RET-DATE                 PIC X(08).
001767
001770 PROCEDURE DIVISION.
001780 MAIN-LOGIC.
001790     PERFORM READ-PROCESS-DATE.
001940     OPEN OUTPUT NOTICE-PRINT.
001950     OPEN EXTEND NOTICE-CONTROL-FILE.
001960     OPEN OUTPUT NOTICE-EXCEPTION-FILE.
001963     OPEN OUTPUT NOTICE-FOLLOWUP-FILE.
001966     PERFORM WRITE-FOLLOWUP-HEADINGS.
001970     PERFORM READ-NOTIFY-EXTRACT.
001980     PERFORM READ-MEMBER-MASTER.
001990     PERFORM PROCESS-ONE-NOTIFY
002030     CLOSE NOTICE-PRINT.
002040     CLOSE NOTICE-CONTROL-FILE.
002050     CLOSE NOTICE-EXCEPTION-FILE.
002052     IF WS-FOLLOWUP-COUNT = 0
002054         WRITE NOTICE-FOLLOWUP-LINE FROM FUP-NONE-LINE
002056     END-IF.
002058     CLOSE NOTICE-FOLLOWUP-FILE.
002060     DISPLAY "MEMBER-NOTICE: FLIPS READ        " WS-NOTIFY-READ.
002070     DISPLAY "MEMBER-NOTICE: NOTICES PRODUCED  " WS-NOTICE-COUNT.
002080     DISPLAY "MEMBER-NOTICE: NO MEMBER MATCH   "
002090         WS-EXCEPTION-COUNT.
002093     DISPLAY "MEMBER-NOTICE: RETURNED MAIL     "
002096         WS-FOLLOWUP-COUNT.
002100     IF WS-EXCEPTION-COUNT > 0 OR WS-FOLLOWUP-COUNT > 0
002110         MOVE 4 TO RETURN-CODE
002120     ELSE
002130         MOVE 0 TO RETURN-CODE
002360         UNTIL WS-MEMBER-KEY >= WS-NOTIFY-KEY.
002370     IF WS-MEMBER-KEY = WS-NOTIFY-KEY
002380         PERFORM COMPUTE-DEADLINE-DATE
002384         IF MBR-RETURNED-MAIL
002388             PERFORM WRITE-FOLLOWUP-LINE
002392         ELSE
002396             PERFORM WRITE-NOTICE-LETTER
002400             PERFORM WRITE-NOTICE-CONTROL
002404         END-IF
002410     ELSE
002420         PERFORM WRITE-NOTICE-EXCEPTION
002430     END-IF.
003790         DISPLAY "MEMBER-NOTICE: PROCDATE NOT AVAILABLE - "
003800             "SYSTEM DATE USED"
003810     END-IF.
003820
003830 WRITE-FOLLOWUP-HEADINGS.
003840     MOVE WS-RUN-MM TO FUP-ED-MM.
003850     MOVE WS-RUN-DD TO FUP-ED-DD.
003860     MOVE WS-RUN-YY TO FUP-ED-YY.
003870     MOVE FUP-DATE-EDIT TO FUP-RUN-DATE.
003880     WRITE NOTICE-FOLLOWUP-LINE FROM FUP-HEADING-1.
003890     WRITE NOTICE-FOLLOWUP-LINE FROM FUP-HEADING-2.
003900     WRITE NOTICE-FOLLOWUP-LINE FROM LTR-BLANK-LINE.
003910     WRITE NOTICE-FOLLOWUP-LINE FROM FUP-COLUMN-HEADING.
003920
003930 WRITE-FOLLOWUP-LINE.
003940     ADD 1 TO WS-FOLLOWUP-COUNT.
003950     MOVE NTX-CASE-ID TO FUP-CASE-ID.
003960     MOVE MBR-NAME TO FUP-NAME.
003970     MOVE WS-FLIP-MM TO FUP-ED-MM.
003980     MOVE WS-FLIP-DD TO FUP-ED-DD.
003990     MOVE WS-FLIP-YY TO FUP-ED-YY.
004000     MOVE FUP-DATE-EDIT TO FUP-FLIP-DATE.
004010     MOVE WS-DL-MM TO FUP-ED-MM.
004020     MOVE WS-DL-DD TO FUP-ED-DD.
004030     MOVE WS-DL-YY TO FUP-ED-YY.
004040     MOVE FUP-DATE-EDIT TO FUP-DL-DATE.
004050     MOVE MBR-RETURNED-DATE TO WS-RET-DATE.
004060     MOVE WS-RET-MM TO FUP-ED-MM.
004070     MOVE WS-RET-DD TO FUP-ED-DD.
004080     MOVE WS-RET-YY TO FUP-ED-YY.
004090     MOVE FUP-DATE-EDIT TO FUP-RET-DATE.
004100     WRITE NOTICE-FOLLOWUP-LINE FROM FUP-DETAIL-LINE.
