000300     05  RES-RULE-ENTRY             OCCURS 10 TIMES.
000310         10  FILLER                 PIC X(02).
000320         10  RES-RULE-RESULT        PIC X(01).
000323     05  FILLER                     PIC X(02).
000326     05  RES-OVERRIDE-FLAG          PIC X(01).
000330
000340 FD  OLD-MASTER-FILE
000350     RECORDING MODE IS F.
000430     05  OMS-RESULT-ANY             PIC X(01).
000440     05  FILLER                     PIC X(01).
000450     05  OMS-ANY-CHANGE-DATE        PIC 9(06).
000453     05  FILLER                     PIC X(01).
000456     05  OMS-OVERRIDE-FLAG          PIC X(01).
000460
000470 FD  NEW-MASTER-FILE
000480     RECORDING MODE IS F.
000560     05  NMS-RESULT-ANY             PIC X(01).
000570     05  FILLER                     PIC X(01).
000580     05  NMS-ANY-CHANGE-DATE        PIC 9(06).
000581     05  FILLER                     PIC X(01).
000582     05  NMS-OVERRIDE-FLAG          PIC X(01).
000583 FD  PROCESS-DATE-FILE
000584     RECORDING MODE IS F.
000585 01  PROCESS-DATE-RECORD.
000586     05  PDT-BUSINESS-DATE          PIC X(06).
000587     05  FILLER                     PIC X(01).
000588     05  PDT-PRIOR-DATE             PIC X(06).
000589
000590
000600 FD  FLIP-REPORT
000610     RECORDING MODE IS F.
000970    05 FILLER                       PIC X(09) VALUE "OLD AND".
000980    05 FILLER                       PIC X(09) VALUE "NEW AND".
000990    05 FILLER                       PIC X(06) VALUE "ACTION".
000993    05 FILLER                       PIC X(30) VALUE SPACES.
000996    05 FILLER                       PIC X(08) VALUE "OVERRIDE".
001000
001010 01 RPT-FLIP-LINE.
001020    05 RPT-FLIP-CASE-ID             PIC X(06).
001060    05 RPT-FLIP-NEW-AND             PIC X(01).
001070    05 FILLER                       PIC X(05) VALUE SPACES.
001080    05 RPT-FLIP-ACTION              PIC X(34).
001083    05 FILLER                       PIC X(02) VALUE SPACES.
001086    05 RPT-FLIP-OVERRIDE            PIC X(08).
001090
001100 01 RPT-NONE-LINE.
001110    05 FILLER                       PIC X(19) VALUE
002540         MOVE RES-RESULT-ANY TO NMS-RESULT-ANY
002550         MOVE WS-RUN-DATE TO NMS-ANY-CHANGE-DATE
002560     END-IF.
002565     MOVE RES-OVERRIDE-FLAG TO NMS-OVERRIDE-FLAG.
002570     WRITE NEW-MASTER-RECORD.
002580
002590 ADD-NEW-CASE.
002630     MOVE WS-RUN-DATE TO NMS-AND-CHANGE-DATE.
002640     MOVE RES-RESULT-ANY TO NMS-RESULT-ANY.
002650     MOVE WS-RUN-DATE TO NMS-ANY-CHANGE-DATE.
002655     MOVE RES-OVERRIDE-FLAG TO NMS-OVERRIDE-FLAG.
002660     WRITE NEW-MASTER-RECORD.
002670
002680 WRITE-FLIP-LINE.
002760     MOVE OMS-CASE-ID TO RPT-FLIP-CASE-ID.
002770     MOVE OMS-RESULT-AND TO RPT-FLIP-OLD-AND.
002780     MOVE RES-RESULT-AND TO RPT-FLIP-NEW-AND.
002781     IF RES-OVERRIDE-FLAG = 'Y'
002782         MOVE "YES" TO RPT-FLIP-OVERRIDE
002783     ELSE
002784         MOVE SPACES TO RPT-FLIP-OVERRIDE
002785     END-IF.
002790     WRITE FLIP-REPORT-LINE FROM RPT-FLIP-LINE.
002800
002791 WRITE-NOTIFY-EXTRACT.
