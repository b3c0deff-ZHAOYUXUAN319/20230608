000270     05  NMS-RESULT-ANY             PIC X(01).
000280     05  FILLER                     PIC X(01).
000290     05  NMS-ANY-CHANGE-DATE        PIC 9(06).
000293     05  FILLER                     PIC X(01).
000296     05  NMS-OVERRIDE-FLAG          PIC X(01).
000300
000310 FD  CASE-STATUS-FILE.
000320 01  CASE-STATUS-RECORD.
000350     05  STA-AND-CHANGE-DATE        PIC 9(06).
000360     05  STA-RESULT-ANY             PIC X(01).
000370     05  STA-ANY-CHANGE-DATE        PIC 9(06).
000375     05  STA-OVERRIDE-FLAG          PIC X(01).
000380
000390 WORKING-STORAGE SECTION.
000400 01 HIST-EOF-SW PIC X VALUE 'N'.
000940     MOVE NMS-AND-CHANGE-DATE TO STA-AND-CHANGE-DATE.
000950     MOVE NMS-RESULT-ANY TO STA-RESULT-ANY.
000960     MOVE NMS-ANY-CHANGE-DATE TO STA-ANY-CHANGE-DATE.
000965     MOVE NMS-OVERRIDE-FLAG TO STA-OVERRIDE-FLAG.
000970     WRITE CASE-STATUS-RECORD.
000980     IF WS-STAT-FILE-STATUS = "00"
000990         ADD 1 TO WS-CASES-LOADED
