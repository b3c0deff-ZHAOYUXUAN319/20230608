000300     05  STA-AND-CHANGE-DATE        PIC 9(06).
000310     05  STA-RESULT-ANY             PIC X(01).
000320     05  STA-ANY-CHANGE-DATE        PIC 9(06).
000325     05  STA-OVERRIDE-FLAG          PIC X(01).
000330
000340 FD  INQUIRY-REPORT
000350     RECORDING MODE IS F.
000710    05 FILLER                       PIC X(01) VALUE "/".
000720    05 RPT-CHANGE-YY                PIC 99.
000730
000732 01 RPT-OVERRIDE-LINE.
000734    05 FILLER                       PIC X(12) VALUE
000736          "OVERRIDDEN: ".
000738    05 RPT-OVERRIDE-VALUE           PIC X(03).
000740 01 RPT-NONE-LINE.
000750    05 FILLER                       PIC X(26) VALUE
000760          "  CASE NOT ON STATUS FILE".
001390                 " CHANGED " STA-AND-CHANGE-DATE
001400                 " ANY " STA-RESULT-ANY
001410                 " CHANGED " STA-ANY-CHANGE-DATE
001415                 " OVERRIDE " STA-OVERRIDE-FLAG
001420     END-READ.
001430
001440 WRITE-INQUIRY-REPORT.
001610         MOVE WS-DATE-DD TO RPT-CHANGE-DD
001620         MOVE WS-DATE-YY TO RPT-CHANGE-YY
001630         WRITE INQUIRY-REPORT-LINE FROM RPT-RESULT-LINE
001631         IF STA-OVERRIDE-FLAG = 'Y'
001632             MOVE "YES" TO RPT-OVERRIDE-VALUE
001633         ELSE
001634             MOVE "NO" TO RPT-OVERRIDE-VALUE
001635         END-IF
001636         WRITE INQUIRY-REPORT-LINE FROM RPT-OVERRIDE-LINE
001640     ELSE
001650         WRITE INQUIRY-REPORT-LINE FROM RPT-NONE-LINE
001660     END-IF.
