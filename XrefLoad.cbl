000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CASE-XREF-LOAD.
000030
000040 ENVIRONMENT DIVISION.
000050 INPUT-OUTPUT SECTION.
000060 FILE-CONTROL.
000070     SELECT NEW-XREF-FILE ASSIGN TO "XREFNEW"
000080         ORGANIZATION IS SEQUENTIAL
000090         FILE STATUS IS WS-NEW-FILE-STATUS.
000100     SELECT CASE-XREF-FILE ASSIGN TO "XREFMST"
000110         ORGANIZATION IS INDEXED
000120         ACCESS MODE IS SEQUENTIAL
000130         RECORD KEY IS XRF-ACCOUNT-ID
000140         FILE STATUS IS WS-XREF-FILE-STATUS.
000150
000160 DATA DIVISION.
000170 FILE SECTION.
000180 FD  NEW-XREF-FILE
000190     RECORDING MODE IS F.
000200 01  NEW-XREF-RECORD.
000210     05  NXR-ACCOUNT-ID             PIC X(08).
000220     05  FILLER                     PIC X(01).
000230     05  NXR-CASE-ID                PIC X(06).
000240     05  FILLER                     PIC X(01).
000250     05  NXR-LINK-DATE              PIC 9(06).
000260
000270 FD  CASE-XREF-FILE.
000280 01  CASE-XREF-RECORD.
000290     05  XRF-ACCOUNT-ID             PIC X(08).
000300     05  XRF-CASE-ID                PIC X(06).
000310     05  XRF-LINK-DATE              PIC 9(06).
000320
000330 WORKING-STORAGE SECTION.
000340 01 NEW-XREF-EOF-SW PIC X VALUE 'N'.
000350    88 NEW-XREF-EOF                 VALUE 'Y'.
000360
000370 01 WS-NEW-FILE-STATUS              PIC XX VALUE SPACES.
000380 01 WS-XREF-FILE-STATUS             PIC XX VALUE SPACES.
000390
000400 01 WS-LOAD-ERROR-SW                PIC X VALUE 'N'.
000410    88 WS-LOAD-ERROR                VALUE 'Y'.
000420
000430 01 WS-LINKS-READ                   PIC 9(07) VALUE 0.
000440 01 WS-LINKS-LOADED                 PIC 9(07) VALUE 0.
000450
000460 PROCEDURE DIVISION.
000470 MAIN-LOGIC.
000480     OPEN INPUT NEW-XREF-FILE.
000490     IF WS-NEW-FILE-STATUS NOT = "00"
000500         DISPLAY "CASE-XREF-LOAD: UNABLE TO OPEN XREFNEW, "
000510             "STATUS " WS-NEW-FILE-STATUS
000520         MOVE 16 TO RETURN-CODE
000530         STOP RUN
000540     END-IF.
000550     OPEN OUTPUT CASE-XREF-FILE.
000560     IF WS-XREF-FILE-STATUS NOT = "00"
000570         DISPLAY "CASE-XREF-LOAD: UNABLE TO OPEN XREFMST, "
000580             "STATUS " WS-XREF-FILE-STATUS
000590         CLOSE NEW-XREF-FILE
000600         MOVE 16 TO RETURN-CODE
000610         STOP RUN
000620     END-IF.
000630     PERFORM UNTIL NEW-XREF-EOF OR WS-LOAD-ERROR
000640         READ NEW-XREF-FILE
000650             AT END
000660                 MOVE 'Y' TO NEW-XREF-EOF-SW
000670             NOT AT END
000680                 ADD 1 TO WS-LINKS-READ
000690                 PERFORM LOAD-ONE-LINK
000700         END-READ
000710     END-PERFORM.
000720     CLOSE NEW-XREF-FILE.
000730     CLOSE CASE-XREF-FILE.
000740     DISPLAY "CASE-XREF-LOAD: LINKS READ   " WS-LINKS-READ.
000750     DISPLAY "CASE-XREF-LOAD: LINKS LOADED " WS-LINKS-LOADED.
000760     IF WS-LOAD-ERROR
000770         DISPLAY "CASE-XREF-LOAD: LOAD INCOMPLETE - DO NOT "
000780             "RUN CHAINJOB UNTIL XREFMST IS RELOADED"
000790         MOVE 16 TO RETURN-CODE
000800     ELSE
000810         MOVE 0 TO RETURN-CODE
000820     END-IF.
000830     STOP RUN.
000840
000850 LOAD-ONE-LINK.
000860     MOVE NXR-ACCOUNT-ID TO XRF-ACCOUNT-ID.
000870     MOVE NXR-CASE-ID TO XRF-CASE-ID.
000880     MOVE NXR-LINK-DATE TO XRF-LINK-DATE.
000890     WRITE CASE-XREF-RECORD.
000900     IF WS-XREF-FILE-STATUS = "00"
000910         ADD 1 TO WS-LINKS-LOADED
000920     ELSE
000930         DISPLAY "CASE-XREF-LOAD: WRITE FAILED FOR ACCOUNT "
000940             NXR-ACCOUNT-ID " STATUS " WS-XREF-FILE-STATUS
000950         MOVE 'Y' TO WS-LOAD-ERROR-SW
000960     END-IF.
