000390     05  FILLER                     PIC X(01).
000400     05  SC-RUN-DATE                PIC 9(06).
000410     05  SC-RUN-TIME                PIC 9(08).
000412     05  FILLER                     PIC X(01).
000414     05  SC-HELD-COUNT              PIC 9(07).
000416     05  FILLER                     PIC X(01).
000418     05  SC-HOLD-RELEASED           PIC 9(07).
000420
000430 FD  SORT-REPORT
000440     RECORDING MODE IS F.
001280 CROSS-FOOT-SORT-COUNTS.
001290     MOVE SC-RECORDS-RELEASED TO WS-EXPECTED-READ.
001300     ADD SC-EXCEPTION-COUNT TO WS-EXPECTED-READ.
001303     ADD SC-HELD-COUNT TO WS-EXPECTED-READ.
001306     SUBTRACT SC-HOLD-RELEASED FROM WS-EXPECTED-READ.
001310     IF SC-RECORDS-READ NOT = WS-EXPECTED-READ
001320         DISPLAY "CONTROL-RECON: SORTIN RECORDS READ "
001330             SC-RECORDS-READ " NOT EQUAL TO RELEASED "
001340             SC-RECORDS-RELEASED " PLUS REJECTED "
001350             SC-EXCEPTION-COUNT " PLUS HELD " SC-HELD-COUNT
001355             " LESS RELEASED FROM HOLD " SC-HOLD-RELEASED
001360         MOVE 'Y' TO WS-MISMATCH-SW
001370     END-IF.
001380
