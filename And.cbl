000202     SELECT OPTIONAL PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
000204         ORGANIZATION IS SEQUENTIAL
000206         FILE STATUS IS WS-PROCDATE-STATUS.
000207     SELECT OVERRIDE-FILE ASSIGN TO "OVRMST"
000208         ORGANIZATION IS SEQUENTIAL
000209         FILE STATUS IS WS-OVERRIDE-FILE-STATUS.
000210
000220 DATA DIVISION.
000230 FILE SECTION.
000540     05  RES-RULE-ENTRY             OCCURS 10 TIMES.
000550         10  FILLER                 PIC X(02).
000560         10  RES-RULE-RESULT        PIC X(01).
000563     05  FILLER                     PIC X(02).
000566     05  RES-OVERRIDE-FLAG          PIC X(01).
000570
000580 FD  AUDIT-FILE
000590     RECORDING MODE IS F.
000800     05  FILLER                     PIC X(01).
000810     05  CC-RUN-DATE                PIC 9(06).
000820     05  CC-RUN-TIME                PIC 9(08).
000821
000822 FD  OVERRIDE-FILE
000823     RECORDING MODE IS F.
000824 01  OVERRIDE-RECORD.
000825     05  OVR-CASE-ID                PIC X(06).
000826     05  FILLER                     PIC X(01).
000827     05  OVR-FORCED-AND             PIC X(01).
000828     05  FILLER                     PIC X(01).
000829     05  OVR-FORCED-ANY             PIC X(01).
000831     05  FILLER                     PIC X(01).
000832     05  OVR-REASON                 PIC X(04).
000833     05  FILLER                     PIC X(01).
000834     05  OVR-ENTERED-BY             PIC X(08).
000835     05  FILLER                     PIC X(01).
000836     05  OVR-EFFECTIVE-DATE         PIC 9(06).
000837     05  FILLER                     PIC X(01).
000838     05  OVR-EXPIRY-DATE            PIC 9(06).
000839
000840 FD  RUN-LOG-FILE
000850     RECORDING MODE IS F.
000860 01  RUN-LOG-RECORD.
001040    88 CASE-EOF                     VALUE 'Y'.
001050 01 RULE-EOF-SW PIC X VALUE 'N'.
001060    88 RULE-EOF                     VALUE 'Y'.
001064 01 OVERRIDE-EOF-SW PIC X VALUE 'N'.
001066    88 OVERRIDE-EOF                 VALUE 'Y'.
001070
001080 01 WS-RUN-DATE                     PIC 9(06).
001090 01 WS-CASE-FILE-STATUS              PIC XX VALUE SPACES.
001380 01 WS-FINAL-RC                     PIC 9(02) VALUE 0.
001385 01 WS-LOG-PHASE                    PIC X(05) VALUE SPACES.
001390
001391 01 WS-OVERRIDE-FILE-STATUS         PIC XX VALUE SPACES.
001392 01 WS-OVERRIDE-ERROR-SW            PIC X VALUE 'N'.
001393    88 WS-OVERRIDE-ERROR            VALUE 'Y'.
001394 01 WS-OVERRIDE-FLAG                PIC X(01) VALUE SPACE.
001395 01 WS-OVERRIDES-APPLIED            PIC 9(07) VALUE 0.
001396 01 WS-CALC-SUMMARY                 PIC X(01) VALUE SPACE.
001397 01 WS-FORCED-SUMMARY               PIC X(01) VALUE SPACE.
001398 01 WS-SUMMARY-TYPE                 PIC X(03) VALUE SPACES.
001399
001400 PROCEDURE DIVISION.
001410 MAIN-LOGIC.
001420     PERFORM READ-PROCESS-DATE.
001430     PERFORM WRITE-RUN-LOG-START.
001440     PERFORM LOAD-RULE-TABLE.
001450     IF WS-RULE-ERROR
001451         MOVE 16 TO WS-FINAL-RC
001452         PERFORM WRITE-RUN-LOG-END
001453         MOVE WS-FINAL-RC TO RETURN-CODE
001454         STOP RUN
001455     END-IF.
001456     PERFORM OPEN-OVERRIDE-FILE.
001457     IF WS-OVERRIDE-ERROR
001460         MOVE 16 TO WS-FINAL-RC
001470         PERFORM WRITE-RUN-LOG-END
001480         MOVE WS-FINAL-RC TO RETURN-CODE
001710     CLOSE CASE-INPUT-FILE.
001720     CLOSE RESULT-FILE.
001730     CLOSE AUDIT-FILE.
001732     CLOSE OVERRIDE-FILE.
001735     DISPLAY "LOGIC-EXAMPLE: OVERRIDES APPLIED "
001736         WS-OVERRIDES-APPLIED.
001740     PERFORM WRITE-CASE-CONTROL-RECORD.
001750     MOVE 0 TO WS-FINAL-RC.
001760     PERFORM WRITE-RUN-LOG-END.
002570     MOVE SPACES TO WS-RULE-RESULT-TABLE.
002580     MOVE 0 TO WS-RULE-SUB.
002590     PERFORM EVALUATE-ONE-RULE WS-RULE-COUNT TIMES.
002595     PERFORM APPLY-CASE-OVERRIDE.
002600     PERFORM WRITE-RESULT-RECORD.
002610
002620 EVALUATE-ONE-RULE.
003120     MOVE CASE-CRITERIA-FLAGS TO RES-CRITERIA.
003130     MOVE WS-AND-SUMMARY TO RES-RESULT-AND.
003140     MOVE WS-ANY-SUMMARY TO RES-RESULT-ANY.
003145     MOVE WS-OVERRIDE-FLAG TO RES-OVERRIDE-FLAG.
003150     MOVE 0 TO WS-RULE-SUB.
003160     PERFORM MOVE-ONE-RULE-RESULT WS-RULE-COUNT TIMES.
003170     WRITE RESULT-RECORD.
003830         DISPLAY "LOGIC-EXAMPLE: PROCDATE NOT AVAILABLE - "
003840             "SYSTEM DATE USED"
003850     END-IF.
003860
003870 OPEN-OVERRIDE-FILE.
003880     OPEN INPUT OVERRIDE-FILE.
003890     IF WS-OVERRIDE-FILE-STATUS NOT = "00"
003900         DISPLAY "LOGIC-EXAMPLE: UNABLE TO OPEN OVERRIDE-FILE, "
003910             "STATUS " WS-OVERRIDE-FILE-STATUS
003920         MOVE 'Y' TO WS-OVERRIDE-ERROR-SW
003930     ELSE
003940         PERFORM READ-NEXT-OVERRIDE
003950     END-IF.
003960
003970 READ-NEXT-OVERRIDE.
003980     READ OVERRIDE-FILE
003990         AT END
004000             MOVE 'Y' TO OVERRIDE-EOF-SW
004010     END-READ.
004020
004030 APPLY-CASE-OVERRIDE.
004040     MOVE SPACE TO WS-OVERRIDE-FLAG.
004050     PERFORM READ-NEXT-OVERRIDE
004060         UNTIL OVERRIDE-EOF OR OVR-CASE-ID NOT < CASE-ID.
004070     IF NOT OVERRIDE-EOF AND OVR-CASE-ID = CASE-ID
004080         IF OVR-EFFECTIVE-DATE NOT > WS-RUN-DATE AND
004090            OVR-EXPIRY-DATE > WS-RUN-DATE
004100             MOVE 'Y' TO WS-OVERRIDE-FLAG
004110             ADD 1 TO WS-OVERRIDES-APPLIED
004120             IF OVR-FORCED-AND NOT = SPACE
004130                 MOVE "AND" TO WS-SUMMARY-TYPE
004140                 MOVE WS-AND-SUMMARY TO WS-CALC-SUMMARY
004150                 MOVE OVR-FORCED-AND TO WS-FORCED-SUMMARY
004160                 MOVE WS-FORCED-SUMMARY TO WS-AND-SUMMARY
004170                 PERFORM WRITE-OVERRIDE-AUDIT
004180             END-IF
004190             IF OVR-FORCED-ANY NOT = SPACE
004200                 MOVE "ANY" TO WS-SUMMARY-TYPE
004210                 MOVE WS-ANY-SUMMARY TO WS-CALC-SUMMARY
004220                 MOVE OVR-FORCED-ANY TO WS-FORCED-SUMMARY
004230                 MOVE WS-FORCED-SUMMARY TO WS-ANY-SUMMARY
004240                 PERFORM WRITE-OVERRIDE-AUDIT
004250             END-IF
004260         END-IF
004270     END-IF.
004280
004290 WRITE-OVERRIDE-AUDIT.
004300     DISPLAY "CASE " CASE-ID " " WS-SUMMARY-TYPE
004310         " OVERRIDDEN: COMPUTED " WS-CALC-SUMMARY
004320         " FORCED " WS-FORCED-SUMMARY
004330         " REASON " OVR-REASON
004340         " BY " OVR-ENTERED-BY.
004350     MOVE SPACES TO AUDIT-RECORD.
004360     MOVE CASE-ID TO AUD-CASE-ID.
004370     MOVE CASE-CRITERIA-FLAGS TO AUD-CRITERIA.
004380     STRING "CALC-" WS-SUMMARY-TYPE DELIMITED BY SIZE
004390         INTO AUD-RULE-NAME.
004400     MOVE "OVR" TO AUD-RULE-TYPE.
004410     MOVE WS-CALC-SUMMARY TO AUD-RESULT.
004420     MOVE WS-RUN-DATE TO AUD-RUN-DATE.
004430     ACCEPT AUD-RUN-TIME FROM TIME.
004440     WRITE AUDIT-RECORD.
004450     MOVE SPACES TO AUD-RULE-NAME.
004460     STRING "OVRD-" WS-SUMMARY-TYPE DELIMITED BY SIZE
004470         INTO AUD-RULE-NAME.
004480     MOVE WS-FORCED-SUMMARY TO AUD-RESULT.
004490     WRITE AUDIT-RECORD.
