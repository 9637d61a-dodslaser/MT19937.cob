       IDENTIFICATION DIVISION.
           PROGRAM-ID. mtledger.
           AUTHOR. dodslaser.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               REPOSITORY.
                   FUNCTION ALL INTRINSIC.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT ARCH-FILE ASSIGN TO "ARCHFILE"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS ARCH-FILE-STAT.
                   SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS AUDIT-FILE-STAT.
                   SELECT RPT-FILE ASSIGN TO "LEDGRPT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS RPT-FILE-STAT.
                   SELECT SYSIN-FILE ASSIGN TO "SYSIN"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS SYSIN-FILE-STAT.
                   SELECT SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
           FILE SECTION.
               FD ARCH-FILE.
               01 ARCH-RECORD PIC X(320).

               FD AUDIT-FILE.
               01 AUDIT-RECORD PIC X(320).

               FD RPT-FILE.
               01 RPT-RECORD PIC X(132).

               FD SYSIN-FILE.
               01 SYSIN-RECORD PIC X(200).

               SD SORT-FILE.
               01 SORT-RECORD.
                   05 SORT-GEN-KEY.
                       10 SORT-MODE PIC X(01).
                       10 SORT-SEED PIC 9(10).
                       10 SORT-KEY-COUNT PIC 9(10).
                       10 SORT-KEY-SUM PIC 9(20).
                   05 SORT-START PIC 9(20).
                   05 SORT-END PIC 9(20).
                   05 SORT-DATE PIC X(08).
                   05 SORT-TIME PIC X(08).
                   05 SORT-PROFILE PIC X(16).
                   05 SORT-SELECT PIC X(05).
                   05 SORT-STREAMS PIC X(05).
                   05 SORT-SOURCE PIC X(04).

           WORKING-STORAGE SECTION.
               77 ARCH-FILE-STAT PIC X(02).
               77 AUDIT-FILE-STAT PIC X(02).
               77 RPT-FILE-STAT PIC X(02).
               77 SYSIN-FILE-STAT PIC X(02).

               77 SCAN-RECORD PIC X(320).
               77 SCAN-SOURCE PIC X(04).
               77 SEED-FILTER BINARY-LONG UNSIGNED.
               77 SEED-FILTER-SW PIC X(01).
                   88 SEED-FILTER-ON VALUE "Y".
                   88 SEED-FILTER-OFF VALUE "N".
               77 INPUT-SW PIC X(01).
                   88 INPUT-FOUND VALUE "Y".
                   88 INPUT-NOT-FOUND VALUE "N".
               77 SORT-EOF-SW PIC X(01).
                   88 SORT-EOF VALUE "Y".
                   88 SORT-NOT-EOF VALUE "N".
               77 CUR-DATE PIC 9(08).

               77 PREV-GEN-KEY PIC X(41).
               77 GEN-NAME PIC X(10).
               77 GROUP-SW PIC X(01).
                   88 GROUP-OPEN VALUE "Y".
                   88 GROUP-CLOSED VALUE "N".
               77 GROUP-MAX-END BINARY-DOUBLE UNSIGNED.
               77 GROUP-USED-SW PIC X(01).
                   88 GROUP-USED VALUE "Y".
                   88 GROUP-UNUSED VALUE "N".
               77 RANGE-START BINARY-DOUBLE UNSIGNED.
               77 RANGE-END BINARY-DOUBLE UNSIGNED.
               77 RANGE-SIZE BINARY-DOUBLE UNSIGNED.
               77 OVLP-END BINARY-DOUBLE UNSIGNED.

               01 ACTIVE-TABLE.
                   05 ACTIVE-ENTRY OCCURS 500 TIMES.
                       10 ACT-START BINARY-DOUBLE UNSIGNED.
                       10 ACT-END BINARY-DOUBLE UNSIGNED.
                       10 ACT-DATE PIC X(08).
                       10 ACT-TIME PIC X(08).
                       10 ACT-PROFILE PIC X(16).
                       10 ACT-SELECT PIC X(05).
                       10 ACT-STREAMS PIC X(05).
                       10 ACT-SOURCE PIC X(04).
               77 ACTIVE-COUNT BINARY-LONG UNSIGNED.
               77 ACTIVE-KEEP BINARY-LONG UNSIGNED.
               77 ACT-IDX BINARY-LONG UNSIGNED.
               77 ACTIVE-FULL-SW PIC X(01).
                   88 ACTIVE-FULL VALUE "Y".
                   88 ACTIVE-ROOM VALUE "N".

               77 INPUT-COUNT BINARY-LONG UNSIGNED.
               77 NO-RANGE-COUNT BINARY-LONG UNSIGNED.
               77 GEN-COUNT BINARY-LONG UNSIGNED.
               77 RANGE-COUNT BINARY-LONG UNSIGNED.
               77 GAP-COUNT BINARY-LONG UNSIGNED.
               77 OVERLAP-COUNT BINARY-LONG UNSIGNED.
               77 GEN-RANGES BINARY-LONG UNSIGNED.
               77 GEN-GAPS BINARY-LONG UNSIGNED.
               77 GEN-OVERLAPS BINARY-LONG UNSIGNED.
               77 GEN-CONSUMED BINARY-DOUBLE UNSIGNED.

               77 CHR-COUNT PIC Z(9)9.
               77 CHR-SUM PIC Z(14)9.
               77 CHR-POS PIC Z(19)9.
               77 CHR-SEED PIC Z(9)9.
               77 CHR-KEYS PIC Z(9)9.
               77 CHR-KEY-SUM PIC Z(19)9.

               77 VAL-IDX BINARY-LONG UNSIGNED.
               77 VAL-LEN BINARY-LONG UNSIGNED.
               77 VAL-CHR PIC X(01).
               77 VAL-OK-SW PIC X(01).
                   88 VAL-OK VALUE "Y".
                   88 VAL-BAD VALUE "N".
               77 VAL-FIELD PIC X(40).

               77 PARM-STRING PIC X(200).
               77 PARM-SW PIC X(01).
                   88 HAS-PARM VALUE "Y".
                   88 NO-PARM VALUE "N".
               77 PARM-LEN BINARY-LONG UNSIGNED.
               77 PARM-PTR BINARY-LONG UNSIGNED.
               77 PARM-TOK PIC X(40).
               01 PARM-TABLE.
                   05 PARM-ENTRY OCCURS 20 TIMES.
                       10 PARM-ENTRY-KEY PIC X(20).
                       10 PARM-ENTRY-VAL PIC X(20).
               77 PARM-ENTRY-COUNT BINARY-LONG UNSIGNED.
               77 PARM-PI BINARY-LONG UNSIGNED.
               77 PARM-LOOKUP-KEY PIC X(20).
               77 PARM-LOOKUP-VAL PIC X(20).
               77 PARM-LOOKUP-SW PIC X(01).
                   88 PARM-LOOKUP-FOUND VALUE "Y".
                   88 PARM-LOOKUP-NOT-FOUND VALUE "N".

       PROCEDURE DIVISION.
           SET NO-PARM TO TRUE.
           MOVE SPACES TO PARM-STRING.
           ACCEPT PARM-STRING FROM COMMAND-LINE.
           IF PARM-STRING NOT = SPACES
               SET HAS-PARM TO TRUE
           ELSE
               OPEN INPUT SYSIN-FILE
               IF SYSIN-FILE-STAT = "00"
                   READ SYSIN-FILE
                       AT END CONTINUE
                   END-READ
                   IF SYSIN-FILE-STAT = "00"
                           AND SYSIN-RECORD NOT = SPACES
                       MOVE SYSIN-RECORD TO PARM-STRING
                       SET HAS-PARM TO TRUE
                   END-IF
                   CLOSE SYSIN-FILE
               END-IF
           END-IF.
           IF HAS-PARM
               PERFORM PARSE-PARM-STRING
           END-IF.

           SET SEED-FILTER-OFF TO TRUE.
           MOVE 0 TO SEED-FILTER.
           MOVE "SEED" TO PARM-LOOKUP-KEY.
           SET PARM-LOOKUP-NOT-FOUND TO TRUE.
           IF HAS-PARM PERFORM LOOKUP-PARM END-IF.
           IF PARM-LOOKUP-FOUND
               MOVE PARM-LOOKUP-VAL TO VAL-FIELD
               PERFORM CHECK-UNSIGNED-VALUE
               IF VAL-BAD OR LENGTH(TRIM(VAL-FIELD)) > 10
                   DISPLAY "SEED must be an unsigned number"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE NUMVAL(VAL-FIELD) TO SEED-FILTER
               SET SEED-FILTER-ON TO TRUE
           END-IF.

           MOVE 0 TO INPUT-COUNT.
           MOVE 0 TO NO-RANGE-COUNT.
           MOVE 0 TO GEN-COUNT.
           MOVE 0 TO RANGE-COUNT.
           MOVE 0 TO GAP-COUNT.
           MOVE 0 TO OVERLAP-COUNT.
           SET INPUT-NOT-FOUND TO TRUE.
           SET ACTIVE-ROOM TO TRUE.
           ACCEPT CUR-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT RPT-FILE.
           IF RPT-FILE-STAT NOT = "00"
               DISPLAY "Cannot open LEDGRPT, status " RPT-FILE-STAT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-LEDGER-HEADING.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-GEN-KEY SORT-START SORT-END
               INPUT PROCEDURE IS LOAD-LEDGER-RUNS
               OUTPUT PROCEDURE IS REPORT-LEDGER.
           PERFORM WRITE-LEDGER-TOTALS.
           CLOSE RPT-FILE.

           IF INPUT-NOT-FOUND
               DISPLAY "No ARCHFILE or AUDITFILE to read"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE INPUT-COUNT TO CHR-COUNT.
           DISPLAY "Runs read         : " TRIM(CHR-COUNT).
           MOVE NO-RANGE-COUNT TO CHR-COUNT.
           DISPLAY "Runs without range: " TRIM(CHR-COUNT).
           MOVE GEN-COUNT TO CHR-COUNT.
           DISPLAY "Seeds reported    : " TRIM(CHR-COUNT).
           MOVE GAP-COUNT TO CHR-COUNT.
           DISPLAY "Gaps              : " TRIM(CHR-COUNT).
           MOVE OVERLAP-COUNT TO CHR-COUNT.
           DISPLAY "Overlaps          : " TRIM(CHR-COUNT).
           IF ACTIVE-FULL
               DISPLAY "Overlap table full - some overlaps"
                   " may not be listed"
           END-IF.
           IF OVERLAP-COUNT > 0 OR ACTIVE-FULL
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       WRITE-LEDGER-HEADING.
           MOVE SPACES TO RPT-RECORD.
           STRING "MT19937 SEQUENCE CONSUMPTION LEDGER  " CUR-DATE
               DELIMITED BY SIZE INTO RPT-RECORD
           END-STRING.
           WRITE RPT-RECORD.
           IF SEED-FILTER-ON
               MOVE SPACES TO RPT-RECORD
               MOVE SEED-FILTER TO CHR-SEED
               STRING "SEED " TRIM(CHR-SEED) " ONLY"
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "ENTRY" TO RPT-RECORD(1:5).
           MOVE "FIRST POSITION" TO RPT-RECORD(16:14).
           MOVE "LAST POSITION" TO RPT-RECORD(38:13).
           MOVE "COUNT" TO RPT-RECORD(67:5).
           MOVE "DATE" TO RPT-RECORD(73:4).
           MOVE "TIME" TO RPT-RECORD(82:4).
           MOVE "PROFILE" TO RPT-RECORD(91:7).
           MOVE "STREAM" TO RPT-RECORD(108:6).
           MOVE "PARTS" TO RPT-RECORD(115:5).
           MOVE "FILE" TO RPT-RECORD(121:4).
           WRITE RPT-RECORD.

       LOAD-LEDGER-RUNS.
           OPEN INPUT ARCH-FILE.
           IF ARCH-FILE-STAT = "00"
               SET INPUT-FOUND TO TRUE
               MOVE "ARCH" TO SCAN-SOURCE
               PERFORM UNTIL ARCH-FILE-STAT NOT = "00"
                   READ ARCH-FILE
                       AT END CONTINUE
                   END-READ
                   IF ARCH-FILE-STAT = "00"
                       MOVE ARCH-RECORD TO SCAN-RECORD
                       PERFORM RELEASE-LEDGER-RUN
                   END-IF
               END-PERFORM
               CLOSE ARCH-FILE
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STAT = "00"
               SET INPUT-FOUND TO TRUE
               MOVE "AUDT" TO SCAN-SOURCE
               PERFORM UNTIL AUDIT-FILE-STAT NOT = "00"
                   READ AUDIT-FILE
                       AT END CONTINUE
                   END-READ
                   IF AUDIT-FILE-STAT = "00"
                       MOVE AUDIT-RECORD TO SCAN-RECORD
                       PERFORM RELEASE-LEDGER-RUN
                   END-IF
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       RELEASE-LEDGER-RUN.
           IF SCAN-RECORD NOT = SPACES
                   AND SCAN-RECORD(114:8) = SPACES
               IF SEED-FILTER-OFF
                       OR NUMVAL(SCAN-RECORD(17:10)) = SEED-FILTER
                   ADD 1 TO INPUT-COUNT
                   IF SCAN-RECORD(232:20) = SPACES
                       ADD 1 TO NO-RANGE-COUNT
                   ELSE
                       MOVE SCAN-RECORD(130:1) TO SORT-MODE
                       IF SORT-MODE NOT = "6"
                           MOVE "3" TO SORT-MODE
                       END-IF
                       MOVE NUMVAL(SCAN-RECORD(17:10)) TO SORT-SEED
                       MOVE NUMVAL(SCAN-RECORD(57:10))
                           TO SORT-KEY-COUNT
                       MOVE NUMVAL(SCAN-RECORD(67:20)) TO SORT-KEY-SUM
                       MOVE NUMVAL(SCAN-RECORD(232:20)) TO SORT-START
                       MOVE NUMVAL(SCAN-RECORD(252:20)) TO SORT-END
                       MOVE SCAN-RECORD(1:8) TO SORT-DATE
                       MOVE SCAN-RECORD(9:8) TO SORT-TIME
                       MOVE SCAN-RECORD(97:16) TO SORT-PROFILE
                       MOVE SCAN-RECORD(87:5) TO SORT-SELECT
                       MOVE SCAN-RECORD(92:5) TO SORT-STREAMS
                       MOVE SCAN-SOURCE TO SORT-SOURCE
                       RELEASE SORT-RECORD
                   END-IF
               END-IF
           END-IF.

       REPORT-LEDGER.
           SET SORT-NOT-EOF TO TRUE.
           SET GROUP-CLOSED TO TRUE.
           MOVE SPACES TO PREV-GEN-KEY.
           PERFORM UNTIL SORT-EOF
               RETURN SORT-FILE
                   AT END SET SORT-EOF TO TRUE
               END-RETURN
               IF SORT-NOT-EOF
                   IF GROUP-CLOSED OR SORT-GEN-KEY NOT = PREV-GEN-KEY
                       PERFORM CLOSE-LEDGER-GROUP
                       PERFORM OPEN-LEDGER-GROUP
                   END-IF
                   PERFORM POST-LEDGER-RANGE
               END-IF
           END-PERFORM.
           PERFORM CLOSE-LEDGER-GROUP.

       OPEN-LEDGER-GROUP.
           MOVE SORT-GEN-KEY TO PREV-GEN-KEY.
           SET GROUP-OPEN TO TRUE.
           SET GROUP-UNUSED TO TRUE.
           MOVE 0 TO GROUP-MAX-END.
           MOVE 0 TO ACTIVE-COUNT.
           MOVE 0 TO GEN-RANGES.
           MOVE 0 TO GEN-GAPS.
           MOVE 0 TO GEN-OVERLAPS.
           MOVE 0 TO GEN-CONSUMED.
           ADD 1 TO GEN-COUNT.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE SORT-SEED TO CHR-SEED.
           IF SORT-MODE = "6"
               MOVE "MT19937-64" TO GEN-NAME
           ELSE
               MOVE "MT19937" TO GEN-NAME
           END-IF.
           IF SORT-KEY-COUNT > 0
               MOVE SORT-KEY-COUNT TO CHR-KEYS
               MOVE SORT-KEY-SUM TO CHR-KEY-SUM
               STRING "SEED " TRIM(CHR-SEED) "  " TRIM(GEN-NAME)
                   "  KEY SET " TRIM(CHR-KEYS)
                   " WORDS, CHECKSUM " TRIM(CHR-KEY-SUM)
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
           ELSE
               STRING "SEED " TRIM(CHR-SEED) "  " TRIM(GEN-NAME)
                   DELIMITED BY SIZE INTO RPT-RECORD
               END-STRING
           END-IF.
           WRITE RPT-RECORD.

       CLOSE-LEDGER-GROUP.
           IF GROUP-OPEN
               MOVE SPACES TO RPT-RECORD
               MOVE "  RUNS" TO RPT-RECORD(1:6)
               MOVE GEN-RANGES TO CHR-COUNT
               MOVE TRIM(CHR-COUNT) TO RPT-RECORD(8:10)
               MOVE "GAPS" TO RPT-RECORD(19:4)
               MOVE GEN-GAPS TO CHR-COUNT
               MOVE TRIM(CHR-COUNT) TO RPT-RECORD(24:10)
               MOVE "OVERLAPS" TO RPT-RECORD(35:8)
               MOVE GEN-OVERLAPS TO CHR-COUNT
               MOVE TRIM(CHR-COUNT) TO RPT-RECORD(44:10)
               MOVE "POSITIONS USED" TO RPT-RECORD(55:14)
               MOVE GEN-CONSUMED TO CHR-POS
               MOVE TRIM(CHR-POS) TO RPT-RECORD(70:20)
               WRITE RPT-RECORD
               SET GROUP-CLOSED TO TRUE
           END-IF.

       POST-LEDGER-RANGE.
           ADD 1 TO RANGE-COUNT.
           ADD 1 TO GEN-RANGES.
           MOVE SORT-START TO RANGE-START.
           MOVE SORT-END TO RANGE-END.
           IF RANGE-END >= RANGE-START
               IF GROUP-USED AND RANGE-START > GROUP-MAX-END + 1
                   PERFORM WRITE-GAP-LINE
               END-IF
           END-IF.
           MOVE "RANGE" TO RPT-RECORD.
           PERFORM WRITE-RANGE-LINE.
           IF RANGE-END >= RANGE-START
               PERFORM CHECK-RANGE-OVERLAPS
               PERFORM ADD-ACTIVE-RANGE
               EVALUATE TRUE
                   WHEN GROUP-UNUSED OR RANGE-START > GROUP-MAX-END
                       COMPUTE GEN-CONSUMED = GEN-CONSUMED
                           + RANGE-END - RANGE-START + 1
                   WHEN RANGE-END > GROUP-MAX-END
                       COMPUTE GEN-CONSUMED = GEN-CONSUMED
                           + RANGE-END - GROUP-MAX-END
               END-EVALUATE
               IF GROUP-UNUSED OR RANGE-END > GROUP-MAX-END
                   MOVE RANGE-END TO GROUP-MAX-END
               END-IF
               SET GROUP-USED TO TRUE
           END-IF.

       WRITE-RANGE-LINE.
           MOVE SPACES TO RPT-RECORD(6:127).
           MOVE RANGE-START TO CHR-POS.
           MOVE CHR-POS TO RPT-RECORD(10:20).
           MOVE RANGE-END TO CHR-POS.
           MOVE CHR-POS TO RPT-RECORD(31:20).
           IF RANGE-END >= RANGE-START
               COMPUTE RANGE-SIZE = RANGE-END - RANGE-START + 1
           ELSE
               MOVE 0 TO RANGE-SIZE
           END-IF.
           MOVE RANGE-SIZE TO CHR-POS.
           MOVE CHR-POS TO RPT-RECORD(52:20).
           MOVE SORT-DATE TO RPT-RECORD(73:8).
           MOVE SORT-TIME TO RPT-RECORD(82:8).
           MOVE SORT-PROFILE TO RPT-RECORD(91:16).
           MOVE SORT-SELECT TO RPT-RECORD(108:5).
           MOVE SORT-STREAMS TO RPT-RECORD(115:5).
           MOVE SORT-SOURCE TO RPT-RECORD(121:4).
           WRITE RPT-RECORD.

       WRITE-GAP-LINE.
           ADD 1 TO GAP-COUNT.
           ADD 1 TO GEN-GAPS.
           MOVE SPACES TO RPT-RECORD.
           MOVE "  GAP" TO RPT-RECORD(1:5).
           COMPUTE RANGE-SIZE = GROUP-MAX-END + 1.
           MOVE RANGE-SIZE TO CHR-POS.
           MOVE CHR-POS TO RPT-RECORD(10:20).
           COMPUTE RANGE-SIZE = RANGE-START - 1.
           MOVE RANGE-SIZE TO CHR-POS.
           MOVE CHR-POS TO RPT-RECORD(31:20).
           COMPUTE RANGE-SIZE = RANGE-START - GROUP-MAX-END - 1.
           MOVE RANGE-SIZE TO CHR-POS.
           MOVE CHR-POS TO RPT-RECORD(52:20).
           MOVE "UNUSED" TO RPT-RECORD(73:6).
           WRITE RPT-RECORD.

       CHECK-RANGE-OVERLAPS.
           MOVE 0 TO ACTIVE-KEEP.
           PERFORM VARYING ACT-IDX FROM 1 BY 1
                   UNTIL ACT-IDX > ACTIVE-COUNT
               IF ACT-END(ACT-IDX) >= RANGE-START
                   PERFORM WRITE-OVERLAP-LINES
                   ADD 1 TO ACTIVE-KEEP
                   IF ACTIVE-KEEP < ACT-IDX
                       MOVE ACTIVE-ENTRY(ACT-IDX)
                           TO ACTIVE-ENTRY(ACTIVE-KEEP)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ACTIVE-KEEP TO ACTIVE-COUNT.

       WRITE-OVERLAP-LINES.
           ADD 1 TO OVERLAP-COUNT.
           ADD 1 TO GEN-OVERLAPS.
           IF ACT-END(ACT-IDX) < RANGE-END
               MOVE ACT-END(ACT-IDX) TO OVLP-END
           ELSE
               MOVE RANGE-END TO OVLP-END
           END-IF.
           MOVE SPACES TO RPT-RECORD.
           MOVE "  OVERLAP" TO RPT-RECORD(1:9).
           MOVE RANGE-START TO CHR-POS.
           MOVE CHR-POS TO RPT-RECORD(10:20).
           MOVE OVLP-END TO CHR-POS.
           MOVE CHR-POS TO RPT-RECORD(31:20).
           COMPUTE RANGE-SIZE = OVLP-END - RANGE-START + 1.
           MOVE RANGE-SIZE TO CHR-POS.
           MOVE CHR-POS TO RPT-RECORD(52:20).
           MOVE SORT-DATE TO RPT-RECORD(73:8).
           MOVE SORT-TIME TO RPT-RECORD(82:8).
           MOVE SORT-PROFILE TO RPT-RECORD(91:16).
           MOVE SORT-SELECT TO RPT-RECORD(108:5).
           MOVE SORT-STREAMS TO RPT-RECORD(115:5).
           MOVE SORT-SOURCE TO RPT-RECORD(121:4).
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "    WITH" TO RPT-RECORD(1:8).
           MOVE ACT-START(ACT-IDX) TO CHR-POS.
           MOVE CHR-POS TO RPT-RECORD(10:20).
           MOVE ACT-END(ACT-IDX) TO CHR-POS.
           MOVE CHR-POS TO RPT-RECORD(31:20).
           MOVE ACT-DATE(ACT-IDX) TO RPT-RECORD(73:8).
           MOVE ACT-TIME(ACT-IDX) TO RPT-RECORD(82:8).
           MOVE ACT-PROFILE(ACT-IDX) TO RPT-RECORD(91:16).
           MOVE ACT-SELECT(ACT-IDX) TO RPT-RECORD(108:5).
           MOVE ACT-STREAMS(ACT-IDX) TO RPT-RECORD(115:5).
           MOVE ACT-SOURCE(ACT-IDX) TO RPT-RECORD(121:4).
           WRITE RPT-RECORD.

       ADD-ACTIVE-RANGE.
           IF ACTIVE-COUNT >= 500
               SET ACTIVE-FULL TO TRUE
           ELSE
               ADD 1 TO ACTIVE-COUNT
               MOVE RANGE-START TO ACT-START(ACTIVE-COUNT)
               MOVE RANGE-END TO ACT-END(ACTIVE-COUNT)
               MOVE SORT-DATE TO ACT-DATE(ACTIVE-COUNT)
               MOVE SORT-TIME TO ACT-TIME(ACTIVE-COUNT)
               MOVE SORT-PROFILE TO ACT-PROFILE(ACTIVE-COUNT)
               MOVE SORT-SELECT TO ACT-SELECT(ACTIVE-COUNT)
               MOVE SORT-STREAMS TO ACT-STREAMS(ACTIVE-COUNT)
               MOVE SORT-SOURCE TO ACT-SOURCE(ACTIVE-COUNT)
           END-IF.

       WRITE-LEDGER-TOTALS.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "TOTALS" TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "  RUNS READ        :" TO RPT-RECORD(1:20).
           MOVE INPUT-COUNT TO CHR-SUM.
           MOVE CHR-SUM TO RPT-RECORD(22:15).
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "  RUNS WITH RANGE  :" TO RPT-RECORD(1:20).
           MOVE RANGE-COUNT TO CHR-SUM.
           MOVE CHR-SUM TO RPT-RECORD(22:15).
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "  NO RANGE RECORDED:" TO RPT-RECORD(1:20).
           MOVE NO-RANGE-COUNT TO CHR-SUM.
           MOVE CHR-SUM TO RPT-RECORD(22:15).
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "  SEEDS            :" TO RPT-RECORD(1:20).
           MOVE GEN-COUNT TO CHR-SUM.
           MOVE CHR-SUM TO RPT-RECORD(22:15).
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "  GAPS             :" TO RPT-RECORD(1:20).
           MOVE GAP-COUNT TO CHR-SUM.
           MOVE CHR-SUM TO RPT-RECORD(22:15).
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "  OVERLAPS         :" TO RPT-RECORD(1:20).
           MOVE OVERLAP-COUNT TO CHR-SUM.
           MOVE CHR-SUM TO RPT-RECORD(22:15).
           WRITE RPT-RECORD.
           IF ACTIVE-FULL
               MOVE SPACES TO RPT-RECORD
               MOVE "  OVERLAP TABLE FULL - LIST INCOMPLETE"
                   TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.

       CHECK-UNSIGNED-VALUE.
           SET VAL-OK TO TRUE.
           COMPUTE VAL-LEN = LENGTH(TRIM(VAL-FIELD)).
           IF VAL-LEN = 0
               SET VAL-BAD TO TRUE
           END-IF.
           MOVE TRIM(VAL-FIELD) TO VAL-FIELD.
           PERFORM VARYING VAL-IDX FROM 1 BY 1
                   UNTIL VAL-IDX > VAL-LEN OR VAL-BAD
               MOVE VAL-FIELD(VAL-IDX:1) TO VAL-CHR
               IF VAL-CHR < "0" OR VAL-CHR > "9"
                   SET VAL-BAD TO TRUE
               END-IF
           END-PERFORM.

       PARSE-PARM-STRING.
           MOVE 0 TO PARM-ENTRY-COUNT.
           COMPUTE PARM-LEN = LENGTH(TRIM(PARM-STRING)).
           MOVE 1 TO PARM-PTR.
           PERFORM UNTIL PARM-PTR > PARM-LEN
                   OR PARM-ENTRY-COUNT >= 20
               MOVE SPACES TO PARM-TOK
               UNSTRING PARM-STRING DELIMITED BY ","
                   INTO PARM-TOK
                   WITH POINTER PARM-PTR
               END-UNSTRING
               IF PARM-TOK NOT = SPACES
                   ADD 1 TO PARM-ENTRY-COUNT
                   MOVE SPACES TO PARM-ENTRY-KEY(PARM-ENTRY-COUNT)
                   MOVE SPACES TO PARM-ENTRY-VAL(PARM-ENTRY-COUNT)
                   UNSTRING PARM-TOK DELIMITED BY "="
                       INTO PARM-ENTRY-KEY(PARM-ENTRY-COUNT)
                            PARM-ENTRY-VAL(PARM-ENTRY-COUNT)
                   END-UNSTRING
               END-IF
           END-PERFORM.

       LOOKUP-PARM.
           SET PARM-LOOKUP-NOT-FOUND TO TRUE.
           MOVE SPACES TO PARM-LOOKUP-VAL.
           PERFORM VARYING PARM-PI FROM 1 BY 1
                   UNTIL PARM-PI > PARM-ENTRY-COUNT
                       OR PARM-LOOKUP-FOUND
               IF PARM-ENTRY-KEY(PARM-PI) = PARM-LOOKUP-KEY
                   MOVE PARM-ENTRY-VAL(PARM-PI) TO PARM-LOOKUP-VAL
                   SET PARM-LOOKUP-FOUND TO TRUE
               END-IF
           END-PERFORM.
