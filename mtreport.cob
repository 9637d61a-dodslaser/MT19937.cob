       DATA DIVISION.
           FILE SECTION.
               FD AUDIT-FILE.
               01 AUDIT-RECORD PIC X(320).

               FD RPT-FILE.
               01 RPT-RECORD PIC X(132).

               77 RUN-COUNT BINARY-LONG UNSIGNED.
               77 OVERRIDE-COUNT BINARY-LONG UNSIGNED.
               77 REGEN-COUNT BINARY-LONG UNSIGNED.
               77 PURGE-COUNT BINARY-LONG UNSIGNED.
               77 VALUE-SUM BINARY-DOUBLE UNSIGNED.
               01 PROFILE-SEEN-TABLE.
                   05 PROFILE-SEEN OCCURS 100 TIMES PIC X(16).

           MOVE 0 TO RUN-COUNT.
           MOVE 0 TO OVERRIDE-COUNT.
           MOVE 0 TO REGEN-COUNT.
           MOVE 0 TO PURGE-COUNT.
           MOVE 0 TO VALUE-SUM.
           MOVE 0 TO PROFILE-SEEN-COUNT.

           PERFORM WRITE-RPT-HEADING.
           PERFORM REPORT-RUNS.
           PERFORM REPORT-OVERRIDES.
           PERFORM REPORT-REGENERATIONS.
           PERFORM REPORT-PURGES.
           PERFORM WRITE-RPT-TOTALS.
           CLOSE RPT-FILE.
           MOVE RUN-COUNT TO CHR-COUNT.
           DISPLAY "Runs reported     : " TRIM(CHR-COUNT).
           MOVE OVERRIDE-COUNT TO CHR-COUNT.
           DISPLAY "Overrides reported: " TRIM(CHR-COUNT).
           MOVE REGEN-COUNT TO CHR-COUNT.
           DISPLAY "Regens reported   : " TRIM(CHR-COUNT).
           MOVE PURGE-COUNT TO CHR-COUNT.
           DISPLAY "Purges reported   : " TRIM(CHR-COUNT).
           STOP RUN.

       WRITE-RPT-HEADING.
               END-READ
               IF AUDIT-FILE-STAT = "00"
                       AND AUDIT-RECORD NOT = SPACES
                       AND AUDIT-RECORD(114:8) = SPACES
                   MOVE NUMVAL(AUDIT-RECORD(1:8)) TO SCAN-DATE
                   IF SCAN-DATE >= FROM-DATE
                           AND SCAN-DATE <= TO-DATE
                           MOVE AUDIT-RECORD(92:5)
                               TO RPT-RECORD(72:5)
                           MOVE "OVERRIDE" TO RPT-RECORD(90:8)
                           MOVE AUDIT-RECORD(216:8)
                               TO RPT-RECORD(99:8)
                           MOVE AUDIT-RECORD(224:8)
                               TO RPT-RECORD(108:8)
                           WRITE RPT-RECORD
                       END-IF
                   END-IF
               WRITE RPT-RECORD
           END-IF.

       REPORT-REGENERATIONS.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "REGENERATION ENTRIES" TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "DATE" TO RPT-RECORD(1:8).
           MOVE "TIME" TO RPT-RECORD(10:8).
           MOVE "SEED" TO RPT-RECORD(25:4).
           MOVE "N" TO RPT-RECORD(40:1).
           MOVE "PROFILE" TO RPT-RECORD(48:7).
           MOVE "STREAM" TO RPT-RECORD(65:6).
           MOVE "RESULT" TO RPT-RECORD(78:6).
           MOVE "RUN DATE" TO RPT-RECORD(87:8).
           MOVE "RUN TIME" TO RPT-RECORD(96:8).
           MOVE "OPERATOR" TO RPT-RECORD(105:8).
           WRITE RPT-RECORD.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STAT = "00"
               PERFORM UNTIL AUDIT-FILE-STAT NOT = "00"
                   READ AUDIT-FILE
                       AT END CONTINUE
                   END-READ
                   IF AUDIT-FILE-STAT = "00"
                           AND AUDIT-RECORD NOT = SPACES
                           AND (AUDIT-RECORD(114:8) = "REGEN"
                               OR AUDIT-RECORD(114:8) = "REGENBAD")
                       MOVE NUMVAL(AUDIT-RECORD(1:8)) TO SCAN-DATE
                       IF SCAN-DATE >= FROM-DATE
                               AND SCAN-DATE <= TO-DATE
                           ADD 1 TO REGEN-COUNT
                           PERFORM WRITE-REGEN-DETAIL
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
           IF REGEN-COUNT = 0
               MOVE SPACES TO RPT-RECORD
               MOVE "  (NONE)" TO RPT-RECORD(1:8)
               WRITE RPT-RECORD
           END-IF.

       WRITE-REGEN-DETAIL.
           MOVE SPACES TO RPT-RECORD.
           MOVE AUDIT-RECORD(1:8) TO RPT-RECORD(1:8).
           MOVE AUDIT-RECORD(9:8) TO RPT-RECORD(10:8).
           MOVE AUDIT-RECORD(17:10) TO RPT-RECORD(19:10).
           MOVE NUMVAL(AUDIT-RECORD(27:10)) TO SCAN-N.
           MOVE SCAN-N TO CHR-N.
           MOVE CHR-N TO RPT-RECORD(31:10).
           MOVE AUDIT-RECORD(97:16) TO RPT-RECORD(48:16).
           MOVE AUDIT-RECORD(87:5) TO RPT-RECORD(66:5).
           IF AUDIT-RECORD(114:8) = "REGEN"
               MOVE "MATCH" TO RPT-RECORD(78:8)
           ELSE
               MOVE "MISMATCH" TO RPT-RECORD(78:8)
           END-IF.
           MOVE AUDIT-RECORD(159:8) TO RPT-RECORD(87:8).
           MOVE AUDIT-RECORD(167:8) TO RPT-RECORD(96:8).
           MOVE AUDIT-RECORD(175:8) TO RPT-RECORD(105:8).
           WRITE RPT-RECORD.

       REPORT-PURGES.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE "CHECKPOINT PURGES" TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "DATE" TO RPT-RECORD(1:8).
           MOVE "TIME" TO RPT-RECORD(10:8).
           MOVE "SEED" TO RPT-RECORD(25:4).
           MOVE "POSITION" TO RPT-RECORD(33:8).
           MOVE "PROFILE" TO RPT-RECORD(48:7).
           MOVE "FILE" TO RPT-RECORD(65:4).
           MOVE "CKPTDATE" TO RPT-RECORD(78:8).
           MOVE "CKPTTIME" TO RPT-RECORD(87:8).
           MOVE "OPERATOR" TO RPT-RECORD(105:8).
           WRITE RPT-RECORD.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STAT = "00"
               PERFORM UNTIL AUDIT-FILE-STAT NOT = "00"
                   READ AUDIT-FILE
                       AT END CONTINUE
                   END-READ
                   IF AUDIT-FILE-STAT = "00"
                           AND AUDIT-RECORD NOT = SPACES
                           AND AUDIT-RECORD(114:8) = "CKPTPURG"
                       MOVE NUMVAL(AUDIT-RECORD(1:8)) TO SCAN-DATE
                       IF SCAN-DATE >= FROM-DATE
                               AND SCAN-DATE <= TO-DATE
                           ADD 1 TO PURGE-COUNT
                           PERFORM WRITE-PURGE-DETAIL
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
           IF PURGE-COUNT = 0
               MOVE SPACES TO RPT-RECORD
               MOVE "  (NONE)" TO RPT-RECORD(1:8)
               WRITE RPT-RECORD
           END-IF.

       WRITE-PURGE-DETAIL.
           MOVE SPACES TO RPT-RECORD.
           MOVE AUDIT-RECORD(1:8) TO RPT-RECORD(1:8).
           MOVE AUDIT-RECORD(9:8) TO RPT-RECORD(10:8).
           MOVE AUDIT-RECORD(17:10) TO RPT-RECORD(19:10).
           MOVE NUMVAL(AUDIT-RECORD(27:10)) TO SCAN-N.
           MOVE SCAN-N TO CHR-N.
           MOVE CHR-N TO RPT-RECORD(31:10).
           MOVE AUDIT-RECORD(97:16) TO RPT-RECORD(48:16).
           MOVE AUDIT-RECORD(183:8) TO RPT-RECORD(65:8).
           MOVE AUDIT-RECORD(159:8) TO RPT-RECORD(78:8).
           MOVE AUDIT-RECORD(167:8) TO RPT-RECORD(87:8).
           MOVE AUDIT-RECORD(175:8) TO RPT-RECORD(105:8).
           WRITE RPT-RECORD.

       NOTE-PROFILE.
           IF SCAN-PROFILE NOT = SPACES
               SET PROFILE-NEW TO TRUE
           MOVE CHR-SUM TO RPT-RECORD(22:15).
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "  REGENERATIONS    :" TO RPT-RECORD(1:20).
           MOVE REGEN-COUNT TO CHR-SUM.
           MOVE CHR-SUM TO RPT-RECORD(22:15).
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "  CHECKPOINT PURGES:" TO RPT-RECORD(1:20).
           MOVE PURGE-COUNT TO CHR-SUM.
           MOVE CHR-SUM TO RPT-RECORD(22:15).
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           MOVE "  DISTINCT PROFILES:" TO RPT-RECORD(1:20).
           MOVE PROFILE-SEEN-COUNT TO CHR-SUM.
           MOVE CHR-SUM TO RPT-RECORD(22:15).
