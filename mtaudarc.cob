       DATA DIVISION.
           FILE SECTION.
               FD AUDIT-FILE.
               01 AUDIT-RECORD PIC X(320).

               FD ARCH-FILE.
               01 ARCH-RECORD PIC X(320).

               FD AUDIT-WORK-FILE.
               01 AUDIT-WORK-RECORD PIC X(320).

               FD SEED-HIST-FILE.
               01 SEED-HIST-RECORD.
               77 CUTOFF-SW PIC X(01).
                   88 CUTOFF-GIVEN VALUE "Y".
                   88 CUTOFF-MISSING VALUE "N".
               77 SCAN-RECORD PIC X(320).
               77 SCAN-DATE PIC 9(08).
               77 WORK-MARKER PIC X(320)
                   VALUE "*RETAINED SET COMPLETE*".
               77 WORK-COMPLETE-SW PIC X(01).
                   88 WORK-COMPLETE VALUE "Y".
               77 KEEP-COUNT BINARY-LONG UNSIGNED.
               77 HIST-ADD-COUNT BINARY-LONG UNSIGNED.
               77 HIST-UPD-COUNT BINARY-LONG UNSIGNED.
               77 CUT-SW PIC X(01).
                   88 CUT-MADE VALUE "Y".
                   88 CUT-NOT-MADE VALUE "N".
               77 ANCHOR-SW PIC X(01).
                   88 ANCHOR-NEEDED VALUE "Y".
                   88 ANCHOR-NOT-NEEDED VALUE "N".
               77 ANCHOR-SEQ PIC X(10).
               77 ANCHOR-VALUE PIC X(20).
               77 ANCHOR-STAMP PIC X(16).
               77 CHR-COUNT PIC Z(10).

               77 VAL-IDX BINARY-LONG UNSIGNED.
               OPEN OUTPUT ARCH-FILE
           END-IF.
           OPEN OUTPUT AUDIT-WORK-FILE.
           SET CUT-NOT-MADE TO TRUE.
           SET ANCHOR-NOT-NEEDED TO TRUE.
           PERFORM UNTIL AUDIT-FILE-STAT NOT = "00"
               READ AUDIT-FILE
                   AT END CONTINUE
                   ADD 1 TO READ-COUNT
                   MOVE AUDIT-RECORD TO SCAN-RECORD
                   MOVE NUMVAL(SCAN-RECORD(1:8)) TO SCAN-DATE
                   IF SCAN-RECORD(114:8) = SPACES
                           OR SCAN-RECORD(114:8) = "OVERRIDE"
                       PERFORM POST-SEED-HISTORY
                   END-IF
                   IF SCAN-DATE < CUTOFF-DATE AND CUT-NOT-MADE
                       ADD 1 TO ARCH-COUNT
                       MOVE SCAN-RECORD TO ARCH-RECORD
                       WRITE ARCH-RECORD
                       MOVE SCAN-RECORD(1:16) TO ANCHOR-STAMP
                       IF SCAN-RECORD(280:10) NOT = SPACES
                           MOVE SCAN-RECORD(280:10) TO ANCHOR-SEQ
                           MOVE SCAN-RECORD(290:20) TO ANCHOR-VALUE
                           SET ANCHOR-NEEDED TO TRUE
                       END-IF
                   ELSE
                       IF CUT-NOT-MADE
                           PERFORM WRITE-CHAIN-ANCHOR
                       END-IF
                       ADD 1 TO KEEP-COUNT
                       MOVE SCAN-RECORD TO AUDIT-WORK-RECORD
                       WRITE AUDIT-WORK-RECORD
           END-PERFORM.
           CLOSE AUDIT-FILE.
           CLOSE ARCH-FILE.
           IF CUT-NOT-MADE
               PERFORM WRITE-CHAIN-ANCHOR
           END-IF.
           MOVE WORK-MARKER TO AUDIT-WORK-RECORD.
           WRITE AUDIT-WORK-RECORD.
           CLOSE AUDIT-WORK-FILE.

       WRITE-CHAIN-ANCHOR.
           SET CUT-MADE TO TRUE.
           IF ANCHOR-NEEDED
               ACCEPT CUR-DATE FROM DATE YYYYMMDD
               ACCEPT CUR-TIME FROM TIME
               MOVE SPACES TO AUDIT-WORK-RECORD
               MOVE ANCHOR-STAMP TO AUDIT-WORK-RECORD(1:16)
               MOVE "ANCHOR" TO AUDIT-WORK-RECORD(114:8)
               MOVE CUTOFF-DATE TO AUDIT-WORK-RECORD(159:8)
               MOVE CUR-DATE TO AUDIT-WORK-RECORD(167:8)
               MOVE CUR-TIME TO AUDIT-WORK-RECORD(183:8)
               MOVE ANCHOR-SEQ TO AUDIT-WORK-RECORD(280:10)
               MOVE ANCHOR-VALUE TO AUDIT-WORK-RECORD(290:20)
               WRITE AUDIT-WORK-RECORD
               ADD 1 TO KEEP-COUNT
           END-IF.

       REWRITE-AUDIT-FILE.
           OPEN OUTPUT AUDIT-FILE.
           OPEN INPUT AUDIT-WORK-FILE.
