               01 OUT-RECORD PIC X(146).

               FD AUDIT-FILE.
               01 AUDIT-RECORD PIC X(320).

               FD ARCH-FILE.
               01 ARCH-RECORD PIC X(320).

               FD SYSIN-FILE.
               01 SYSIN-RECORD PIC X(200).
               77 AUDIT-FILE-STAT PIC X(02).
               77 ARCH-FILE-STAT PIC X(02).
               77 SYSIN-FILE-STAT PIC X(02).
               77 SCAN-RECORD PIC X(320).

               77 SEED BINARY-LONG UNSIGNED.
               77 SEED-FILTER-SW PIC X(01).

               77 VERIFY-RC BINARY-SHORT UNSIGNED.

               COPY "mtchain.cpy".
               77 CHAIN-SW PIC X(01).
                   88 CHAIN-MODE VALUE "Y".
                   88 OUTFILE-MODE VALUE "N".
               77 LINK-SW PIC X(01).
                   88 LINK-SEEN VALUE "Y".
                   88 LINK-NOT-SEEN VALUE "N".
               77 CHAIN-BREAK-SW PIC X(01).
                   88 CHAIN-BROKEN VALUE "Y".
                   88 CHAIN-INTACT VALUE "N".
               77 CHAIN-FILE PIC X(09).
               77 CHAIN-REC-NUM BINARY-LONG UNSIGNED.
               77 CHAIN-REC-SEQ BINARY-DOUBLE UNSIGNED.
               77 CHAIN-REC-VALUE BINARY-DOUBLE UNSIGNED.
               77 CHAIN-PREV-SEQ BINARY-DOUBLE UNSIGNED.
               77 CHAIN-PREV-VALUE BINARY-DOUBLE UNSIGNED.
               77 CHAIN-EXPECT-SEQ BINARY-DOUBLE UNSIGNED.
               77 CHAIN-REASON PIC X(50).
               77 CHAIN-READ-COUNT BINARY-LONG UNSIGNED.
               77 CHAIN-LINK-COUNT BINARY-LONG UNSIGNED.
               77 CHAIN-LEGACY-COUNT BINARY-LONG UNSIGNED.
               77 CHAIN-ANCHOR-COUNT BINARY-LONG UNSIGNED.

               77 PARM-STRING PIC X(200).
               77 PARM-SW PIC X(01).
                   88 HAS-PARM VALUE "Y".
               END-ACCEPT
           END-IF.

           SET OUTFILE-MODE TO TRUE.
           MOVE "CHAIN" TO PARM-LOOKUP-KEY.
           SET PARM-LOOKUP-NOT-FOUND TO TRUE.
           IF HAS-PARM PERFORM LOOKUP-PARM END-IF.
           IF PARM-LOOKUP-FOUND
               IF PARM-LOOKUP-VAL = "Y" OR PARM-LOOKUP-VAL = "y"
                   SET CHAIN-MODE TO TRUE
               END-IF
           ELSE
               ACCEPT CHAIN-SW FROM ENVIRONMENT "CHAIN"
                      ON EXCEPTION SET OUTFILE-MODE TO TRUE
               END-ACCEPT
               IF CHAIN-SW = "y"
                   SET CHAIN-MODE TO TRUE
               END-IF
               IF NOT CHAIN-MODE
                   SET OUTFILE-MODE TO TRUE
               END-IF
           END-IF.
           IF CHAIN-MODE
               PERFORM VERIFY-AUDIT-CHAIN
               PERFORM REPORT-CHAIN-RESULT
               MOVE VERIFY-RC TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM FIND-AUDIT-ENTRY.
           IF AUDIT-NOT-FOUND
               PERFORM FIND-ARCHIVE-ENTRY

       TEST-AUDIT-SCAN.
           IF SCAN-RECORD NOT = SPACES
                   AND SCAN-RECORD(114:8) = SPACES
               MOVE NUMVAL(SCAN-RECORD(17:10))
                   TO AUDIT-REC-SEED
               IF NO-SEED-FILTER OR AUDIT-REC-SEED = SEED
           END-IF.

       ACCUMULATE-OUT-RECORD.
           IF HDR-DIST-MODE = "P" OR HDR-DIST-MODE = "S"
               MOVE NUMVAL(PAYLOAD(1:10)) TO LINE-VAL
               COMPUTE CHECKSUM = CHECKSUM B-XOR LINE-VAL
           ELSE
               END-IF
           END-IF.

       VERIFY-AUDIT-CHAIN.
           SET LINK-NOT-SEEN TO TRUE.
           SET CHAIN-INTACT TO TRUE.
           MOVE 0 TO CHAIN-PREV-SEQ.
           MOVE 0 TO CHAIN-PREV-VALUE.
           MOVE 0 TO CHAIN-READ-COUNT.
           MOVE 0 TO CHAIN-LINK-COUNT.
           MOVE 0 TO CHAIN-LEGACY-COUNT.
           MOVE 0 TO CHAIN-ANCHOR-COUNT.
           MOVE "ARCHFILE" TO CHAIN-FILE.
           MOVE 0 TO CHAIN-REC-NUM.
           OPEN INPUT ARCH-FILE.
           IF ARCH-FILE-STAT = "00"
               PERFORM UNTIL ARCH-FILE-STAT NOT = "00"
                       OR CHAIN-BROKEN
                   READ ARCH-FILE
                       AT END CONTINUE
                   END-READ
                   IF ARCH-FILE-STAT = "00"
                       ADD 1 TO CHAIN-REC-NUM
                       MOVE ARCH-RECORD TO SCAN-RECORD
                       PERFORM CHECK-CHAIN-RECORD
                   END-IF
               END-PERFORM
               CLOSE ARCH-FILE
           END-IF.
           IF ARCH-FILE-STAT NOT = "00" AND ARCH-FILE-STAT NOT = "10"
                   AND ARCH-FILE-STAT NOT = "35" AND CHAIN-INTACT
               MOVE SPACES TO CHAIN-REASON
               STRING "CANNOT READ ARCHFILE, STATUS " ARCH-FILE-STAT
                   DELIMITED BY SIZE INTO CHAIN-REASON
               END-STRING
               SET CHAIN-BROKEN TO TRUE
           END-IF.
           IF CHAIN-INTACT
               MOVE "AUDITFILE" TO CHAIN-FILE
               MOVE 0 TO CHAIN-REC-NUM
               OPEN INPUT AUDIT-FILE
               IF AUDIT-FILE-STAT = "00"
                   PERFORM UNTIL AUDIT-FILE-STAT NOT = "00"
                           OR CHAIN-BROKEN
                       READ AUDIT-FILE
                           AT END CONTINUE
                       END-READ
                       IF AUDIT-FILE-STAT = "00"
                           ADD 1 TO CHAIN-REC-NUM
                           MOVE AUDIT-RECORD TO SCAN-RECORD
                           PERFORM CHECK-CHAIN-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE AUDIT-FILE
               END-IF
           END-IF.

       CHECK-CHAIN-RECORD.
           IF SCAN-RECORD NOT = SPACES
               ADD 1 TO CHAIN-READ-COUNT
               MOVE 0 TO CHAIN-REC-SEQ
               IF SCAN-RECORD(280:10) NOT = SPACES
                   MOVE NUMVAL(SCAN-RECORD(280:10)) TO CHAIN-REC-SEQ
                   MOVE NUMVAL(SCAN-RECORD(290:20))
                       TO CHAIN-REC-VALUE
               END-IF
               COMPUTE CHAIN-EXPECT-SEQ = CHAIN-PREV-SEQ + 1
               EVALUATE TRUE
                   WHEN SCAN-RECORD(114:8) = "ANCHOR"
                       PERFORM CHECK-CHAIN-ANCHOR
                   WHEN SCAN-RECORD(280:10) = SPACES
                       IF LINK-SEEN
                           MOVE "RECORD CARRIES NO CHAIN LINK"
                               TO CHAIN-REASON
                           SET CHAIN-BROKEN TO TRUE
                       ELSE
                           ADD 1 TO CHAIN-LEGACY-COUNT
                       END-IF
                   WHEN CHAIN-REC-SEQ > CHAIN-EXPECT-SEQ
                       MOVE "MISSING RECORD(S) BEFORE THIS RECORD"
                           TO CHAIN-REASON
                       SET CHAIN-BROKEN TO TRUE
                   WHEN CHAIN-REC-SEQ < CHAIN-EXPECT-SEQ
                       MOVE "RECORD OUT OF SEQUENCE" TO CHAIN-REASON
                       SET CHAIN-BROKEN TO TRUE
                   WHEN OTHER
                       MOVE SCAN-RECORD TO MTCHAIN-RECORD
                       MOVE CHAIN-PREV-VALUE TO MTCHAIN-PREV-VALUE
                       MOVE "LINK" TO MTCHAIN-FUNC
                       CALL "mtchain" USING MTCHAIN-AREA
                       IF MTCHAIN-VALUE NOT = CHAIN-REC-VALUE
                           MOVE "BROKEN LINK - RECORD ALTERED"
                               TO CHAIN-REASON
                           SET CHAIN-BROKEN TO TRUE
                       ELSE
                           ADD 1 TO CHAIN-LINK-COUNT
                           MOVE CHAIN-REC-SEQ TO CHAIN-PREV-SEQ
                           MOVE CHAIN-REC-VALUE TO CHAIN-PREV-VALUE
                           SET LINK-SEEN TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

       CHECK-CHAIN-ANCHOR.
           EVALUATE TRUE
               WHEN SCAN-RECORD(280:10) = SPACES
                   MOVE "ANCHOR CARRIES NO CHAIN LINK" TO CHAIN-REASON
                   SET CHAIN-BROKEN TO TRUE
               WHEN LINK-SEEN
                       AND (CHAIN-REC-SEQ NOT = CHAIN-PREV-SEQ
                           OR CHAIN-REC-VALUE NOT = CHAIN-PREV-VALUE)
                   MOVE "ANCHOR DOES NOT MATCH THE ARCHIVED CHAIN"
                       TO CHAIN-REASON
                   SET CHAIN-BROKEN TO TRUE
               WHEN LINK-NOT-SEEN AND CHAIN-REC-SEQ > 0
                   MOVE "ARCHIVED RECORDS MISSING BEFORE ANCHOR"
                       TO CHAIN-REASON
                   SET CHAIN-BROKEN TO TRUE
               WHEN OTHER
                   ADD 1 TO CHAIN-ANCHOR-COUNT
                   MOVE CHAIN-REC-SEQ TO CHAIN-PREV-SEQ
                   MOVE CHAIN-REC-VALUE TO CHAIN-PREV-VALUE
                   SET LINK-SEEN TO TRUE
           END-EVALUATE.

       REPORT-CHAIN-RESULT.
           DISPLAY "Verifying audit chain (ARCHFILE, AUDITFILE)".
           MOVE CHAIN-READ-COUNT TO CHR-COUNT.
           DISPLAY "  records read  : " TRIM(CHR-COUNT).
           MOVE CHAIN-LINK-COUNT TO CHR-COUNT.
           DISPLAY "  links verified: " TRIM(CHR-COUNT).
           IF CHAIN-ANCHOR-COUNT > 0
               MOVE CHAIN-ANCHOR-COUNT TO CHR-COUNT
               DISPLAY "  anchors       : " TRIM(CHR-COUNT)
           END-IF.
           IF CHAIN-LEGACY-COUNT > 0
               MOVE CHAIN-LEGACY-COUNT TO CHR-COUNT
               DISPLAY "  before chain  : " TRIM(CHR-COUNT)
           END-IF.
           EVALUATE TRUE
               WHEN CHAIN-BROKEN
                   DISPLAY "VERIFY FAIL: " TRIM(CHAIN-REASON)
                   MOVE CHAIN-REC-NUM TO CHR-COUNT
                   DISPLAY "  file          : " TRIM(CHAIN-FILE)
                       " record " TRIM(CHR-COUNT)
                   MOVE CHAIN-REC-SEQ TO CHR-COUNT
                   DISPLAY "  chain sequence: " TRIM(CHR-COUNT)
                   MOVE CHAIN-EXPECT-SEQ TO CHR-COUNT
                   DISPLAY "  expected      : " TRIM(CHR-COUNT)
                   MOVE 8 TO VERIFY-RC
               WHEN CHAIN-READ-COUNT = 0
                   DISPLAY "VERIFY FAIL: no audit records to verify"
                   MOVE 12 TO VERIFY-RC
               WHEN OTHER
                   MOVE CHAIN-PREV-SEQ TO CHR-COUNT
                   DISPLAY "  last sequence : " TRIM(CHR-COUNT)
                   MOVE CHAIN-PREV-VALUE TO CHR-CHECKSUM
                   DISPLAY "  last link     : " TRIM(CHR-CHECKSUM)
                   DISPLAY "VERIFY PASS"
                   MOVE 0 TO VERIFY-RC
           END-EVALUATE.

       PARSE-PARM-STRING.
           MOVE 0 TO PARM-ENTRY-COUNT.
           COMPUTE PARM-LEN = LENGTH(TRIM(PARM-STRING)).
