                   SELECT MANI-FILE ASSIGN TO "MANIFILE"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS MANI-FILE-STAT.
                   SELECT CERT-FILE ASSIGN TO "CERTFILE"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS CERT-FILE-STAT.
                   SELECT SPLIT-FILE-1 ASSIGN TO "SPLIT01"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS SPLIT-FILE-STAT.
               FD MANI-FILE.
               01 MANI-RECORD PIC X(100).

               FD CERT-FILE.
               01 CERT-RECORD PIC X(200).

               FD SPLIT-FILE-1.
               01 SPLIT-RECORD-1 PIC X(146).

               77 OUT-FILE-STAT PIC X(02).
               77 HOLD-FILE-STAT PIC X(02).
               77 MANI-FILE-STAT PIC X(02).
               77 CERT-FILE-STAT PIC X(02).
               77 SPLIT-FILE-STAT PIC X(02).

               77 SPLIT-MAX BINARY-LONG UNSIGNED VALUE 8.
                       10 GI-CHECKSUM BINARY-DOUBLE UNSIGNED.
                       10 GI-STATUS PIC X(08).
                       10 GI-SPLIT-NO BINARY-LONG UNSIGNED.
                       10 GI-HDR-STAMP PIC X(16).
                       10 GI-CERT PIC X(08).
               77 GROUP-MAX BINARY-LONG UNSIGNED VALUE 2000.
               77 GI-IDX BINARY-LONG UNSIGNED.
               77 CUR-GROUP BINARY-LONG UNSIGNED.
               77 RELEASED-COUNT BINARY-LONG UNSIGNED.
               77 HELD-COUNT BINARY-LONG UNSIGNED.
               77 ORPHAN-COUNT BINARY-LONG UNSIGNED.
               77 NOCERT-COUNT BINARY-LONG UNSIGNED.
               77 CERT-KEY PIC X(65).
               77 CHR-COUNT PIC Z(10).
               77 CHR-CHECKSUM PIC Z(20).
               77 MANI-FILE-NAME PIC X(08).
           MOVE 0 TO RELEASED-COUNT.
           MOVE 0 TO HELD-COUNT.
           MOVE 0 TO ORPHAN-COUNT.
           MOVE 0 TO NOCERT-COUNT.
           SET GROUP-CLOSED TO TRUE.
           SET HOLD-NOT-OPENED TO TRUE.

           PERFORM SCAN-PASS.
           PERFORM CERT-PASS.
           PERFORM ASSIGN-SPLIT-FILES.
           PERFORM WRITE-MANIFEST.
           PERFORM COPY-PASS.
           DISPLAY "Groups released    : " TRIM(CHR-COUNT).
           MOVE HELD-COUNT TO CHR-COUNT.
           DISPLAY "Groups held        : " TRIM(CHR-COUNT).
           MOVE NOCERT-COUNT TO CHR-COUNT.
           DISPLAY "  not certified    : " TRIM(CHR-COUNT).
           MOVE ORPHAN-COUNT TO CHR-COUNT.
           DISPLAY "Orphan records held: " TRIM(CHR-COUNT).
           IF HELD-COUNT > 0 OR ORPHAN-COUNT > 0
           MOVE OUT-RECORD(60:4) TO GI-REQ-ID(CUR-GROUP).
           MOVE OUT-RECORD(64:5) TO GI-STREAM(CUR-GROUP).
           MOVE OUT-RECORD(39:1) TO HDR-DIST-MODE.
           MOVE OUT-RECORD(2:16) TO GI-HDR-STAMP(CUR-GROUP).
           MOVE SPACES TO GI-CERT(CUR-GROUP).
           MOVE 0 TO GI-D-COUNT(CUR-GROUP).
           MOVE 0 TO GI-CHECKSUM(CUR-GROUP).
           MOVE 0 TO GI-SPLIT-NO(CUR-GROUP).
           END-IF.
           SET GROUP-CLOSED TO TRUE.

       CERT-PASS.
           OPEN INPUT CERT-FILE.
           IF CERT-FILE-STAT = "00"
               PERFORM UNTIL CERT-FILE-STAT NOT = "00"
                   READ CERT-FILE
                       AT END CONTINUE
                   END-READ
                   IF CERT-FILE-STAT = "00"
                       PERFORM MATCH-CERT-RECORD
                   END-IF
               END-PERFORM
               CLOSE CERT-FILE
           END-IF.
           PERFORM VARYING GI-IDX FROM 1 BY 1
                   UNTIL GI-IDX > GROUP-COUNT
               IF GI-STATUS(GI-IDX) = "RELEASED"
                       AND GI-CERT(GI-IDX) NOT = "PASS"
                       AND GI-CERT(GI-IDX) NOT = "EXEMPT"
                   MOVE "NOCERT" TO GI-STATUS(GI-IDX)
                   ADD 1 TO NOCERT-COUNT
               END-IF
           END-PERFORM.

       MATCH-CERT-RECORD.
           PERFORM VARYING GI-IDX FROM 1 BY 1
                   UNTIL GI-IDX > GROUP-COUNT
               MOVE SPACES TO CERT-KEY
               MOVE GI-HDR-STAMP(GI-IDX) TO CERT-KEY(1:16)
               MOVE GI-SEED(GI-IDX) TO CERT-KEY(17:10)
               MOVE GI-REQ-ID(GI-IDX) TO CERT-KEY(27:4)
               MOVE GI-STREAM(GI-IDX) TO CERT-KEY(31:5)
               MOVE GI-D-COUNT(GI-IDX) TO CHR-COUNT
               MOVE CHR-COUNT TO CERT-KEY(36:10)
               MOVE GI-CHECKSUM(GI-IDX) TO CHR-CHECKSUM
               MOVE CHR-CHECKSUM TO CERT-KEY(46:20)
               IF CERT-RECORD(17:65) = CERT-KEY
                   MOVE CERT-RECORD(150:8) TO GI-CERT(GI-IDX)
               END-IF
           END-PERFORM.

       ASSIGN-SPLIT-FILES.
           PERFORM VARYING GI-IDX FROM 1 BY 1
                   UNTIL GI-IDX > GROUP-COUNT
           END-PERFORM.

       ACCUMULATE-OUT-RECORD.
           IF HDR-DIST-MODE = "P" OR HDR-DIST-MODE = "S"
               MOVE NUMVAL(PAYLOAD(1:10)) TO LINE-VAL
               COMPUTE CHECKSUM = CHECKSUM B-XOR LINE-VAL
           ELSE
