                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS SHUF-FILE-STAT.
                   SELECT SORT-FILE ASSIGN TO "SORTWK".
                   SELECT QUOTA-FILE ASSIGN TO "QUOTAFILE"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS QUOTA-FILE-STAT.
                   SELECT SAMP-RPT-FILE ASSIGN TO "SAMPRPT"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS SAMP-RPT-STAT.
                   SELECT PROF-FILE ASSIGN TO "PROFFILE"
                       ORGANIZATION INDEXED
                       ACCESS RANDOM
                   SELECT JRNL-FILE ASSIGN TO "PROFJRNL"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS JRNL-FILE-STAT.
                   SELECT KEY-ARCH-FILE ASSIGN TO "KEYARCH"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS KEY-ARCH-STAT.
                   SELECT PARM-ARCH-FILE ASSIGN TO "PARMARCH"
                       ORGANIZATION LINE SEQUENTIAL
                       FILE STATUS IS PARM-ARCH-STAT.
                   SELECT APPR-FILE ASSIGN TO "APPRFILE"
                       ORGANIZATION INDEXED
                       ACCESS DYNAMIC
                       RECORD KEY IS APPR-KEY
                       FILE STATUS IS APPR-FILE-STAT.

       DATA DIVISION.
           FILE SECTION.
               FD CKPT-FILE.
               01 CKPT-RECORD PIC X(200).

               FD CKPT-ALT-FILE.
               01 CKPT-ALT-RECORD PIC X(200).

               FD OUT-FILE.
               01 OUT-RECORD PIC X(146).
               FD KEY-FILE.
               01 KEY-RECORD PIC X(20).

               FD KEY-ARCH-FILE.
               01 KEY-ARCH-RECORD PIC X(48).

               FD PARM-ARCH-FILE.
               01 PARM-ARCH-RECORD PIC X(160).

               FD AUDIT-FILE.
               01 AUDIT-RECORD PIC X(320).

               FD ARCH-FILE.
               01 ARCH-RECORD PIC X(320).

               FD SYSIN-FILE.
               01 SYSIN-RECORD PIC X(200).

               FD STREAM-CKPT-FILE.
               01 STREAM-CKPT-RECORD PIC X(120).

               FD STREAM-ALT-FILE.
               01 STREAM-ALT-RECORD PIC X(120).

               FD DECK-CKPT-FILE.
               01 DECK-CKPT-RECORD PIC X(80).

               FD DECK-ALT-FILE.
               01 DECK-ALT-RECORD PIC X(80).

               FD OUT-TRUNC-FILE.
               01 OUT-TRUNC-RECORD PIC X(146).
                   05 SORT-IN-POS PIC 9(10).
                   05 SORT-DATA PIC X(124).

               FD QUOTA-FILE.
               01 QUOTA-RECORD PIC X(80).

               FD SAMP-RPT-FILE.
               01 SAMP-RPT-RECORD PIC X(132).

               FD PROF-FILE.
               01 PROF-RECORD.
                   05 PROF-KEY PIC X(16).
                   05 PROF-EFF-FROM PIC X(08).
                   05 PROF-EFF-TO PIC X(08).
                   05 PROF-VERSION PIC 9(04).
                   05 PROF-PARMS PIC X(151).
                   05 PROF-LAYOUT PIC X(01).
                       88 PROF-LAYOUT-CURRENT VALUE HIGH-VALUE.
                   05 PROF-COST-CENTER PIC X(08).
                   05 PROF-SCHED PIC X(02).
                   05 PROF-SCHED-DAY PIC X(02).
               01 PROF-RECORD-OLD.
                   05 PROF-OLD-KEY PIC X(16).
                   05 PROF-OLD-PARMS PIC X(184).

               FD JRNL-FILE.
               01 JRNL-RECORD PIC X(256).

               FD APPR-FILE.
               01 APPR-RECORD.
                   05 APPR-KEY.
                       10 APPR-ID PIC 9(08).
                   05 APPR-ACTION PIC X(08).
                   05 APPR-STATUS PIC X(08).
                   05 APPR-REQUESTER PIC X(08).
                   05 APPR-REQ-DATE PIC 9(08).
                   05 APPR-REQ-TIME PIC 9(08).
                   05 APPR-APPROVER PIC X(08).
                   05 APPR-APPR-DATE PIC 9(08).
                   05 APPR-APPR-TIME PIC 9(08).
                   05 APPR-EXPIRES PIC 9(08).
                   05 APPR-USED-DATE PIC 9(08).
                   05 APPR-USED-TIME PIC 9(08).
                   05 APPR-SEED PIC 9(10).
                   05 APPR-SELECT PIC 9(05).
                   05 APPR-PROFILE PIC X(16).
                   05 APPR-PARMS PIC X(184).

               FD SEED-HIST-FILE.
               01 SEED-HIST-RECORD.
                   05 SEED-HIST-N PIC 9(10).
                   05 SEED-HIST-CHECKSUM PIC X(20).
                   05 SEED-HIST-PROFILE PIC X(16).
               01 SEED-HIST-RESV-RECORD.
                   05 SEED-HIST-RESV-KEY PIC X(15).
                   05 SEED-HIST-RESV-DATE PIC 9(08).
                   05 SEED-HIST-RESV-TIME PIC 9(08).
                   05 SEED-HIST-RESV-N PIC 9(10).
                   05 SEED-HIST-RESV-MARK PIC X(08).
                   05 SEED-HIST-RESV-BY PIC X(08).
                   05 FILLER PIC X(04).
                   05 SEED-HIST-RESV-PROFILE PIC X(16).

           WORKING-STORAGE SECTION.
               COPY "mtcore.cpy".
               COPY "mtchain.cpy".

               77 N-VALUES BINARY-LONG UNSIGNED.
               77 CHR-N-VALUES PIC Z(10).
               77 CKPT-FILE-STAT PIC X(02).
               77 CKPT-ALT-FILE-STAT PIC X(02).
               01 CKPT-BUF.
                   05 CKPT-BUF-REC OCCURS 700 TIMES PIC X(200).
               77 CKPT-BUF-COUNT BINARY-LONG UNSIGNED.
               77 CKPT-BUF-IDX BINARY-LONG UNSIGNED.
               77 CKPT-HDR PIC X(200).
               77 CKPT-COPY-STATE PIC X(01).
                   88 CKPT-COPY-VALID VALUE "V".
                   88 CKPT-COPY-INVALID VALUE "I".
               77 CKPT-INTEG BINARY-DOUBLE UNSIGNED.
               77 CKPT-INTEG-STORED BINARY-DOUBLE UNSIGNED.
               77 CKPT-STATE-VAL BINARY-DOUBLE UNSIGNED.
               77 CKPT-DATE PIC 9(08).
               77 CKPT-TIME PIC 9(08).
               77 STREAM-ALT-STAT PIC X(02).
               77 DECK-ALT-STAT PIC X(02).
               77 STRM-BUF PIC X(120).
               77 STRM-PRIM-STATE PIC X(01).
               77 STRM-ALT-STATE PIC X(01).
               77 STRM-COPY-STATE PIC X(01).
               77 STRM-INTEG BINARY-DOUBLE UNSIGNED.
               77 STRM-MODE-NUM BINARY-LONG UNSIGNED.
               77 DECK-BUF PIC X(80).
               77 DECK-PRIM-STATE PIC X(01).
               77 DECK-ALT-STATE PIC X(01).
               77 DECK-COPY-STATE PIC X(01).
               77 KEY-IDX BINARY-LONG UNSIGNED.
               77 KEY-CHECKSUM BINARY-DOUBLE UNSIGNED.
               77 KEY-FILE-STAT PIC X(02).
               77 KEY-ARCH-STAT PIC X(02).
               77 KEY-ARCH-IDX BINARY-LONG UNSIGNED.
               77 PARM-ARCH-STAT PIC X(02).
               77 KEY-RETAIN-SW PIC X(01).
                   88 KEY-RETAINED VALUE "Y".
                   88 KEY-NOT-RETAINED VALUE "N".
               77 DISCARD-COUNT BINARY-LONG UNSIGNED.
               77 SEED-MODE-SW PIC X(01).
                   88 ARRAY-SEED-MODE VALUE "A".
               77 PROF-RESOLVE-SW PIC X(01).
                   88 PROF-RESOLVED VALUE "Y".
                   88 PROF-NOT-RESOLVED VALUE "N".
                   88 PROF-REFUSED VALUE "X".
               77 CHR-PROF-VERSION PIC Z(04).

               77 REJ-FILE-STAT PIC X(02).
               77 STREAMS-COUNT BINARY-LONG UNSIGNED.
               77 STREAM-SELECT BINARY-LONG UNSIGNED.
               77 SUBSTREAM-SKIP BINARY-DOUBLE UNSIGNED.
               77 SEQ-FIRST BINARY-DOUBLE UNSIGNED.
               77 SEQ-POS BINARY-DOUBLE UNSIGNED.
               77 SEQ-KNOWN-SW PIC X(01) VALUE "N".
                   88 SEQ-KNOWN VALUE "Y".
                   88 SEQ-UNKNOWN VALUE "N".
               77 CHR-SUBSTREAM PIC Z(05).

               77 CUTOFF-SET-SW PIC X(01).
               77 OVERRIDE-SW PIC X(01).
                   88 OVERRIDE-ON VALUE "Y".
                   88 OVERRIDE-OFF VALUE "N".
               77 APPR-FILE-STAT PIC X(02).
               77 APPR-TODAY PIC 9(08).
               77 APPR-FOUND-SW PIC X(01).
                   88 APPR-FOUND VALUE "Y".
                   88 APPR-NOT-FOUND VALUE "N".
               77 REUSE-APPROVER PIC X(08) VALUE SPACES.
               77 PROFILE-COST-CENTER PIC X(08) VALUE SPACES.
               77 REUSE-APPR-ID PIC X(08) VALUE SPACES.
               77 SEED-USED-SW PIC X(01).
                   88 SEED-USED VALUE "Y".
                   88 SEED-NOT-USED VALUE "N".
               77 AUDIT-SCAN-SEED BINARY-LONG UNSIGNED.
               77 SEED-RESV-SW PIC X(01).
                   88 SEED-RESV-OTHER VALUE "Y".
                   88 SEED-RESV-OK VALUE "N".
               77 SEED-RESV-PROFILE PIC X(16).
               77 AUDIT-SCAN-SELECT BINARY-LONG UNSIGNED.
               77 SEED-HIST-STAT PIC X(02).
               77 HIST-TRUST-SW PIC X(01).
                   88 EXP-DIST VALUE "E".
                   88 TABLE-DIST VALUE "T".
                   88 SHUFFLE-DIST VALUE "P".
                   88 SAMPLE-DIST VALUE "S".
                   88 NO-DIST VALUE " ".
               77 WGT-FILE-STAT PIC X(02).
               01 WGT-TABLE.
                       10 WGT-SAMPLE-COUNT BINARY-LONG UNSIGNED.
               77 WGT-COUNT BINARY-LONG UNSIGNED.
               77 WGT-READ-COUNT BINARY-LONG UNSIGNED.
               77 WGT-HASH BINARY-DOUBLE UNSIGNED.
               77 WGT-CHR-IDX BINARY-LONG UNSIGNED.
               77 CHR-WGT-HASH PIC Z(15).
               77 WGT-IDX BINARY-LONG UNSIGNED.
               77 WGT-PICK BINARY-LONG UNSIGNED.
               77 WGT-LIMIT BINARY-LONG UNSIGNED VALUE 500.
                   88 SORT-EOF VALUE "Y".
                   88 SORT-NOT-EOF VALUE "N".
               77 CHR-SHUF-POS PIC 9(10).
               77 SAMPLE-ENV PIC X(01).
               77 SAMPLE-SW PIC X(01).
                   88 SAMPLE-MODE VALUE "Y".
                   88 NO-SAMPLE VALUE "N".
               77 STRATA-POS BINARY-LONG UNSIGNED.
               77 STRATA-LEN BINARY-LONG UNSIGNED.
               77 STRATA-KEY PIC X(40).
               01 STRATUM-TABLE.
                   05 STRATUM-ENTRY OCCURS 500 TIMES.
                       10 STRATUM-KEY PIC X(40).
                       10 STRATUM-POP BINARY-LONG UNSIGNED.
                       10 STRATUM-QUOTA BINARY-LONG UNSIGNED.
                       10 STRATUM-SEEN BINARY-LONG UNSIGNED.
                       10 STRATUM-SEL BINARY-LONG UNSIGNED.
                       10 STRATUM-BASIS PIC X(14).
               77 STRATUM-COUNT BINARY-LONG UNSIGNED.
               77 STRATUM-LIMIT BINARY-LONG UNSIGNED VALUE 500.
               77 STRATUM-IDX BINARY-LONG UNSIGNED.
               77 STRATUM-HIT BINARY-LONG UNSIGNED.
               77 STRATUM-OVER-SW PIC X(01).
                   88 STRATUM-OVERFLOW VALUE "Y".
                   88 STRATUM-FITS VALUE "N".
               01 QUOTA-TABLE.
                   05 QUOTA-ENTRY OCCURS 500 TIMES.
                       10 QUOTA-KEY PIC X(40).
                       10 QUOTA-TYPE PIC X(01).
                       10 QUOTA-COUNT BINARY-LONG UNSIGNED.
                       10 QUOTA-PCT PIC 9(03)V9(04).
               77 QUOTA-ENTRY-COUNT BINARY-LONG UNSIGNED.
               77 QUOTA-LIMIT BINARY-LONG UNSIGNED VALUE 500.
               77 QUOTA-IDX BINARY-LONG UNSIGNED.
               77 QUOTA-HIT BINARY-LONG UNSIGNED.
               77 QUOTA-DEFAULT-IDX BINARY-LONG UNSIGNED.
               77 QUOTA-ERR-COUNT BINARY-LONG UNSIGNED.
               77 QUOTA-FILE-STAT PIC X(02).
               77 QUOTA-HASH BINARY-DOUBLE UNSIGNED.
               77 QUOTA-HASH-MOD BINARY-DOUBLE UNSIGNED
                   VALUE 999999999999989.
               77 QUOTA-CHR-IDX BINARY-LONG UNSIGNED.
               77 SAMP-RPT-STAT PIC X(02).
               77 SAMPLE-NEED BINARY-DOUBLE UNSIGNED.
               77 SAMPLE-LEFT BINARY-DOUBLE UNSIGNED.
               77 SAMPLE-SEL-TOTAL BINARY-LONG UNSIGNED.
               77 CHR-QUOTA-PCT PIC ZZ9.9(4).
               77 CHR-QUOTA-HASH PIC Z(15).
               77 SHUF-HASH BINARY-DOUBLE UNSIGNED.
               77 SHUF-HASH-MOD BINARY-DOUBLE UNSIGNED
                   VALUE 99999999977.
               77 SHUF-CHR-IDX BINARY-LONG UNSIGNED.
               77 CHR-SHUF-HASH PIC 9(11).
               77 CHR-STRATA-LEN PIC Z(03).
               77 DIST-MEAN COMP-2.
               77 DIST-SD COMP-2.
               77 DIST-LAMBDA COMP-2.
               77 DIST-MEAN-X PIC X(20).
               77 DIST-SD-X PIC X(20).
               77 DIST-LAMBDA-X PIC X(20).
               77 DIST-Y COMP-2.
               77 DIST-U1 COMP-2.
               77 DIST-U2 COMP-2.
               77 AUDIT-FILE-STAT PIC X(02).
               77 AUDIT-DATE PIC 9(08).
               77 AUDIT-TIME PIC 9(08).
               77 HDR-DATE PIC 9(08).
               77 HDR-TIME PIC 9(08).
               77 CHECKSUM BINARY-DOUBLE UNSIGNED.
               77 CHR-CHECKSUM PIC Z(20).

           MOVE 0 TO KEY-COUNT.
           MOVE 0 TO KEY-CHECKSUM.
           MOVE 0 TO PROFILE-VERSION.
           MOVE SPACES TO PROFILE-COST-CENTER.
           SET REQ-NOT-ABORTED TO TRUE.
           SET SINGLE-SEED-MODE TO TRUE.
           IF HAS-PARM
               SET NO-SHUFFLE TO TRUE
           END-IF.

           MOVE "SAMPLE" TO PARM-LOOKUP-KEY.
           SET PARM-LOOKUP-NOT-FOUND TO TRUE.
           IF HAS-PARM PERFORM LOOKUP-PARM END-IF.
           IF PARM-LOOKUP-FOUND
               MOVE PARM-LOOKUP-VAL(1:1) TO SAMPLE-ENV
           ELSE
               ACCEPT SAMPLE-ENV FROM ENVIRONMENT "SAMPLE"
                      ON EXCEPTION MOVE SPACE TO SAMPLE-ENV
               END-ACCEPT
           END-IF.
           IF SAMPLE-ENV = "Y" OR SAMPLE-ENV = "y"
               SET SAMPLE-MODE TO TRUE
           ELSE
               SET NO-SAMPLE TO TRUE
           END-IF.
           MOVE "STRATA-POS" TO PARM-LOOKUP-KEY.
           SET PARM-LOOKUP-NOT-FOUND TO TRUE.
           IF HAS-PARM PERFORM LOOKUP-PARM END-IF.
           IF PARM-LOOKUP-FOUND
               MOVE NUMVAL(PARM-LOOKUP-VAL) TO STRATA-POS
           ELSE
               ACCEPT STRATA-POS FROM ENVIRONMENT "STRATA-POS"
                      ON EXCEPTION MOVE 1 TO STRATA-POS
               END-ACCEPT
           END-IF.
           MOVE "STRATA-LEN" TO PARM-LOOKUP-KEY.
           SET PARM-LOOKUP-NOT-FOUND TO TRUE.
           IF HAS-PARM PERFORM LOOKUP-PARM END-IF.
           IF PARM-LOOKUP-FOUND
               MOVE NUMVAL(PARM-LOOKUP-VAL) TO STRATA-LEN
           ELSE
               ACCEPT STRATA-LEN FROM ENVIRONMENT "STRATA-LEN"
                      ON EXCEPTION MOVE 0 TO STRATA-LEN
               END-ACCEPT
           END-IF.

           MOVE "MODE" TO PARM-LOOKUP-KEY.
           SET PARM-LOOKUP-NOT-FOUND TO TRUE.
           IF HAS-PARM PERFORM LOOKUP-PARM END-IF.
           IF HAS-PARM PERFORM LOOKUP-PARM END-IF.
           IF PARM-LOOKUP-FOUND
               COMPUTE DIST-MEAN = NUMVAL(PARM-LOOKUP-VAL)
               MOVE PARM-LOOKUP-VAL TO DIST-MEAN-X
           ELSE
               MOVE 0 TO DIST-MEAN
               MOVE "0" TO DIST-MEAN-X
           END-IF.

           MOVE "SD" TO PARM-LOOKUP-KEY.
           IF HAS-PARM PERFORM LOOKUP-PARM END-IF.
           IF PARM-LOOKUP-FOUND
               COMPUTE DIST-SD = NUMVAL(PARM-LOOKUP-VAL)
               MOVE PARM-LOOKUP-VAL TO DIST-SD-X
           ELSE
               MOVE 1 TO DIST-SD
               MOVE "1" TO DIST-SD-X
           END-IF.

           MOVE "LAMBDA" TO PARM-LOOKUP-KEY.
           IF HAS-PARM PERFORM LOOKUP-PARM END-IF.
           IF PARM-LOOKUP-FOUND
               COMPUTE DIST-LAMBDA = NUMVAL(PARM-LOOKUP-VAL)
               MOVE PARM-LOOKUP-VAL TO DIST-LAMBDA-X
           ELSE
               MOVE 1 TO DIST-LAMBDA
               MOVE "1" TO DIST-LAMBDA-X
           END-IF.
           IF DIST-LAMBDA = 0
               MOVE 1 TO DIST-LAMBDA
                   SET SHUFFLE-DIST TO TRUE
               END-IF
           END-IF.
           IF SAMPLE-MODE
               IF STRATA-POS = 0 OR STRATA-LEN > 40
                       OR STRATA-POS + STRATA-LEN > 125
                   MOVE "V09" TO REJ-REASON
                   MOVE "STRATA-POS/STRATA-LEN outside SHUFIN record"
                       TO REJ-CONTENT
                   PERFORM WRITE-REJECT
               END-IF
               IF SHUFFLE-MODE OR MODE-64 OR RANGE-MODE OR UNIQUE-DRAW
                       OR NORMAL-DIST OR EXP-DIST OR TABLE-DIST
                       OR STREAMS-COUNT > 0
                   MOVE "V10" TO REJ-REASON
                   MOVE "SAMPLE=Y excludes other generation modes"
                       TO REJ-CONTENT
                   PERFORM WRITE-REJECT
               ELSE
                   SET SAMPLE-DIST TO TRUE
               END-IF
           END-IF.

       EXECUTE-REQUEST.
           IF SHUFFLE-MODE
               PERFORM EXECUTE-SHUFFLE-REQUEST
           ELSE
           IF SAMPLE-MODE
               PERFORM EXECUTE-SAMPLE-REQUEST
           ELSE
           IF MODE-64 THEN
               MOVE 0 TO STREAM-NUM
               SET NO-SEED-LIST TO TRUE
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       EXECUTE-SHUFFLE-REQUEST.

       COUNT-SHUF-INPUT.
           MOVE 0 TO SHUF-TOTAL.
           MOVE 0 TO SHUF-HASH.
           OPEN INPUT SHUF-FILE.
           IF SHUF-FILE-STAT NOT = "00"
               DISPLAY "Cannot open SHUFIN, status " SHUF-FILE-STAT
                   END-READ
                   IF SHUF-FILE-STAT = "00"
                       ADD 1 TO SHUF-TOTAL
                       PERFORM HASH-SHUF-RECORD
                   END-IF
               END-PERFORM
               MOVE SHUF-FILE-STAT TO SHUF-END-STAT
           WRITE OUT-RECORD.
           ADD 1 TO DECK-OUT-COUNT.

       EXECUTE-SAMPLE-REQUEST.
           MOVE "SEED" TO PARM-LOOKUP-KEY.
           SET PARM-LOOKUP-NOT-FOUND TO TRUE.
           IF HAS-PARM PERFORM LOOKUP-PARM END-IF.
           IF PARM-LOOKUP-FOUND
               MOVE NUMVAL(PARM-LOOKUP-VAL) TO SEED
           ELSE
               ACCEPT SEED FROM ENVIRONMENT "SEED"
                      ON EXCEPTION MOVE 5489 TO SEED
               END-ACCEPT
           END-IF.
           PERFORM CHECK-SEED-REUSE.
           IF REQ-NOT-ABORTED
               PERFORM RUN-SAMPLE
           END-IF.

       RUN-SAMPLE.
           MOVE SEED TO CHR-SEED.
           DISPLAY "MT19937 stratified sample (Seed: "
               TRIM(CHR-SEED) ")".
           PERFORM CORE-INIT-GENRAND.
           PERFORM DISCARD-COUNT TIMES
               PERFORM NEXT-VALUE-32
           END-PERFORM.
           PERFORM LOAD-QUOTA-FILE.
           IF REQ-NOT-ABORTED
               PERFORM COUNT-SAMPLE-STRATA
           END-IF.
           IF REQ-NOT-ABORTED
               PERFORM SET-STRATUM-QUOTAS
           END-IF.
           IF REQ-NOT-ABORTED
               PERFORM OPEN-OUT-FILE-FOR-RUN
               PERFORM SELECT-AND-WRITE-SAMPLE
               PERFORM WRITE-SAMPLE-REPORT
               PERFORM APPEND-AUDIT-RECORD
           END-IF.

       LOAD-QUOTA-FILE.
           MOVE 0 TO QUOTA-ENTRY-COUNT.
           MOVE 0 TO QUOTA-DEFAULT-IDX.
           MOVE 0 TO QUOTA-ERR-COUNT.
           MOVE 0 TO QUOTA-HASH.
           OPEN INPUT QUOTA-FILE.
           IF QUOTA-FILE-STAT NOT = "00"
               DISPLAY "Cannot open QUOTAFILE, status "
                   QUOTA-FILE-STAT
               IF DECK-MODE
                   MOVE "F05" TO REJ-REASON
                   MOVE "QUOTAFILE cannot be opened" TO REJ-CONTENT
                   PERFORM WRITE-REJECT
                   SET REQ-ABORTED TO TRUE
               ELSE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               PERFORM UNTIL QUOTA-FILE-STAT NOT = "00"
                   READ QUOTA-FILE
                       AT END CONTINUE
                   END-READ
                   IF QUOTA-FILE-STAT = "00"
                           AND QUOTA-RECORD NOT = SPACES
                       PERFORM LOAD-ONE-QUOTA
                   END-IF
               END-PERFORM
               CLOSE QUOTA-FILE
               IF QUOTA-ENTRY-COUNT = 0 AND QUOTA-ERR-COUNT = 0
                   DISPLAY "QUOTAFILE holds no quotas"
                   ADD 1 TO QUOTA-ERR-COUNT
               END-IF
               IF QUOTA-ERR-COUNT > 0
                   MOVE "F06" TO REJ-REASON
                   MOVE "QUOTAFILE is invalid" TO REJ-CONTENT
                   PERFORM FAIL-SHUFFLE-REQUEST
               END-IF
           END-IF.

       HASH-SHUF-RECORD.
           PERFORM VARYING SHUF-CHR-IDX FROM 1 BY 1
                   UNTIL SHUF-CHR-IDX > 124
               COMPUTE SHUF-HASH = MOD(SHUF-HASH * 131
                   + ORD(SHUF-RECORD(SHUF-CHR-IDX:1)),
                   SHUF-HASH-MOD)
           END-PERFORM.

       LOAD-ONE-QUOTA.
           PERFORM VARYING QUOTA-CHR-IDX FROM 1 BY 1
                   UNTIL QUOTA-CHR-IDX > 51
               COMPUTE QUOTA-HASH = MOD(QUOTA-HASH * 131
                   + ORD(QUOTA-RECORD(QUOTA-CHR-IDX:1)),
                   QUOTA-HASH-MOD)
           END-PERFORM.
           MOVE QUOTA-RECORD(42:10) TO VAL-FIELD.
           EVALUATE QUOTA-RECORD(41:1)
               WHEN "C"
                   PERFORM CHECK-UNSIGNED-VALUE
               WHEN "P"
                   PERFORM CHECK-DECIMAL-VALUE
                   IF VAL-OK
                       IF NUMVAL(VAL-FIELD) < 0
                               OR NUMVAL(VAL-FIELD) > 100
                           SET VAL-BAD TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   SET VAL-BAD TO TRUE
           END-EVALUATE.
           MOVE 0 TO QUOTA-HIT.
           PERFORM VARYING QUOTA-IDX FROM 1 BY 1
                   UNTIL QUOTA-IDX > QUOTA-ENTRY-COUNT
               IF QUOTA-KEY(QUOTA-IDX) = QUOTA-RECORD(1:40)
                   MOVE QUOTA-IDX TO QUOTA-HIT
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN VAL-BAD
                   DISPLAY "QUOTAFILE: bad quota "
                       TRIM(QUOTA-RECORD)
                   ADD 1 TO QUOTA-ERR-COUNT
               WHEN QUOTA-HIT > 0
                   DISPLAY "QUOTAFILE: duplicate stratum "
                       TRIM(QUOTA-RECORD(1:40))
                   ADD 1 TO QUOTA-ERR-COUNT
               WHEN QUOTA-ENTRY-COUNT >= QUOTA-LIMIT
                   DISPLAY "QUOTAFILE holds more than 500 quotas"
                   ADD 1 TO QUOTA-ERR-COUNT
               WHEN OTHER
                   ADD 1 TO QUOTA-ENTRY-COUNT
                   MOVE QUOTA-RECORD(1:40)
                       TO QUOTA-KEY(QUOTA-ENTRY-COUNT)
                   MOVE QUOTA-RECORD(41:1)
                       TO QUOTA-TYPE(QUOTA-ENTRY-COUNT)
                   MOVE 0 TO QUOTA-COUNT(QUOTA-ENTRY-COUNT)
                   MOVE 0 TO QUOTA-PCT(QUOTA-ENTRY-COUNT)
                   IF QUOTA-RECORD(41:1) = "C"
                       MOVE NUMVAL(VAL-FIELD)
                           TO QUOTA-COUNT(QUOTA-ENTRY-COUNT)
                   ELSE
                       MOVE NUMVAL(VAL-FIELD)
                           TO QUOTA-PCT(QUOTA-ENTRY-COUNT)
                   END-IF
                   IF QUOTA-RECORD(1:40) = "*DEFAULT"
                       MOVE QUOTA-ENTRY-COUNT TO QUOTA-DEFAULT-IDX
                   END-IF
           END-EVALUATE.

       COUNT-SAMPLE-STRATA.
           MOVE 0 TO SHUF-TOTAL.
           MOVE 0 TO SHUF-HASH.
           MOVE 0 TO STRATUM-COUNT.
           SET STRATUM-FITS TO TRUE.
           OPEN INPUT SHUF-FILE.
           IF SHUF-FILE-STAT NOT = "00"
               DISPLAY "Cannot open SHUFIN, status " SHUF-FILE-STAT
               IF DECK-MODE
                   MOVE "F01" TO REJ-REASON
                   MOVE "SHUFIN cannot be opened" TO REJ-CONTENT
                   PERFORM WRITE-REJECT
                   SET REQ-ABORTED TO TRUE
               ELSE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               PERFORM UNTIL SHUF-FILE-STAT NOT = "00"
                   READ SHUF-FILE
                       AT END CONTINUE
                   END-READ
                   IF SHUF-FILE-STAT = "00"
                       ADD 1 TO SHUF-TOTAL
                       PERFORM HASH-SHUF-RECORD
                       IF SHUF-TOTAL <= SHUF-LIMIT
                           PERFORM FIND-SAMPLE-STRATUM
                           MOVE STRATUM-HIT TO SHUF-IDX(SHUF-TOTAL)
                       END-IF
                   END-IF
               END-PERFORM
               MOVE SHUF-FILE-STAT TO SHUF-END-STAT
               CLOSE SHUF-FILE
               IF SHUF-END-STAT = "04" OR SHUF-END-STAT = "06"
                   DISPLAY "SHUFIN record exceeds the record length"
                       ", status " SHUF-END-STAT
                   MOVE "F04" TO REJ-REASON
                   MOVE "SHUFIN record exceeds the record length"
                       TO REJ-CONTENT
                   PERFORM FAIL-SHUFFLE-REQUEST
               END-IF
           END-IF.
           IF REQ-NOT-ABORTED
               EVALUATE TRUE
                   WHEN SHUF-TOTAL = 0
                       DISPLAY "SHUFIN is empty - nothing to sample"
                       MOVE "F02" TO REJ-REASON
                       MOVE "SHUFIN is empty" TO REJ-CONTENT
                       PERFORM FAIL-SHUFFLE-REQUEST
                   WHEN SHUF-TOTAL > SHUF-LIMIT
                       DISPLAY "SHUFIN exceeds the shuffle"
                           " table limit"
                       MOVE "F03" TO REJ-REASON
                       MOVE "SHUFIN exceeds the shuffle table limit"
                           TO REJ-CONTENT
                       PERFORM FAIL-SHUFFLE-REQUEST
                   WHEN STRATUM-OVERFLOW
                       DISPLAY "SHUFIN holds more than 500 strata"
                       MOVE "F07" TO REJ-REASON
                       MOVE "SHUFIN exceeds the stratum table limit"
                           TO REJ-CONTENT
                       PERFORM FAIL-SHUFFLE-REQUEST
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       FIND-SAMPLE-STRATUM.
           MOVE SPACES TO STRATA-KEY.
           IF STRATA-LEN > 0
               MOVE SHUF-RECORD(STRATA-POS:STRATA-LEN) TO STRATA-KEY
           END-IF.
           MOVE 0 TO STRATUM-HIT.
           PERFORM VARYING STRATUM-IDX FROM 1 BY 1
                   UNTIL STRATUM-IDX > STRATUM-COUNT
                       OR STRATUM-HIT > 0
               IF STRATUM-KEY(STRATUM-IDX) = STRATA-KEY
                   MOVE STRATUM-IDX TO STRATUM-HIT
               END-IF
           END-PERFORM.
           IF STRATUM-HIT = 0
               IF STRATUM-COUNT < STRATUM-LIMIT
                   ADD 1 TO STRATUM-COUNT
                   MOVE STRATUM-COUNT TO STRATUM-HIT
                   MOVE STRATA-KEY TO STRATUM-KEY(STRATUM-HIT)
                   MOVE 0 TO STRATUM-POP(STRATUM-HIT)
               ELSE
                   SET STRATUM-OVERFLOW TO TRUE
                   MOVE 1 TO STRATUM-HIT
               END-IF
           END-IF.
           ADD 1 TO STRATUM-POP(STRATUM-HIT).

       SET-STRATUM-QUOTAS.
           PERFORM VARYING QUOTA-IDX FROM 1 BY 1
                   UNTIL QUOTA-IDX > QUOTA-ENTRY-COUNT
               IF QUOTA-IDX NOT = QUOTA-DEFAULT-IDX
                   MOVE 0 TO STRATUM-HIT
                   PERFORM VARYING STRATUM-IDX FROM 1 BY 1
                           UNTIL STRATUM-IDX > STRATUM-COUNT
                               OR STRATUM-HIT > 0
                       IF STRATUM-KEY(STRATUM-IDX)
                               = QUOTA-KEY(QUOTA-IDX)
                           MOVE STRATUM-IDX TO STRATUM-HIT
                       END-IF
                   END-PERFORM
                   IF STRATUM-HIT = 0
                           AND STRATUM-COUNT < STRATUM-LIMIT
                       ADD 1 TO STRATUM-COUNT
                       MOVE QUOTA-KEY(QUOTA-IDX)
                           TO STRATUM-KEY(STRATUM-COUNT)
                       MOVE 0 TO STRATUM-POP(STRATUM-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO N-VALUES.
           PERFORM VARYING STRATUM-IDX FROM 1 BY 1
                   UNTIL STRATUM-IDX > STRATUM-COUNT
               MOVE 0 TO STRATUM-SEEN(STRATUM-IDX)
               MOVE 0 TO STRATUM-SEL(STRATUM-IDX)
               MOVE 0 TO QUOTA-HIT
               PERFORM VARYING QUOTA-IDX FROM 1 BY 1
                       UNTIL QUOTA-IDX > QUOTA-ENTRY-COUNT
                           OR QUOTA-HIT > 0
                   IF QUOTA-KEY(QUOTA-IDX) = STRATUM-KEY(STRATUM-IDX)
                           AND QUOTA-IDX NOT = QUOTA-DEFAULT-IDX
                       MOVE QUOTA-IDX TO QUOTA-HIT
                   END-IF
               END-PERFORM
               MOVE SPACES TO STRATUM-BASIS(STRATUM-IDX)
               IF QUOTA-HIT = 0 AND QUOTA-DEFAULT-IDX > 0
                   MOVE QUOTA-DEFAULT-IDX TO QUOTA-HIT
                   MOVE "D" TO STRATUM-BASIS(STRATUM-IDX)(14:1)
               END-IF
               EVALUATE TRUE
                   WHEN QUOTA-HIT = 0
                       MOVE 0 TO STRATUM-QUOTA(STRATUM-IDX)
                       MOVE "NO QUOTA" TO STRATUM-BASIS(STRATUM-IDX)
                   WHEN QUOTA-TYPE(QUOTA-HIT) = "C"
                       MOVE QUOTA-COUNT(QUOTA-HIT)
                           TO STRATUM-QUOTA(STRATUM-IDX)
                       MOVE QUOTA-COUNT(QUOTA-HIT) TO CKPT-CHR
                       MOVE "COUNT" TO STRATUM-BASIS(STRATUM-IDX)(1:5)
                       MOVE TRIM(CKPT-CHR)
                           TO STRATUM-BASIS(STRATUM-IDX)(7:7)
                   WHEN OTHER
                       COMPUTE STRATUM-QUOTA(STRATUM-IDX) ROUNDED =
                           STRATUM-POP(STRATUM-IDX)
                           * QUOTA-PCT(QUOTA-HIT) / 100
                       MOVE QUOTA-PCT(QUOTA-HIT) TO CHR-QUOTA-PCT
                       MOVE CHR-QUOTA-PCT
                           TO STRATUM-BASIS(STRATUM-IDX)(1:8)
                       MOVE "%" TO STRATUM-BASIS(STRATUM-IDX)(9:1)
               END-EVALUATE
               IF STRATUM-QUOTA(STRATUM-IDX) > STRATUM-POP(STRATUM-IDX)
                   MOVE STRATUM-POP(STRATUM-IDX)
                       TO STRATUM-QUOTA(STRATUM-IDX)
               END-IF
               ADD STRATUM-QUOTA(STRATUM-IDX) TO N-VALUES
           END-PERFORM.
           IF N-VALUES = 0
               DISPLAY "Quotas select no SHUFIN records"
               MOVE "F08" TO REJ-REASON
               MOVE "QUOTAFILE selects no SHUFIN records"
                   TO REJ-CONTENT
               PERFORM FAIL-SHUFFLE-REQUEST
           END-IF.

       SELECT-AND-WRITE-SAMPLE.
           MOVE SHUF-TOTAL TO CHR-N-VALUES.
           DISPLAY "Sampling " TRIM(CHR-N-VALUES) " records".
           MOVE N-VALUES TO CHR-N-VALUES.
           DISPLAY "  selecting " TRIM(CHR-N-VALUES).
           MOVE 1 TO GEN-COUNT.
           MOVE 0 TO CHECKSUM.
           PERFORM WRITE-OUT-HEADER.
           MOVE 0 TO SHUF-READ-POS.
           OPEN INPUT SHUF-FILE.
           IF SHUF-FILE-STAT NOT = "00"
               DISPLAY "Cannot reopen SHUFIN, status "
                   SHUF-FILE-STAT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL SHUF-FILE-STAT NOT = "00"
               READ SHUF-FILE
                   AT END CONTINUE
               END-READ
               IF SHUF-FILE-STAT = "00"
                   ADD 1 TO SHUF-READ-POS
                   IF SHUF-READ-POS > SHUF-TOTAL
                       DISPLAY "SHUFIN changed during sample"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM SELECT-SAMPLE-RECORD
               END-IF
           END-PERFORM.
           CLOSE SHUF-FILE.
           IF SHUF-READ-POS NOT = SHUF-TOTAL
                   OR GEN-COUNT - 1 NOT = N-VALUES
               DISPLAY "SHUFIN changed during sample"
                   " - selection came up short"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-OUT-TRAILER.

       SELECT-SAMPLE-RECORD.
           MOVE SHUF-IDX(SHUF-READ-POS) TO STRATUM-IDX.
           PERFORM NEXT-VALUE-32.
           COMPUTE SAMPLE-LEFT = STRATUM-POP(STRATUM-IDX)
               - STRATUM-SEEN(STRATUM-IDX).
           COMPUTE SAMPLE-NEED = STRATUM-QUOTA(STRATUM-IDX)
               - STRATUM-SEL(STRATUM-IDX).
           IF SAMPLE-NEED > 0
                   AND Y * SAMPLE-LEFT < SAMPLE-NEED * 4294967296
               ADD 1 TO STRATUM-SEL(STRATUM-IDX)
               MOVE SHUF-READ-POS TO CHR-SHUF-POS
               MOVE SHUF-READ-POS TO SHUF-TMP
               PERFORM WRITE-SAMPLE-DATA-RECORD
               COMPUTE CHECKSUM = CHECKSUM B-XOR SHUF-TMP
               ADD 1 TO GEN-COUNT
           END-IF.
           ADD 1 TO STRATUM-SEEN(STRATUM-IDX).

       WRITE-SAMPLE-DATA-RECORD.
           MOVE SPACES TO OUT-RECORD.
           MOVE "D" TO OUT-RECORD(1:1).
           MOVE GEN-COUNT TO CKPT-CHR.
           MOVE CKPT-CHR TO OUT-RECORD(2:10).
           MOVE CHR-SHUF-POS TO OUT-RECORD(12:10).
           MOVE SHUF-RECORD TO OUT-RECORD(23:124).
           WRITE OUT-RECORD.
           ADD 1 TO DECK-OUT-COUNT.

       WRITE-SAMPLE-REPORT.
           OPEN EXTEND SAMP-RPT-FILE.
           IF SAMP-RPT-STAT NOT = "00"
               OPEN OUTPUT SAMP-RPT-FILE
           END-IF.
           MOVE SPACES TO SAMP-RPT-RECORD.
           MOVE SEED TO CHR-SEED.
           MOVE STRATA-POS TO CHR-SUBSTREAM.
           MOVE STRATA-LEN TO CHR-STRATA-LEN.
           STRING "STRATIFIED SAMPLE  " HDR-DATE " " HDR-TIME
               "  SEED " TRIM(CHR-SEED) "  REQ " REQ-ID
               "  STRATA " TRIM(CHR-SUBSTREAM) "/"
               TRIM(CHR-STRATA-LEN)
               DELIMITED BY SIZE INTO SAMP-RPT-RECORD
           END-STRING.
           WRITE SAMP-RPT-RECORD.
           MOVE SPACES TO SAMP-RPT-RECORD.
           MOVE "STRATUM" TO SAMP-RPT-RECORD(1:7).
           MOVE "POPULATION" TO SAMP-RPT-RECORD(43:10).
           MOVE "QUOTA BASIS" TO SAMP-RPT-RECORD(55:11).
           MOVE "QUOTA" TO SAMP-RPT-RECORD(76:5).
           MOVE "SELECTED" TO SAMP-RPT-RECORD(84:8).
           WRITE SAMP-RPT-RECORD.
           MOVE 0 TO SAMPLE-SEL-TOTAL.
           PERFORM VARYING STRATUM-IDX FROM 1 BY 1
                   UNTIL STRATUM-IDX > STRATUM-COUNT
               MOVE SPACES TO SAMP-RPT-RECORD
               MOVE STRATUM-KEY(STRATUM-IDX)
                   TO SAMP-RPT-RECORD(1:40)
               MOVE STRATUM-POP(STRATUM-IDX) TO CKPT-CHR
               MOVE CKPT-CHR TO SAMP-RPT-RECORD(43:10)
               MOVE STRATUM-BASIS(STRATUM-IDX)(1:13)
                   TO SAMP-RPT-RECORD(55:13)
               IF STRATUM-BASIS(STRATUM-IDX)(14:1) = "D"
                   MOVE "DEFAULT" TO SAMP-RPT-RECORD(68:7)
               END-IF
               MOVE STRATUM-QUOTA(STRATUM-IDX) TO CKPT-CHR
               MOVE CKPT-CHR TO SAMP-RPT-RECORD(72:10)
               MOVE STRATUM-SEL(STRATUM-IDX) TO CKPT-CHR
               MOVE CKPT-CHR TO SAMP-RPT-RECORD(82:10)
               WRITE SAMP-RPT-RECORD
               ADD STRATUM-SEL(STRATUM-IDX) TO SAMPLE-SEL-TOTAL
           END-PERFORM.
           MOVE SPACES TO SAMP-RPT-RECORD.
           MOVE "TOTAL" TO SAMP-RPT-RECORD(1:5).
           MOVE SHUF-TOTAL TO CKPT-CHR.
           MOVE CKPT-CHR TO SAMP-RPT-RECORD(43:10).
           MOVE N-VALUES TO CKPT-CHR.
           MOVE CKPT-CHR TO SAMP-RPT-RECORD(72:10).
           MOVE SAMPLE-SEL-TOTAL TO CKPT-CHR.
           MOVE CKPT-CHR TO SAMP-RPT-RECORD(82:10).
           WRITE SAMP-RPT-RECORD.
           MOVE SPACES TO SAMP-RPT-RECORD.
           WRITE SAMP-RPT-RECORD.
           CLOSE SAMP-RPT-FILE.

       RUN-ONE-STREAM.
           IF SINGLE-SEED-MODE THEN
               MOVE SEED TO CHR-SEED
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE SPACES TO OUT-RECORD.
           MOVE "H" TO OUT-RECORD(1:1).
           MOVE AUDIT-DATE TO HDR-DATE.
           MOVE AUDIT-TIME TO HDR-TIME.
           MOVE AUDIT-DATE TO OUT-RECORD(2:8).
           MOVE AUDIT-TIME TO OUT-RECORD(10:8).
           MOVE SEED TO CKPT-CHR.
               MOVE "3" TO OUT-RECORD(38:1)
           END-IF.
           IF NORMAL-DIST OR EXP-DIST OR TABLE-DIST OR SHUFFLE-DIST
                   OR SAMPLE-DIST
               MOVE DIST-MODE-SW TO OUT-RECORD(39:1)
           ELSE
               MOVE SCALE-MODE-SW TO OUT-RECORD(39:1)
           MOVE REQ-ID TO OUT-RECORD(60:4).
           MOVE STREAM-SELECT TO CHR-SUBSTREAM.
           MOVE CHR-SUBSTREAM TO OUT-RECORD(64:5).
           IF RANGE-MODE
               MOVE LOW-BOUND TO CKPT-CHR
               MOVE CKPT-CHR TO OUT-RECORD(69:10)
               MOVE HIGH-BOUND TO CKPT-CHR
               MOVE CKPT-CHR TO OUT-RECORD(79:10)
           END-IF.
           IF NORMAL-DIST
               MOVE DIST-MEAN TO CHR-DIST-Y
               MOVE CHR-DIST-Y TO OUT-RECORD(89:19)
               MOVE DIST-SD TO CHR-DIST-Y
               MOVE CHR-DIST-Y TO OUT-RECORD(108:19)
           END-IF.
           IF EXP-DIST
               MOVE DIST-LAMBDA TO CHR-DIST-Y
               MOVE CHR-DIST-Y TO OUT-RECORD(89:19)
           END-IF.
           WRITE OUT-RECORD.
           ADD 1 TO DECK-OUT-COUNT.

                   TO MTCORE-STATE-IDX
               MOVE FUNCTION NUMVAL(CKPT-HDR(67:20))
                   TO CKPT-CHECKSUM
               IF CKPT-HDR(109:16) IS NUMERIC
                   MOVE CKPT-HDR(109:8) TO HDR-DATE
                   MOVE CKPT-HDR(117:8) TO HDR-TIME
               ELSE
                   MOVE 0 TO HDR-DATE
                   MOVE 0 TO HDR-TIME
               END-IF
               COMPUTE SEQ-FIRST = SUBSTREAM-SKIP + 1
               IF CKPT-HDR(171:20) = SPACES
                   MOVE 0 TO SEQ-POS
                   SET SEQ-UNKNOWN TO TRUE
               ELSE
                   MOVE NUMVAL(CKPT-HDR(171:20)) TO SEQ-POS
                   SET SEQ-KNOWN TO TRUE
               END-IF
               IF MODE-64
                   PERFORM VARYING CKPT-IDX2 FROM 1 BY 1
                           UNTIL CKPT-IDX2 > N64
           MOVE CHECKSUM TO CHR-CHECKSUM.
           MOVE CHR-CHECKSUM TO CKPT-HDR(67:20).
           MOVE "02" TO CKPT-HDR(87:2).
           MOVE HDR-DATE TO CKPT-HDR(109:8).
           MOVE HDR-TIME TO CKPT-HDR(117:8).
           MOVE N-VALUES TO CKPT-CHR.
           MOVE CKPT-CHR TO CKPT-HDR(125:10).
           ACCEPT CKPT-DATE FROM DATE YYYYMMDD.
           ACCEPT CKPT-TIME FROM TIME.
           MOVE CKPT-DATE TO CKPT-HDR(135:8).
           MOVE CKPT-TIME TO CKPT-HDR(143:8).
           MOVE REQ-ID TO CKPT-HDR(151:4).
           MOVE PROFILE-NAME TO CKPT-HDR(155:16).
           IF SEQ-KNOWN
               MOVE SEQ-POS TO CHR-CHECKSUM
               MOVE CHR-CHECKSUM TO CKPT-HDR(171:20)
           END-IF.
           PERFORM VARYING CKPT-IDX2 FROM 1 BY 1
                   UNTIL CKPT-IDX2 > CKPT-EXPECT-STATES
               MOVE SPACES TO CKPT-BUF-REC(CKPT-IDX2 + 1)
           PERFORM COMPUTE-STRM-INTEGRITY.
           MOVE STRM-INTEG TO CHR-CHECKSUM.
           MOVE CHR-CHECKSUM TO STRM-BUF(24:20).
           ACCEPT CKPT-DATE FROM DATE YYYYMMDD.
           ACCEPT CKPT-TIME FROM TIME.
           MOVE CKPT-DATE TO STRM-BUF(44:8).
           MOVE CKPT-TIME TO STRM-BUF(52:8).
           MOVE SEED TO CKPT-CHR.
           MOVE CKPT-CHR TO STRM-BUF(60:10).
           MOVE N-VALUES TO CKPT-CHR.
           MOVE CKPT-CHR TO STRM-BUF(70:10).
           MOVE REQ-ID TO STRM-BUF(80:4).
           MOVE PROFILE-NAME TO STRM-BUF(84:16).
           OPEN OUTPUT STREAM-CKPT-FILE.
           MOVE STRM-BUF TO STREAM-CKPT-RECORD.
           WRITE STREAM-CKPT-RECORD.
           PERFORM COMPUTE-DECK-INTEGRITY.
           MOVE DECK-INTEG TO CHR-CHECKSUM.
           MOVE CHR-CHECKSUM TO DECK-BUF(23:20).
           ACCEPT CKPT-DATE FROM DATE YYYYMMDD.
           ACCEPT CKPT-TIME FROM TIME.
           MOVE CKPT-DATE TO DECK-BUF(43:8).
           MOVE CKPT-TIME TO DECK-BUF(51:8).
           OPEN OUTPUT DECK-CKPT-FILE.
           MOVE DECK-BUF TO DECK-CKPT-RECORD.
           WRITE DECK-CKPT-RECORD.
       APPEND-AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           PERFORM FIND-AUDIT-CHAIN.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STAT NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           MOVE PROFILE-NAME TO AUDIT-RECORD(97:16).
           MOVE REQ-ID TO AUDIT-RECORD(122:4).
           MOVE PROFILE-VERSION TO AUDIT-RECORD(126:4).
           MOVE PROFILE-COST-CENTER TO AUDIT-RECORD(272:8).
           MOVE MODE-SW TO AUDIT-RECORD(130:1).
           IF NORMAL-DIST OR EXP-DIST OR TABLE-DIST OR SHUFFLE-DIST
                   OR SAMPLE-DIST
               MOVE DIST-MODE-SW TO AUDIT-RECORD(131:1)
           ELSE
               MOVE SCALE-MODE-SW TO AUDIT-RECORD(131:1)
           END-IF.
           MOVE DISCARD-COUNT TO CKPT-CHR.
           MOVE CKPT-CHR TO AUDIT-RECORD(133:10).
           IF HDR-DATE > 0
               MOVE HDR-DATE TO AUDIT-RECORD(143:8)
               MOVE HDR-TIME TO AUDIT-RECORD(151:8)
           END-IF.
           IF SAMPLE-DIST
               MOVE STRATA-POS TO CHR-SUBSTREAM
               MOVE CHR-SUBSTREAM TO AUDIT-RECORD(183:5)
               MOVE STRATA-LEN TO CHR-STRATA-LEN
               MOVE CHR-STRATA-LEN TO AUDIT-RECORD(188:3)
               MOVE QUOTA-HASH TO CHR-QUOTA-HASH
               MOVE CHR-QUOTA-HASH TO AUDIT-RECORD(191:15)
               MOVE SHUF-TOTAL TO CKPT-CHR
               MOVE CKPT-CHR TO AUDIT-RECORD(206:10)
           END-IF.
           IF SHUFFLE-DIST
               MOVE SHUF-TOTAL TO CKPT-CHR
               MOVE CKPT-CHR TO AUDIT-RECORD(206:10)
           END-IF.
           IF SHUFFLE-DIST OR SAMPLE-DIST
               MOVE SHUF-HASH TO CHR-SHUF-HASH
               MOVE CHR-SHUF-HASH TO AUDIT-RECORD(310:11)
           END-IF.
           MOVE REUSE-APPROVER TO AUDIT-RECORD(216:8).
           MOVE REUSE-APPR-ID TO AUDIT-RECORD(224:8).
           IF SEQ-KNOWN
               MOVE SEQ-FIRST TO CHR-CHECKSUM
               MOVE CHR-CHECKSUM TO AUDIT-RECORD(232:20)
               MOVE SEQ-POS TO CHR-CHECKSUM
               MOVE CHR-CHECKSUM TO AUDIT-RECORD(252:20)
           END-IF.
           IF RANGE-MODE OR NORMAL-DIST OR EXP-DIST OR TABLE-DIST
               MOVE "P" TO AUDIT-RECORD(132:1)
           END-IF.
           PERFORM STAMP-AUDIT-CHAIN.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
           PERFORM RECORD-SEED-HISTORY.
           IF ARRAY-SEED-MODE
               PERFORM RETAIN-KEY-MATERIAL
           END-IF.
           IF RANGE-MODE OR NORMAL-DIST OR EXP-DIST OR TABLE-DIST
               PERFORM RETAIN-RUN-PARMS
           END-IF.

       FIND-AUDIT-CHAIN.
           MOVE "LAST" TO MTCHAIN-FUNC.
           CALL "mtchain" USING MTCHAIN-AREA.

       STAMP-AUDIT-CHAIN.
           MOVE AUDIT-RECORD TO MTCHAIN-RECORD.
           MOVE "STAMP" TO MTCHAIN-FUNC.
           CALL "mtchain" USING MTCHAIN-AREA.
           MOVE MTCHAIN-RECORD TO AUDIT-RECORD.

       RETAIN-RUN-PARMS.
           OPEN EXTEND PARM-ARCH-FILE.
           IF PARM-ARCH-STAT NOT = "00"
               OPEN OUTPUT PARM-ARCH-FILE
           END-IF.
           MOVE SPACES TO PARM-ARCH-RECORD.
           MOVE "P" TO PARM-ARCH-RECORD(1:1).
           MOVE AUDIT-DATE TO PARM-ARCH-RECORD(2:8).
           MOVE AUDIT-TIME TO PARM-ARCH-RECORD(10:8).
           MOVE SEED TO CKPT-CHR.
           MOVE CKPT-CHR TO PARM-ARCH-RECORD(18:10).
           MOVE STREAM-SELECT TO CHR-SUBSTREAM.
           MOVE CHR-SUBSTREAM TO PARM-ARCH-RECORD(28:5).
           MOVE REQ-ID TO PARM-ARCH-RECORD(33:4).
           IF RANGE-MODE
               MOVE LOW-BOUND TO CKPT-CHR
               MOVE CKPT-CHR TO PARM-ARCH-RECORD(37:10)
               MOVE HIGH-BOUND TO CKPT-CHR
               MOVE CKPT-CHR TO PARM-ARCH-RECORD(47:10)
               IF UNIQUE-DRAW
                   MOVE "Y" TO PARM-ARCH-RECORD(57:1)
               ELSE
                   MOVE "N" TO PARM-ARCH-RECORD(57:1)
               END-IF
           END-IF.
           MOVE DIST-MEAN-X TO PARM-ARCH-RECORD(58:20).
           MOVE DIST-SD-X TO PARM-ARCH-RECORD(78:20).
           MOVE DIST-LAMBDA-X TO PARM-ARCH-RECORD(98:20).
           IF TABLE-DIST
               MOVE WGT-HASH TO CHR-WGT-HASH
               MOVE CHR-WGT-HASH TO PARM-ARCH-RECORD(118:15)
               MOVE WGT-READ-COUNT TO CHR-SUBSTREAM
               MOVE CHR-SUBSTREAM TO PARM-ARCH-RECORD(133:5)
           END-IF.
           WRITE PARM-ARCH-RECORD.
           CLOSE PARM-ARCH-FILE.

       RETAIN-KEY-MATERIAL.
           SET KEY-NOT-RETAINED TO TRUE.
           OPEN INPUT KEY-ARCH-FILE.
           IF KEY-ARCH-STAT = "00"
               PERFORM UNTIL KEY-ARCH-STAT NOT = "00"
                       OR KEY-RETAINED
                   READ KEY-ARCH-FILE
                       AT END CONTINUE
                   END-READ
                   IF KEY-ARCH-STAT = "00"
                           AND KEY-ARCH-RECORD(1:1) = "K"
                           AND NUMVAL(KEY-ARCH-RECORD(2:20))
                               = KEY-CHECKSUM
                           AND NUMVAL(KEY-ARCH-RECORD(22:10))
                               = KEY-COUNT
                       PERFORM COMPARE-RETAINED-KEYS
                   END-IF
               END-PERFORM
               CLOSE KEY-ARCH-FILE
           END-IF.
           IF KEY-NOT-RETAINED
               OPEN EXTEND KEY-ARCH-FILE
               IF KEY-ARCH-STAT NOT = "00"
                   OPEN OUTPUT KEY-ARCH-FILE
               END-IF
               MOVE SPACES TO KEY-ARCH-RECORD
               MOVE "K" TO KEY-ARCH-RECORD(1:1)
               MOVE KEY-CHECKSUM TO CHR-CHECKSUM
               MOVE CHR-CHECKSUM TO KEY-ARCH-RECORD(2:20)
               MOVE KEY-COUNT TO CKPT-CHR
               MOVE CKPT-CHR TO KEY-ARCH-RECORD(22:10)
               MOVE AUDIT-DATE TO KEY-ARCH-RECORD(32:8)
               MOVE AUDIT-TIME TO KEY-ARCH-RECORD(40:8)
               WRITE KEY-ARCH-RECORD
               PERFORM VARYING KEY-IDX FROM 1 BY 1
                       UNTIL KEY-IDX > KEY-COUNT
                   MOVE SPACES TO KEY-ARCH-RECORD
                   MOVE "V" TO KEY-ARCH-RECORD(1:1)
                   MOVE KEY-VAL(KEY-IDX) TO CKPT-CHR
                   MOVE CKPT-CHR TO KEY-ARCH-RECORD(2:10)
                   WRITE KEY-ARCH-RECORD
               END-PERFORM
               CLOSE KEY-ARCH-FILE
           END-IF.

       COMPARE-RETAINED-KEYS.
           SET KEY-RETAINED TO TRUE.
           MOVE 0 TO KEY-ARCH-IDX.
           PERFORM UNTIL KEY-ARCH-IDX >= KEY-COUNT
                   OR KEY-ARCH-STAT NOT = "00"
                   OR KEY-NOT-RETAINED
               READ KEY-ARCH-FILE
                   AT END CONTINUE
               END-READ
               IF KEY-ARCH-STAT = "00"
                   ADD 1 TO KEY-ARCH-IDX
                   IF KEY-ARCH-RECORD(1:1) NOT = "V"
                           OR NUMVAL(KEY-ARCH-RECORD(2:10))
                               NOT = KEY-VAL(KEY-ARCH-IDX)
                       SET KEY-NOT-RETAINED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF KEY-ARCH-IDX < KEY-COUNT
               SET KEY-NOT-RETAINED TO TRUE
           END-IF.

       RECORD-SEED-HISTORY.
           OPEN I-O SEED-HIST-FILE.

       CHECK-SEED-REUSE.
           SET SEED-NOT-USED TO TRUE.
           SET APPR-NOT-FOUND TO TRUE.
           MOVE SPACES TO REUSE-APPROVER.
           MOVE SPACES TO REUSE-APPR-ID.
           SET SEED-RESV-OK TO TRUE.
           OPEN INPUT SEED-HIST-FILE.
           EVALUATE SEED-HIST-STAT
               WHEN "00"
                   PERFORM CHECK-SEED-RESERVATION
                   SET HIST-NOT-TRUSTED TO TRUE
                   MOVE 9999999999 TO SEED-HIST-SEED
                   MOVE 99999 TO SEED-HIST-SELECT
                       MOVE STREAM-SELECT TO SEED-HIST-SELECT
                       READ SEED-HIST-FILE
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               IF SEED-HIST-RESV-MARK NOT = "RESERVED"
                                   SET SEED-USED TO TRUE
                               END-IF
                       END-READ
                       CLOSE SEED-HIST-FILE
                   ELSE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF SEED-RESV-OTHER
               MOVE SEED TO CHR-SEED
               DISPLAY "Seed " TRIM(CHR-SEED) " is reserved for "
                   "profile " TRIM(SEED-RESV-PROFILE) " - run refused"
               IF DECK-MODE
                   MOVE "R01" TO REJ-REASON
                   MOVE SPACES TO REJ-CONTENT
                   STRING "Seed " TRIM(CHR-SEED)
                       " reserved for " TRIM(SEED-RESV-PROFILE)
                       DELIMITED BY SIZE INTO REJ-CONTENT
                   END-STRING
                   PERFORM WRITE-REJECT
                   SET REQ-ABORTED TO TRUE
               ELSE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF SEED-USED AND SEED-RESV-OK
               MOVE SEED TO CHR-SEED
               IF OVERRIDE-ON
                   PERFORM CLAIM-REUSE-APPROVAL
               END-IF
               EVALUATE TRUE
                   WHEN OVERRIDE-ON AND APPR-FOUND
                       DISPLAY "Seed " TRIM(CHR-SEED)
                           " already used - override accepted"
                       DISPLAY "Approval " REUSE-APPR-ID
                           " by " TRIM(REUSE-APPROVER) " consumed"
                       PERFORM APPEND-OVERRIDE-AUDIT
                   WHEN OVERRIDE-ON
                       DISPLAY "Seed " TRIM(CHR-SEED)
                           " already used - no approved reuse"
                           " request - run refused"
                       DISPLAY "File REQUEST REUSE with MTAPPROVE"
                           " and have it approved"
                       IF DECK-MODE
                           MOVE "A02" TO REJ-REASON
                           MOVE SPACES TO REJ-CONTENT
                           STRING "Seed " TRIM(CHR-SEED)
                               " reuse not approved"
                               DELIMITED BY SIZE INTO REJ-CONTENT
                           END-STRING
                           PERFORM WRITE-REJECT
                           SET REQ-ABORTED TO TRUE
                       ELSE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN OTHER
                       DISPLAY "Seed " TRIM(CHR-SEED)
                           " already used - run refused"
                       DISPLAY "Supply OVERRIDE=Y to rerun this seed"
                       IF DECK-MODE
                           MOVE "A01" TO REJ-REASON
                           MOVE SPACES TO REJ-CONTENT
                           STRING "Seed " TRIM(CHR-SEED)
                               " already used"
                               DELIMITED BY SIZE INTO REJ-CONTENT
                           END-STRING
                           PERFORM WRITE-REJECT
                           SET REQ-ABORTED TO TRUE
                       ELSE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-EVALUATE
           END-IF.

       CLAIM-REUSE-APPROVAL.
           SET APPR-NOT-FOUND TO TRUE.
           ACCEPT APPR-TODAY FROM DATE YYYYMMDD.
           OPEN I-O APPR-FILE.
           IF APPR-FILE-STAT = "00"
               MOVE LOW-VALUES TO APPR-KEY
               START APPR-FILE KEY >= APPR-KEY
                   INVALID KEY CONTINUE
               END-START
               PERFORM UNTIL APPR-FILE-STAT NOT = "00"
                       OR APPR-FOUND
                   READ APPR-FILE NEXT
                       AT END CONTINUE
                   END-READ
                   IF APPR-FILE-STAT = "00"
                           AND APPR-ACTION = "REUSE"
                           AND APPR-STATUS = "APPROVED"
                           AND APPR-EXPIRES >= APPR-TODAY
                           AND APPR-SEED = SEED
                           AND APPR-SELECT = STREAM-SELECT
                           AND APPR-PROFILE = PROFILE-NAME
                       SET APPR-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF APPR-FOUND
                   MOVE "CONSUMED" TO APPR-STATUS
                   MOVE APPR-TODAY TO APPR-USED-DATE
                   ACCEPT APPR-USED-TIME FROM TIME
                   REWRITE APPR-RECORD
                       INVALID KEY SET APPR-NOT-FOUND TO TRUE
                   END-REWRITE
               END-IF
               IF APPR-FOUND
                   MOVE APPR-APPROVER TO REUSE-APPROVER
                   MOVE APPR-ID TO REUSE-APPR-ID
               END-IF
               CLOSE APPR-FILE
           END-IF.

       CHECK-SEED-RESERVATION.
           MOVE SEED TO SEED-HIST-SEED.
           MOVE 0 TO SEED-HIST-SELECT.
           READ SEED-HIST-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF SEED-HIST-RESV-MARK = "RESERVED"
                           AND SEED-HIST-RESV-PROFILE
                               NOT = PROFILE-NAME
                       MOVE SEED-HIST-RESV-PROFILE
                           TO SEED-RESV-PROFILE
                       IF SEED-RESV-PROFILE = SPACES
                           MOVE "(none)" TO SEED-RESV-PROFILE
                       END-IF
                       SET SEED-RESV-OTHER TO TRUE
                   END-IF
           END-READ.

       SCAN-AUDIT-FOR-SEED.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STAT = "00"
                           TO AUDIT-SCAN-SELECT
                       IF AUDIT-SCAN-SEED = SEED
                               AND AUDIT-SCAN-SELECT = STREAM-SELECT
                               AND (AUDIT-RECORD(114:8) = SPACES
                                   OR AUDIT-RECORD(114:8)
                                       = "OVERRIDE")
                           SET SEED-USED TO TRUE
                       END-IF
                   END-IF
                           TO AUDIT-SCAN-SELECT
                       IF AUDIT-SCAN-SEED = SEED
                               AND AUDIT-SCAN-SELECT = STREAM-SELECT
                               AND (ARCH-RECORD(114:8) = SPACES
                                   OR ARCH-RECORD(114:8)
                                       = "OVERRIDE")
                           SET SEED-USED TO TRUE
                       END-IF
                   END-IF
       APPEND-OVERRIDE-AUDIT.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           PERFORM FIND-AUDIT-CHAIN.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STAT NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           MOVE "OVERRIDE" TO AUDIT-RECORD(114:8).
           MOVE REQ-ID TO AUDIT-RECORD(122:4).
           MOVE PROFILE-VERSION TO AUDIT-RECORD(126:4).
           MOVE PROFILE-COST-CENTER TO AUDIT-RECORD(272:8).
           MOVE REUSE-APPROVER TO AUDIT-RECORD(216:8).
           MOVE REUSE-APPR-ID TO AUDIT-RECORD(224:8).
           PERFORM STAMP-AUDIT-CHAIN.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
           PERFORM RECORD-SEED-HISTORY.
               WHEN "HIGH"
               WHEN "STREAMS"
               WHEN "STREAM-SELECT"
               WHEN "STRATA-POS"
               WHEN "STRATA-LEN"
                   PERFORM CHECK-UNSIGNED-VALUE
                   IF VAL-BAD
                       PERFORM REJECT-BAD-VALUE
               WHEN "UNIQUE"
               WHEN "OVERRIDE"
               WHEN "SHUFFLE"
               WHEN "SAMPLE"
                   IF PARM-LOOKUP-VAL NOT = "Y"
                           AND PARM-LOOKUP-VAL NOT = "N"
                           AND PARM-LOOKUP-VAL NOT = "y"
           MOVE 0 TO WGT-COUNT.
           MOVE 0 TO WGT-READ-COUNT.
           MOVE 0 TO WGT-TOTAL.
           MOVE 0 TO WGT-HASH.
           OPEN INPUT WGT-FILE.
           IF WGT-FILE-STAT = "00"
               PERFORM UNTIL WGT-FILE-STAT NOT = "00"
                   IF WGT-FILE-STAT = "00"
                           AND WGT-RECORD NOT = SPACES
                       ADD 1 TO WGT-READ-COUNT
                       PERFORM VARYING WGT-CHR-IDX FROM 1 BY 1
                               UNTIL WGT-CHR-IDX > 40
                           COMPUTE WGT-HASH = MOD(WGT-HASH * 131
                               + ORD(WGT-RECORD(WGT-CHR-IDX:1)),
                               QUOTA-HASH-MOD)
                       END-PERFORM
                       IF WGT-READ-COUNT <= WGT-LIMIT
                           MOVE SPACES TO WGT-VALUE-X
                           MOVE SPACES TO WGT-WEIGHT-X
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
               MOVE 0 TO PROFILE-VERSION
               SET PROF-NOT-RESOLVED TO TRUE
               EVALUATE TRUE
                   WHEN PROF-EFF-FROM IS NOT NUMERIC
                           OR PROF-EFF-TO IS NOT NUMERIC
                       MOVE PROF-OLD-PARMS TO PARM-STRING
                       SET PROF-RESOLVED TO TRUE
                   WHEN NOT PROF-LAYOUT-CURRENT
                           AND PROF-RECORD(188:13) NOT = SPACES
                       SET PROF-REFUSED TO TRUE
                   WHEN OTHER
                       MOVE PROF-EFF-FROM TO EFF-FROM-NUM
                       MOVE PROF-EFF-TO TO EFF-TO-NUM
                       IF RUN-DATE >= EFF-FROM-NUM
                               AND RUN-DATE <= EFF-TO-NUM
                           MOVE PROF-PARMS TO PARM-STRING
                           MOVE PROF-VERSION TO PROFILE-VERSION
                           MOVE PROF-COST-CENTER
                               TO PROFILE-COST-CENTER
                           SET PROF-RESOLVED TO TRUE
                       ELSE
                           PERFORM RESOLVE-PROFILE-FROM-JOURNAL
                       END-IF
               END-EVALUATE
               EVALUATE TRUE
                   WHEN PROF-RESOLVED
                       MOVE PROFILE-VERSION TO CHR-PROF-VERSION
                       DISPLAY "Using profile " TRIM(PROFILE-NAME)
                           " version " TRIM(CHR-PROF-VERSION)
                       SET HAS-PARM TO TRUE
                       PERFORM PARSE-PARM-STRING
                   WHEN PROF-REFUSED
                       DISPLAY "Profile " TRIM(PROFILE-NAME)
                           " is in the earlier record layout"
                           " - re-enter it before use"
                       MOVE "P06" TO REJ-REASON
                       MOVE PROFILE-NAME TO REJ-CONTENT
                       PERFORM WRITE-REJECT
                   WHEN OTHER
                       DISPLAY "No version of profile "
                           TRIM(PROFILE-NAME) " in force today"
                       MOVE "P05" TO REJ-REASON
                       MOVE PROFILE-NAME TO REJ-CONTENT
                       PERFORM WRITE-REJECT
               END-EVALUATE
           END-IF.

       RESOLVE-PROFILE-FROM-JOURNAL.
                       MOVE JRNL-RECORD(58:8) TO EFF-TO-NUM
                       IF RUN-DATE >= EFF-FROM-NUM
                               AND RUN-DATE <= EFF-TO-NUM
                           IF JRNL-RECORD(250:1) = "2"
                               MOVE JRNL-RECORD(70:152) TO PARM-STRING
                               MOVE JRNL-RECORD(222:8)
                                   TO PROFILE-COST-CENTER
                           ELSE
                               MOVE JRNL-RECORD(70:164) TO PARM-STRING
                               MOVE SPACES TO PROFILE-COST-CENTER
                           END-IF
                           MOVE NUMVAL(JRNL-RECORD(66:4))
                               TO PROFILE-VERSION
                           SET PROF-RESOLVED TO TRUE
           MOVE SEED TO MTCORE-SEED.
           MOVE "INIT" TO MTCORE-FUNC.
           CALL "mtcore" USING MTCORE-AREA.
           PERFORM RESET-SEQ-POS.

       CORE-INIT-BY-ARRAY.
           MOVE KEY-COUNT TO MTCORE-KEY-COUNT.
           END-PERFORM.
           MOVE "INITKEY" TO MTCORE-FUNC.
           CALL "mtcore" USING MTCORE-AREA.
           PERFORM RESET-SEQ-POS.

       CORE-INIT-64.
           MOVE SEED TO MTCORE-SEED.
           MOVE "INIT64" TO MTCORE-FUNC.
           CALL "mtcore" USING MTCORE-AREA.
           PERFORM RESET-SEQ-POS.

       RESET-SEQ-POS.
           MOVE 0 TO SEQ-POS.
           MOVE 1 TO SEQ-FIRST.
           SET SEQ-KNOWN TO TRUE.

       CORE-JUMP-AHEAD.
           MOVE SUBSTREAM-SKIP TO MTCORE-SKIP.
           MOVE "JUMP" TO MTCORE-FUNC.
           CALL "mtcore" USING MTCORE-AREA.
           ADD SUBSTREAM-SKIP TO SEQ-POS.
           COMPUTE SEQ-FIRST = SEQ-POS + 1.

       CORE-JUMP-AHEAD-64.
           MOVE SUBSTREAM-SKIP TO MTCORE-SKIP.
           MOVE "JUMP64" TO MTCORE-FUNC.
           CALL "mtcore" USING MTCORE-AREA.
           ADD SUBSTREAM-SKIP TO SEQ-POS.
           COMPUTE SEQ-FIRST = SEQ-POS + 1.

       NEXT-VALUE-32.
           MOVE "NEXT" TO MTCORE-FUNC.
           CALL "mtcore" USING MTCORE-AREA.
           ADD 1 TO SEQ-POS.
           MOVE MTCORE-VALUE TO Y.

       NEXT-VALUE-64.
           MOVE "NEXT64" TO MTCORE-FUNC.
           CALL "mtcore" USING MTCORE-AREA.
           ADD 1 TO SEQ-POS.
           MOVE MTCORE-VALUE TO Y64.
